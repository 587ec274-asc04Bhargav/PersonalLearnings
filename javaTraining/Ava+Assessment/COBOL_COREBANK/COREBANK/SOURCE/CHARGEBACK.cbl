       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNED-DEPOSIT-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-DEPOSIT-FILE ASSIGN TO "RTNDFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTND-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "RTNNOTE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTE-FILE-STATUS.
           SELECT CHARGEBACK-REPORT ASSIGN TO "RTNRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-DEPOSIT-FILE.
      *> Fixed-format returned item from the clearing exchange: a
      *> check one of our customers deposited, sent back unpaid by
      *> the bank it was drawn on. The mirror image of the RETFILE
      *> the inclearing run sends out for items drawn on us.
       01 RTND-RECORD.
           05 RTND-ACCOUNT-NUMBER       PIC X(12).
           05 RTND-CHECK-SERIAL         PIC X(10).
           05 RTND-AMOUNT               PIC 9(9)V99.
           05 RTND-CURRENCY-CODE        PIC X(03).
           05 RTND-REASON               PIC X(06).
      *> Business date we took the deposit; zero when the exchange
      *> does not carry it
           05 RTND-DEPOSIT-DATE         PIC 9(08).
           05 FILLER                    PIC X(30).

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  PRODUCT-FILE.
           COPY PRODREC.

       FD  TRANSACTION-LOG.
           COPY TRANREC.

       FD  NOTICE-FILE.
           COPY RNOTEREC.

       FD  CHARGEBACK-REPORT.
       01 CR-LINE                      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RTND-FILE-STATUS          PIC X(02).
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-CUST-FILE-STATUS          PIC X(02).
       01 WS-HOLD-FILE-STATUS          PIC X(02).
       01 WS-HOLD-OPEN-SWITCH          PIC X(01).
           88 HOLDS-AVAILABLE           VALUE "Y".
       01 WS-PROD-FILE-STATUS          PIC X(02).
       01 WS-PROD-OPEN-SWITCH          PIC X(01).
           88 PRODUCTS-AVAILABLE        VALUE "Y".
       01 WS-TRAN-FILE-STATUS          PIC X(02).
       01 WS-NOTE-FILE-STATUS          PIC X(02).
       01 WS-RPT-FILE-STATUS           PIC X(02).
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-RETURNS            VALUE "Y".
       01 WS-HOLD-EOF-SWITCH           PIC X(01).
           88 END-OF-ACCT-HOLDS         VALUE "Y".
       01 WS-PROD-EOF-SWITCH           PIC X(01).
           88 END-OF-PRODUCTS           VALUE "Y".
       01 WS-SYSTEM-TELLER             PIC X(08) VALUE "CHGBACK".
       01 WS-TODAY                     PIC 9(08).
       01 WS-NOW                       PIC 9(06).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-HIST-RETURN-CODE          PIC 9(02).
      *> Why an item could not be charged back; spaces when it was
       01 WS-EXCEPTION-REASON          PIC X(30).
       01 WS-BALANCE-BEFORE            PIC S9(11)V99.
       01 WS-FEE                       PIC S9(5)V99.
       01 WS-FEE-PRODUCT               PIC X(04).
      *> Hold picked for cancellation: the one placed on the
      *> deposit date wins, otherwise the first open hold of the
      *> same amount and currency
       01 WS-HOLD-MATCH-SEQ            PIC 9(05).
       01 WS-HOLD-DATED-SEQ            PIC 9(05).
       01 WS-HOLD-RESULT               PIC X(10).
      *> Log entry being written
       01 WS-ENTRY-TYPE                PIC X(01).
       01 WS-ENTRY-AMOUNT              PIC S9(9)V99.
       01 WS-ENTRY-COUNTERPARTY        PIC X(12).
       01 WS-ENTRY-SERIAL              PIC X(10).
       01 WS-ENTRY-PRODUCT             PIC X(04).
       01 WS-ITEMS-IN                  PIC 9(07).
       01 WS-ITEMS-CHARGED             PIC 9(07).
       01 WS-ITEMS-EXCEPTED            PIC 9(07).
       01 WS-HOLDS-CANCELLED           PIC 9(07).
       01 WS-FEES-CHARGED              PIC 9(07).
       01 WS-PUSHED-NEGATIVE           PIC 9(07).
       01 WS-NOTICE-COUNT              PIC 9(07).
       01 WS-AMOUNT-IN                 PIC S9(13)V99.
       01 WS-AMOUNT-CHARGED            PIC S9(13)V99.
       01 WS-AMOUNT-EXCEPTED           PIC S9(13)V99.
       01 WS-FEE-TOTAL                 PIC S9(13)V99.
       01 WS-COUNT-DISPLAY             PIC ZZZZZZ9.
       01 WS-AMOUNT-DISPLAY            PIC -(9)9.99.
       01 WS-BAL-DISPLAY               PIC -(11)9.99.
       01 WS-BAL-AFTER-DISPLAY         PIC -(11)9.99.
       01 WS-TOTAL-DISPLAY             PIC -(13)9.99.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Charge back the deposited checks the exchange has
           *> returned unpaid: the item comes off the depositing
           *> account whatever the balance, the availability hold
           *> still standing on it is cancelled, and the product's
           *> returned-item fee is charged. The customer gets a
           *> notice of each one; the report lists every chargeback
           *> that took an account below zero, and the items that
           *> could not be charged back for operations to work by
           *> hand.
           PERFORM RECORD-RUN-START
           MOVE 0 TO WS-ITEMS-IN
           MOVE 0 TO WS-ITEMS-CHARGED
           MOVE 0 TO WS-ITEMS-EXCEPTED
           MOVE 0 TO WS-HOLDS-CANCELLED
           MOVE 0 TO WS-FEES-CHARGED
           MOVE 0 TO WS-PUSHED-NEGATIVE
           MOVE 0 TO WS-NOTICE-COUNT
           MOVE 0 TO WS-AMOUNT-IN
           MOVE 0 TO WS-AMOUNT-CHARGED
           MOVE 0 TO WS-AMOUNT-EXCEPTED
           MOVE 0 TO WS-FEE-TOTAL
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RETURNED-DEPOSIT-FILE
           IF WS-RTND-FILE-STATUS NOT = "00"
               DISPLAY "No returned-deposit file, status "
                   WS-RTND-FILE-STATUS
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open account master, status "
                   WS-ACCT-FILE-STATUS
               CLOSE RETURNED-DEPOSIT-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTE-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open returned item notice file, "
                   "status " WS-NOTE-FILE-STATUS
               CLOSE RETURNED-DEPOSIT-FILE
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           MOVE "N" TO WS-HOLD-OPEN-SWITCH
           OPEN I-O HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               MOVE "Y" TO WS-HOLD-OPEN-SWITCH
           END-IF
           MOVE "N" TO WS-PROD-OPEN-SWITCH
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-FILE-STATUS = "00"
               MOVE "Y" TO WS-PROD-OPEN-SWITCH
           END-IF
           OPEN OUTPUT CHARGEBACK-REPORT
           MOVE SPACES TO CR-LINE
           STRING "RETURNED DEPOSITED ITEMS FOR " WS-TODAY
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE
           MOVE SPACES TO CR-LINE
           WRITE CR-LINE
           MOVE SPACES TO CR-LINE
           STRING "CHARGEBACKS THAT TOOK THE ACCOUNT BELOW ZERO, "
                  "AND ITEMS NOT CHARGED BACK"
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE
           MOVE SPACES TO CR-LINE
           STRING "ACCOUNT      SERIAL     REASON        AMOUNT CUR "
                  "    BALANCE BEFORE      BALANCE AFTER"
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE
           PERFORM UNTIL END-OF-RETURNS
               READ RETURNED-DEPOSIT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ITEMS-IN
                       ADD 1 TO RUNLOG-IN-COUNT
                       ADD RTND-AMOUNT TO WS-AMOUNT-IN
                       PERFORM PROCESS-RETURNED-ITEM
               END-READ
           END-PERFORM
           PERFORM WRITE-CHARGEBACK-TOTALS
           CLOSE RETURNED-DEPOSIT-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-MASTER
           IF HOLDS-AVAILABLE
               CLOSE HOLD-FILE
           END-IF
           IF PRODUCTS-AVAILABLE
               CLOSE PRODUCT-FILE
           END-IF
           CLOSE NOTICE-FILE
           CLOSE CHARGEBACK-REPORT
           DISPLAY "Returned items: " WS-ITEMS-IN
               " charged back: " WS-ITEMS-CHARGED
               " exceptions: " WS-ITEMS-EXCEPTED
           PERFORM RECORD-RUN-END
           STOP RUN.

       PROCESS-RETURNED-ITEM.
           *> Only an account that can still carry the debit takes
           *> it here; a closed, escheated, or charged-off account,
           *> or an item in the wrong currency, goes on the
           *> exception list instead of being forced through
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE RTND-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "ACCOUNT NOT FOUND" TO WS-EXCEPTION-REASON
           END-READ
           IF WS-EXCEPTION-REASON = SPACES
               EVALUATE TRUE
                   WHEN ACCT-STATUS-CLOSED
                       MOVE "ACCOUNT CLOSED" TO WS-EXCEPTION-REASON
                   WHEN ACCT-STATUS-ESCHEATED
                       MOVE "ACCOUNT ESCHEATED"
                           TO WS-EXCEPTION-REASON
                   WHEN ACCT-CHARGED-OFF
                       MOVE "ACCOUNT CHARGED OFF"
                           TO WS-EXCEPTION-REASON
                   WHEN ACCT-TYPE-LOAN
                       MOVE "LOAN ACCOUNT" TO WS-EXCEPTION-REASON
                   WHEN RTND-CURRENCY-CODE NOT = ACCT-CURRENCY-CODE
                       MOVE "CURRENCY DIFFERS FROM ACCOUNT"
                           TO WS-EXCEPTION-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-EXCEPTION-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW
           PERFORM FIND-RETURNED-ITEM-FEE
           MOVE ACCT-CURRENT-BALANCE TO WS-BALANCE-BEFORE
           *> A chargeback is not the customer's own activity, so
           *> the last-activity date the dormancy sweep reads is
           *> left alone
           SUBTRACT RTND-AMOUNT FROM ACCT-CURRENT-BALANCE
           SUBTRACT WS-FEE FROM ACCT-CURRENT-BALANCE
           REWRITE ACCOUNT-RECORD
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE "MASTER NOT UPDATED" TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ITEMS-CHARGED
           ADD 1 TO RUNLOG-OUT-COUNT
           ADD RTND-AMOUNT TO WS-AMOUNT-CHARGED
           MOVE "1" TO WS-ENTRY-TYPE
           MOVE RTND-AMOUNT TO WS-ENTRY-AMOUNT
           MOVE RTND-REASON TO WS-ENTRY-COUNTERPARTY
           MOVE RTND-CHECK-SERIAL TO WS-ENTRY-SERIAL
           MOVE SPACES TO WS-ENTRY-PRODUCT
           PERFORM WRITE-CHARGEBACK-ENTRY
           IF WS-FEE > 0
               ADD 1 TO WS-FEES-CHARGED
               ADD WS-FEE TO WS-FEE-TOTAL
               MOVE "F" TO WS-ENTRY-TYPE
               MOVE WS-FEE TO WS-ENTRY-AMOUNT
               MOVE SPACES TO WS-ENTRY-COUNTERPARTY
               MOVE SPACES TO WS-ENTRY-SERIAL
               MOVE WS-FEE-PRODUCT TO WS-ENTRY-PRODUCT
               PERFORM WRITE-CHARGEBACK-ENTRY
           END-IF
           PERFORM CANCEL-DEPOSIT-HOLD
           PERFORM WRITE-RETURNED-ITEM-NOTICE
           IF WS-BALANCE-BEFORE NOT < 0
                   AND ACCT-CURRENT-BALANCE < 0
               PERFORM WRITE-NEGATIVE-LINE
           END-IF.

       FIND-RETURNED-ITEM-FEE.
           *> Latest definition of the account's product already in
           *> effect; with no product on file, or a definition from
           *> before the fee existed, the item is charged back free
           MOVE 0 TO WS-FEE
           MOVE SPACES TO WS-FEE-PRODUCT
           IF NOT PRODUCTS-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PROD-EOF-SWITCH
           MOVE ACCT-TYPE TO PROD-ACCT-TYPE
           MOVE 0 TO PROD-EFFECTIVE-DATE
           START PRODUCT-FILE KEY IS NOT LESS THAN PROD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PROD-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-PRODUCTS
               READ PRODUCT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PROD-EOF-SWITCH
                   NOT AT END
                       IF PROD-ACCT-TYPE NOT = ACCT-TYPE
                               OR PROD-EFFECTIVE-DATE > WS-TODAY
                           MOVE "Y" TO WS-PROD-EOF-SWITCH
                       ELSE
                           MOVE PROD-CODE TO WS-FEE-PRODUCT
                           IF PROD-RETURNED-ITEM-FEE IS NUMERIC
                               MOVE PROD-RETURNED-ITEM-FEE TO WS-FEE
                           ELSE
                               MOVE 0 TO WS-FEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CANCEL-DEPOSIT-HOLD.
           *> The hold is keyed by account only, so it is matched on
           *> amount and currency among the account's open holds,
           *> preferring the one placed on the deposit date. A hold
           *> already released has nothing left to cancel.
           MOVE "NONE OPEN" TO WS-HOLD-RESULT
           IF NOT HOLDS-AVAILABLE
               MOVE "NO FILE" TO WS-HOLD-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HOLD-MATCH-SEQ
           MOVE 0 TO WS-HOLD-DATED-SEQ
           MOVE "N" TO WS-HOLD-EOF-SWITCH
           MOVE RTND-ACCOUNT-NUMBER TO HOLD-ACCOUNT-NUMBER
           MOVE 0 TO HOLD-SEQ
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HOLD-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-ACCT-HOLDS
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HOLD-EOF-SWITCH
                   NOT AT END
                       IF HOLD-ACCOUNT-NUMBER NOT =
                               RTND-ACCOUNT-NUMBER
                           MOVE "Y" TO WS-HOLD-EOF-SWITCH
                       ELSE
                           IF HOLD-ACTIVE
                                   AND HOLD-AMOUNT = RTND-AMOUNT
                                   AND HOLD-CURRENCY-CODE =
                                       RTND-CURRENCY-CODE
                               IF WS-HOLD-MATCH-SEQ = 0
                                   MOVE HOLD-SEQ TO WS-HOLD-MATCH-SEQ
                               END-IF
                               IF WS-HOLD-DATED-SEQ = 0
                                       AND HOLD-PLACED-DATE =
                                           RTND-DEPOSIT-DATE
                                   MOVE HOLD-SEQ TO WS-HOLD-DATED-SEQ
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLD-DATED-SEQ NOT = 0
               MOVE WS-HOLD-DATED-SEQ TO WS-HOLD-MATCH-SEQ
           END-IF
           IF WS-HOLD-MATCH-SEQ = 0
               EXIT PARAGRAPH
           END-IF
           MOVE RTND-ACCOUNT-NUMBER TO HOLD-ACCOUNT-NUMBER
           MOVE WS-HOLD-MATCH-SEQ TO HOLD-SEQ
           READ HOLD-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "C" TO HOLD-STATUS
           REWRITE HOLD-RECORD
           IF WS-HOLD-FILE-STATUS = "00"
               ADD 1 TO WS-HOLDS-CANCELLED
               MOVE "CANCELLED" TO WS-HOLD-RESULT
           END-IF.

       WRITE-CHARGEBACK-ENTRY.
           *> The record area is cleared first so the trailing
           *> fields carry no residue. Batch postings book to the
           *> account's home branch.
           MOVE SPACES TO TRAN-LOG-RECORD
           MOVE 0 TO TRAN-ORIG-DATE
           MOVE 0 TO TRAN-ORIG-TIME
           MOVE RTND-ACCOUNT-NUMBER TO TRAN-ACCOUNT-NUMBER
           MOVE WS-ENTRY-TYPE TO TRAN-TYPE
           MOVE WS-ENTRY-AMOUNT TO TRAN-AMOUNT
           MOVE ACCT-CURRENCY-CODE TO TRAN-CURRENCY-CODE
           MOVE 0 TO TRAN-RETURN-CODE
           MOVE "P" TO TRAN-STATUS
           MOVE WS-SYSTEM-TELLER TO TRAN-TELLER-ID
           MOVE WS-TODAY TO TRAN-DATE
           MOVE WS-NOW TO TRAN-TIME
           MOVE WS-ENTRY-COUNTERPARTY TO TRAN-COUNTERPARTY-ACCT
           MOVE ACCT-CURRENCY-CODE TO TRAN-ORIG-CURRENCY
           MOVE WS-ENTRY-AMOUNT TO TRAN-ORIG-AMOUNT
           MOVE 1 TO TRAN-RATE-APPLIED
           MOVE WS-ENTRY-PRODUCT TO TRAN-PRODUCT-CODE
           MOVE 0 TO TRAN-RATE-TIER
           MOVE WS-ENTRY-SERIAL TO TRAN-CHECK-SERIAL
           MOVE ACCT-BRANCH-CODE TO TRAN-BRANCH-CODE
           OPEN EXTEND TRANSACTION-LOG
           WRITE TRAN-LOG-RECORD
           CLOSE TRANSACTION-LOG
           CALL "TRAN-HISTORY-WRITE"
               USING TRAN-LOG-RECORD, WS-HIST-RETURN-CODE.

       WRITE-RETURNED-ITEM-NOTICE.
           MOVE SPACES TO RNOTE-RECORD
           MOVE ACCT-NUMBER TO RNOTE-ACCOUNT-NUMBER
           MOVE ACCT-CUSTOMER-ID TO RNOTE-CUSTOMER-ID
           MOVE ACCT-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   *> Letter still goes; the shop addresses it by hand
                   MOVE "CUSTOMER RECORD NOT FOUND" TO RNOTE-NAME
               NOT INVALID KEY
                   MOVE CUST-NAME TO RNOTE-NAME
                   MOVE CUST-ADDRESS TO RNOTE-ADDRESS
           END-READ
           MOVE RTND-CHECK-SERIAL TO RNOTE-CHECK-SERIAL
           MOVE RTND-REASON TO RNOTE-RETURN-REASON
           MOVE RTND-DEPOSIT-DATE TO RNOTE-DEPOSIT-DATE
           MOVE RTND-AMOUNT TO RNOTE-AMOUNT
           MOVE WS-FEE TO RNOTE-FEE
           MOVE ACCT-CURRENCY-CODE TO RNOTE-CURRENCY-CODE
           MOVE ACCT-CURRENT-BALANCE TO RNOTE-BALANCE-AFTER
           MOVE WS-TODAY TO RNOTE-NOTICE-DATE
           WRITE RNOTE-RECORD
           IF WS-NOTE-FILE-STATUS NOT = "00"
               MOVE SPACES TO CR-LINE
               STRING "ACCOUNT " ACCT-NUMBER " SERIAL "
                      RTND-CHECK-SERIAL
                      " RETURNED ITEM NOTICE NOT WRITTEN - SEND BY HAND"
                   DELIMITED BY SIZE INTO CR-LINE
               WRITE CR-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NOTICE-COUNT.

       WRITE-NEGATIVE-LINE.
           ADD 1 TO WS-PUSHED-NEGATIVE
           MOVE RTND-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-BALANCE-BEFORE TO WS-BAL-DISPLAY
           MOVE ACCT-CURRENT-BALANCE TO WS-BAL-AFTER-DISPLAY
           MOVE SPACES TO CR-LINE
           STRING ACCT-NUMBER " " RTND-CHECK-SERIAL
                  " " RTND-REASON
                  " " WS-AMOUNT-DISPLAY
                  " " ACCT-CURRENCY-CODE
                  " " WS-BAL-DISPLAY
                  " " WS-BAL-AFTER-DISPLAY
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE
           MOVE SPACES TO CR-LINE
           STRING "             HOLD " WS-HOLD-RESULT
                  "  BRANCH " ACCT-BRANCH-CODE
                  "  CUSTOMER " ACCT-CUSTOMER-ID
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-ITEMS-EXCEPTED
           ADD RTND-AMOUNT TO WS-AMOUNT-EXCEPTED
           MOVE RTND-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CR-LINE
           STRING "NOT CHARGED BACK " RTND-ACCOUNT-NUMBER
                  " " RTND-CHECK-SERIAL
                  " " WS-AMOUNT-DISPLAY
                  " " RTND-CURRENCY-CODE
                  " " WS-EXCEPTION-REASON
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE.

       WRITE-CHARGEBACK-TOTALS.
           MOVE SPACES TO CR-LINE
           WRITE CR-LINE
           MOVE WS-ITEMS-IN TO WS-COUNT-DISPLAY
           MOVE WS-AMOUNT-IN TO WS-TOTAL-DISPLAY
           MOVE SPACES TO CR-LINE
           STRING "ITEMS RETURNED       " WS-COUNT-DISPLAY
                  " AMOUNT " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE
           MOVE WS-ITEMS-CHARGED TO WS-COUNT-DISPLAY
           MOVE WS-AMOUNT-CHARGED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO CR-LINE
           STRING "ITEMS CHARGED BACK   " WS-COUNT-DISPLAY
                  " AMOUNT " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE
           MOVE WS-ITEMS-EXCEPTED TO WS-COUNT-DISPLAY
           MOVE WS-AMOUNT-EXCEPTED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO CR-LINE
           STRING "ITEMS NOT CHARGED    " WS-COUNT-DISPLAY
                  " AMOUNT " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE
           MOVE WS-FEES-CHARGED TO WS-COUNT-DISPLAY
           MOVE WS-FEE-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO CR-LINE
           STRING "RETURNED ITEM FEES   " WS-COUNT-DISPLAY
                  " AMOUNT " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE
           MOVE WS-HOLDS-CANCELLED TO WS-COUNT-DISPLAY
           MOVE SPACES TO CR-LINE
           STRING "HOLDS CANCELLED      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE
           MOVE WS-PUSHED-NEGATIVE TO WS-COUNT-DISPLAY
           MOVE SPACES TO CR-LINE
           STRING "TAKEN BELOW ZERO     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE
           MOVE WS-NOTICE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CR-LINE
           STRING "NOTICES WRITTEN      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE
           IF WS-ITEMS-IN = WS-ITEMS-CHARGED + WS-ITEMS-EXCEPTED
               MOVE "ITEMS RETURNED = CHARGED BACK + NOT CHARGED"
                   TO CR-LINE
           ELSE
               MOVE "ITEM COUNTS DO NOT PROVE - INVESTIGATE"
                   TO CR-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE CR-LINE.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "RETURNED-DEPOSIT-BATCH" TO RUNLOG-PROGRAM-ID
           MOVE 0 TO RUNLOG-IN-COUNT
           MOVE 0 TO RUNLOG-OUT-COUNT
           MOVE 0 TO RUNLOG-RETURN-CODE
           CALL "BATCH-RUN-LOG" USING RUNLOG-PARMS.

       RECORD-RUN-END.
           *> The call replaces RETURN-CODE; the step's own code is
           *> put back for the job stream
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE
           MOVE "E" TO RUNLOG-FUNCTION
           CALL "BATCH-RUN-LOG" USING RUNLOG-PARMS
           MOVE RUNLOG-RETURN-CODE TO RETURN-CODE.
