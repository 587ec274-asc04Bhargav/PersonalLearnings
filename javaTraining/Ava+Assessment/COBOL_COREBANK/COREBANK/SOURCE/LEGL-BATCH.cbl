       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-ORDER-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-ORDER-FILE ASSIGN TO "LEGLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LORD-ORDER-NUMBER
               FILE STATUS IS WS-LORD-FILE-STATUS.
           SELECT RELATION-FILE ASSIGN TO "RELFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT OUTWARD-CLEARING ASSIGN TO "OUTCLEAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OCL-FILE-STATUS.
           SELECT SEIZURE-REPORT ASSIGN TO "LEGLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-ORDER-FILE.
           COPY LEGLREC.

       FD  RELATION-FILE.
           COPY RELREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  TRANSACTION-LOG.
           COPY TRANREC.

       FD  OUTWARD-CLEARING.
      *> Fixed-format outgoing item for the clearing exchange
       01 OCL-RECORD.
           05 OCL-DEST-ROUTING          PIC X(09).
           05 OCL-DEST-ACCOUNT          PIC X(12).
           05 OCL-SOURCE-ACCOUNT        PIC X(12).
           05 OCL-AMOUNT                PIC 9(9)V99.
           05 OCL-CURRENCY-CODE         PIC X(03).
           05 OCL-VALUE-DATE            PIC 9(08).
           05 FILLER                    PIC X(25).

       FD  SEIZURE-REPORT.
       01 SR-LINE                      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LORD-FILE-STATUS          PIC X(02).
       01 WS-REL-FILE-STATUS           PIC X(02).
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-TRAN-FILE-STATUS          PIC X(02).
       01 WS-OCL-FILE-STATUS           PIC X(02).
       01 WS-RPT-FILE-STATUS           PIC X(02).
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-ORDERS             VALUE "Y".
       01 WS-REL-EOF-SWITCH            PIC X(01).
           88 END-OF-RELATIONS          VALUE "Y".
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-HIST-RETURN-CODE          PIC 9(02).
       01 WS-HOLD-RETURN-CODE          PIC 9(02).
       01 WS-SYSTEM-TELLER             PIC X(08) VALUE "LEGLORD".
       01 WS-REMAINING                 PIC S9(11)V99.
       01 WS-AVAILABLE-FUNDS           PIC S9(11)V99.
       01 WS-HOLD-TOTAL                PIC S9(11)V99.
       01 WS-SEIZE-AMOUNT              PIC S9(9)V99.
       01 WS-ORDER-SEIZED              PIC S9(11)V99.
       01 WS-ORDERS-OPEN               PIC 9(07).
       01 WS-SEIZURE-COUNT             PIC 9(07).
       01 WS-SATISFIED-COUNT           PIC 9(07).
       01 WS-UNSATISFIED-COUNT         PIC 9(07).
       01 WS-UPDATE-ERROR-COUNT        PIC 9(05).
       01 WS-TOTAL-SEIZED              PIC S9(13)V99.
       01 WS-TOTAL-OUTSTANDING         PIC S9(13)V99.
       01 WS-AMOUNT-DISPLAY            PIC -(11)9.99.
       01 WS-TOTAL-DISPLAY             PIC -(13)9.99.
       01 WS-COUNT-DISPLAY             PIC ZZZZZZ9.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Nightly legal-order run: for every open levy or
           *> garnishment, take what the debtor's accounts can give
           *> above the protected balance, up to what is still owed
           *> on the order, and remit each seizure to the agency on
           *> the outward clearing file. An order that is not yet
           *> satisfied is simply tried again tomorrow night, so
           *> later deposits are reached as they arrive.
           PERFORM RECORD-RUN-START
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-ORDERS-OPEN
           MOVE 0 TO WS-SEIZURE-COUNT
           MOVE 0 TO WS-SATISFIED-COUNT
           MOVE 0 TO WS-UNSATISFIED-COUNT
           MOVE 0 TO WS-UPDATE-ERROR-COUNT
           MOVE 0 TO WS-TOTAL-SEIZED
           MOVE 0 TO WS-TOTAL-OUTSTANDING
           OPEN I-O LEGAL-ORDER-FILE
           IF WS-LORD-FILE-STATUS = "35"
               *> No order has ever been served: nothing to seize
               DISPLAY "No legal orders on file; nothing to seize"
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           IF WS-LORD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open legal order file, status "
                   WS-LORD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN INPUT RELATION-FILE
           IF WS-REL-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open relationship file, status "
                   WS-REL-FILE-STATUS
               CLOSE LEGAL-ORDER-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open account master, status "
                   WS-ACCT-FILE-STATUS
               CLOSE LEGAL-ORDER-FILE
               CLOSE RELATION-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN EXTEND TRANSACTION-LOG
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open transaction log, status "
                   WS-TRAN-FILE-STATUS
               CLOSE LEGAL-ORDER-FILE
               CLOSE RELATION-FILE
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN EXTEND OUTWARD-CLEARING
           IF WS-OCL-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open outward clearing file, status "
                   WS-OCL-FILE-STATUS
               CLOSE LEGAL-ORDER-FILE
               CLOSE RELATION-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE TRANSACTION-LOG
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN OUTPUT SEIZURE-REPORT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open seizure report, status "
                   WS-RPT-FILE-STATUS
               CLOSE LEGAL-ORDER-FILE
               CLOSE RELATION-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE TRANSACTION-LOG
               CLOSE OUTWARD-CLEARING
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           MOVE SPACES TO SR-LINE
           STRING "LEGAL ORDER SEIZURE REPORT FOR " WS-TODAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           PERFORM UNTIL END-OF-ORDERS
               READ LEGAL-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RUNLOG-IN-COUNT
                       IF LORD-OPEN
                           ADD 1 TO WS-ORDERS-OPEN
                           PERFORM WORK-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-SEIZURE-TOTALS
           CLOSE LEGAL-ORDER-FILE
           CLOSE RELATION-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE TRANSACTION-LOG
           CLOSE OUTWARD-CLEARING
           CLOSE SEIZURE-REPORT
           DISPLAY "Legal orders worked: " WS-ORDERS-OPEN
               " seizures: " WS-SEIZURE-COUNT
               " satisfied: " WS-SATISFIED-COUNT
           IF WS-UPDATE-ERROR-COUNT > 0
               DISPLAY "Orders not closed through errors: "
                   WS-UPDATE-ERROR-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           STOP RUN.

       WORK-ONE-ORDER.
           COMPUTE WS-REMAINING =
               LORD-ORDERED-AMOUNT - LORD-SEIZED-AMOUNT
           MOVE 0 TO WS-ORDER-SEIZED
           *> Every account the debtor owns or jointly owns, through
           *> the customer-ID index on the relationship file;
           *> signatories and attorneys-in-fact hold no interest in
           *> the funds and are passed over
           MOVE "N" TO WS-REL-EOF-SWITCH
           MOVE LORD-CUSTOMER-ID TO REL-CUSTOMER-ID
           START RELATION-FILE KEY IS EQUAL TO REL-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-REL-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-RELATIONS OR WS-REMAINING NOT > 0
               READ RELATION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-REL-EOF-SWITCH
                   NOT AT END
                       IF REL-CUSTOMER-ID NOT = LORD-CUSTOMER-ID
                           MOVE "Y" TO WS-REL-EOF-SWITCH
                       ELSE
                           IF REL-ROLE-PRIMARY OR REL-ROLE-JOINT
                               PERFORM SEIZE-FROM-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REMAINING NOT > 0
               MOVE "S" TO LORD-STATUS
               MOVE WS-TODAY TO LORD-CLOSED-DATE
               MOVE WS-SYSTEM-TELLER TO LORD-CLOSED-TELLER
               REWRITE LORD-RECORD
               MOVE SPACES TO SR-LINE
               IF WS-LORD-FILE-STATUS NOT = "00"
                   *> The seizures are already on the order, so the
                   *> rerun takes nothing more; it only closes it
                   STRING "ORDER " LORD-ORDER-NUMBER
                          " SATISFIED BUT NOT CLOSED, STATUS "
                          WS-LORD-FILE-STATUS
                       DELIMITED BY SIZE INTO SR-LINE
                   ADD 1 TO WS-UPDATE-ERROR-COUNT
               ELSE
                   STRING "ORDER " LORD-ORDER-NUMBER " SATISFIED"
                       DELIMITED BY SIZE INTO SR-LINE
                   ADD 1 TO WS-SATISFIED-COUNT
               END-IF
               WRITE SR-LINE
           ELSE
               ADD 1 TO WS-UNSATISFIED-COUNT
               ADD WS-REMAINING TO WS-TOTAL-OUTSTANDING
               MOVE WS-REMAINING TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO SR-LINE
               IF WS-ORDER-SEIZED = 0
                   STRING "ORDER " LORD-ORDER-NUMBER
                          " NO FUNDS REACHED, STILL OWED "
                          WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO SR-LINE
               ELSE
                   STRING "ORDER " LORD-ORDER-NUMBER
                          " PART SATISFIED, STILL OWED "
                          WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO SR-LINE
               END-IF
               WRITE SR-LINE
           END-IF.

       SEIZE-FROM-ACCOUNT.
           MOVE REL-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           *> Demand deposits only, in the order's currency. A freeze
           *> stops the customer, not the court, so a frozen account
           *> is still reached; term deposits and loans are not.
           IF NOT (ACCT-STATUS-OPEN OR ACCT-STATUS-FROZEN)
                   OR NOT (ACCT-TYPE-SAVINGS OR ACCT-TYPE-CHECKING)
               EXIT PARAGRAPH
           END-IF
           IF ACCT-CURRENCY-CODE NOT = LORD-CURRENCY-CODE
               MOVE SPACES TO SR-LINE
               STRING "ORDER " LORD-ORDER-NUMBER
                      " ACCOUNT " ACCT-NUMBER
                      " SKIPPED - HELD IN " ACCT-CURRENCY-CODE
                   DELIMITED BY SIZE INTO SR-LINE
               WRITE SR-LINE
               EXIT PARAGRAPH
           END-IF
           *> Collected funds only, never the overdraft facility,
           *> and never below the balance the order protects
           MOVE ACCT-CURRENT-BALANCE TO WS-AVAILABLE-FUNDS
           MOVE 0 TO WS-HOLD-TOTAL
           CALL "ACCOUNT-HOLD-TOTAL"
               USING ACCT-NUMBER, WS-TODAY,
                     WS-HOLD-TOTAL, WS-HOLD-RETURN-CODE
           SUBTRACT WS-HOLD-TOTAL FROM WS-AVAILABLE-FUNDS
           SUBTRACT LORD-PROTECTED-AMOUNT FROM WS-AVAILABLE-FUNDS
           IF WS-AVAILABLE-FUNDS NOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-AVAILABLE-FUNDS < WS-REMAINING
               MOVE WS-AVAILABLE-FUNDS TO WS-SEIZE-AMOUNT
           ELSE
               MOVE WS-REMAINING TO WS-SEIZE-AMOUNT
           END-IF
           SUBTRACT WS-SEIZE-AMOUNT FROM ACCT-CURRENT-BALANCE
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE SPACES TO SR-LINE
               STRING "ORDER " LORD-ORDER-NUMBER
                      " ACCOUNT " ACCT-NUMBER
                      " NOT UPDATED, STATUS " WS-ACCT-FILE-STATUS
                   DELIMITED BY SIZE INTO SR-LINE
               WRITE SR-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-SEIZURE-LOG
           PERFORM WRITE-REMITTANCE-ITEM
           *> The order carries the running total from each seizure
           *> on, so an abend part way through a customer cannot
           *> take the same money twice on the rerun
           ADD WS-SEIZE-AMOUNT TO LORD-SEIZED-AMOUNT
           MOVE WS-TODAY TO LORD-LAST-SEIZURE-DATE
           REWRITE LORD-RECORD
           IF WS-LORD-FILE-STATUS NOT = "00"
               PERFORM HALT-ON-ORDER-FAILURE
           END-IF
           SUBTRACT WS-SEIZE-AMOUNT FROM WS-REMAINING
           ADD WS-SEIZE-AMOUNT TO WS-ORDER-SEIZED
           ADD WS-SEIZE-AMOUNT TO WS-TOTAL-SEIZED
           ADD 1 TO WS-SEIZURE-COUNT
           ADD 1 TO RUNLOG-OUT-COUNT
           MOVE WS-SEIZE-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "ORDER " LORD-ORDER-NUMBER
                  " ACCOUNT " ACCT-NUMBER
                  " SEIZED " WS-AMOUNT-DISPLAY
                  " " LORD-CURRENCY-CODE
                  " TO " LORD-AGENCY-NAME
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE.

       HALT-ON-ORDER-FAILURE.
           *> The money has left the account but the order does not
           *> show it; a run carrying on, or a rerun, would take it
           *> again, so the run stops here for the order to be put
           *> right by hand
           MOVE WS-SEIZE-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "ORDER " LORD-ORDER-NUMBER
                  " ACCOUNT " ACCT-NUMBER
                  " SEIZED " WS-AMOUNT-DISPLAY
                  " NOT RECORDED ON ORDER, STATUS "
                  WS-LORD-FILE-STATUS
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE "RUN HALTED - CORRECT THE ORDER ABOVE, THEN RERUN"
               TO SR-LINE
           WRITE SR-LINE
           DISPLAY "Seizure on order " LORD-ORDER-NUMBER
               " not recorded, status " WS-LORD-FILE-STATUS
               "; run halted"
           CLOSE LEGAL-ORDER-FILE
           CLOSE RELATION-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE TRANSACTION-LOG
           CLOSE OUTWARD-CLEARING
           CLOSE SEIZURE-REPORT
           MOVE 8 TO RETURN-CODE
           PERFORM RECORD-RUN-END
           STOP RUN.

       WRITE-SEIZURE-LOG.
           MOVE SPACES TO TRAN-LOG-RECORD
           MOVE ACCT-NUMBER TO TRAN-ACCOUNT-NUMBER
           MOVE "G" TO TRAN-TYPE
           MOVE WS-SEIZE-AMOUNT TO TRAN-AMOUNT
           MOVE ACCT-CURRENCY-CODE TO TRAN-CURRENCY-CODE
           MOVE 0 TO TRAN-RETURN-CODE
           MOVE "P" TO TRAN-STATUS
           MOVE WS-SYSTEM-TELLER TO TRAN-TELLER-ID
           MOVE ACCT-BRANCH-CODE TO TRAN-BRANCH-CODE
           MOVE WS-TODAY TO TRAN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRAN-TIME
           MOVE LORD-REMIT-ACCOUNT TO TRAN-COUNTERPARTY-ACCT
           MOVE ACCT-CURRENCY-CODE TO TRAN-ORIG-CURRENCY
           MOVE WS-SEIZE-AMOUNT TO TRAN-ORIG-AMOUNT
           MOVE 1 TO TRAN-RATE-APPLIED
           MOVE 0 TO TRAN-RATE-TIER
           MOVE 0 TO TRAN-ORIG-DATE
           MOVE 0 TO TRAN-ORIG-TIME
           WRITE TRAN-LOG-RECORD
           CALL "TRAN-HISTORY-WRITE"
               USING TRAN-LOG-RECORD, WS-HIST-RETURN-CODE.

       WRITE-REMITTANCE-ITEM.
           *> One clearing item per seizure, sourced from the
           *> account it was taken from, so each remittance ties to
           *> its own debit
           MOVE SPACES TO OCL-RECORD
           MOVE LORD-REMIT-ROUTING TO OCL-DEST-ROUTING
           MOVE LORD-REMIT-ACCOUNT TO OCL-DEST-ACCOUNT
           MOVE ACCT-NUMBER TO OCL-SOURCE-ACCOUNT
           MOVE WS-SEIZE-AMOUNT TO OCL-AMOUNT
           MOVE ACCT-CURRENCY-CODE TO OCL-CURRENCY-CODE
           MOVE WS-TODAY TO OCL-VALUE-DATE
           WRITE OCL-RECORD.

       WRITE-SEIZURE-TOTALS.
           MOVE SPACES TO SR-LINE
           WRITE SR-LINE
           MOVE WS-ORDERS-OPEN TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "OPEN ORDERS WORKED      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-SEIZURE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "SEIZURES POSTED         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-SATISFIED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "ORDERS SATISFIED        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-UNSATISFIED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "ORDERS STILL OPEN       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-TOTAL-SEIZED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "TOTAL SEIZED            " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-TOTAL-OUTSTANDING TO WS-TOTAL-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "TOTAL STILL OWED        " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "LEGAL-ORDER-BATCH" TO RUNLOG-PROGRAM-ID
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
