       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ALERT-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.
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
           SELECT TRAN-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT RETURN-FILE ASSIGN TO "RETFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RET-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT ALERT-REPORT ASSIGN TO "ALERTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BDATREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  TRAN-HISTORY.
           COPY HISTREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  RETURN-FILE.
      *> Item the inclearing run sent back to the exchange unpaid,
      *> as INCLEARING-BATCH writes it
       01 RET-RECORD.
           05 RET-ACCOUNT-NUMBER        PIC X(12).
           05 RET-CHECK-SERIAL          PIC X(10).
           05 RET-AMOUNT                PIC 9(9)V99.
           05 RET-CURRENCY-CODE         PIC X(03).
           05 RET-REASON                PIC X(06).
           05 FILLER                    PIC X(38).

       FD  ALERT-FILE.
           COPY CALRTREC.

       FD  ALERT-REPORT.
       01 AR-LINE                      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-BDAT-FILE-STATUS          PIC X(02).
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-CUST-FILE-STATUS          PIC X(02).
       01 WS-HIST-FILE-STATUS          PIC X(02).
       01 WS-HOLD-FILE-STATUS          PIC X(02).
       01 WS-HOLD-OPEN-SWITCH          PIC X(01).
           88 HOLDS-AVAILABLE           VALUE "Y".
       01 WS-RET-FILE-STATUS           PIC X(02).
       01 WS-ALERT-FILE-STATUS         PIC X(02).
       01 WS-RPT-FILE-STATUS           PIC X(02).
      *> Working copy of the log layout; each history record's
      *> TRANREC image is moved here before the fields are used
           COPY TRANREC.
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-ACCOUNTS           VALUE "Y".
       01 WS-RET-EOF-SWITCH            PIC X(01).
           88 END-OF-RETURNS            VALUE "Y".
       01 WS-HIST-EOF-SWITCH           PIC X(01).
           88 END-OF-DAY-HISTORY        VALUE "Y".
       01 WS-HOLD-EOF-SWITCH           PIC X(01).
           88 END-OF-ACCT-HOLDS         VALUE "Y".
      *> Customer behind the account or item in hand is on file,
      *> living, not closed, and has chosen a channel
       01 WS-ALERTABLE-SWITCH          PIC X(01).
           88 CUSTOMER-ALERTABLE        VALUE "Y".
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
      *> Business date before this one. A maturity alert goes out on
      *> the first business day the deposit is inside the customer's
      *> notice window, so a weekend or holiday gap neither skips it
      *> nor sends it twice.
       01 WS-PRIOR-DATE                PIC 9(08).
       01 WS-DATE-INTEGER              PIC 9(08).
       01 WS-DAYS-LEFT                 PIC S9(07).
       01 WS-DAYS-LEFT-PRIOR           PIC S9(07).
       01 WS-DAY-NET                   PIC S9(13)V99.
       01 WS-OPENING-BALANCE           PIC S9(13)V99.
      *> Alert being written
       01 WS-ALERT-TYPE-SUB            PIC 9(01).
       01 WS-ALERT-AMOUNT              PIC S9(11)V99.
       01 WS-ALERT-EVENT-DATE          PIC 9(08).
       01 WS-ALERT-REFERENCE           PIC X(10).
       01 WS-ALERT-ACCOUNT             PIC X(12).
       01 WS-ALERT-CURRENCY            PIC X(03).
       01 WS-CHANNEL-SUB               PIC 9(01).
      *> Alert types: the code sent to the vendor and the report
      *> caption, in the order they are counted
       01 WS-ALERT-TYPE-VALUES.
           05 FILLER                    PIC X(26)
               VALUE "LOWBALLOW BALANCE".
           05 FILLER                    PIC X(26)
               VALUE "DEBIT LARGE DEBIT".
           05 FILLER                    PIC X(26)
               VALUE "NSF   CHECK RETURNED NSF".
           05 FILLER                    PIC X(26)
               VALUE "HOLD  DEPOSIT HOLD PLACED".
           05 FILLER                    PIC X(26)
               VALUE "MATURETERM DEPOSIT MATURES".
       01 WS-ALERT-TYPE-TABLE REDEFINES WS-ALERT-TYPE-VALUES.
           05 WS-ALERT-TYPE-ENTRY OCCURS 5 TIMES.
               10 WS-ALERT-TYPE-CODE    PIC X(06).
               10 WS-ALERT-TYPE-CAPTION PIC X(20).
      *> Alerts sent by type and channel (text, e-mail, both)
       01 WS-ALERT-COUNTS.
           05 WS-COUNT-TYPE OCCURS 5 TIMES.
               10 WS-COUNT-CHANNEL      PIC 9(07) OCCURS 3 TIMES.
       01 WS-TYPE-TOTAL                PIC 9(07).
       01 WS-CHANNEL-TOTAL             PIC 9(07) OCCURS 3 TIMES.
       01 WS-GRAND-TOTAL               PIC 9(07).
       01 WS-ACCOUNTS-READ             PIC 9(07).
       01 WS-RETURNS-READ              PIC 9(07).
       01 WS-ALERTS-WRITTEN            PIC 9(07).
      *> An alert whose channel has no contact detail on file (a
      *> number or address removed after the channel was chosen)
      *> is counted here and not sent
       01 WS-NO-CONTACT-COUNT          PIC 9(07).
       01 WS-COUNT-DISPLAY             PIC ZZZZZZ9.
       01 WS-TEXT-DISPLAY              PIC ZZZZZZ9.
       01 WS-EMAIL-DISPLAY             PIC ZZZZZZ9.
       01 WS-BOTH-DISPLAY              PIC ZZZZZZ9.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Tonight's customer alerts for the messaging vendor:
           *> checks of theirs returned unpaid for funds by the
           *> inclearing run, debits over the customer's own limit,
           *> a closing balance that dropped below their floor today,
           *> availability holds placed on today's deposits, and term
           *> deposits coming up to maturity. Each customer gets only
           *> the alerts they chose, on the channel they chose; the
           *> report gives marketing the counts of what went out.
           PERFORM RECORD-RUN-START
           MOVE 0 TO WS-ACCOUNTS-READ
           MOVE 0 TO WS-RETURNS-READ
           MOVE 0 TO WS-ALERTS-WRITTEN
           MOVE 0 TO WS-NO-CONTACT-COUNT
           INITIALIZE WS-ALERT-COUNTS
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           PERFORM GET-PRIOR-BUSINESS-DATE
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open account master, status "
                   WS-ACCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open customer master, status "
                   WS-CUST-FILE-STATUS
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN INPUT TRAN-HISTORY
           IF WS-HIST-FILE-STATUS NOT = "00"
               *> Without the history the debit and balance alerts
               *> cannot be told apart from a quiet day
               DISPLAY "Transaction history not available, status "
                   WS-HIST-FILE-STATUS
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           MOVE "N" TO WS-HOLD-OPEN-SWITCH
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               MOVE "Y" TO WS-HOLD-OPEN-SWITCH
           END-IF
           OPEN OUTPUT ALERT-FILE
           OPEN OUTPUT ALERT-REPORT
           PERFORM EXTRACT-NSF-RETURNS
           *> The returns pass read the master by key; start the
           *> account pass over from the first record
           MOVE "N" TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-ACCOUNTS
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       ADD 1 TO RUNLOG-IN-COUNT
                       PERFORM CHECK-ACCOUNT-ALERTS
               END-READ
           END-PERFORM
           PERFORM WRITE-ALERT-COUNTS
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE TRAN-HISTORY
           IF HOLDS-AVAILABLE
               CLOSE HOLD-FILE
           END-IF
           CLOSE ALERT-FILE
           CLOSE ALERT-REPORT
           DISPLAY "Customer alerts extracted: " WS-ALERTS-WRITTEN
               " not sent, no contact: " WS-NO-CONTACT-COUNT
           PERFORM RECORD-RUN-END
           STOP RUN.

       GET-PRIOR-BUSINESS-DATE.
           *> The date control carries the day before this one; a
           *> branch without it (or on its first day) takes the
           *> calendar day before
           MOVE 0 TO WS-PRIOR-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDAT-FILE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDAT-PRIOR-DATE IS NUMERIC
                           MOVE BDAT-PRIOR-DATE TO WS-PRIOR-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-PRIOR-DATE = 0 OR WS-PRIOR-DATE NOT < WS-TODAY
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1
               COMPUTE WS-PRIOR-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           END-IF.

       EXTRACT-NSF-RETURNS.
           *> Only insufficient-funds returns are the customer's to
           *> hear about; stops, voids and unknown serials are not.
           *> No return file means inclearing sent nothing back.
           MOVE "N" TO WS-RET-EOF-SWITCH
           OPEN INPUT RETURN-FILE
           IF WS-RET-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-RETURNS
               READ RETURN-FILE
                   AT END
                       MOVE "Y" TO WS-RET-EOF-SWITCH
                   NOT AT END
                       IF RET-REASON = "NSF"
                           ADD 1 TO WS-RETURNS-READ
                           PERFORM CHECK-NSF-RETURN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETURN-FILE.

       CHECK-NSF-RETURN.
           MOVE RET-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM READ-ACCOUNT-CUSTOMER
           IF CUSTOMER-ALERTABLE AND CUST-ALERT-NSF-ON
               MOVE 3 TO WS-ALERT-TYPE-SUB
               MOVE RET-ACCOUNT-NUMBER TO WS-ALERT-ACCOUNT
               MOVE RET-CURRENCY-CODE TO WS-ALERT-CURRENCY
               MOVE RET-AMOUNT TO WS-ALERT-AMOUNT
               MOVE WS-TODAY TO WS-ALERT-EVENT-DATE
               MOVE RET-CHECK-SERIAL TO WS-ALERT-REFERENCE
               PERFORM WRITE-CUSTOMER-ALERT
           END-IF.

       READ-ACCOUNT-CUSTOMER.
           *> The account's owner on the master receives the alert.
           *> A record not yet carrying the alert fields in numeric
           *> form is treated as having chosen none.
           MOVE "N" TO WS-ALERTABLE-SWITCH
           MOVE ACCT-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CUST-CLOSED OR CUST-DECEASED OR CUST-ALERTS-OFF
               EXIT PARAGRAPH
           END-IF
           IF CUST-ALERT-LOW-BALANCE NOT NUMERIC
                   OR CUST-ALERT-LARGE-DEBIT NOT NUMERIC
                   OR CUST-ALERT-MATURITY-DAYS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ALERTABLE-SWITCH.

       CHECK-ACCOUNT-ALERTS.
           *> Deposit accounts still in the customer's hands; a loan
           *> balance is money owed and has no floor to fall below
           IF NOT (ACCT-STATUS-OPEN OR ACCT-STATUS-FROZEN)
               EXIT PARAGRAPH
           END-IF
           IF ACCT-TYPE-LOAN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ACCOUNT-CUSTOMER
           IF NOT CUSTOMER-ALERTABLE
               EXIT PARAGRAPH
           END-IF
           IF CUST-ALERT-LOW-BALANCE > 0
                   OR CUST-ALERT-LARGE-DEBIT > 0
               PERFORM SCAN-DAY-HISTORY
           END-IF
           IF CUST-ALERT-HOLD-ON AND HOLDS-AVAILABLE
               PERFORM SCAN-HOLDS-PLACED
           END-IF
           IF ACCT-TYPE-TERM AND CUST-ALERT-MATURITY-DAYS > 0
               PERFORM CHECK-TERM-MATURITY
           END-IF.

       SCAN-DAY-HISTORY.
           *> Today's entries on the account, from the keyed history:
           *> each posted debit over the customer's limit is an
           *> alert, and the day's net movement gives the opening
           *> balance, so the low-balance alert goes out once, on the
           *> day the balance crosses the floor, not every night it
           *> stays under it
           MOVE 0 TO WS-DAY-NET
           MOVE "N" TO WS-HIST-EOF-SWITCH
           MOVE ACCT-NUMBER TO HIST-ACCOUNT-NUMBER
           MOVE WS-TODAY TO HIST-DATE
           MOVE 0 TO HIST-TIME
           MOVE 0 TO HIST-SEQ
           START TRAN-HISTORY KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HIST-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-DAY-HISTORY
               READ TRAN-HISTORY NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-SWITCH
                   NOT AT END
                       IF HIST-ACCOUNT-NUMBER NOT = ACCT-NUMBER
                               OR HIST-DATE NOT = WS-TODAY
                           MOVE "Y" TO WS-HIST-EOF-SWITCH
                       ELSE
                           MOVE HIST-TRAN-DATA TO TRAN-LOG-RECORD
                           IF TRAN-STATUS-POSTED
                                   OR TRAN-STATUS-REVERSED
                               PERFORM APPLY-TRAN-TO-DAY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF CUST-ALERT-LOW-BALANCE > 0
               COMPUTE WS-OPENING-BALANCE =
                   ACCT-CURRENT-BALANCE - WS-DAY-NET
               IF ACCT-CURRENT-BALANCE < CUST-ALERT-LOW-BALANCE
                       AND WS-OPENING-BALANCE
                           NOT < CUST-ALERT-LOW-BALANCE
                   MOVE 1 TO WS-ALERT-TYPE-SUB
                   MOVE ACCT-NUMBER TO WS-ALERT-ACCOUNT
                   MOVE ACCT-CURRENCY-CODE TO WS-ALERT-CURRENCY
                   MOVE ACCT-CURRENT-BALANCE TO WS-ALERT-AMOUNT
                   MOVE WS-TODAY TO WS-ALERT-EVENT-DATE
                   MOVE SPACES TO WS-ALERT-REFERENCE
                   PERFORM WRITE-CUSTOMER-ALERT
               END-IF
           END-IF.

       APPLY-TRAN-TO-DAY.
           *> Same debit and credit sides as the balance
           *> reconciliation; memo entries move no balance
           EVALUATE TRUE
               WHEN TRAN-TYPE-WITHDRAWAL
                       OR TRAN-TYPE-TRANSFER
                       OR TRAN-TYPE-FEE
                       OR TRAN-TYPE-OD-INTEREST
                       OR TRAN-TYPE-CHECK
                       OR TRAN-TYPE-EXTERNAL
                       OR TRAN-TYPE-WHT
                       OR TRAN-TYPE-LOAN-ADVANCE
                       OR TRAN-TYPE-LOAN-REPAY
                       OR TRAN-TYPE-DISPUTE-DEBIT
                       OR TRAN-TYPE-LEGAL-SEIZURE
                       OR TRAN-TYPE-OFFICIAL-CHECK
                       OR TRAN-TYPE-CHARGEBACK
                   SUBTRACT TRAN-AMOUNT FROM WS-DAY-NET
                   *> A debit later reversed, or the reversal entry
                   *> itself, is not news to send the customer
                   IF CUST-ALERT-LARGE-DEBIT > 0
                           AND TRAN-AMOUNT > CUST-ALERT-LARGE-DEBIT
                           AND TRAN-STATUS-POSTED
                           AND NOT TRAN-IS-REVERSAL
                       MOVE 2 TO WS-ALERT-TYPE-SUB
                       MOVE ACCT-NUMBER TO WS-ALERT-ACCOUNT
                       MOVE TRAN-CURRENCY-CODE TO WS-ALERT-CURRENCY
                       MOVE TRAN-AMOUNT TO WS-ALERT-AMOUNT
                       MOVE TRAN-DATE TO WS-ALERT-EVENT-DATE
                       MOVE SPACES TO WS-ALERT-REFERENCE
                       PERFORM WRITE-CUSTOMER-ALERT
                   END-IF
               WHEN TRAN-TYPE-LOAN-INTEREST
                       OR TRAN-TYPE-RECOVERY
                       OR TRAN-TYPE-OFFCHK-CASH
                       OR TRAN-TYPE-OFFCHK-PAID
                   CONTINUE
               WHEN OTHER
                   ADD TRAN-AMOUNT TO WS-DAY-NET
           END-EVALUATE.

       SCAN-HOLDS-PLACED.
           *> Holds put on today's deposits and still standing; one
           *> cancelled the same day with a chargeback is left out
           MOVE "N" TO WS-HOLD-EOF-SWITCH
           MOVE ACCT-NUMBER TO HOLD-ACCOUNT-NUMBER
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
                       IF HOLD-ACCOUNT-NUMBER NOT = ACCT-NUMBER
                           MOVE "Y" TO WS-HOLD-EOF-SWITCH
                       ELSE
                           IF HOLD-PLACED-DATE = WS-TODAY
                                   AND HOLD-ACTIVE
                               MOVE 4 TO WS-ALERT-TYPE-SUB
                               MOVE ACCT-NUMBER TO WS-ALERT-ACCOUNT
                               MOVE HOLD-CURRENCY-CODE
                                   TO WS-ALERT-CURRENCY
                               MOVE HOLD-AMOUNT TO WS-ALERT-AMOUNT
                               MOVE HOLD-RELEASE-DATE
                                   TO WS-ALERT-EVENT-DATE
                               MOVE SPACES TO WS-ALERT-REFERENCE
                               PERFORM WRITE-CUSTOMER-ALERT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-TERM-MATURITY.
           *> Alert on the first business day the maturity date is
           *> within the customer's notice period: inside it today,
           *> outside it on the prior business date
           IF ACCT-MATURITY-DATE NOT NUMERIC
                   OR ACCT-MATURITY-DATE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(ACCT-MATURITY-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-DAYS-LEFT-PRIOR =
               FUNCTION INTEGER-OF-DATE(ACCT-MATURITY-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-PRIOR-DATE)
           IF WS-DAYS-LEFT NOT < 0
                   AND WS-DAYS-LEFT NOT > CUST-ALERT-MATURITY-DAYS
                   AND WS-DAYS-LEFT-PRIOR > CUST-ALERT-MATURITY-DAYS
               MOVE 5 TO WS-ALERT-TYPE-SUB
               MOVE ACCT-NUMBER TO WS-ALERT-ACCOUNT
               MOVE ACCT-CURRENCY-CODE TO WS-ALERT-CURRENCY
               MOVE ACCT-CURRENT-BALANCE TO WS-ALERT-AMOUNT
               MOVE ACCT-MATURITY-DATE TO WS-ALERT-EVENT-DATE
               MOVE SPACES TO WS-ALERT-REFERENCE
               PERFORM WRITE-CUSTOMER-ALERT
           END-IF.

       WRITE-CUSTOMER-ALERT.
           *> The customer record in hand decides where it goes
           EVALUATE TRUE
               WHEN CUST-ALERT-BY-SMS
                   MOVE 1 TO WS-CHANNEL-SUB
                   IF CUST-MOBILE = SPACES
                       MOVE 0 TO WS-CHANNEL-SUB
                   END-IF
               WHEN CUST-ALERT-BY-EMAIL
                   MOVE 2 TO WS-CHANNEL-SUB
                   IF CUST-EMAIL = SPACES
                       MOVE 0 TO WS-CHANNEL-SUB
                   END-IF
               WHEN OTHER
                   MOVE 3 TO WS-CHANNEL-SUB
                   IF CUST-MOBILE = SPACES OR CUST-EMAIL = SPACES
                       MOVE 0 TO WS-CHANNEL-SUB
                   END-IF
           END-EVALUATE
           IF WS-CHANNEL-SUB = 0
               ADD 1 TO WS-NO-CONTACT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CALRT-RECORD
           MOVE WS-TODAY TO CALRT-ALERT-DATE
           MOVE WS-ALERT-TYPE-CODE (WS-ALERT-TYPE-SUB)
               TO CALRT-ALERT-TYPE
           MOVE CUST-ALERT-CHANNEL TO CALRT-CHANNEL
           MOVE CUST-ID TO CALRT-CUSTOMER-ID
           MOVE CUST-NAME TO CALRT-CUST-NAME
           MOVE CUST-EMAIL TO CALRT-EMAIL
           MOVE CUST-MOBILE TO CALRT-MOBILE
           MOVE ALL "*" TO CALRT-ACCOUNT-MASKED
           MOVE WS-ALERT-ACCOUNT (9:4) TO CALRT-ACCOUNT-MASKED (9:4)
           MOVE WS-ALERT-CURRENCY TO CALRT-CURRENCY-CODE
           IF WS-ALERT-AMOUNT < 0
               MOVE "-" TO CALRT-AMOUNT-SIGN
           ELSE
               MOVE "+" TO CALRT-AMOUNT-SIGN
           END-IF
           MOVE WS-ALERT-AMOUNT TO CALRT-AMOUNT
           MOVE WS-ALERT-EVENT-DATE TO CALRT-EVENT-DATE
           MOVE WS-ALERT-REFERENCE TO CALRT-REFERENCE
           WRITE CALRT-RECORD
           ADD 1 TO WS-ALERTS-WRITTEN
           ADD 1 TO RUNLOG-OUT-COUNT
           ADD 1 TO WS-COUNT-CHANNEL (WS-ALERT-TYPE-SUB,
               WS-CHANNEL-SUB).

       WRITE-ALERT-COUNTS.
           MOVE SPACES TO AR-LINE
           STRING "CUSTOMER ALERTS SENT TO THE MESSAGING VENDOR FOR "
                  WS-TODAY
               DELIMITED BY SIZE INTO AR-LINE
           WRITE AR-LINE
           MOVE SPACES TO AR-LINE
           WRITE AR-LINE
           MOVE SPACES TO AR-LINE
           STRING "ALERT TYPE              TEXT    E-MAIL      BOTH"
                  "     TOTAL"
               DELIMITED BY SIZE INTO AR-LINE
           WRITE AR-LINE
           MOVE 0 TO WS-GRAND-TOTAL
           MOVE 0 TO WS-CHANNEL-TOTAL (1)
           MOVE 0 TO WS-CHANNEL-TOTAL (2)
           MOVE 0 TO WS-CHANNEL-TOTAL (3)
           PERFORM VARYING WS-ALERT-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-ALERT-TYPE-SUB > 5
               COMPUTE WS-TYPE-TOTAL =
                   WS-COUNT-CHANNEL (WS-ALERT-TYPE-SUB, 1)
                   + WS-COUNT-CHANNEL (WS-ALERT-TYPE-SUB, 2)
                   + WS-COUNT-CHANNEL (WS-ALERT-TYPE-SUB, 3)
               ADD WS-COUNT-CHANNEL (WS-ALERT-TYPE-SUB, 1)
                   TO WS-CHANNEL-TOTAL (1)
               ADD WS-COUNT-CHANNEL (WS-ALERT-TYPE-SUB, 2)
                   TO WS-CHANNEL-TOTAL (2)
               ADD WS-COUNT-CHANNEL (WS-ALERT-TYPE-SUB, 3)
                   TO WS-CHANNEL-TOTAL (3)
               ADD WS-TYPE-TOTAL TO WS-GRAND-TOTAL
               MOVE WS-COUNT-CHANNEL (WS-ALERT-TYPE-SUB, 1)
                   TO WS-TEXT-DISPLAY
               MOVE WS-COUNT-CHANNEL (WS-ALERT-TYPE-SUB, 2)
                   TO WS-EMAIL-DISPLAY
               MOVE WS-COUNT-CHANNEL (WS-ALERT-TYPE-SUB, 3)
                   TO WS-BOTH-DISPLAY
               MOVE WS-TYPE-TOTAL TO WS-COUNT-DISPLAY
               MOVE SPACES TO AR-LINE
               STRING WS-ALERT-TYPE-CAPTION (WS-ALERT-TYPE-SUB)
                      "   " WS-TEXT-DISPLAY
                      "   " WS-EMAIL-DISPLAY
                      "   " WS-BOTH-DISPLAY
                      "   " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO AR-LINE
               WRITE AR-LINE
           END-PERFORM
           MOVE WS-CHANNEL-TOTAL (1) TO WS-TEXT-DISPLAY
           MOVE WS-CHANNEL-TOTAL (2) TO WS-EMAIL-DISPLAY
           MOVE WS-CHANNEL-TOTAL (3) TO WS-BOTH-DISPLAY
           MOVE WS-GRAND-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO AR-LINE
           STRING "ALL ALERTS          "
                  "   " WS-TEXT-DISPLAY
                  "   " WS-EMAIL-DISPLAY
                  "   " WS-BOTH-DISPLAY
                  "   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AR-LINE
           WRITE AR-LINE
           MOVE SPACES TO AR-LINE
           WRITE AR-LINE
           MOVE WS-ACCOUNTS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO AR-LINE
           STRING "ACCOUNTS EXAMINED        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AR-LINE
           WRITE AR-LINE
           MOVE WS-RETURNS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO AR-LINE
           STRING "NSF RETURNS EXAMINED     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AR-LINE
           WRITE AR-LINE
           MOVE WS-NO-CONTACT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO AR-LINE
           STRING "NOT SENT, NO CONTACT     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AR-LINE
           WRITE AR-LINE
           MOVE WS-ALERTS-WRITTEN TO WS-COUNT-DISPLAY
           MOVE SPACES TO AR-LINE
           STRING "EXTRACT RECORDS WRITTEN  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AR-LINE
           WRITE AR-LINE.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "CUSTOMER-ALERT-EXTRACT" TO RUNLOG-PROGRAM-ID
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
