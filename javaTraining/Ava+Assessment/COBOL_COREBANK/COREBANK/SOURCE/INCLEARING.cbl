               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISS-KEY
               FILE STATUS IS WS-ISS-FILE-STATUS.
           SELECT OFFICIAL-CHECK-REGISTER ASSIGN TO "OCHKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCHK-SERIAL
               FILE STATUS IS WS-OCHK-FILE-STATUS.
           SELECT RETURN-FILE ASSIGN TO "RETFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RET-FILE-STATUS.
       FD  ISSUE-FILE.
           COPY ISSREC.

       FD  OFFICIAL-CHECK-REGISTER.
           COPY OCHKREC.

       FD  TRANSACTION-LOG.
           COPY TRANREC.

       01 WS-ISS-FILE-STATUS           PIC X(02).
       01 WS-ISS-OPEN-SWITCH           PIC X(01).
           88 ISSUES-AVAILABLE          VALUE "Y".
       01 WS-OCHK-FILE-STATUS          PIC X(02).
       01 WS-OCHK-OPEN-SWITCH          PIC X(01).
           88 OFFICIAL-CHECKS-AVAILABLE VALUE "Y".
      *> Our own official checks come back drawn on this account
      *> number; they clear against the register, not the master
       01 WS-OFFCHECK-ACCOUNT          PIC X(12) VALUE "OFFCHECK".
       01 WS-RET-FILE-STATUS           PIC X(02).
       01 WS-RPT-FILE-STATUS           PIC X(02).
       01 WS-EOF-SWITCH                PIC X(01).
       01 WS-AMOUNT-IN                 PIC S9(13)V99.
       01 WS-AMOUNT-PAID               PIC S9(13)V99.
       01 WS-AMOUNT-RETURNED           PIC S9(13)V99.
       01 WS-OCHK-ITEMS-PAID           PIC 9(07).
       01 WS-OCHK-AMOUNT-PAID          PIC S9(13)V99.
      *> Type and booking branch of the paid-item log entry
       01 WS-PAID-TRAN-TYPE            PIC X(01).
       01 WS-PAID-BRANCH               PIC X(04).
       01 WS-COUNT-DISPLAY             PIC ZZZZZZ9.
       01 WS-AMOUNT-DISPLAY            PIC -(13)9.99.
       01 WS-ODP-TIME                  PIC 9(06).
      *> Overdraft protection from a linked savings account
       01 WS-ODP-CHECKING              PIC X(12).
       01 WS-ODP-SAVINGS               PIC X(12).
       01 WS-ODP-CURRENCY              PIC X(03).
       01 WS-ODP-INCREMENT             PIC S9(9)V99.
       01 WS-ODP-FEE                   PIC S9(5)V99.
       01 WS-ODP-PRODUCT               PIC X(04).
       01 WS-ODP-RETURN-CODE           PIC 9(02).
       01 WS-ODP-NEEDED                PIC S9(9)V99.
       01 WS-ODP-SWEEP                 PIC S9(9)V99.
       01 WS-ODP-UNITS                 PIC 9(09).
       01 WS-ODP-REMAINDER             PIC S9(9)V99.
       01 WS-ODP-SAVINGS-AVAILABLE     PIC S9(11)V99.
       01 WS-ODP-HOLD-TOTAL            PIC S9(11)V99.
       01 WS-ODP-COVER-SWITCH          PIC X(01).
           88 ODP-CAN-COVER             VALUE "Y".
       01 WS-ODP-AMOUNT-DISPLAY        PIC -(9)9.99.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> availability rules the teller posting path applies,
           *> paying what clears and returning the rest with the
           *> standard reason
           PERFORM RECORD-RUN-START
           MOVE 0 TO WS-ITEMS-IN
           MOVE 0 TO WS-ITEMS-PAID
           MOVE 0 TO WS-ITEMS-RETURNED
           MOVE 0 TO WS-AMOUNT-IN
           MOVE 0 TO WS-AMOUNT-PAID
           MOVE 0 TO WS-AMOUNT-RETURNED
           MOVE 0 TO WS-OCHK-ITEMS-PAID
           MOVE 0 TO WS-OCHK-AMOUNT-PAID
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-ICL-FILE-STATUS NOT = "00"
               DISPLAY "No inclearing file, status "
                   WS-ICL-FILE-STATUS
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-MASTER
           IF WS-ISS-FILE-STATUS = "00"
               MOVE "Y" TO WS-ISS-OPEN-SWITCH
           END-IF
           MOVE "N" TO WS-OCHK-OPEN-SWITCH
           OPEN I-O OFFICIAL-CHECK-REGISTER
           IF WS-OCHK-FILE-STATUS = "00"
               MOVE "Y" TO WS-OCHK-OPEN-SWITCH
           END-IF
           OPEN OUTPUT RETURN-FILE
           PERFORM UNTIL END-OF-INCLEARING
               READ INCLEARING-FILE
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ITEMS-IN
                       ADD 1 TO RUNLOG-IN-COUNT
                       ADD ICL-AMOUNT TO WS-AMOUNT-IN
                       PERFORM PROCESS-INCLEARING-ITEM
               END-READ
           IF ISSUES-AVAILABLE
               CLOSE ISSUE-FILE
           END-IF
           IF OFFICIAL-CHECKS-AVAILABLE
               CLOSE OFFICIAL-CHECK-REGISTER
           END-IF
           CLOSE RETURN-FILE
           PERFORM WRITE-TOTALS-REPORT
           PERFORM RECORD-RUN-END
           STOP RUN.

       PROCESS-INCLEARING-ITEM.
           *> escheated into one return code, and the exchange
           *> needs the distinct CLOSED reason
           MOVE SPACES TO WS-RETURN-REASON
           IF ICL-ACCOUNT-NUMBER = WS-OFFCHECK-ACCOUNT
               PERFORM PROCESS-OFFICIAL-CHECK
               EXIT PARAGRAPH
           END-IF
           MOVE ICL-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
      *> least of all through the clearing exchange
                   MOVE "TERM" TO WS-RETURN-REASON
                   PERFORM WRITE-RETURN-ITEM
               WHEN ACCT-TYPE-LOAN
      *> No checks are drawn on a loan; its balance moves only
      *> through booking and the collection run
                   MOVE "LOAN" TO WS-RETURN-REASON
                   PERFORM WRITE-RETURN-ITEM
               WHEN ICL-CURRENCY-CODE NOT = ACCT-CURRENCY-CODE
                   MOVE "CURR" TO WS-RETURN-REASON
                   PERFORM WRITE-RETURN-ITEM
                   END-IF
           END-EVALUATE.

       PROCESS-OFFICIAL-CHECK.
           *> One of our own official checks: it pays only against
           *> an outstanding register entry with the same amount and
           *> currency, and only once. Anything else goes back to
           *> the exchange - a serial we never sold (or never handed
           *> over), a voided serial, or a second presentment.
           IF NOT OFFICIAL-CHECKS-AVAILABLE
               *> No register mounted: fail safe and return rather
               *> than pay unverified
               MOVE "UNKSER" TO WS-RETURN-REASON
               PERFORM WRITE-RETURN-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE ICL-CHECK-SERIAL TO OCHK-SERIAL
           READ OFFICIAL-CHECK-REGISTER
               INVALID KEY
                   MOVE "UNKSER" TO WS-RETURN-REASON
                   PERFORM WRITE-RETURN-ITEM
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN OCHK-PAID
                   MOVE "DUPPAY" TO WS-RETURN-REASON
               WHEN OCHK-VOID
                   MOVE "VOIDED" TO WS-RETURN-REASON
               WHEN NOT OCHK-OUTSTANDING
                   MOVE "UNKSER" TO WS-RETURN-REASON
               WHEN ICL-CURRENCY-CODE NOT = OCHK-CURRENCY-CODE
                   MOVE "CURR" TO WS-RETURN-REASON
               WHEN ICL-AMOUNT NOT = OCHK-AMOUNT
                   MOVE "AMTDIF" TO WS-RETURN-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RETURN-REASON NOT = SPACES
               PERFORM WRITE-RETURN-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO OCHK-STATUS
           MOVE WS-TODAY TO OCHK-STATUS-DATE
           REWRITE OCHK-RECORD
           IF WS-OCHK-FILE-STATUS NOT = "00"
               *> Paying without the register marked would leave the
               *> serial open to a second presentment; return it
               DISPLAY "Unable to mark official check " OCHK-SERIAL
                   " paid, status " WS-OCHK-FILE-STATUS
               MOVE "REGERR" TO WS-RETURN-REASON
               PERFORM WRITE-RETURN-ITEM
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ITEMS-PAID
           ADD 1 TO RUNLOG-OUT-COUNT
           ADD ICL-AMOUNT TO WS-AMOUNT-PAID
           ADD 1 TO WS-OCHK-ITEMS-PAID
           ADD ICL-AMOUNT TO WS-OCHK-AMOUNT-PAID
           *> The liability clears at the branch that sold the check
           MOVE "S" TO WS-PAID-TRAN-TYPE
           MOVE OCHK-BRANCH-CODE TO WS-PAID-BRANCH
           PERFORM WRITE-PAID-TRAN-LOG.

       CHECK-POSITIVE-PAY.
           *> An enrolled account pays only items whose serial and
           *> amount match an outstanding entry on the customer's
           IF ACCT-TYPE-CHECKING
               ADD ACCT-OD-LIMIT TO WS-AVAILABLE-FUNDS
           END-IF
           IF ICL-AMOUNT > WS-AVAILABLE-FUNDS AND ACCT-TYPE-CHECKING
               MOVE FUNCTION CURRENT-DATE(9:6) TO WS-ODP-TIME
               PERFORM COVER-FROM-PROTECTING-SAVINGS
               IF ODP-CAN-COVER
                   COMPUTE WS-AVAILABLE-FUNDS = ACCT-CURRENT-BALANCE
                       - WS-HOLD-TOTAL + ACCT-OD-LIMIT
               END-IF
           END-IF
           IF ICL-AMOUNT > WS-AVAILABLE-FUNDS
               MOVE "NSF" TO WS-RETURN-REASON
               PERFORM WRITE-RETURN-ITEM
               MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
               REWRITE ACCOUNT-RECORD
               ADD 1 TO WS-ITEMS-PAID
               ADD 1 TO RUNLOG-OUT-COUNT
               ADD ICL-AMOUNT TO WS-AMOUNT-PAID
               IF ACCT-POSPAY-ENROLLED AND ISSUES-AVAILABLE
                   PERFORM MARK-ISSUE-PAID
               END-IF
               *> Cleared items book to the paying account's home
               *> branch
               MOVE "K" TO WS-PAID-TRAN-TYPE
               MOVE ACCT-BRANCH-CODE TO WS-PAID-BRANCH
               PERFORM WRITE-PAID-TRAN-LOG
           END-IF.

       COVER-FROM-PROTECTING-SAVINGS.
           *> A checking account linked to a protecting savings
           *> account is topped up from it before the item is
           *> refused: the shortfall plus the protection fee, or
           *> the next whole increment above that, moves across as
           *> a logged transfer pair. The item goes NSF only when
           *> savings cannot cover it either. The checking record
           *> is current again on the way out, whichever way it
           *> goes.
           MOVE "N" TO WS-ODP-COVER-SWITCH
           MOVE ACCT-NUMBER TO WS-ODP-CHECKING
           MOVE ACCT-CURRENCY-CODE TO WS-ODP-CURRENCY
           MOVE 0 TO WS-ODP-RETURN-CODE
           CALL "OD-PROTECTION-LOOKUP"
               USING WS-ODP-CHECKING, WS-ODP-SAVINGS,
                     WS-ODP-INCREMENT, WS-ODP-FEE, WS-ODP-PRODUCT,
                     WS-TODAY, WS-ODP-RETURN-CODE
           IF WS-ODP-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ODP-NEEDED =
               ICL-AMOUNT - WS-AVAILABLE-FUNDS + WS-ODP-FEE
           MOVE WS-ODP-NEEDED TO WS-ODP-SWEEP
           IF WS-ODP-INCREMENT > 0
               DIVIDE WS-ODP-NEEDED BY WS-ODP-INCREMENT
                   GIVING WS-ODP-UNITS REMAINDER WS-ODP-REMAINDER
               IF WS-ODP-REMAINDER > 0
                   ADD 1 TO WS-ODP-UNITS
               END-IF
               COMPUTE WS-ODP-SWEEP = WS-ODP-UNITS * WS-ODP-INCREMENT
           END-IF
           MOVE WS-ODP-SAVINGS TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               NOT INVALID KEY
                   PERFORM TEST-PROTECTING-SAVINGS
           END-READ
           IF ODP-CAN-COVER
               SUBTRACT WS-ODP-SWEEP FROM ACCT-CURRENT-BALANCE
               MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
               REWRITE ACCOUNT-RECORD
           END-IF
           MOVE WS-ODP-CHECKING TO ACCT-NUMBER
           READ ACCOUNT-MASTER
           IF ODP-CAN-COVER
               ADD WS-ODP-SWEEP TO ACCT-CURRENT-BALANCE
               SUBTRACT WS-ODP-FEE FROM ACCT-CURRENT-BALANCE
               REWRITE ACCOUNT-RECORD
               CALL "OD-PROTECTION-LOG"
                   USING WS-ODP-SAVINGS, WS-ODP-CHECKING,
                         WS-ODP-SWEEP, WS-ODP-FEE, WS-ODP-CURRENCY,
                         WS-ODP-PRODUCT, WS-SYSTEM-TELLER,
                         ACCT-BRANCH-CODE, WS-TODAY, WS-ODP-TIME
               MOVE WS-ODP-SWEEP TO WS-ODP-AMOUNT-DISPLAY
               DISPLAY "Overdraft protection: " WS-ODP-AMOUNT-DISPLAY
                   " moved from savings " WS-ODP-SAVINGS
                   " to " WS-ODP-CHECKING
           END-IF.

       TEST-PROTECTING-SAVINGS.
           *> Savings can protect only while it is open, in the
           *> same currency, and holds the money clear of its own
           *> uncleared-deposit holds; savings has no overdraft of
           *> its own to lend. Where rounding up to the increment
           *> would overdraw savings, the exact need is taken.
           IF NOT ACCT-TYPE-SAVINGS OR NOT ACCT-STATUS-OPEN
                   OR ACCT-CURRENCY-CODE NOT = WS-ODP-CURRENCY
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-CURRENT-BALANCE TO WS-ODP-SAVINGS-AVAILABLE
           MOVE 0 TO WS-ODP-HOLD-TOTAL
           CALL "ACCOUNT-HOLD-TOTAL"
               USING ACCT-NUMBER, WS-TODAY,
                     WS-ODP-HOLD-TOTAL, WS-HOLD-RETURN-CODE
           SUBTRACT WS-ODP-HOLD-TOTAL FROM WS-ODP-SAVINGS-AVAILABLE
           IF WS-ODP-SWEEP > WS-ODP-SAVINGS-AVAILABLE
               MOVE WS-ODP-NEEDED TO WS-ODP-SWEEP
           END-IF
           IF WS-ODP-SWEEP NOT > WS-ODP-SAVINGS-AVAILABLE
               MOVE "Y" TO WS-ODP-COVER-SWITCH
           END-IF.

       MARK-ISSUE-PAID.
           *> The issue record is still current from the match
           MOVE "P" TO ISS-STATUS
           MOVE 0 TO TRAN-ORIG-DATE
           MOVE 0 TO TRAN-ORIG-TIME
           MOVE ICL-ACCOUNT-NUMBER TO TRAN-ACCOUNT-NUMBER
           MOVE WS-PAID-TRAN-TYPE TO TRAN-TYPE
           MOVE ICL-AMOUNT TO TRAN-AMOUNT
           MOVE ICL-CURRENCY-CODE TO TRAN-CURRENCY-CODE
           MOVE 0 TO TRAN-RETURN-CODE
           MOVE SPACES TO TRAN-PRODUCT-CODE
           MOVE 0 TO TRAN-RATE-TIER
           MOVE ICL-CHECK-SERIAL TO TRAN-CHECK-SERIAL
           MOVE WS-PAID-BRANCH TO TRAN-BRANCH-CODE
           OPEN EXTEND TRANSACTION-LOG
           WRITE TRAN-LOG-RECORD
           CLOSE TRANSACTION-LOG

       WRITE-RETURN-ITEM.
           ADD 1 TO WS-ITEMS-RETURNED
           ADD 1 TO RUNLOG-OUT-COUNT
           ADD ICL-AMOUNT TO WS-AMOUNT-RETURNED
           MOVE SPACES TO RET-RECORD
           MOVE ICL-ACCOUNT-NUMBER TO RET-ACCOUNT-NUMBER
                  " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO TR-LINE
           WRITE TR-LINE
           MOVE WS-OCHK-ITEMS-PAID TO WS-COUNT-DISPLAY
           MOVE WS-OCHK-AMOUNT-PAID TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO TR-LINE
           STRING "  OFFICIAL CHKS" WS-COUNT-DISPLAY
                  " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO TR-LINE
           WRITE TR-LINE
           MOVE WS-ITEMS-RETURNED TO WS-COUNT-DISPLAY
           MOVE WS-AMOUNT-RETURNED TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO TR-LINE
           END-IF
           WRITE TR-LINE
           CLOSE TOTALS-REPORT.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "INCLEARING-BATCH" TO RUNLOG-PROGRAM-ID
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
