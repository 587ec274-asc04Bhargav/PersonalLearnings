       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-COLLECTION-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "LOANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ACCOUNT-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNC-FILE-STATUS.
           SELECT COLLECTION-REPORT ASSIGN TO "LOANRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY LOANREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  TRANSACTION-LOG.
           COPY TRANREC.

       FD  RUN-CONTROL.
           COPY RUNCREC.

       FD  COLLECTION-REPORT.
       01 LR-LINE                      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LOAN-FILE-STATUS          PIC X(02).
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-TRAN-FILE-STATUS          PIC X(02).
       01 WS-RUNC-FILE-STATUS          PIC X(02).
       01 WS-RPT-FILE-STATUS           PIC X(02).
       01 WS-RUN-CONTROL-KEY           PIC X(08) VALUE "LOANCOLL".
       01 WS-RESUME-SWITCH             PIC X(01).
           88 RESUMING-PRIOR-RUN        VALUE "Y".
       01 WS-SKIPPED-DISPLAY           PIC X(12).
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-LOANS              VALUE "Y".
       01 WS-TODAY                     PIC 9(08).
       01 WS-STAMP-TIME                PIC 9(06).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-HIST-RETURN-CODE          PIC 9(02).
       01 WS-HOLD-RETURN-CODE          PIC 9(02).
       01 WS-SYSTEM-TELLER             PIC X(08) VALUE "LOANCOLL".
      *> The loan's own position, held while the record area is
      *> used for the repayment account
       01 WS-OUTSTANDING               PIC S9(11)V99.
       01 WS-UNBILLED                  PIC S9(11)V99.
       01 WS-LOAN-CURRENCY             PIC X(03).
       01 WS-MONTHLY-INTEREST          PIC S9(9)V99.
       01 WS-MONTHLY-PRINCIPAL         PIC S9(9)V99.
       01 WS-ARREARS-TOTAL             PIC S9(11)V99.
       01 WS-AVAILABLE-FUNDS           PIC S9(11)V99.
       01 WS-HOLD-TOTAL                PIC S9(11)V99.
       01 WS-COLLECT-AMOUNT            PIC S9(9)V99.
       01 WS-COLLECT-INTEREST          PIC S9(9)V99.
       01 WS-COLLECT-PRINCIPAL         PIC S9(9)V99.
       01 WS-SHORT-REASON              PIC X(20).
       01 WS-LOG-ACCOUNT               PIC X(12).
       01 WS-LOG-TRAN-TYPE             PIC X(01).
       01 WS-LOG-TRAN-AMOUNT           PIC S9(9)V99.
       01 WS-LOG-COUNTERPARTY          PIC X(12).
       01 WS-LOG-BRANCH                PIC X(04).
      *> Each account's own home branch, so the repayment debit and
      *> the loan-side split are booked where each account lives
       01 WS-REPAY-BRANCH              PIC X(04).
       01 WS-LOAN-BRANCH               PIC X(04).
      *> Set when a master update for the loan did not land; the
      *> run halts there, with the restart marker still short of
      *> the loan, rather than carry on past a broken posting
       01 WS-UPDATE-SWITCH             PIC X(01).
           88 LOAN-UPDATE-FAILED        VALUE "Y".
       01 WS-FAILED-STEP               PIC X(50).
      *> Due date broken out for the month arithmetic; the day is
      *> re-anchored to the booking day each month so a loan booked
      *> on the 31st comes back to the 31st after February
       01 WS-DUE-DATE.
           05 WS-DUE-YYYY               PIC 9(04).
           05 WS-DUE-MM                 PIC 9(02).
           05 WS-DUE-DD                 PIC 9(02).
       01 WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE
                                       PIC 9(08).
       01 WS-BOOKED-DATE.
           05 WS-BOOKED-YYYY            PIC 9(04).
           05 WS-BOOKED-MM              PIC 9(02).
           05 WS-BOOKED-DD              PIC 9(02).
       01 WS-BOOKED-DATE-NUM REDEFINES WS-BOOKED-DATE
                                       PIC 9(08).
       01 WS-MONTH-MAX-DD              PIC 9(02).
       01 WS-LEAP-QUOTIENT             PIC 9(04).
       01 WS-LEAP-REMAINDER            PIC 9(04).
       01 WS-LEAP-SWITCH               PIC X(01).
       01 WS-LOANS-READ                PIC 9(07).
       01 WS-BILLED-COUNT              PIC 9(07).
       01 WS-COLLECTED-COUNT           PIC 9(07).
       01 WS-SHORTFALL-COUNT           PIC 9(07).
       01 WS-PAID-OFF-COUNT            PIC 9(07).
       01 WS-TOTAL-COLLECTED           PIC S9(13)V99.
       01 WS-TOTAL-ARREARS             PIC S9(13)V99.
       01 WS-AMOUNT-DISPLAY            PIC -(13)9.99.
       01 WS-PRIN-DISPLAY              PIC -(9)9.99.
       01 WS-INT-DISPLAY               PIC -(9)9.99.
       01 WS-COUNT-DISPLAY             PIC ZZZZZZ9.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Nightly loan servicing: bill every installment that has
           *> fallen due into arrears, then collect what the
           *> repayment account can cover, interest before
           *> principal. Whatever cannot be collected stays in
           *> arrears for tomorrow night.
           PERFORM RECORD-RUN-START
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-LOANS-READ
           MOVE 0 TO WS-BILLED-COUNT
           MOVE 0 TO WS-COLLECTED-COUNT
           MOVE 0 TO WS-SHORTFALL-COUNT
           MOVE 0 TO WS-PAID-OFF-COUNT
           MOVE 0 TO WS-TOTAL-COLLECTED
           MOVE 0 TO WS-TOTAL-ARREARS
           OPEN I-O LOAN-FILE
           IF WS-LOAN-FILE-STATUS = "35"
               *> No loan has ever been booked: nothing to collect
               DISPLAY "No loan master on file; nothing to collect"
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open loan master, status "
                   WS-LOAN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           PERFORM OPEN-RUN-CONTROL
           IF RESUMING-PRIOR-RUN
               PERFORM POSITION-PAST-MARKER
           END-IF
           OPEN I-O ACCOUNT-MASTER
           OPEN EXTEND TRANSACTION-LOG
           OPEN OUTPUT COLLECTION-REPORT
           MOVE SPACES TO LR-LINE
           STRING "LOAN COLLECTION REPORT FOR " WS-TODAY
               DELIMITED BY SIZE INTO LR-LINE
           WRITE LR-LINE
           PERFORM UNTIL END-OF-LOANS
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE "N" TO WS-UPDATE-SWITCH
                       IF LOAN-ACTIVE
                           ADD 1 TO WS-LOANS-READ
                           ADD 1 TO RUNLOG-IN-COUNT
                           PERFORM SERVICE-ONE-LOAN
                       END-IF
                       IF LOAN-UPDATE-FAILED
                           PERFORM HALT-ON-UPDATE-FAILURE
                       END-IF
                       PERFORM ADVANCE-RUN-MARKER
               END-READ
           END-PERFORM
           PERFORM WRITE-COLLECTION-TOTALS
           CLOSE LOAN-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE TRANSACTION-LOG
           CLOSE COLLECTION-REPORT
           CLOSE RUN-CONTROL
           DISPLAY "Loans serviced: " WS-LOANS-READ
               " collected: " WS-COLLECTED-COUNT
               " short: " WS-SHORTFALL-COUNT
           PERFORM RECORD-RUN-END
           STOP RUN.

       OPEN-RUN-CONTROL.
           *> Serviced-through marker for this business date: a rerun
           *> after an abend resumes just past the last loan whose
           *> rewrite landed, instead of collecting from the earlier
           *> loans a second time. Create-on-first-use applies only
           *> to file-not-found (status 35); any other failure must
           *> NOT fall through to OPEN OUTPUT, which would erase
           *> every batch's restart position.
           MOVE "N" TO WS-RESUME-SWITCH
           OPEN I-O RUN-CONTROL
           IF WS-RUNC-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
               IF WS-RUNC-FILE-STATUS = "00"
                   CLOSE RUN-CONTROL
                   OPEN I-O RUN-CONTROL
               END-IF
           END-IF
           IF WS-RUNC-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open run control, status "
                   WS-RUNC-FILE-STATUS " - halting rather than"
                   " risk a double-collection rerun"
               CLOSE LOAN-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           MOVE WS-RUN-CONTROL-KEY TO RUNC-KEY
           READ RUN-CONTROL
               INVALID KEY
                   MOVE WS-RUN-CONTROL-KEY TO RUNC-KEY
                   MOVE 0 TO RUNC-BUSINESS-DATE
                   MOVE SPACES TO RUNC-LAST-KEY
                   WRITE RUNC-RECORD
           END-READ
           IF RUNC-BUSINESS-DATE = WS-TODAY
                   AND RUNC-LAST-KEY NOT = SPACES
               MOVE "Y" TO WS-RESUME-SWITCH
               MOVE RUNC-LAST-KEY TO WS-SKIPPED-DISPLAY
               DISPLAY "Rerun for business date " WS-TODAY
                   ": loans through " WS-SKIPPED-DISPLAY
                   " already serviced and skipped"
           ELSE
               MOVE WS-TODAY TO RUNC-BUSINESS-DATE
               MOVE SPACES TO RUNC-LAST-KEY
               REWRITE RUNC-RECORD
           END-IF.

       POSITION-PAST-MARKER.
           MOVE RUNC-LAST-KEY TO LOAN-ACCOUNT-NUMBER
           START LOAN-FILE KEY IS GREATER THAN LOAN-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START.

       ADVANCE-RUN-MARKER.
           *> The marker moves only after the loan's postings and
           *> rewrite have landed, so the worst an abend can cost
           *> is one loan re-examined, never one collected twice
           MOVE LOAN-ACCOUNT-NUMBER TO RUNC-LAST-KEY
           REWRITE RUNC-RECORD
           IF WS-RUNC-FILE-STATUS NOT = "00"
               DISPLAY "Unable to advance run marker, status "
                   WS-RUNC-FILE-STATUS " - halting rather than"
                   " risk a double-collection rerun"
               CLOSE LOAN-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE TRANSACTION-LOG
               CLOSE COLLECTION-REPORT
               CLOSE RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF.

       HALT-ON-UPDATE-FAILURE.
           MOVE SPACES TO LR-LINE
           STRING "LOAN " LOAN-ACCOUNT-NUMBER " " WS-FAILED-STEP
               DELIMITED BY SIZE INTO LR-LINE
           WRITE LR-LINE
           MOVE "RUN HALTED - REPAIR THE LOAN ABOVE, THEN RERUN"
               TO LR-LINE
           WRITE LR-LINE
           DISPLAY "Loan " LOAN-ACCOUNT-NUMBER " " WS-FAILED-STEP
               " (account master status " WS-ACCT-FILE-STATUS
               ", loan master status " WS-LOAN-FILE-STATUS
               ") - halting"
           CLOSE LOAN-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE TRANSACTION-LOG
           CLOSE COLLECTION-REPORT
           CLOSE RUN-CONTROL
           MOVE 8 TO RETURN-CODE
           PERFORM RECORD-RUN-END
           STOP RUN.

       SERVICE-ONE-LOAN.
           MOVE LOAN-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE SPACES TO LR-LINE
                   STRING "LOAN " LOAN-ACCOUNT-NUMBER
                          " NOT ON ACCOUNT MASTER - NOT SERVICED"
                       DELIMITED BY SIZE INTO LR-LINE
                   WRITE LR-LINE
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-OUTSTANDING = 0 - ACCT-CURRENT-BALANCE
           MOVE ACCT-CURRENCY-CODE TO WS-LOAN-CURRENCY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAMP-TIME
           COMPUTE WS-UNBILLED =
               WS-OUTSTANDING - LOAN-ARREARS-PRINCIPAL
           PERFORM BILL-ONE-INSTALLMENT
               UNTIL LOAN-NEXT-DUE-DATE > WS-TODAY
                   OR WS-UNBILLED NOT > 0
           COMPUTE WS-ARREARS-TOTAL =
               LOAN-ARREARS-PRINCIPAL + LOAN-ARREARS-INTEREST
           IF WS-ARREARS-TOTAL > 0
               PERFORM COLLECT-ARREARS
           END-IF
           IF LOAN-UPDATE-FAILED
               EXIT PARAGRAPH
           END-IF
           IF WS-OUTSTANDING NOT > 0
                   AND LOAN-ARREARS-PRINCIPAL = 0
                   AND LOAN-ARREARS-INTEREST = 0
               PERFORM CLOSE-PAID-OFF-LOAN
           END-IF
           *> The loan record is rewritten even when the account
           *> close above failed: the collection has posted and
           *> must not be taken again on the rerun
           REWRITE LOAN-RECORD
           IF WS-LOAN-FILE-STATUS NOT = "00"
               MOVE "BILLING/COLLECTION NOT SAVED ON LOAN MASTER"
                   TO WS-FAILED-STEP
               MOVE "Y" TO WS-UPDATE-SWITCH
           END-IF.

       BILL-ONE-INSTALLMENT.
           *> Interest for the month on the principal still owed;
           *> the rest of the level installment is principal. The
           *> final installment takes whatever principal is left,
           *> so rounding over the term never strands a few cents.
           COMPUTE WS-MONTHLY-INTEREST ROUNDED =
               WS-OUTSTANDING * LOAN-ANNUAL-RATE / 12
           COMPUTE WS-MONTHLY-PRINCIPAL =
               LOAN-INSTALLMENT - WS-MONTHLY-INTEREST
           IF WS-MONTHLY-PRINCIPAL < 0
               MOVE 0 TO WS-MONTHLY-PRINCIPAL
           END-IF
           IF WS-MONTHLY-PRINCIPAL > WS-UNBILLED
                   OR LOAN-INSTALLMENTS-BILLED + 1 >= LOAN-TERM-MONTHS
               MOVE WS-UNBILLED TO WS-MONTHLY-PRINCIPAL
           END-IF
           ADD WS-MONTHLY-PRINCIPAL TO LOAN-ARREARS-PRINCIPAL
           ADD WS-MONTHLY-INTEREST TO LOAN-ARREARS-INTEREST
           SUBTRACT WS-MONTHLY-PRINCIPAL FROM WS-UNBILLED
           IF LOAN-ARREARS-SINCE = 0
               MOVE LOAN-NEXT-DUE-DATE TO LOAN-ARREARS-SINCE
           END-IF
           ADD 1 TO LOAN-INSTALLMENTS-BILLED
           ADD 1 TO WS-BILLED-COUNT
           ADD 1 TO RUNLOG-OUT-COUNT
           MOVE LOAN-NEXT-DUE-DATE TO WS-DUE-DATE-NUM
           PERFORM ADD-ONE-MONTH
           MOVE WS-DUE-DATE-NUM TO LOAN-NEXT-DUE-DATE.

       COLLECT-ARREARS.
           *> What the repayment account can give: ledger balance
           *> less uncleared holds, plus the arranged overdraft on a
           *> checking account, the same test the posting path
           *> applies to a withdrawal
           MOVE 0 TO WS-COLLECT-AMOUNT
           MOVE SPACES TO WS-SHORT-REASON
           MOVE LOAN-REPAY-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "NO REPAYMENT ACCOUNT" TO WS-SHORT-REASON
           END-READ
           IF WS-SHORT-REASON = SPACES
               EVALUATE TRUE
                   WHEN NOT ACCT-STATUS-OPEN
                       MOVE "REPAY ACCT NOT OPEN" TO WS-SHORT-REASON
                   WHEN ACCT-CURRENCY-CODE NOT = WS-LOAN-CURRENCY
                       MOVE "CURRENCY MISMATCH" TO WS-SHORT-REASON
                   WHEN OTHER
                       PERFORM COMPUTE-AVAILABLE-FUNDS
                       IF WS-AVAILABLE-FUNDS > 0
                           IF WS-AVAILABLE-FUNDS < WS-ARREARS-TOTAL
                               MOVE WS-AVAILABLE-FUNDS
                                   TO WS-COLLECT-AMOUNT
                           ELSE
                               MOVE WS-ARREARS-TOTAL
                                   TO WS-COLLECT-AMOUNT
                           END-IF
                       ELSE
                           MOVE "INSUFFICIENT FUNDS" TO WS-SHORT-REASON
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-COLLECT-AMOUNT > 0
               PERFORM POST-COLLECTION
           END-IF
           IF LOAN-ARREARS-PRINCIPAL + LOAN-ARREARS-INTEREST > 0
               IF WS-SHORT-REASON = SPACES
                   MOVE "PARTIAL COLLECTION" TO WS-SHORT-REASON
               END-IF
               PERFORM WRITE-SHORTFALL-LINE
           END-IF.

       COMPUTE-AVAILABLE-FUNDS.
           MOVE ACCT-CURRENT-BALANCE TO WS-AVAILABLE-FUNDS
           MOVE 0 TO WS-HOLD-TOTAL
           CALL "ACCOUNT-HOLD-TOTAL"
               USING ACCT-NUMBER, WS-TODAY,
                     WS-HOLD-TOTAL, WS-HOLD-RETURN-CODE
           SUBTRACT WS-HOLD-TOTAL FROM WS-AVAILABLE-FUNDS
           IF ACCT-TYPE-CHECKING
               ADD ACCT-OD-LIMIT TO WS-AVAILABLE-FUNDS
           END-IF.

       POST-COLLECTION.
           *> Interest is settled before principal, so a short
           *> payment leaves the principal (which keeps earning)
           *> rather than the interest in arrears
           IF WS-COLLECT-AMOUNT > LOAN-ARREARS-INTEREST
               MOVE LOAN-ARREARS-INTEREST TO WS-COLLECT-INTEREST
           ELSE
               MOVE WS-COLLECT-AMOUNT TO WS-COLLECT-INTEREST
           END-IF
           COMPUTE WS-COLLECT-PRINCIPAL =
               WS-COLLECT-AMOUNT - WS-COLLECT-INTEREST
           *> Debit the repayment account (still in the record area)
           MOVE ACCT-BRANCH-CODE TO WS-REPAY-BRANCH
           SUBTRACT WS-COLLECT-AMOUNT FROM ACCT-CURRENT-BALANCE
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE "REPAYMENT ACCOUNT NOT DEBITED - NOTHING COLLECTED"
                   TO WS-FAILED-STEP
               MOVE "Y" TO WS-UPDATE-SWITCH
               EXIT PARAGRAPH
           END-IF
           *> Then reduce what is owed on the loan account by the
           *> principal part; the interest part is income, not a
           *> change in the customer's debt
           MOVE LOAN-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "REPAYMENT DEBITED, LOAN ACCOUNT NOT FOUND"
                       TO WS-FAILED-STEP
                   MOVE "Y" TO WS-UPDATE-SWITCH
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCT-BRANCH-CODE TO WS-LOAN-BRANCH
           ADD WS-COLLECT-PRINCIPAL TO ACCT-CURRENT-BALANCE
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE "REPAYMENT DEBITED, LOAN ACCOUNT NOT CREDITED"
                   TO WS-FAILED-STEP
               MOVE "Y" TO WS-UPDATE-SWITCH
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-COLLECT-PRINCIPAL FROM WS-OUTSTANDING
           SUBTRACT WS-COLLECT-INTEREST FROM LOAN-ARREARS-INTEREST
           SUBTRACT WS-COLLECT-PRINCIPAL FROM LOAN-ARREARS-PRINCIPAL
           MOVE WS-TODAY TO LOAN-LAST-PAYMENT-DATE
           IF LOAN-ARREARS-PRINCIPAL = 0 AND LOAN-ARREARS-INTEREST = 0
               *> Everything billed is now paid: paid-to is the due
               *> date of the last installment billed, one month
               *> behind the next one
               MOVE 0 TO LOAN-ARREARS-SINCE
               MOVE LOAN-NEXT-DUE-DATE TO WS-DUE-DATE-NUM
               PERFORM SUBTRACT-ONE-MONTH
               MOVE WS-DUE-DATE-NUM TO LOAN-PAID-TO-DATE
           END-IF
           PERFORM WRITE-COLLECTION-LOG
           ADD 1 TO WS-COLLECTED-COUNT
           ADD 1 TO RUNLOG-OUT-COUNT
           ADD WS-COLLECT-AMOUNT TO WS-TOTAL-COLLECTED
           MOVE WS-COLLECT-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-COLLECT-PRINCIPAL TO WS-PRIN-DISPLAY
           MOVE WS-COLLECT-INTEREST TO WS-INT-DISPLAY
           MOVE SPACES TO LR-LINE
           STRING "LOAN " LOAN-ACCOUNT-NUMBER
                  " COLLECTED " WS-AMOUNT-DISPLAY
                  " PRIN " WS-PRIN-DISPLAY
                  " INT " WS-INT-DISPLAY
                  " " WS-LOAN-CURRENCY
               DELIMITED BY SIZE INTO LR-LINE
           WRITE LR-LINE.

       WRITE-COLLECTION-LOG.
           *> "R" debit on the repayment account, then the split on
           *> the loan account: "P" principal (a credit that reduces
           *> the debt) and "N" interest (memo only). All three
           *> carry the same timestamp so they pair up.
           MOVE LOAN-REPAY-ACCOUNT TO WS-LOG-ACCOUNT
           MOVE "R" TO WS-LOG-TRAN-TYPE
           MOVE WS-COLLECT-AMOUNT TO WS-LOG-TRAN-AMOUNT
           MOVE LOAN-ACCOUNT-NUMBER TO WS-LOG-COUNTERPARTY
           MOVE WS-REPAY-BRANCH TO WS-LOG-BRANCH
           PERFORM WRITE-LOAN-TRAN-LOG
           MOVE LOAN-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT
           MOVE LOAN-REPAY-ACCOUNT TO WS-LOG-COUNTERPARTY
           MOVE WS-LOAN-BRANCH TO WS-LOG-BRANCH
           IF WS-COLLECT-PRINCIPAL > 0
               MOVE "P" TO WS-LOG-TRAN-TYPE
               MOVE WS-COLLECT-PRINCIPAL TO WS-LOG-TRAN-AMOUNT
               PERFORM WRITE-LOAN-TRAN-LOG
           END-IF
           IF WS-COLLECT-INTEREST > 0
               MOVE "N" TO WS-LOG-TRAN-TYPE
               MOVE WS-COLLECT-INTEREST TO WS-LOG-TRAN-AMOUNT
               PERFORM WRITE-LOAN-TRAN-LOG
           END-IF.

       WRITE-LOAN-TRAN-LOG.
           *> The record area is cleared first so the trailing
           *> fields carry no residue
           MOVE SPACES TO TRAN-LOG-RECORD
           MOVE 0 TO TRAN-RATE-TIER
           MOVE 0 TO TRAN-ORIG-DATE
           MOVE 0 TO TRAN-ORIG-TIME
           MOVE WS-LOG-ACCOUNT TO TRAN-ACCOUNT-NUMBER
           MOVE WS-LOG-TRAN-TYPE TO TRAN-TYPE
           MOVE WS-LOG-TRAN-AMOUNT TO TRAN-AMOUNT
           MOVE WS-LOAN-CURRENCY TO TRAN-CURRENCY-CODE
           MOVE 0 TO TRAN-RETURN-CODE
           MOVE "P" TO TRAN-STATUS
           MOVE WS-SYSTEM-TELLER TO TRAN-TELLER-ID
           MOVE WS-LOG-BRANCH TO TRAN-BRANCH-CODE
           MOVE WS-TODAY TO TRAN-DATE
           MOVE WS-STAMP-TIME TO TRAN-TIME
           MOVE WS-LOG-COUNTERPARTY TO TRAN-COUNTERPARTY-ACCT
           MOVE WS-LOAN-CURRENCY TO TRAN-ORIG-CURRENCY
           MOVE WS-LOG-TRAN-AMOUNT TO TRAN-ORIG-AMOUNT
           MOVE 1 TO TRAN-RATE-APPLIED
           WRITE TRAN-LOG-RECORD
           CALL "TRAN-HISTORY-WRITE"
               USING TRAN-LOG-RECORD, WS-HIST-RETURN-CODE.

       CLOSE-PAID-OFF-LOAN.
           *> Last principal in: the loan master is marked paid off
           *> and the zero-balance loan account closes
           MOVE "P" TO LOAN-STATUS
           MOVE LOAN-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-CURRENT-BALANCE = 0
                       MOVE "C" TO ACCT-STATUS
                       MOVE WS-TODAY TO ACCT-DATE-CLOSED
                       REWRITE ACCOUNT-RECORD
                       IF WS-ACCT-FILE-STATUS NOT = "00"
                           MOVE "PAID OFF BUT LOAN ACCOUNT NOT CLOSED"
                               TO WS-FAILED-STEP
                           MOVE "Y" TO WS-UPDATE-SWITCH
                       END-IF
                   END-IF
           END-READ
           ADD 1 TO WS-PAID-OFF-COUNT
           MOVE SPACES TO LR-LINE
           STRING "LOAN " LOAN-ACCOUNT-NUMBER
                  " PAID IN FULL - ACCOUNT CLOSED"
               DELIMITED BY SIZE INTO LR-LINE
           WRITE LR-LINE.

       WRITE-SHORTFALL-LINE.
           ADD 1 TO WS-SHORTFALL-COUNT
           COMPUTE WS-ARREARS-TOTAL =
               LOAN-ARREARS-PRINCIPAL + LOAN-ARREARS-INTEREST
           ADD WS-ARREARS-TOTAL TO WS-TOTAL-ARREARS
           MOVE WS-ARREARS-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO LR-LINE
           STRING "LOAN " LOAN-ACCOUNT-NUMBER
                  " IN ARREARS " WS-AMOUNT-DISPLAY
                  " " WS-LOAN-CURRENCY
                  " SINCE " LOAN-ARREARS-SINCE
                  " " WS-SHORT-REASON
               DELIMITED BY SIZE INTO LR-LINE
           WRITE LR-LINE.

       WRITE-COLLECTION-TOTALS.
           MOVE SPACES TO LR-LINE
           WRITE LR-LINE
           MOVE WS-LOANS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO LR-LINE
           STRING "ACTIVE LOANS SERVICED   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO LR-LINE
           WRITE LR-LINE
           MOVE WS-BILLED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO LR-LINE
           STRING "INSTALLMENTS BILLED     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO LR-LINE
           WRITE LR-LINE
           MOVE WS-COLLECTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO LR-LINE
           STRING "COLLECTIONS POSTED      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO LR-LINE
           WRITE LR-LINE
           MOVE WS-TOTAL-COLLECTED TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO LR-LINE
           STRING "AMOUNT COLLECTED    " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO LR-LINE
           WRITE LR-LINE
           MOVE WS-SHORTFALL-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO LR-LINE
           STRING "LOANS IN ARREARS        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO LR-LINE
           WRITE LR-LINE
           MOVE WS-TOTAL-ARREARS TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO LR-LINE
           STRING "ARREARS OUTSTANDING " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO LR-LINE
           WRITE LR-LINE
           MOVE WS-PAID-OFF-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO LR-LINE
           STRING "LOANS PAID OFF          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO LR-LINE
           WRITE LR-LINE.

       ADD-ONE-MONTH.
           ADD 1 TO WS-DUE-MM
           IF WS-DUE-MM > 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           END-IF
           PERFORM ANCHOR-DUE-DAY.

       SUBTRACT-ONE-MONTH.
           IF WS-DUE-MM = 1
               MOVE 12 TO WS-DUE-MM
               SUBTRACT 1 FROM WS-DUE-YYYY
           ELSE
               SUBTRACT 1 FROM WS-DUE-MM
           END-IF
           PERFORM ANCHOR-DUE-DAY.

       ANCHOR-DUE-DAY.
           *> Back to the booking day, then clamped to the last day
           *> of a shorter month
           MOVE LOAN-BOOKED-DATE TO WS-BOOKED-DATE-NUM
           MOVE WS-BOOKED-DD TO WS-DUE-DD
           EVALUATE WS-DUE-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-MAX-DD
               WHEN 2
                   PERFORM CHECK-LEAP-YEAR
                   IF WS-LEAP-SWITCH = "Y"
                       MOVE 29 TO WS-MONTH-MAX-DD
                   ELSE
                       MOVE 28 TO WS-MONTH-MAX-DD
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-MAX-DD
           END-EVALUATE
           IF WS-DUE-DD > WS-MONTH-MAX-DD
               MOVE WS-MONTH-MAX-DD TO WS-DUE-DD
           END-IF.

       CHECK-LEAP-YEAR.
           MOVE "N" TO WS-LEAP-SWITCH
           DIVIDE WS-DUE-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
               MOVE "Y" TO WS-LEAP-SWITCH
               DIVIDE WS-DUE-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   DIVIDE WS-DUE-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER NOT = 0
                       MOVE "N" TO WS-LEAP-SWITCH
                   END-IF
               END-IF
           END-IF.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "LOAN-COLLECTION-BATCH" TO RUNLOG-PROGRAM-ID
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
