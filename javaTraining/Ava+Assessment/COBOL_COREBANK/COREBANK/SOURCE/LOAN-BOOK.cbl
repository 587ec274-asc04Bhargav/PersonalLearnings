       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-BOOKING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT LOAN-FILE ASSIGN TO "LOANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ACCOUNT-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT RELATION-FILE ASSIGN TO "RELFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  LOAN-FILE.
           COPY LOANREC.

       FD  TRANSACTION-LOG.
           COPY TRANREC.

       FD  RELATION-FILE.
           COPY RELREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-LOAN-FILE-STATUS          PIC X(02).
       01 WS-TRAN-FILE-STATUS          PIC X(02).
       01 WS-REL-FILE-STATUS           PIC X(02).
       01 WS-AUDIT-FILE-STATUS         PIC X(02).
       01 WS-TODAY                     PIC 9(08).
       01 WS-STAMP-TIME                PIC 9(06).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-HIST-RETURN-CODE          PIC 9(02).
       01 WS-VALIDATE-RETURN-CODE      PIC 9(02).
       01 WS-DISBURSE-ACCOUNT          PIC X(12).
       01 WS-LOAN-CURRENCY             PIC X(03).
      *> The loan is homed at, and disbursed through, the booking
      *> teller's branch
       01 WS-NO-HOME-BRANCH            PIC X(04) VALUE SPACES.
       01 WS-LOAN-BRANCH               PIC X(04).
       01 WS-PRINCIPAL                 PIC S9(9)V99.
       01 WS-ANNUAL-RATE               PIC S9V9(6).
       01 WS-TERM-MONTHS               PIC 9(03).
       01 WS-APPROVING-OFFICER         PIC X(08).
       01 WS-APPROVER-ROLE             PIC X(01).
       01 WS-VERIFY-PASSWORD           PIC X(08) VALUE SPACES.
      *> Level installment on the monthly rate: the annuity
      *> P * r * (1+r)**n / ((1+r)**n - 1), or a straight P / n on
      *> an interest-free loan. Carried to nine places so a long
      *> term does not lose cents in the growth factor.
       01 WS-MONTHLY-RATE              PIC S9V9(9).
       01 WS-GROWTH-FACTOR             PIC S9(5)V9(9).
       01 WS-INSTALLMENT               PIC S9(9)V99.
       01 WS-INSTALLMENT-DISPLAY       PIC -(9)9.99.
      *> First due date broken out for the month arithmetic, the
      *> same end-of-month clamping the standing-order batch uses
       01 WS-DUE-DATE.
           05 WS-DUE-YYYY               PIC 9(04).
           05 WS-DUE-MM                 PIC 9(02).
           05 WS-DUE-DD                 PIC 9(02).
       01 WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE
                                       PIC 9(08).
       01 WS-MONTH-MAX-DD              PIC 9(02).
       01 WS-LEAP-QUOTIENT             PIC 9(04).
       01 WS-LEAP-REMAINDER            PIC 9(04).
       01 WS-LEAP-SWITCH               PIC X(01).
       01 WS-BEFORE-IMAGE              PIC X(130).
       01 WS-AFTER-IMAGE               PIC X(130).
       01 WS-AUDIT-FUNCTION            PIC X(10).
       01 WS-ACCT-IMAGE                PIC X(130).
       01 WS-LOAN-IMAGE                PIC X(130).

       LINKAGE SECTION.
       01 LS-CUSTOMER-ID               PIC X(10).
       01 LS-ACCOUNT-NUMBER            PIC X(12).
       01 LS-TELLER-ID                 PIC X(08).
       01 LS-RETURN-CODE               PIC 9(02).
           COPY RETCODES.

       PROCEDURE DIVISION USING LS-CUSTOMER-ID, LS-ACCOUNT-NUMBER,
               LS-TELLER-ID, LS-RETURN-CODE.
       MAIN-PARA.
           *> Book a loan for the customer: a new "L" account on the
           *> master carrying the principal owed, the terms and
           *> schedule on the loan master, and the principal paid
           *> out into the customer's own checking account as a
           *> logged disbursement pair
           MOVE 0 TO LS-RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAMP-TIME
           MOVE 0 TO WS-VALIDATE-RETURN-CODE
           CALL "VALIDATE-CUSTOMER"
               USING LS-CUSTOMER-ID, WS-VALIDATE-RETURN-CODE
           IF WS-VALIDATE-RETURN-CODE NOT = 0
               MOVE WS-VALIDATE-RETURN-CODE TO LS-RETURN-CODE
               EXIT PROGRAM
           END-IF
           *> A loan is a new account like any other: not for a
           *> customer with an expired ID or an overdue review
           MOVE 0 TO WS-VALIDATE-RETURN-CODE
           CALL "VALIDATE-CUSTOMER-KYC"
               USING LS-CUSTOMER-ID, WS-VALIDATE-RETURN-CODE
           IF WS-VALIDATE-RETURN-CODE NOT = 0
               MOVE WS-VALIDATE-RETURN-CODE TO LS-RETURN-CODE
               EXIT PROGRAM
           END-IF
           PERFORM GET-LOAN-TERMS
           IF LS-RETURN-CODE NOT = 0
               EXIT PROGRAM
           END-IF
           PERFORM VERIFY-APPROVING-OFFICER
           IF LS-RETURN-CODE NOT = 0
               EXIT PROGRAM
           END-IF
           PERFORM COMPUTE-INSTALLMENT
           MOVE WS-INSTALLMENT TO WS-INSTALLMENT-DISPLAY
           DISPLAY "Monthly installment: " WS-INSTALLMENT-DISPLAY
               " " WS-LOAN-CURRENCY

           *> The loan's number comes from the same control file as
           *> every other account, check digit and all
           MOVE 0 TO WS-VALIDATE-RETURN-CODE
           CALL "ACCOUNT-NUMBER-ASSIGN"
               USING LS-ACCOUNT-NUMBER, WS-VALIDATE-RETURN-CODE
           IF WS-VALIDATE-RETURN-CODE NOT = 0
               MOVE 30 TO LS-RETURN-CODE
               EXIT PROGRAM
           END-IF
           DISPLAY "Loan account number assigned: " LS-ACCOUNT-NUMBER

           *> Terms first, then the master and the payout; a failure
           *> part way backs the terms out so nothing is left booked
           *> that never paid out
           PERFORM OPEN-LOAN-FILE
           IF LS-RETURN-CODE NOT = 0
               EXIT PROGRAM
           END-IF
           PERFORM WRITE-LOAN-RECORD
           IF LS-RETURN-CODE = 0
               OPEN I-O ACCOUNT-MASTER
               PERFORM WRITE-LOAN-ACCOUNT
               IF LS-RETURN-CODE = 0
                   PERFORM CREDIT-DISBURSE-ACCOUNT
               END-IF
               CLOSE ACCOUNT-MASTER
               IF LS-RETURN-CODE NOT = 0
                   DELETE LOAN-FILE
               END-IF
           END-IF
           CLOSE LOAN-FILE
           IF LS-RETURN-CODE = 0
               PERFORM WRITE-BOOKING-AUDIT
               PERFORM WRITE-DISBURSEMENT-LOG
               PERFORM WRITE-PRIMARY-RELATION
               DISPLAY "Loan booked; first installment due "
                   WS-DUE-DATE-NUM
           END-IF
           EXIT PROGRAM.

       GET-LOAN-TERMS.
           *> The disbursement account doubles as the repayment
           *> account: it must be the customer's own open checking
           *> account, and it sets the loan's currency
           DISPLAY "Enter checking account to disburse to and"
               " collect from: "
           ACCEPT WS-DISBURSE-ACCOUNT
           MOVE 0 TO WS-VALIDATE-RETURN-CODE
           CALL "ACCOUNT-NUMBER-VERIFY"
               USING WS-DISBURSE-ACCOUNT, WS-VALIDATE-RETURN-CODE
           IF WS-VALIDATE-RETURN-CODE NOT = 0
               MOVE WS-VALIDATE-RETURN-CODE TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           MOVE WS-DISBURSE-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 20 TO LS-RETURN-CODE
           END-READ
           IF LS-RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN ACCT-CUSTOMER-ID NOT = LS-CUSTOMER-ID
                       DISPLAY "Account does not belong to customer "
                           LS-CUSTOMER-ID
                       MOVE 30 TO LS-RETURN-CODE
                   WHEN NOT ACCT-STATUS-OPEN
                       DISPLAY "Account is not open"
                       MOVE 20 TO LS-RETURN-CODE
                   WHEN NOT ACCT-TYPE-CHECKING
                       DISPLAY "Loans disburse to a checking account"
                           " only"
                       MOVE 30 TO LS-RETURN-CODE
                   WHEN OTHER
                       MOVE ACCT-CURRENCY-CODE TO WS-LOAN-CURRENCY
               END-EVALUATE
           END-IF
           CLOSE ACCOUNT-MASTER
           IF LS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter principal: "
           ACCEPT WS-PRINCIPAL
           IF WS-PRINCIPAL NOT > 0
               DISPLAY "Principal must be greater than zero"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter annual rate (0.075 = 7.5%): "
           ACCEPT WS-ANNUAL-RATE
           IF WS-ANNUAL-RATE < 0
               DISPLAY "Rate cannot be negative"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter term in months: "
           ACCEPT WS-TERM-MONTHS
           IF WS-TERM-MONTHS = 0
               DISPLAY "Term must be at least one month"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter approving officer ID: "
           ACCEPT WS-APPROVING-OFFICER.

       VERIFY-APPROVING-OFFICER.
           *> Credit is never extended on one person's say-so: the
           *> approver must be a real, active supervisor on the
           *> teller master and not the teller keying the booking
           IF WS-APPROVING-OFFICER = LS-TELLER-ID
               DISPLAY "Approval must come from a different"
                   " officer"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-VALIDATE-RETURN-CODE
           CALL "VALIDATE-TELLER"
               USING WS-APPROVING-OFFICER, WS-VERIFY-PASSWORD,
                     WS-APPROVER-ROLE, WS-VALIDATE-RETURN-CODE
           EVALUATE TRUE
               WHEN WS-VALIDATE-RETURN-CODE NOT = 0
                   DISPLAY "Approving officer is not an active ID"
                       " on the teller master"
                   MOVE 88 TO LS-RETURN-CODE
               WHEN WS-APPROVER-ROLE NOT = "S"
                   DISPLAY "Approving officer must hold supervisor"
                       " authority"
                   MOVE 88 TO LS-RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COMPUTE-INSTALLMENT.
           IF WS-ANNUAL-RATE = 0
               COMPUTE WS-INSTALLMENT ROUNDED =
                   WS-PRINCIPAL / WS-TERM-MONTHS
           ELSE
               COMPUTE WS-MONTHLY-RATE ROUNDED = WS-ANNUAL-RATE / 12
               COMPUTE WS-GROWTH-FACTOR ROUNDED =
                   (1 + WS-MONTHLY-RATE) ** WS-TERM-MONTHS
               COMPUTE WS-INSTALLMENT ROUNDED =
                   WS-PRINCIPAL * WS-MONTHLY-RATE * WS-GROWTH-FACTOR
                   / (WS-GROWTH-FACTOR - 1)
           END-IF
           *> First installment falls due one month after booking
           MOVE WS-TODAY TO WS-DUE-DATE-NUM
           PERFORM ADD-ONE-MONTH.

       ADD-ONE-MONTH.
           ADD 1 TO WS-DUE-MM
           IF WS-DUE-MM > 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           END-IF
           PERFORM CLAMP-DUE-DAY.

       CLAMP-DUE-DAY.
           *> A 31st booking day falls due on the last day of
           *> shorter months
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

       OPEN-LOAN-FILE.
           *> Create-on-first-use applies only to file-not-found
           *> (status 35). Any other failure must NOT fall through
           *> to OPEN OUTPUT, which would truncate the loan book.
           OPEN I-O LOAN-FILE
           IF WS-LOAN-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-FILE
               IF WS-LOAN-FILE-STATUS = "00"
                   CLOSE LOAN-FILE
                   OPEN I-O LOAN-FILE
               END-IF
           END-IF
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open loan master, status "
                   WS-LOAN-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
           END-IF.

       WRITE-LOAN-ACCOUNT.
           MOVE LS-ACCOUNT-NUMBER TO ACCT-NUMBER
           MOVE LS-CUSTOMER-ID TO ACCT-CUSTOMER-ID
           MOVE "L" TO ACCT-TYPE
           MOVE "O" TO ACCT-STATUS
           COMPUTE ACCT-CURRENT-BALANCE = 0 - WS-PRINCIPAL
           MOVE WS-LOAN-CURRENCY TO ACCT-CURRENCY-CODE
           MOVE WS-TODAY TO ACCT-DATE-OPENED
           MOVE 0 TO ACCT-DATE-CLOSED
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
           MOVE "N" TO ACCT-DORMANT-FLAG
           MOVE SPACES TO ACCT-FREEZE-REASON
           MOVE SPACES TO ACCT-FREEZE-TELLER
           MOVE 0 TO ACCT-OD-LIMIT
           MOVE 0 TO ACCT-ESCHEAT-NOTICE-DATE
           MOVE WS-TERM-MONTHS TO ACCT-TERM-MONTHS
           MOVE 0 TO ACCT-MATURITY-DATE
           MOVE SPACE TO ACCT-MATURITY-INSTR
           MOVE WS-DISBURSE-ACCOUNT TO ACCT-PAYOUT-ACCOUNT
           MOVE SPACE TO ACCT-POSPAY-FLAG
           MOVE SPACE TO ACCT-MT940-FLAG
           MOVE 0 TO ACCT-ACCRUED-INTEREST
           MOVE SPACE TO ACCT-CHARGEOFF-FLAG
           CALL "GET-POSTING-BRANCH"
               USING LS-TELLER-ID, WS-NO-HOME-BRANCH, WS-LOAN-BRANCH
           MOVE WS-LOAN-BRANCH TO ACCT-BRANCH-CODE
           WRITE ACCOUNT-RECORD
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to book loan account, status "
                   WS-ACCT-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
           ELSE
               MOVE ACCOUNT-RECORD TO WS-ACCT-IMAGE
           END-IF.

       CREDIT-DISBURSE-ACCOUNT.
           MOVE WS-DISBURSE-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 85 TO LS-RETURN-CODE
           END-READ
           IF LS-RETURN-CODE = 0
               ADD WS-PRINCIPAL TO ACCT-CURRENT-BALANCE
               MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
               REWRITE ACCOUNT-RECORD
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   MOVE 30 TO LS-RETURN-CODE
               END-IF
           END-IF
           IF LS-RETURN-CODE NOT = 0
               *> No money may sit on a loan that never paid out
               DISPLAY "Unable to credit disbursement account "
                   WS-DISBURSE-ACCOUNT "; loan not booked"
               MOVE LS-ACCOUNT-NUMBER TO ACCT-NUMBER
               DELETE ACCOUNT-MASTER
           END-IF.

       WRITE-LOAN-RECORD.
           MOVE SPACES TO LOAN-RECORD
           MOVE LS-ACCOUNT-NUMBER TO LOAN-ACCOUNT-NUMBER
           MOVE LS-CUSTOMER-ID TO LOAN-CUSTOMER-ID
           MOVE WS-PRINCIPAL TO LOAN-ORIG-PRINCIPAL
           MOVE WS-ANNUAL-RATE TO LOAN-ANNUAL-RATE
           MOVE WS-TERM-MONTHS TO LOAN-TERM-MONTHS
           MOVE WS-INSTALLMENT TO LOAN-INSTALLMENT
           MOVE WS-TODAY TO LOAN-BOOKED-DATE
           MOVE LS-TELLER-ID TO LOAN-BOOKED-TELLER
           MOVE WS-APPROVING-OFFICER TO LOAN-APPROVED-BY
           MOVE WS-DUE-DATE-NUM TO LOAN-NEXT-DUE-DATE
           MOVE 0 TO LOAN-INSTALLMENTS-BILLED
           MOVE 0 TO LOAN-PAID-TO-DATE
           MOVE 0 TO LOAN-ARREARS-PRINCIPAL
           MOVE 0 TO LOAN-ARREARS-INTEREST
           MOVE 0 TO LOAN-ARREARS-SINCE
           MOVE 0 TO LOAN-LAST-PAYMENT-DATE
           MOVE WS-DISBURSE-ACCOUNT TO LOAN-REPAY-ACCOUNT
           MOVE "A" TO LOAN-STATUS
           WRITE LOAN-RECORD
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "Unable to write loan master, status "
                   WS-LOAN-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
           ELSE
               MOVE LOAN-RECORD TO WS-LOAN-IMAGE
           END-IF.

       WRITE-BOOKING-AUDIT.
           *> Two entries: the account master's create, as at any
           *> account open, and the loan terms as booked
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-ACCT-IMAGE TO WS-AFTER-IMAGE
           MOVE "CREATE" TO WS-AUDIT-FUNCTION
           PERFORM WRITE-AUDIT-RECORD
           MOVE WS-LOAN-IMAGE TO WS-AFTER-IMAGE
           MOVE "LOAN-BOOK" TO WS-AUDIT-FUNCTION
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-DISBURSEMENT-LOG.
           *> The "L" debit on the loan account and the "X" credit
           *> leg on checking, cross-referenced to each other the
           *> way a transfer pair is. The record area is cleared
           *> first so the trailing fields carry no residue.
           MOVE SPACES TO TRAN-LOG-RECORD
           MOVE 0 TO TRAN-RATE-TIER
           MOVE 0 TO TRAN-ORIG-DATE
           MOVE 0 TO TRAN-ORIG-TIME
           MOVE LS-ACCOUNT-NUMBER TO TRAN-ACCOUNT-NUMBER
           MOVE "L" TO TRAN-TYPE
           MOVE WS-PRINCIPAL TO TRAN-AMOUNT
           MOVE WS-LOAN-CURRENCY TO TRAN-CURRENCY-CODE
           MOVE 0 TO TRAN-RETURN-CODE
           MOVE "P" TO TRAN-STATUS
           MOVE LS-TELLER-ID TO TRAN-TELLER-ID
           MOVE WS-TODAY TO TRAN-DATE
           MOVE WS-STAMP-TIME TO TRAN-TIME
           MOVE WS-DISBURSE-ACCOUNT TO TRAN-COUNTERPARTY-ACCT
           MOVE WS-LOAN-CURRENCY TO TRAN-ORIG-CURRENCY
           MOVE WS-PRINCIPAL TO TRAN-ORIG-AMOUNT
           MOVE 1 TO TRAN-RATE-APPLIED
           MOVE WS-LOAN-BRANCH TO TRAN-BRANCH-CODE
           OPEN EXTEND TRANSACTION-LOG
           WRITE TRAN-LOG-RECORD
           CALL "TRAN-HISTORY-WRITE"
               USING TRAN-LOG-RECORD, WS-HIST-RETURN-CODE
           MOVE WS-DISBURSE-ACCOUNT TO TRAN-ACCOUNT-NUMBER
           MOVE "X" TO TRAN-TYPE
           MOVE LS-ACCOUNT-NUMBER TO TRAN-COUNTERPARTY-ACCT
           WRITE TRAN-LOG-RECORD
           CLOSE TRANSACTION-LOG
           CALL "TRAN-HISTORY-WRITE"
               USING TRAN-LOG-RECORD, WS-HIST-RETURN-CODE.

       WRITE-PRIMARY-RELATION.
           *> The borrower goes on the cross-reference as primary,
           *> the same as any other account at open
           OPEN I-O RELATION-FILE
           IF WS-REL-FILE-STATUS = "35"
               OPEN OUTPUT RELATION-FILE
               IF WS-REL-FILE-STATUS = "00"
                   CLOSE RELATION-FILE
                   OPEN I-O RELATION-FILE
               END-IF
           END-IF
           IF WS-REL-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open relationship file, status "
                   WS-REL-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE LS-ACCOUNT-NUMBER TO REL-ACCOUNT-NUMBER
           MOVE LS-CUSTOMER-ID TO REL-CUSTOMER-ID
           MOVE "P" TO REL-ROLE
           MOVE WS-TODAY TO REL-ADDED-DATE
           MOVE LS-TELLER-ID TO REL-ADDED-TELLER
           WRITE REL-RECORD
               INVALID KEY
                   REWRITE REL-RECORD
           END-WRITE
           CLOSE RELATION-FILE.

       WRITE-AUDIT-RECORD.
           *> The approving officer rides in the authority column so
           *> the review shows both halves of the decision
           MOVE SPACES TO AUDIT-RECORD
           MOVE "LOAN-BOOKING" TO AUD-PROGRAM
           MOVE WS-AUDIT-FUNCTION TO AUD-FUNCTION
           MOVE LS-CUSTOMER-ID TO AUD-CUSTOMER-ID
           MOVE LS-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
           MOVE WS-APPROVING-OFFICER TO AUD-AUTHORITY
           MOVE WS-TODAY TO AUD-EFFECTIVE-DATE
           MOVE LS-TELLER-ID TO AUD-TELLER-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
           OPEN EXTEND AUDIT-LOG
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG.
