           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT LOAN-FILE ASSIGN TO "LOANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ACCOUNT-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT PROTECTION-FILE ASSIGN TO "ODPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODP-CHECKING-ACCOUNT
               FILE STATUS IS WS-ODP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  LOAN-FILE.
           COPY LOANREC.

       FD  PROTECTION-FILE.
           COPY ODPREC.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-HIST-FILE-STATUS          PIC X(02).
      *> TRANREC image is moved here before the fields are used
           COPY TRANREC.
       01 WS-AUDIT-FILE-STATUS         PIC X(02).
       01 WS-LOAN-FILE-STATUS          PIC X(02).
       01 WS-ODP-FILE-STATUS           PIC X(02).
       01 WS-ODP-ACTION                PIC X(01).
       01 WS-ODP-SAVINGS               PIC X(12).
       01 WS-ODP-INCREMENT             PIC S9(9)V99.
       01 WS-ODP-CUSTOMER-ID           PIC X(10).
       01 WS-ODP-CURRENCY              PIC X(03).
       01 WS-ODP-FOUND-SWITCH          PIC X(01).
           88 ODP-LINK-ON-FILE          VALUE "Y".
       01 WS-ODP-AMOUNT-DISPLAY        PIC -(9)9.99.
       01 WS-NEW-ACCT-TYPE             PIC X(01).
       01 WS-NEW-CURRENCY-CODE         PIC X(03).
      *> Home branch of a new account: the opening teller's own
      *> unless another branch is keyed at the terminal
       01 WS-NO-HOME-BRANCH            PIC X(04) VALUE SPACES.
       01 WS-TELLER-BRANCH             PIC X(04).
       01 WS-NEW-BRANCH-CODE           PIC X(04).
       01 WS-TERM-MONTHS               PIC 9(03).
       01 WS-MATURITY-INSTR            PIC X(01).
       01 WS-PAYOUT-ACCOUNT            PIC X(12).
           88 ACTION-OD-LIMIT           VALUE "6".
           88 ACTION-RELATIONS          VALUE "7".
           88 ACTION-POSPAY             VALUE "8".
           88 ACTION-BOOK-LOAN          VALUE "9".
           88 ACTION-OD-PROTECTION      VALUE "O".
           88 ACTION-MT940              VALUE "M".
       01 LS-ACCT-TYPE                 PIC X(01).
       01 LS-ACCT-CURRENCY             PIC X(03).
       01 LS-RUN-MODE                  PIC X(01).
                   PERFORM MAINTAIN-RELATIONSHIPS
               WHEN ACTION-POSPAY
                   PERFORM TOGGLE-POSITIVE-PAY
               WHEN ACTION-BOOK-LOAN
                   PERFORM BOOK-LOAN
               WHEN ACTION-OD-PROTECTION
                   PERFORM MAINTAIN-OD-PROTECTION
               WHEN ACTION-MT940
                   PERFORM TOGGLE-MT940-STATEMENT
               WHEN OTHER
                   DISPLAY "Invalid account action"
                   MOVE 30 TO LS-RETURN-CODE
               PERFORM WRITE-SUSPENSE-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-VALIDATE-RETURN-CODE
           CALL "VALIDATE-CUSTOMER-KYC"
               USING LS-CUSTOMER-ID, WS-VALIDATE-RETURN-CODE
           IF WS-VALIDATE-RETURN-CODE NOT = 0
               IF WS-VALIDATE-RETURN-CODE = 17
                   DISPLAY "Customer's identity document has expired"
               ELSE
                   DISPLAY "Customer's periodic review is overdue"
               END-IF
               MOVE WS-VALIDATE-RETURN-CODE TO LS-RETURN-CODE
               PERFORM WRITE-SUSPENSE-RECORD
               EXIT PARAGRAPH
           END-IF

           *> The account number is issued from the control file,
           *> never keyed: a collision cannot happen and the check
               DISPLAY "Enter currency code: "
               ACCEPT WS-NEW-CURRENCY-CODE
           END-IF
           CALL "GET-POSTING-BRANCH"
               USING LS-TELLER-ID, WS-NO-HOME-BRANCH, WS-TELLER-BRANCH
           MOVE WS-TELLER-BRANCH TO WS-NEW-BRANCH-CODE
           IF NOT RUN-MODE-UNATTENDED
               DISPLAY "Enter home branch (blank for "
                   WS-TELLER-BRANCH "): "
               ACCEPT WS-NEW-BRANCH-CODE
               IF WS-NEW-BRANCH-CODE = SPACES
                   MOVE WS-TELLER-BRANCH TO WS-NEW-BRANCH-CODE
               END-IF
               *> Every posting to the account books to this branch,
               *> so, as for a teller, none is recorded blank; one
               *> keyed in must be a branch some teller works at
               IF WS-NEW-BRANCH-CODE = SPACES
                   DISPLAY "A home branch is required"
                   MOVE 30 TO LS-RETURN-CODE
                   PERFORM WRITE-SUSPENSE-RECORD
                   EXIT PARAGRAPH
               END-IF
               IF WS-NEW-BRANCH-CODE NOT = WS-TELLER-BRANCH
                   MOVE 0 TO WS-VALIDATE-RETURN-CODE
                   CALL "VALIDATE-BRANCH"
                       USING WS-NEW-BRANCH-CODE,
                             WS-VALIDATE-RETURN-CODE
                   IF WS-VALIDATE-RETURN-CODE NOT = 0
                       DISPLAY "Branch " WS-NEW-BRANCH-CODE
                           " is not a branch on file"
                       MOVE 30 TO LS-RETURN-CODE
                       PERFORM WRITE-SUSPENSE-RECORD
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           IF WS-NEW-ACCT-TYPE = "L"
               *> A loan account without its terms, disbursement and
               *> approval would never bill or collect
               DISPLAY "Loans are opened through the loan booking"
                   " action"
               MOVE 30 TO LS-RETURN-CODE
               PERFORM WRITE-SUSPENSE-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TERM-MONTHS
           MOVE SPACES TO WS-MATURITY-INSTR
           MOVE SPACES TO WS-PAYOUT-ACCOUNT
           MOVE 0 TO ACCT-ESCHEAT-NOTICE-DATE
           MOVE SPACE TO ACCT-POSPAY-FLAG
           MOVE 0 TO ACCT-ACCRUED-INTEREST
           MOVE SPACE TO ACCT-CHARGEOFF-FLAG
           MOVE WS-NEW-BRANCH-CODE TO ACCT-BRANCH-CODE
           MOVE SPACE TO ACCT-MT940-FLAG
           MOVE WS-TERM-MONTHS TO ACCT-TERM-MONTHS
           MOVE WS-MATURITY-INSTR TO ACCT-MATURITY-INSTR
           MOVE WS-PAYOUT-ACCOUNT TO ACCT-PAYOUT-ACCOUNT
           END-IF
           CLOSE ACCOUNT-MASTER.

       TOGGLE-MT940-STATEMENT.
           *> Electronic statement enrollment for a corporate client:
           *> once enrolled, the end-of-day run sends the account's
           *> MT940 statement to the client's treasury system
           OPEN I-O ACCOUNT-MASTER
           MOVE LS-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 20 TO LS-RETURN-CODE
           END-READ
           IF LS-RETURN-CODE = 0
               MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
               EVALUATE TRUE
                   WHEN ACCT-MT940-ENROLLED
                       MOVE SPACE TO ACCT-MT940-FLAG
                       REWRITE ACCOUNT-RECORD
                       MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
                       MOVE SPACES TO WS-FREEZE-REASON
                       MOVE SPACES TO WS-FREEZE-AUTHORITY
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-FREEZE-EFF-DATE
                       MOVE "MT940-OFF" TO WS-AUDIT-FUNCTION
                       PERFORM WRITE-AUDIT-RECORD
                       DISPLAY "MT940 statement withdrawn"
                   WHEN NOT ACCT-STATUS-OPEN
                       DISPLAY "Account is not open"
                       MOVE 20 TO LS-RETURN-CODE
                   WHEN NOT (ACCT-TYPE-CHECKING OR ACCT-TYPE-SAVINGS)
                       DISPLAY "MT940 statements are for checking and"
                           " savings accounts only"
                       MOVE 30 TO LS-RETURN-CODE
                   WHEN OTHER
                       MOVE "Y" TO ACCT-MT940-FLAG
                       REWRITE ACCOUNT-RECORD
                       MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
                       MOVE SPACES TO WS-FREEZE-REASON
                       MOVE SPACES TO WS-FREEZE-AUTHORITY
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-FREEZE-EFF-DATE
                       MOVE "MT940-ON" TO WS-AUDIT-FUNCTION
                       PERFORM WRITE-AUDIT-RECORD
                       DISPLAY "MT940 statement enrolled"
               END-EVALUATE
           END-IF
           CLOSE ACCOUNT-MASTER.

       MAINTAIN-OD-PROTECTION.
           *> Link a savings account of the same customer to protect
           *> this checking account, change the increment pulled,
           *> or remove the link. The teller path and the inclearing
           *> run read the link when an item comes up short.
           OPEN INPUT ACCOUNT-MASTER
           MOVE LS-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 20 TO LS-RETURN-CODE
           END-READ
           IF LS-RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN NOT ACCT-STATUS-OPEN
                       DISPLAY "Account is not open"
                       MOVE 20 TO LS-RETURN-CODE
                   WHEN NOT ACCT-TYPE-CHECKING
                       DISPLAY "Overdraft protection is for checking"
                           " accounts only"
                       MOVE 30 TO LS-RETURN-CODE
                   WHEN OTHER
                       MOVE ACCT-CUSTOMER-ID TO WS-ODP-CUSTOMER-ID
                       MOVE ACCT-CURRENCY-CODE TO WS-ODP-CURRENCY
               END-EVALUATE
           END-IF
           CLOSE ACCOUNT-MASTER
           IF LS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-PROTECTION-FILE
           IF WS-ODP-FILE-STATUS NOT = "00"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ODP-FOUND-SWITCH
           MOVE LS-ACCOUNT-NUMBER TO ODP-CHECKING-ACCOUNT
           READ PROTECTION-FILE
               INVALID KEY
                   DISPLAY "No overdraft protection on this account"
               NOT INVALID KEY
                   MOVE "Y" TO WS-ODP-FOUND-SWITCH
                   MOVE ODP-INCREMENT TO WS-ODP-AMOUNT-DISPLAY
                   DISPLAY "Protected by   : " ODP-SAVINGS-ACCOUNT
                   DISPLAY "Increment      : " WS-ODP-AMOUNT-DISPLAY
                   DISPLAY "Linked         : " ODP-LINKED-DATE
                       " by " ODP-LINKED-TELLER
           END-READ
           DISPLAY "L=Link or change  R=Remove  X=Leave as is: "
           ACCEPT WS-ODP-ACTION
           EVALUATE WS-ODP-ACTION
               WHEN "L"
                   PERFORM LINK-PROTECTING-SAVINGS
               WHEN "R"
                   PERFORM REMOVE-OD-PROTECTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE PROTECTION-FILE.

       OPEN-PROTECTION-FILE.
           *> Create-on-first-use applies only to file-not-found
           *> (status 35). Any other failure must NOT fall through
           *> to OPEN OUTPUT, which would truncate the file.
           OPEN I-O PROTECTION-FILE
           IF WS-ODP-FILE-STATUS = "35"
               OPEN OUTPUT PROTECTION-FILE
               IF WS-ODP-FILE-STATUS = "00"
                   CLOSE PROTECTION-FILE
                   OPEN I-O PROTECTION-FILE
               END-IF
           END-IF
           IF WS-ODP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open overdraft protection file,"
                   " status " WS-ODP-FILE-STATUS
           END-IF.

       LINK-PROTECTING-SAVINGS.
           *> Only the customer's own open savings account in the
           *> same currency can stand behind the checking account
           DISPLAY "Enter protecting savings account: "
           ACCEPT WS-ODP-SAVINGS
           MOVE 0 TO WS-VALIDATE-RETURN-CODE
           CALL "VALIDATE-ACCOUNT"
               USING WS-ODP-SAVINGS, WS-VALIDATE-RETURN-CODE
           IF WS-VALIDATE-RETURN-CODE NOT = 0
               DISPLAY "Savings account invalid, return code "
                   WS-VALIDATE-RETURN-CODE
               MOVE WS-VALIDATE-RETURN-CODE TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           MOVE WS-ODP-SAVINGS TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 20 TO LS-RETURN-CODE
           END-READ
           CLOSE ACCOUNT-MASTER
           IF LS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN NOT ACCT-TYPE-SAVINGS OR NOT ACCT-STATUS-OPEN
                   DISPLAY "Protecting account must be an open"
                       " savings account"
                   MOVE 30 TO LS-RETURN-CODE
               WHEN ACCT-CUSTOMER-ID NOT = WS-ODP-CUSTOMER-ID
                   DISPLAY "Savings account belongs to another"
                       " customer"
                   MOVE 30 TO LS-RETURN-CODE
               WHEN ACCT-CURRENCY-CODE NOT = WS-ODP-CURRENCY
                   DISPLAY "Currency mismatch for account "
                       WS-ODP-SAVINGS
                   MOVE 95 TO LS-RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF LS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter transfer increment (0 = exact shortfall): "
           ACCEPT WS-ODP-INCREMENT
           IF WS-ODP-INCREMENT < 0
               DISPLAY "Increment cannot be negative"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF ODP-LINK-ON-FILE
               MOVE ODP-RECORD TO WS-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
           END-IF
           MOVE SPACES TO ODP-RECORD
           MOVE LS-ACCOUNT-NUMBER TO ODP-CHECKING-ACCOUNT
           MOVE WS-ODP-SAVINGS TO ODP-SAVINGS-ACCOUNT
           MOVE WS-ODP-INCREMENT TO ODP-INCREMENT
           MOVE FUNCTION CURRENT-DATE(1:8) TO ODP-LINKED-DATE
           MOVE LS-TELLER-ID TO ODP-LINKED-TELLER
           IF ODP-LINK-ON-FILE
               REWRITE ODP-RECORD
           ELSE
               WRITE ODP-RECORD
           END-IF
           IF WS-ODP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to record overdraft protection, status "
                   WS-ODP-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ODP-RECORD TO WS-AFTER-IMAGE
           MOVE SPACES TO WS-FREEZE-REASON
           MOVE WS-ODP-SAVINGS TO WS-FREEZE-AUTHORITY
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FREEZE-EFF-DATE
           MOVE "ODP-LINK" TO WS-AUDIT-FUNCTION
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "Overdraft protection linked".

       REMOVE-OD-PROTECTION.
           IF NOT ODP-LINK-ON-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ODP-RECORD TO WS-BEFORE-IMAGE
           MOVE ODP-SAVINGS-ACCOUNT TO WS-FREEZE-AUTHORITY
           DELETE PROTECTION-FILE
           IF WS-ODP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to remove overdraft protection, status "
                   WS-ODP-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE SPACES TO WS-FREEZE-REASON
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FREEZE-EFF-DATE
           MOVE "ODP-REMOVE" TO WS-AUDIT-FUNCTION
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "Overdraft protection removed".

       GET-TERM-DEPOSIT-DETAIL.
           DISPLAY "Enter term in months: "
           ACCEPT WS-TERM-MONTHS
               DISPLAY "Status         : " ACCT-STATUS
               DISPLAY "Balance        : " ACCT-CURRENT-BALANCE
               DISPLAY "Currency       : " ACCT-CURRENCY-CODE
               DISPLAY "Home branch    : " ACCT-BRANCH-CODE
               IF ACCT-MT940-ENROLLED
                   DISPLAY "MT940 statement: ENROLLED"
               END-IF
               IF ACCT-TYPE-TERM
                   DISPLAY "Term (months)  : " ACCT-TERM-MONTHS
                   DISPLAY "Matures        : " ACCT-MATURITY-DATE
                           ACCT-PAYOUT-ACCOUNT
                   END-IF
               END-IF
               IF ACCT-TYPE-LOAN
                   PERFORM DISPLAY-LOAN-DETAIL
               END-IF
           END-IF
           CLOSE ACCOUNT-MASTER.

       DISPLAY-LOAN-DETAIL.
           *> Terms and repayment position from the loan master; the
           *> balance above is the principal still owed, shown
           *> negative as the master carries it
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "Loan master unavailable, status "
                   WS-LOAN-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE LS-ACCOUNT-NUMBER TO LOAN-ACCOUNT-NUMBER
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "No loan terms on file"
               NOT INVALID KEY
                   DISPLAY "Principal      : " LOAN-ORIG-PRINCIPAL
                   DISPLAY "Annual rate    : " LOAN-ANNUAL-RATE
                   DISPLAY "Term (months)  : " LOAN-TERM-MONTHS
                   DISPLAY "Installment    : " LOAN-INSTALLMENT
                   DISPLAY "Next due       : " LOAN-NEXT-DUE-DATE
                   DISPLAY "Billed         : " LOAN-INSTALLMENTS-BILLED
                   DISPLAY "Paid to        : " LOAN-PAID-TO-DATE
                   DISPLAY "Arrears prin.  : " LOAN-ARREARS-PRINCIPAL
                   DISPLAY "Arrears int.   : " LOAN-ARREARS-INTEREST
                   DISPLAY "In arrears from: " LOAN-ARREARS-SINCE
                   DISPLAY "Repay account  : " LOAN-REPAY-ACCOUNT
                   DISPLAY "Loan status    : " LOAN-STATUS
           END-READ
           CLOSE LOAN-FILE.

       BOOK-LOAN.
           *> Booking needs the terms, the disbursement account and a
           *> second officer at the terminal; none of that is carried
           *> on the unattended control card
           IF RUN-MODE-UNATTENDED
               DISPLAY "Loan booking is not supported unattended"
               MOVE 99 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "LOAN-BOOKING"
               USING LS-CUSTOMER-ID, LS-ACCOUNT-NUMBER,
                     LS-TELLER-ID, LS-RETURN-CODE.

       CLOSE-ACCOUNT.
           OPEN I-O ACCOUNT-MASTER
           MOVE LS-ACCOUNT-NUMBER TO ACCT-NUMBER
                   WHEN NOT ACCT-STATUS-FROZEN
                       DISPLAY "Account is not frozen"
                       MOVE 30 TO LS-RETURN-CODE
                   WHEN ACCT-CHARGED-OFF
                       *> A written-off balance stays frozen; money
                       *> collected on it is booked as a recovery
                       DISPLAY "Account is charged off and stays"
                           " frozen"
                       MOVE 30 TO LS-RETURN-CODE
                   WHEN ACCT-FREEZE-TELLER = LS-TELLER-ID
                       *> Four-eyes rule: the teller who applied the
                       *> freeze cannot be the one who lifts it
