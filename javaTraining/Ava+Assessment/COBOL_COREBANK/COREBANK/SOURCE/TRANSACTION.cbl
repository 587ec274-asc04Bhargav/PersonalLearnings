       01 WS-STAMP-TIME                PIC 9(06).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-HIST-RETURN-CODE          PIC 9(02).
      *> Home branch of the account once read, and the branch the
      *> log entries are stamped with (the teller's own, or the
      *> account's when the poster is a system ID)
       01 WS-HOME-BRANCH               PIC X(04).
       01 WS-POSTING-BRANCH            PIC X(04).
       01 WS-AVAILABLE-FUNDS           PIC S9(11)V99.
      *> Availability window for non-cash deposits: the hold on a
      *> deposited check releases this many days after posting
       01 WS-LIST-SOURCE               PIC X(04).
       01 WS-WATCH-RETURN-CODE         PIC 9(02).
       01 WS-SCREEN-NAME               PIC X(30).
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

       LINKAGE SECTION.
       01 LS-ACCOUNT-NUMBER            PIC X(12).
           88 TRAN-TYPE-WITHDRAWAL      VALUE "W".
           88 TRAN-TYPE-TRANSFER        VALUE "T".
           88 TRAN-TYPE-EXTERNAL-PMT    VALUE "E".
      *> Official check bought from the account; the serial comes
      *> in the destination field
           88 TRAN-TYPE-OFFICIAL-CHECK  VALUE "J".
       01 LS-TRAN-AMOUNT               PIC S9(9)V99.
       01 LS-TRAN-CURRENCY-CODE        PIC X(03).
       01 LS-TENDER-TYPE               PIC X(01).
           MOVE LS-TRAN-AMOUNT TO WS-POSTING-AMOUNT
           MOVE LS-TRAN-CURRENCY-CODE TO WS-POSTING-CURRENCY
           MOVE 1 TO WS-RATE-APPLIED
           MOVE SPACES TO WS-HOME-BRANCH
           *> Validate account exists before processing transaction
           CALL "VALIDATE-ACCOUNT"
               USING LS-ACCOUNT-NUMBER, LS-RETURN-CODE
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 20 TO LS-RETURN-CODE
               NOT INVALID KEY
                   MOVE ACCT-BRANCH-CODE TO WS-HOME-BRANCH
           END-READ
           IF LS-RETURN-CODE = 0
               PERFORM CHECK-TRAN-TYPE
           IF NOT (TRAN-TYPE-DEPOSIT IN LS-TRAN-TYPE
                   OR TRAN-TYPE-WITHDRAWAL IN LS-TRAN-TYPE
                   OR TRAN-TYPE-TRANSFER IN LS-TRAN-TYPE
                   OR TRAN-TYPE-EXTERNAL-PMT IN LS-TRAN-TYPE
                   OR TRAN-TYPE-OFFICIAL-CHECK IN LS-TRAN-TYPE)
               DISPLAY "Invalid transaction type for account "
                   LS-ACCOUNT-NUMBER
               MOVE 90 TO LS-RETURN-CODE
           END-IF
           *> An official check debit is only raised by the issue
           *> screen, which puts the serial on the register first
           IF LS-RETURN-CODE = 0
                   AND TRAN-TYPE-OFFICIAL-CHECK IN LS-TRAN-TYPE
                   AND LS-DEST-ACCOUNT = SPACES
               DISPLAY "Official checks are issued from the official"
                   " check screen"
               MOVE 90 TO LS-RETURN-CODE
           END-IF
           *> A loan balance moves only through booking and the
           *> nightly collection run, which keep the loan master's
           *> arrears and schedule in step with it
           IF LS-RETURN-CODE = 0 AND ACCT-TYPE-LOAN
               DISPLAY "Loan account " LS-ACCOUNT-NUMBER
                   " posts only through loan booking and collection"
               MOVE 90 TO LS-RETURN-CODE
           END-IF.

       CHECK-CURRENCY.
           *> Deposits (funding the certificate) stay open.
           IF (TRAN-TYPE-WITHDRAWAL IN LS-TRAN-TYPE
                   OR TRAN-TYPE-TRANSFER IN LS-TRAN-TYPE
                   OR TRAN-TYPE-EXTERNAL-PMT IN LS-TRAN-TYPE
                   OR TRAN-TYPE-OFFICIAL-CHECK IN LS-TRAN-TYPE)
                   AND ACCT-TYPE-TERM
                   AND ACCT-MATURITY-DATE > WS-STAMP-DATE
               DISPLAY "Term deposit " LS-ACCOUNT-NUMBER
       CHECK-FRAUD-THRESHOLD.
           IF (TRAN-TYPE-WITHDRAWAL IN LS-TRAN-TYPE
                   OR TRAN-TYPE-TRANSFER IN LS-TRAN-TYPE
                   OR TRAN-TYPE-EXTERNAL-PMT IN LS-TRAN-TYPE
                   OR TRAN-TYPE-OFFICIAL-CHECK IN LS-TRAN-TYPE)
                   AND WS-POSTING-AMOUNT > WS-FRAUD-THRESHOLD
               DISPLAY "Transaction flagged for manual review"
               MOVE 50 TO LS-RETURN-CODE
                       PERFORM PLACE-DEPOSIT-HOLD
                   END-IF
               WHEN TRAN-TYPE-WITHDRAWAL IN LS-TRAN-TYPE
                       OR TRAN-TYPE-OFFICIAL-CHECK IN LS-TRAN-TYPE
                   PERFORM CHECK-AVAILABLE-FUNDS
                   IF WS-POSTING-AMOUNT > WS-AVAILABLE-FUNDS
                       DISPLAY "Insufficient funds for account "
                           LS-ACCOUNT-NUMBER
                       REWRITE ACCOUNT-RECORD
                   END-IF
               WHEN TRAN-TYPE-TRANSFER IN LS-TRAN-TYPE
                   PERFORM CHECK-AVAILABLE-FUNDS
                   IF WS-POSTING-AMOUNT > WS-AVAILABLE-FUNDS
                       DISPLAY "Insufficient funds for account "
                           LS-ACCOUNT-NUMBER
                       PERFORM POST-TRANSFER-LEGS
                   END-IF
               WHEN TRAN-TYPE-EXTERNAL-PMT IN LS-TRAN-TYPE
                   PERFORM CHECK-AVAILABLE-FUNDS
                   IF WS-POSTING-AMOUNT > WS-AVAILABLE-FUNDS
                       DISPLAY "Insufficient funds for account "
                           LS-ACCOUNT-NUMBER
           WRITE OCL-RECORD
           CLOSE OUTWARD-CLEARING.

       CHECK-AVAILABLE-FUNDS.
           PERFORM COMPUTE-AVAILABLE-FUNDS
           IF WS-POSTING-AMOUNT > WS-AVAILABLE-FUNDS
                   AND ACCT-TYPE-CHECKING
               PERFORM COVER-FROM-PROTECTING-SAVINGS
               PERFORM COMPUTE-AVAILABLE-FUNDS
           END-IF.

       COMPUTE-AVAILABLE-FUNDS.
           *> Ledger balance less the uncleared-deposit holds, plus
           *> the arranged overdraft on a checking account; a
               ADD ACCT-OD-LIMIT TO WS-AVAILABLE-FUNDS
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
                     WS-STAMP-DATE, WS-ODP-RETURN-CODE
           IF WS-ODP-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ODP-NEEDED =
               WS-POSTING-AMOUNT - WS-AVAILABLE-FUNDS + WS-ODP-FEE
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
               MOVE WS-STAMP-DATE TO ACCT-LAST-ACTIVITY-DATE
               REWRITE ACCOUNT-RECORD
           END-IF
           MOVE WS-ODP-CHECKING TO ACCT-NUMBER
           READ ACCOUNT-MASTER
           IF ODP-CAN-COVER
               ADD WS-ODP-SWEEP TO ACCT-CURRENT-BALANCE
               SUBTRACT WS-ODP-FEE FROM ACCT-CURRENT-BALANCE
               REWRITE ACCOUNT-RECORD
               CALL "GET-POSTING-BRANCH"
                   USING LS-TELLER-ID, ACCT-BRANCH-CODE,
                         WS-POSTING-BRANCH
               CALL "OD-PROTECTION-LOG"
                   USING WS-ODP-SAVINGS, WS-ODP-CHECKING,
                         WS-ODP-SWEEP, WS-ODP-FEE, WS-ODP-CURRENCY,
                         WS-ODP-PRODUCT, LS-TELLER-ID,
                         WS-POSTING-BRANCH,
                         WS-STAMP-DATE, WS-STAMP-TIME
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
               USING ACCT-NUMBER, WS-STAMP-DATE,
                     WS-ODP-HOLD-TOTAL, WS-HOLD-RETURN-CODE
           SUBTRACT WS-ODP-HOLD-TOTAL FROM WS-ODP-SAVINGS-AVAILABLE
           IF WS-ODP-SWEEP > WS-ODP-SAVINGS-AVAILABLE
               MOVE WS-ODP-NEEDED TO WS-ODP-SWEEP
           END-IF
           IF WS-ODP-SWEEP NOT > WS-ODP-SAVINGS-AVAILABLE
               MOVE "Y" TO WS-ODP-COVER-SWITCH
           END-IF.

       PLACE-DEPOSIT-HOLD.
           *> The check's funds join the ledger balance now but stay
           *> unavailable until the item has had time to clear
               INVALID KEY
                   MOVE 85 TO LS-RETURN-CODE
           END-READ
           IF LS-RETURN-CODE = 0 AND ACCT-TYPE-LOAN
               DISPLAY "Invalid transfer destination for account "
                   LS-ACCOUNT-NUMBER
               MOVE 85 TO LS-RETURN-CODE
           END-IF
           IF LS-RETURN-CODE = 0
               IF WS-POSTING-CURRENCY NOT = ACCT-CURRENCY-CODE
                   DISPLAY "Currency mismatch for account "
           END-IF
           IF TRAN-TYPE-TRANSFER IN LS-TRAN-TYPE
                   OR TRAN-TYPE-EXTERNAL-PMT IN LS-TRAN-TYPE
                   OR TRAN-TYPE-OFFICIAL-CHECK IN LS-TRAN-TYPE
               MOVE LS-DEST-ACCOUNT TO SUSP-DEST-ACCOUNT
           END-IF
           IF TRAN-TYPE-EXTERNAL-PMT IN LS-TRAN-TYPE
           ELSE
               MOVE SPACES TO TRAN-COUNTERPARTY-ACCT
           END-IF
           IF TRAN-TYPE-OFFICIAL-CHECK IN LS-TRAN-TYPE
               MOVE LS-DEST-ACCOUNT (1:10) TO TRAN-CHECK-SERIAL
           END-IF
           MOVE LS-TRAN-CURRENCY-CODE TO TRAN-ORIG-CURRENCY
           MOVE LS-TRAN-AMOUNT TO TRAN-ORIG-AMOUNT
           MOVE WS-RATE-APPLIED TO TRAN-RATE-APPLIED
           END-IF
           MOVE LS-CHANNEL TO TRAN-CHANNEL
           MOVE LS-TERMINAL-ID TO TRAN-TERMINAL-ID
           CALL "GET-POSTING-BRANCH"
               USING LS-TELLER-ID, WS-HOME-BRANCH, WS-POSTING-BRANCH
           MOVE WS-POSTING-BRANCH TO TRAN-BRANCH-CODE
           EVALUATE TRUE
               WHEN LS-RETURN-CODE = 0
                   MOVE "P" TO TRAN-STATUS
           MOVE WS-RATE-APPLIED TO TRAN-RATE-APPLIED
           MOVE LS-CHANNEL TO TRAN-CHANNEL
           MOVE LS-TERMINAL-ID TO TRAN-TERMINAL-ID
           *> Both legs book where the transfer was done
           MOVE WS-POSTING-BRANCH TO TRAN-BRANCH-CODE
           MOVE "P" TO TRAN-STATUS
           OPEN EXTEND TRANSACTION-LOG
           WRITE TRAN-LOG-RECORD
