       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECTIONS-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTION-FILE ASSIGN TO "COLLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLL-ACCOUNT-NUMBER
               FILE STATUS IS WS-COLL-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTION-FILE.
           COPY COLLREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  TRANSACTION-LOG.
           COPY TRANREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-COLL-FILE-STATUS          PIC X(02).
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-TRAN-FILE-STATUS          PIC X(02).
       01 WS-AUDIT-FILE-STATUS         PIC X(02).
       01 WS-ACTION                    PIC X(01).
       01 WS-MAINT-DONE                PIC X(01).
           88 MAINT-DONE                VALUE "Y".
       01 WS-ACCOUNT-NUMBER            PIC X(12).
       01 WS-CONFIRM                   PIC X(01).
       01 WS-APPROVING-OFFICER         PIC X(08).
       01 WS-VERIFY-PASSWORD           PIC X(08) VALUE SPACES.
       01 WS-APPROVER-ROLE             PIC X(01).
       01 WS-VALIDATE-RETURN-CODE      PIC 9(02).
       01 WS-HIST-RETURN-CODE          PIC 9(02).
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-CHARGEOFF-AMOUNT          PIC S9(11)V99.
       01 WS-RECOVERY-AMOUNT           PIC S9(11)V99.
       01 WS-RECOVERY-LEFT             PIC S9(11)V99.
       01 WS-RECOVERY-REFERENCE        PIC X(12).
       01 WS-POST-TYPE                 PIC X(01).
       01 WS-POST-AMOUNT               PIC S9(11)V99.
       01 WS-POST-REFERENCE            PIC X(12).
       01 WS-AMOUNT-DISPLAY            PIC -(11)9.99.
       01 WS-BEFORE-IMAGE              PIC X(130).
       01 WS-AFTER-IMAGE               PIC X(130).
       01 WS-AUDIT-FUNCTION            PIC X(10).
       01 WS-AUDIT-AUTHORITY           PIC X(20).
      *> Home branch of the account when it has been read; the
      *> entries book to the teller's branch, or this one
       01 WS-HOME-BRANCH               PIC X(04).

       LINKAGE SECTION.
       01 LS-TELLER-ID                 PIC X(08).
       01 LS-TELLER-ROLE               PIC X(01).
       01 LS-RETURN-CODE               PIC 9(02).
           COPY RETCODES.

       PROCEDURE DIVISION USING LS-TELLER-ID, LS-TELLER-ROLE,
               LS-RETURN-CODE.
       MAIN-PARA.
           *> Collections desk for accounts overdrawn without
           *> authority: look up an account's aging, write off a
           *> balance the nightly aging run has listed for
           *> charge-off, and book money later collected on a
           *> written-off balance as a recovery.
           MOVE 0 TO LS-RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           PERFORM OPEN-COLLECTION-FILE
           IF LS-RETURN-CODE = 0
               MOVE "N" TO WS-MAINT-DONE
               PERFORM UNTIL MAINT-DONE
                   DISPLAY "=== COLLECTIONS / CHARGE-OFF ==="
                   DISPLAY "1. Look Up  2. Charge Off"
                       "  3. Record Recovery  4. Exit"
                   DISPLAY "Enter action: "
                   ACCEPT WS-ACTION
                   EVALUATE WS-ACTION
                       WHEN "1"
                           PERFORM LOOKUP-COLLECTION
                       WHEN "2"
                           PERFORM CHARGE-OFF-ACCOUNT
                       WHEN "3"
                           PERFORM RECORD-RECOVERY
                       WHEN "4"
                           MOVE "Y" TO WS-MAINT-DONE
                       WHEN OTHER
                           DISPLAY "Invalid action"
                   END-EVALUATE
               END-PERFORM
               CLOSE COLLECTION-FILE
           END-IF
           EXIT PROGRAM.

       OPEN-COLLECTION-FILE.
           *> Create-on-first-use applies only to file-not-found
           *> (status 35). Any other failure must NOT fall through
           *> to OPEN OUTPUT, which would truncate the file.
           OPEN I-O COLLECTION-FILE
           IF WS-COLL-FILE-STATUS = "35"
               OPEN OUTPUT COLLECTION-FILE
               IF WS-COLL-FILE-STATUS = "00"
                   CLOSE COLLECTION-FILE
                   OPEN I-O COLLECTION-FILE
               END-IF
           END-IF
           IF WS-COLL-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open collections file, status "
                   WS-COLL-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
           END-IF.

       LOOKUP-COLLECTION.
           DISPLAY "Enter account number: "
           ACCEPT WS-ACCOUNT-NUMBER
           MOVE WS-ACCOUNT-NUMBER TO COLL-ACCOUNT-NUMBER
           READ COLLECTION-FILE
               INVALID KEY
                   DISPLAY "Account has no collections record"
               NOT INVALID KEY
                   PERFORM DISPLAY-COLLECTION-DETAIL
           END-READ.

       DISPLAY-COLLECTION-DETAIL.
           DISPLAY "Account      : " COLL-ACCOUNT-NUMBER
               " customer " COLL-CUSTOMER-ID
           DISPLAY "Past limit   : since " COLL-OVERDRAWN-SINCE
           DISPLAY "Notices      : stage " COLL-NOTICE-STAGE
               " last " COLL-LAST-NOTICE-DATE
           IF COLL-CHARGEOFF-DUE-DATE NOT = 0
               DISPLAY "Listed       : for charge-off "
                   COLL-CHARGEOFF-DUE-DATE
           END-IF
           EVALUATE TRUE
               WHEN COLL-AGING
                   DISPLAY "Status       : AGING"
               WHEN COLL-CURED
                   DISPLAY "Status       : CURED " COLL-CURED-DATE
               WHEN COLL-CHARGED-OFF
                   DISPLAY "Status       : CHARGED OFF "
                       COLL-CHARGEOFF-DATE " by "
                       COLL-CHARGEOFF-TELLER
                       " approved " COLL-APPROVED-BY
                   MOVE COLL-CHARGEOFF-AMOUNT TO WS-AMOUNT-DISPLAY
                   DISPLAY "Written off  : " WS-AMOUNT-DISPLAY
                       " " COLL-CURRENCY-CODE
                   MOVE COLL-RECOVERED-AMOUNT TO WS-AMOUNT-DISPLAY
                   DISPLAY "Recovered    : " WS-AMOUNT-DISPLAY
                       " last " COLL-LAST-RECOVERY-DATE
           END-EVALUATE.

       CHARGE-OFF-ACCOUNT.
           *> Writing a balance off is a loss to the bank, so it is
           *> taken only on an account the aging run has listed and
           *> only with a second officer's approval
           MOVE 0 TO LS-RETURN-CODE
           DISPLAY "Enter account number: "
           ACCEPT WS-ACCOUNT-NUMBER
           MOVE SPACES TO WS-HOME-BRANCH
           MOVE WS-ACCOUNT-NUMBER TO COLL-ACCOUNT-NUMBER
           READ COLLECTION-FILE
               INVALID KEY
                   DISPLAY "Account has no collections record"
                   MOVE 20 TO LS-RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           PERFORM DISPLAY-COLLECTION-DETAIL
           IF NOT COLL-AGING OR COLL-CHARGEOFF-DUE-DATE = 0
               DISPLAY "Account is not listed for charge-off"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open account master, status "
                   WS-ACCT-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE COLL-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 20 TO LS-RETURN-CODE
               NOT INVALID KEY
                   MOVE ACCT-BRANCH-CODE TO WS-HOME-BRANCH
           END-READ
           IF LS-RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN ACCT-STATUS-CLOSED OR ACCT-STATUS-ESCHEATED
                       DISPLAY "Account can no longer carry a balance"
                       MOVE 20 TO LS-RETURN-CODE
                   WHEN ACCT-CHARGED-OFF
                       DISPLAY "Account is already charged off"
                       MOVE 30 TO LS-RETURN-CODE
                   WHEN ACCT-CURRENT-BALANCE NOT < 0
                       *> Paid back since the nightly run listed it;
                       *> tonight's run marks it cured
                       DISPLAY "Account is no longer overdrawn"
                       MOVE 30 TO LS-RETURN-CODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF LS-RETURN-CODE NOT = 0
               CLOSE ACCOUNT-MASTER
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHARGEOFF-AMOUNT = 0 - ACCT-CURRENT-BALANCE
           MOVE WS-CHARGEOFF-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "Amount to write off: " WS-AMOUNT-DISPLAY
               " " ACCT-CURRENCY-CODE
           DISPLAY "Confirm charge-off (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Charge-off abandoned"
               CLOSE ACCOUNT-MASTER
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter approving officer ID: "
           ACCEPT WS-APPROVING-OFFICER
           PERFORM VERIFY-APPROVING-OFFICER
           IF LS-RETURN-CODE NOT = 0
               CLOSE ACCOUNT-MASTER
               EXIT PARAGRAPH
           END-IF
           *> The loss entry brings the account to zero; the facility
           *> is withdrawn and the account stays frozen so nothing
           *> further can be drawn on it
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           ADD WS-CHARGEOFF-AMOUNT TO ACCT-CURRENT-BALANCE
           MOVE 0 TO ACCT-OD-LIMIT
           MOVE "Y" TO ACCT-CHARGEOFF-FLAG
           MOVE "F" TO ACCT-STATUS
           MOVE "CHO" TO ACCT-FREEZE-REASON
           MOVE LS-TELLER-ID TO ACCT-FREEZE-TELLER
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to charge off account, status "
                   WS-ACCT-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               CLOSE ACCOUNT-MASTER
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           CLOSE ACCOUNT-MASTER
           MOVE "C" TO WS-POST-TYPE
           MOVE WS-CHARGEOFF-AMOUNT TO WS-POST-AMOUNT
           MOVE SPACES TO WS-POST-REFERENCE
           PERFORM WRITE-COLLECTIONS-LOG
           MOVE "CHARGEOFF" TO WS-AUDIT-FUNCTION
           MOVE WS-APPROVING-OFFICER TO WS-AUDIT-AUTHORITY
           PERFORM WRITE-AUDIT-RECORD
           MOVE "W" TO COLL-STATUS
           MOVE WS-TODAY TO COLL-CHARGEOFF-DATE
           MOVE WS-CHARGEOFF-AMOUNT TO COLL-CHARGEOFF-AMOUNT
           MOVE LS-TELLER-ID TO COLL-CHARGEOFF-TELLER
           MOVE WS-APPROVING-OFFICER TO COLL-APPROVED-BY
           MOVE 0 TO COLL-RECOVERED-AMOUNT
           MOVE 0 TO COLL-LAST-RECOVERY-DATE
           REWRITE COLL-RECORD
           IF WS-COLL-FILE-STATUS NOT = "00"
               *> The loss is booked; only the desk's own record
               *> lags, and the account flag keeps it out of aging
               DISPLAY "Account charged off but collections record"
                   " not updated, status " WS-COLL-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Account charged off and frozen".

       RECORD-RECOVERY.
           *> Money collected on a written-off balance is booked as a
           *> recovery memo against the account: the customer
           *> balance stays at zero and the GL map carries the
           *> recovery, tracked here apart from the original loss
           MOVE 0 TO LS-RETURN-CODE
           DISPLAY "Enter account number: "
           ACCEPT WS-ACCOUNT-NUMBER
           MOVE SPACES TO WS-HOME-BRANCH
           MOVE WS-ACCOUNT-NUMBER TO COLL-ACCOUNT-NUMBER
           READ COLLECTION-FILE
               INVALID KEY
                   DISPLAY "Account has no collections record"
                   MOVE 20 TO LS-RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           PERFORM DISPLAY-COLLECTION-DETAIL
           IF NOT COLL-CHARGED-OFF
               DISPLAY "Account has not been charged off"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RECOVERY-LEFT =
               COLL-CHARGEOFF-AMOUNT - COLL-RECOVERED-AMOUNT
           IF WS-RECOVERY-LEFT NOT > 0
               DISPLAY "Written-off balance is fully recovered"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECOVERY-LEFT TO WS-AMOUNT-DISPLAY
           DISPLAY "Still to recover: " WS-AMOUNT-DISPLAY
               " " COLL-CURRENCY-CODE
           DISPLAY "Enter amount recovered: "
           ACCEPT WS-RECOVERY-AMOUNT
           IF WS-RECOVERY-AMOUNT NOT > 0
               DISPLAY "Amount must be greater than zero"
               EXIT PARAGRAPH
           END-IF
           IF WS-RECOVERY-AMOUNT > WS-RECOVERY-LEFT
               DISPLAY "Amount is more than the balance written off"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter receipt or payer reference: "
           ACCEPT WS-RECOVERY-REFERENCE
           IF WS-RECOVERY-REFERENCE = SPACES
               DISPLAY "A reference is required"
               EXIT PARAGRAPH
           END-IF
           MOVE COLL-RECORD TO WS-BEFORE-IMAGE
           ADD WS-RECOVERY-AMOUNT TO COLL-RECOVERED-AMOUNT
           MOVE WS-TODAY TO COLL-LAST-RECOVERY-DATE
           REWRITE COLL-RECORD
           IF WS-COLL-FILE-STATUS NOT = "00"
               DISPLAY "Unable to record recovery, status "
                   WS-COLL-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE COLL-RECORD TO WS-AFTER-IMAGE
           MOVE "Y" TO WS-POST-TYPE
           MOVE WS-RECOVERY-AMOUNT TO WS-POST-AMOUNT
           MOVE WS-RECOVERY-REFERENCE TO WS-POST-REFERENCE
           PERFORM WRITE-COLLECTIONS-LOG
           MOVE "RECOVERY" TO WS-AUDIT-FUNCTION
           MOVE WS-RECOVERY-REFERENCE TO WS-AUDIT-AUTHORITY
           PERFORM WRITE-AUDIT-RECORD
           IF COLL-RECOVERED-AMOUNT NOT < COLL-CHARGEOFF-AMOUNT
               DISPLAY "Recovery recorded; balance written off is"
                   " now fully recovered"
           ELSE
               DISPLAY "Recovery recorded"
           END-IF.

       VERIFY-APPROVING-OFFICER.
           *> The approver must be an active supervisor and not the
           *> teller keying the charge-off
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

       WRITE-COLLECTIONS-LOG.
           *> "C" is the loss entry on the account; "Y" a recovery
           *> memo carrying the receipt reference as counterparty
           MOVE SPACES TO TRAN-LOG-RECORD
           MOVE COLL-ACCOUNT-NUMBER TO TRAN-ACCOUNT-NUMBER
           MOVE WS-POST-TYPE TO TRAN-TYPE
           MOVE WS-POST-AMOUNT TO TRAN-AMOUNT
           MOVE COLL-CURRENCY-CODE TO TRAN-CURRENCY-CODE
           MOVE 0 TO TRAN-RETURN-CODE
           MOVE "P" TO TRAN-STATUS
           MOVE LS-TELLER-ID TO TRAN-TELLER-ID
           MOVE WS-TODAY TO TRAN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRAN-TIME
           MOVE WS-POST-REFERENCE TO TRAN-COUNTERPARTY-ACCT
           MOVE COLL-CURRENCY-CODE TO TRAN-ORIG-CURRENCY
           MOVE WS-POST-AMOUNT TO TRAN-ORIG-AMOUNT
           MOVE 1 TO TRAN-RATE-APPLIED
           MOVE 0 TO TRAN-RATE-TIER
           MOVE 0 TO TRAN-ORIG-DATE
           MOVE 0 TO TRAN-ORIG-TIME
           CALL "GET-POSTING-BRANCH"
               USING LS-TELLER-ID, WS-HOME-BRANCH, TRAN-BRANCH-CODE
           OPEN EXTEND TRANSACTION-LOG
           WRITE TRAN-LOG-RECORD
           CLOSE TRANSACTION-LOG
           CALL "TRAN-HISTORY-WRITE"
               USING TRAN-LOG-RECORD, WS-HIST-RETURN-CODE.

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           MOVE "COLLECTIONS-MAINT" TO AUD-PROGRAM
           MOVE WS-AUDIT-FUNCTION TO AUD-FUNCTION
           MOVE COLL-CUSTOMER-ID TO AUD-CUSTOMER-ID
           MOVE COLL-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
           MOVE "CHO" TO AUD-REASON-CODE
           MOVE WS-AUDIT-AUTHORITY TO AUD-AUTHORITY
           MOVE WS-TODAY TO AUD-EFFECTIVE-DATE
           MOVE LS-TELLER-ID TO AUD-TELLER-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
           OPEN EXTEND AUDIT-LOG
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG.
