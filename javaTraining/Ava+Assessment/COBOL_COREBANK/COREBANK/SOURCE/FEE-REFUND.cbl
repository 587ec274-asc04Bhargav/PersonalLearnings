       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-REFUND-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-REFUND-FILE ASSIGN TO "FEEREFND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRFD-KEY
               FILE STATUS IS WS-FRFD-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT TRAN-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-REFUND-FILE.
           COPY FRFDREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  TRAN-HISTORY.
           COPY HISTREC.

       FD  TRANSACTION-LOG.
           COPY TRANREC.

       WORKING-STORAGE SECTION.
       01 WS-FRFD-FILE-STATUS          PIC X(02).
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-HIST-FILE-STATUS          PIC X(02).
       01 WS-TRAN-FILE-STATUS          PIC X(02).
      *> Working mirror of the TRANREC layout for the history
      *> entries listed for selection
       01 WS-TRAN-WORK.
           05 WK-ACCOUNT-NUMBER         PIC X(12).
           05 WK-TRAN-TYPE              PIC X(01).
               88 WK-TYPE-FEE           VALUE "F".
           05 WK-TRAN-AMOUNT            PIC S9(9)V99 COMP-3.
           05 WK-CURRENCY-CODE          PIC X(03).
           05 WK-RETURN-CODE            PIC 9(02).
           05 WK-STATUS                 PIC X(01).
               88 WK-STATUS-POSTED      VALUE "P".
           05 WK-TELLER-ID              PIC X(08).
           05 WK-DATE                   PIC 9(08).
           05 WK-TIME                   PIC 9(06).
           05 FILLER                    PIC X(26).
           05 WK-PRODUCT-CODE           PIC X(04).
           05 FILLER                    PIC X(12).
           05 WK-REVERSAL-FLAG          PIC X(01).
               88 WK-IS-REVERSAL        VALUE "Y".
           05 FILLER                    PIC X(60).
      *> Fees offered for refund, in history order; a fee already
      *> given back in full is not offered
       01 WS-PICK-MAX                  PIC 9(02) VALUE 20.
       01 WS-PICK-COUNT                PIC 9(02).
       01 WS-PICK-TABLE.
           05 WS-PICK-ENTRY OCCURS 20 TIMES.
               10 WS-PICK-HIST-KEY      PIC X(29).
               10 WS-PICK-AMOUNT        PIC S9(9)V99 COMP-3.
               10 WS-PICK-REFUNDED      PIC S9(9)V99 COMP-3.
               10 WS-PICK-CURRENCY      PIC X(03).
               10 WS-PICK-PRODUCT       PIC X(04).
               10 WS-PICK-LAST-SEQ      PIC 9(02).
       01 WS-PICK                      PIC 9(02).
       01 WS-HIST-EOF-SWITCH           PIC X(01).
           88 END-OF-ACCT-HISTORY       VALUE "Y".
       01 WS-FRFD-EOF-SWITCH           PIC X(01).
           88 END-OF-FEE-REFUNDS        VALUE "Y".
      *> The fee being looked at, what has already been given back
      *> on it, and the highest refund sequence used on it
       01 WS-FEE-KEY.
           05 WS-FEE-ACCOUNT            PIC X(12).
           05 WS-FEE-DATE               PIC 9(08).
           05 WS-FEE-TIME               PIC 9(06).
           05 WS-FEE-SEQ                PIC 9(03).
       01 WS-PRIOR-REFUNDED            PIC S9(9)V99.
       01 WS-LAST-SEQ                  PIC 9(02).
      *> Refund authority by role, on the total given back against
      *> one fee so a refund cannot be split to get under it. A
      *> supervisor may refund the whole fee.
       01 WS-TELLER-REFUND-LIMIT       PIC S9(7)V99 VALUE 25.00.
       01 WS-HEAD-TELLER-REFUND-LIMIT  PIC S9(7)V99 VALUE 100.00.
       01 WS-ROLE-LIMIT                PIC S9(9)V99.
       01 WS-REMAINING                 PIC S9(9)V99.
       01 WS-REFUND-AMOUNT             PIC S9(9)V99.
       01 WS-REASON                    PIC X(01).
       01 WS-CONFIRM                   PIC X(01).
       01 WS-ACCOUNT-NUMBER            PIC X(12).
       01 WS-FROM-DATE                 PIC 9(08).
       01 WS-REFUND-REFERENCE.
           05 FILLER                    PIC X(06) VALUE "FEEREF".
           05 WS-REF-REASON             PIC X(01).
           05 WS-REF-SEQ                PIC 9(02).
           05 FILLER                    PIC X(03) VALUE SPACES.
       01 WS-HOME-BRANCH               PIC X(04).
       01 WS-VALIDATE-RETURN-CODE      PIC 9(02).
       01 WS-HIST-RETURN-CODE          PIC 9(02).
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-AMOUNT-DISPLAY            PIC -(9)9.99.
       01 WS-REFUNDED-DISPLAY          PIC -(9)9.99.
       01 WS-LIMIT-DISPLAY             PIC -(9)9.99.

       LINKAGE SECTION.
       01 LS-TELLER-ID                 PIC X(08).
       01 LS-TELLER-ROLE               PIC X(01).
       01 LS-RETURN-CODE               PIC 9(02).
           COPY RETCODES.

       PROCEDURE DIVISION USING LS-TELLER-ID, LS-TELLER-ROLE,
               LS-RETURN-CODE.
       MAIN-PARA.
           *> Give back all or part of a monthly or per-item fee as
           *> a "2" refund tied to the original "F" entry, instead of
           *> a manual deposit with no link to the fee. Every refund
           *> is registered against the fee it came from, for the
           *> authority check here and the month-end report.
           MOVE 0 TO LS-RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           PERFORM OPEN-FEE-REFUND-FILE
           IF LS-RETURN-CODE = 0
               PERFORM SELECT-AND-REFUND
               CLOSE FEE-REFUND-FILE
           END-IF
           EXIT PROGRAM.

       OPEN-FEE-REFUND-FILE.
           *> Create-on-first-use applies only to file-not-found
           *> (status 35). Any other failure must NOT fall through
           *> to OPEN OUTPUT, which would truncate the file.
           OPEN I-O FEE-REFUND-FILE
           IF WS-FRFD-FILE-STATUS = "35"
               OPEN OUTPUT FEE-REFUND-FILE
               IF WS-FRFD-FILE-STATUS = "00"
                   CLOSE FEE-REFUND-FILE
                   OPEN I-O FEE-REFUND-FILE
               END-IF
           END-IF
           IF WS-FRFD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open fee refund register, status "
                   WS-FRFD-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
           END-IF.

       SELECT-AND-REFUND.
           DISPLAY "=== FEE REFUND ==="
           DISPLAY "Enter account number: "
           ACCEPT WS-ACCOUNT-NUMBER
           MOVE 0 TO WS-VALIDATE-RETURN-CODE
           CALL "ACCOUNT-NUMBER-VERIFY"
               USING WS-ACCOUNT-NUMBER, WS-VALIDATE-RETURN-CODE
           IF WS-VALIDATE-RETURN-CODE NOT = 0
               DISPLAY "Account number fails the check digit"
               MOVE WS-VALIDATE-RETURN-CODE TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter date of the fee, or first date to list"
               " (YYYYMMDD): "
           ACCEPT WS-FROM-DATE
           OPEN INPUT TRAN-HISTORY
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "Transaction history not available, status "
                   WS-HIST-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LIST-FEES
           CLOSE TRAN-HISTORY
           IF WS-PICK-COUNT = 0
               DISPLAY "No refundable fees on file from that date"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Select entry (0 = cancel): "
           ACCEPT WS-PICK
           IF WS-PICK = 0 OR WS-PICK > WS-PICK-COUNT
               DISPLAY "No refund given"
               EXIT PARAGRAPH
           END-IF
           IF WS-PICK-LAST-SEQ (WS-PICK) >= 99
               DISPLAY "No further refunds can be recorded on that"
                   " fee"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REMAINING = WS-PICK-AMOUNT (WS-PICK)
               - WS-PICK-REFUNDED (WS-PICK)
           MOVE WS-REMAINING TO WS-AMOUNT-DISPLAY
           DISPLAY "Enter amount to refund (0 = all of the "
               WS-AMOUNT-DISPLAY " remaining): "
           ACCEPT WS-REFUND-AMOUNT
           IF WS-REFUND-AMOUNT NOT > 0
               MOVE WS-REMAINING TO WS-REFUND-AMOUNT
           END-IF
           IF WS-REFUND-AMOUNT > WS-REMAINING
               DISPLAY "Refund exceeds what is left of the fee"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-REFUND-AUTHORITY
           IF LS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason (C=Courtesy, E=Bank error,"
               " R=Relationship, P=Complaint, O=Other): "
           ACCEPT WS-REASON
           MOVE WS-REASON TO FRFD-REASON
           IF NOT FRFD-VALID-REASON
               DISPLAY "Invalid reason"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REFUND-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "Refund " WS-AMOUNT-DISPLAY
               " " WS-PICK-CURRENCY (WS-PICK)
               " to account " WS-ACCOUNT-NUMBER
           DISPLAY "Confirm refund (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Refund abandoned"
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-FEE-REFUND
           IF LS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-REFUND-REGISTER
           IF LS-RETURN-CODE = 0
               DISPLAY "Fee refund posted"
           END-IF.

       LIST-FEES.
           *> Posted fees only: a fee already reversed or given back
           *> in full has nothing left to refund
           MOVE 0 TO WS-PICK-COUNT
           MOVE "N" TO WS-HIST-EOF-SWITCH
           MOVE WS-ACCOUNT-NUMBER TO HIST-ACCOUNT-NUMBER
           MOVE WS-FROM-DATE TO HIST-DATE
           MOVE 0 TO HIST-TIME
           MOVE 0 TO HIST-SEQ
           START TRAN-HISTORY KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HIST-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-ACCT-HISTORY
               READ TRAN-HISTORY NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-SWITCH
                   NOT AT END
                       IF HIST-ACCOUNT-NUMBER NOT = WS-ACCOUNT-NUMBER
                           MOVE "Y" TO WS-HIST-EOF-SWITCH
                       ELSE
                           MOVE HIST-TRAN-DATA TO WS-TRAN-WORK
                           IF WK-TYPE-FEE AND WK-STATUS-POSTED
                                   AND NOT WK-IS-REVERSAL
                               PERFORM ADD-PICK-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-PICK-ENTRY.
           MOVE HIST-KEY TO WS-FEE-KEY
           PERFORM TOTAL-PRIOR-REFUNDS
           IF WS-PRIOR-REFUNDED NOT < WK-TRAN-AMOUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-PICK-COUNT >= WS-PICK-MAX
               DISPLAY "More fees follow; key a later date to see"
                   " them"
               MOVE "Y" TO WS-HIST-EOF-SWITCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PICK-COUNT
           MOVE HIST-KEY TO WS-PICK-HIST-KEY (WS-PICK-COUNT)
           MOVE WK-TRAN-AMOUNT TO WS-PICK-AMOUNT (WS-PICK-COUNT)
           MOVE WS-PRIOR-REFUNDED TO WS-PICK-REFUNDED (WS-PICK-COUNT)
           MOVE WK-CURRENCY-CODE TO WS-PICK-CURRENCY (WS-PICK-COUNT)
           MOVE WK-PRODUCT-CODE TO WS-PICK-PRODUCT (WS-PICK-COUNT)
           MOVE WS-LAST-SEQ TO WS-PICK-LAST-SEQ (WS-PICK-COUNT)
           MOVE WK-TRAN-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-PRIOR-REFUNDED TO WS-REFUNDED-DISPLAY
           DISPLAY WS-PICK-COUNT ". " WK-DATE " " WK-TIME
               " " WS-AMOUNT-DISPLAY
               " " WK-CURRENCY-CODE
               " fee " WK-PRODUCT-CODE
               " refunded " WS-REFUNDED-DISPLAY.

       TOTAL-PRIOR-REFUNDS.
           *> Refunds already given on the fee at WS-FEE-KEY
           MOVE 0 TO WS-PRIOR-REFUNDED
           MOVE 0 TO WS-LAST-SEQ
           MOVE "N" TO WS-FRFD-EOF-SWITCH
           MOVE WS-FEE-KEY TO FRFD-FEE-KEY
           MOVE 0 TO FRFD-REFUND-SEQ
           START FEE-REFUND-FILE KEY IS NOT LESS THAN FRFD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FRFD-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-FEE-REFUNDS
               READ FEE-REFUND-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FRFD-EOF-SWITCH
                   NOT AT END
                       IF FRFD-FEE-KEY NOT = WS-FEE-KEY
                           MOVE "Y" TO WS-FRFD-EOF-SWITCH
                       ELSE
                           ADD FRFD-REFUND-AMOUNT
                               TO WS-PRIOR-REFUNDED
                           MOVE FRFD-REFUND-SEQ TO WS-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-REFUND-AUTHORITY.
           *> The limit is on everything given back against the fee,
           *> this refund included
           EVALUATE LS-TELLER-ROLE
               WHEN "S"
                   MOVE WS-PICK-AMOUNT (WS-PICK) TO WS-ROLE-LIMIT
               WHEN "H"
                   MOVE WS-HEAD-TELLER-REFUND-LIMIT TO WS-ROLE-LIMIT
               WHEN "T"
                   MOVE WS-TELLER-REFUND-LIMIT TO WS-ROLE-LIMIT
               WHEN OTHER
                   MOVE 0 TO WS-ROLE-LIMIT
           END-EVALUATE
           IF WS-PICK-REFUNDED (WS-PICK) + WS-REFUND-AMOUNT
                   > WS-ROLE-LIMIT
               MOVE WS-ROLE-LIMIT TO WS-LIMIT-DISPLAY
               DISPLAY "Refunds on this fee would exceed your limit"
                   " of " WS-LIMIT-DISPLAY
                   "; higher authority required"
               MOVE 88 TO LS-RETURN-CODE
           END-IF.

       POST-FEE-REFUND.
           *> A refund goes back whatever the account's freeze
           *> state, as a dispute credit does; only an account that
           *> can no longer carry a balance, or one now in another
           *> currency, is refused
           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open account master, status "
                   WS-ACCT-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 20 TO LS-RETURN-CODE
           END-READ
           IF LS-RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN ACCT-STATUS-CLOSED OR ACCT-STATUS-ESCHEATED
                       MOVE 20 TO LS-RETURN-CODE
                   WHEN ACCT-CURRENCY-CODE
                           NOT = WS-PICK-CURRENCY (WS-PICK)
                       MOVE 95 TO LS-RETURN-CODE
                   WHEN OTHER
                       ADD WS-REFUND-AMOUNT TO ACCT-CURRENT-BALANCE
               END-EVALUATE
           END-IF
           IF LS-RETURN-CODE = 0
               MOVE ACCT-BRANCH-CODE TO WS-HOME-BRANCH
               MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
               REWRITE ACCOUNT-RECORD
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to update account, status "
                       WS-ACCT-FILE-STATUS
                   MOVE 30 TO LS-RETURN-CODE
               END-IF
           END-IF
           CLOSE ACCOUNT-MASTER
           IF LS-RETURN-CODE = 0
               PERFORM WRITE-REFUND-LOG
           ELSE
               DISPLAY "Refund refused, return code " LS-RETURN-CODE
           END-IF.

       WRITE-REFUND-LOG.
           *> Cross-referenced to the fee, so the statement line and
           *> the history entry lead back to what was refunded
           MOVE WS-PICK-HIST-KEY (WS-PICK) TO WS-FEE-KEY
           MOVE WS-REASON TO WS-REF-REASON
           COMPUTE WS-REF-SEQ = WS-PICK-LAST-SEQ (WS-PICK) + 1
           MOVE SPACES TO TRAN-LOG-RECORD
           MOVE WS-ACCOUNT-NUMBER TO TRAN-ACCOUNT-NUMBER
           MOVE "2" TO TRAN-TYPE
           MOVE WS-REFUND-AMOUNT TO TRAN-AMOUNT
           MOVE WS-PICK-CURRENCY (WS-PICK) TO TRAN-CURRENCY-CODE
           MOVE 0 TO TRAN-RETURN-CODE
           MOVE "P" TO TRAN-STATUS
           MOVE LS-TELLER-ID TO TRAN-TELLER-ID
           MOVE WS-TODAY TO TRAN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRAN-TIME
           MOVE WS-REFUND-REFERENCE TO TRAN-COUNTERPARTY-ACCT
           MOVE WS-PICK-CURRENCY (WS-PICK) TO TRAN-ORIG-CURRENCY
           MOVE WS-REFUND-AMOUNT TO TRAN-ORIG-AMOUNT
           MOVE 1 TO TRAN-RATE-APPLIED
           MOVE WS-PICK-PRODUCT (WS-PICK) TO TRAN-PRODUCT-CODE
           MOVE 0 TO TRAN-RATE-TIER
           MOVE WS-FEE-DATE TO TRAN-ORIG-DATE
           MOVE WS-FEE-TIME TO TRAN-ORIG-TIME
           CALL "GET-POSTING-BRANCH"
               USING LS-TELLER-ID, WS-HOME-BRANCH, TRAN-BRANCH-CODE
           OPEN EXTEND TRANSACTION-LOG
           IF WS-TRAN-FILE-STATUS = "00"
               WRITE TRAN-LOG-RECORD
               CLOSE TRANSACTION-LOG
           ELSE
               *> The account is already credited; history and the
               *> refund register still take it, so the fee cannot
               *> be refunded twice, and the log entry is made good
               *> by hand
               DISPLAY "Refund credited but not on the transaction"
                   " log, status " WS-TRAN-FILE-STATUS
           END-IF
           CALL "TRAN-HISTORY-WRITE"
               USING TRAN-LOG-RECORD, WS-HIST-RETURN-CODE.

       WRITE-REFUND-REGISTER.
           MOVE SPACES TO FRFD-RECORD
           MOVE WS-PICK-HIST-KEY (WS-PICK) TO FRFD-FEE-KEY
           MOVE WS-REF-SEQ TO FRFD-REFUND-SEQ
           MOVE WS-PICK-AMOUNT (WS-PICK) TO FRFD-FEE-AMOUNT
           MOVE WS-REFUND-AMOUNT TO FRFD-REFUND-AMOUNT
           MOVE WS-PICK-CURRENCY (WS-PICK) TO FRFD-CURRENCY-CODE
           MOVE WS-PICK-PRODUCT (WS-PICK) TO FRFD-FEE-PRODUCT
           MOVE WS-REASON TO FRFD-REASON
           MOVE LS-TELLER-ID TO FRFD-TELLER-ID
           MOVE LS-TELLER-ROLE TO FRFD-TELLER-ROLE
           MOVE TRAN-BRANCH-CODE TO FRFD-BRANCH-CODE
           MOVE TRAN-DATE TO FRFD-REFUND-DATE
           MOVE TRAN-TIME TO FRFD-REFUND-TIME
           WRITE FRFD-RECORD
           IF WS-FRFD-FILE-STATUS NOT = "00"
               DISPLAY "Refund posted but not registered, status "
                   WS-FRFD-FILE-STATUS "; record it by hand"
               MOVE 30 TO LS-RETURN-CODE
           END-IF.
