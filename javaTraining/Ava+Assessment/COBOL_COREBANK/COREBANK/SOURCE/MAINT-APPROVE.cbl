       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-PENDING-SUBMIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-NUMBER
               ALTERNATE RECORD KEY IS PEND-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT NUMBER-CONTROL ASSIGN TO "NUMCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMC-KEY
               FILE STATUS IS WS-NUMC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
           COPY PENDREC.

       FD  NUMBER-CONTROL.
           COPY NUMCREC.

       WORKING-STORAGE SECTION.
       01 WS-PEND-FILE-STATUS          PIC X(02).
       01 WS-NUMC-FILE-STATUS          PIC X(02).
      *> Change numbers run in their own series on the number
      *> control file
       01 WS-CONTROL-KEY               PIC X(08) VALUE "MAINTPND".
       01 WS-MATCH-KEY                 PIC X(21).
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-MATCHES            VALUE "Y".
       01 WS-OPEN-NUMBER               PIC 9(08).
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).

       LINKAGE SECTION.
       01 LS-TARGET                    PIC X(01).
       01 LS-RECORD-KEY                PIC X(20).
       01 LS-PROGRAM                   PIC X(24).
       01 LS-FUNCTION                  PIC X(10).
       01 LS-REQUIRED-ROLE             PIC X(01).
       01 LS-MAKER-ID                  PIC X(08).
       01 LS-BEFORE-IMAGE              PIC X(300).
       01 LS-AFTER-IMAGE               PIC X(300).
       01 LS-CHANGE-NUMBER             PIC 9(08).
       01 LS-RETURN-CODE               PIC 9(02).
           COPY RETCODES.

       PROCEDURE DIVISION USING LS-TARGET, LS-RECORD-KEY,
               LS-PROGRAM, LS-FUNCTION, LS-REQUIRED-ROLE,
               LS-MAKER-ID, LS-BEFORE-IMAGE, LS-AFTER-IMAGE,
               LS-CHANGE-NUMBER, LS-RETURN-CODE.
       MAIN-PARA.
           *> Shared by the customer, product, exchange-rate and
           *> teller maintenance screens: record a keyed change as
           *> pending for a second officer instead of writing the
           *> master. One pending change per record at a time, so
           *> the checker never approves on top of another change
           *> still in the queue.
           MOVE 0 TO LS-RETURN-CODE
           MOVE 0 TO LS-CHANGE-NUMBER
           OPEN I-O PENDING-FILE
           IF WS-PEND-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               IF WS-PEND-FILE-STATUS = "00"
                   CLOSE PENDING-FILE
                   OPEN I-O PENDING-FILE
               END-IF
           END-IF
           IF WS-PEND-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open pending-change file, status "
                   WS-PEND-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               EXIT PROGRAM
           END-IF
           PERFORM FIND-OPEN-CHANGE
           IF WS-OPEN-NUMBER NOT = 0
               DISPLAY "Change " WS-OPEN-NUMBER " is already pending"
                   " for this record; it must be decided first"
               MOVE 30 TO LS-RETURN-CODE
               CLOSE PENDING-FILE
               EXIT PROGRAM
           END-IF
           PERFORM ISSUE-CHANGE-NUMBER
           IF LS-RETURN-CODE NOT = 0
               CLOSE PENDING-FILE
               EXIT PROGRAM
           END-IF
           MOVE SPACES TO PEND-RECORD
           MOVE LS-CHANGE-NUMBER TO PEND-NUMBER
           MOVE LS-TARGET TO PEND-TARGET
           MOVE LS-RECORD-KEY TO PEND-RECORD-KEY
           MOVE LS-PROGRAM TO PEND-PROGRAM
           MOVE LS-FUNCTION TO PEND-FUNCTION
           MOVE LS-REQUIRED-ROLE TO PEND-REQUIRED-ROLE
           MOVE "P" TO PEND-STATUS
           MOVE LS-MAKER-ID TO PEND-MAKER-ID
           *> Dated by the business day so the expiry period counts
           *> the same days the nightly expiry run does
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE WS-TODAY TO PEND-MADE-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO PEND-MADE-TIME
           MOVE SPACES TO PEND-CHECKER-ID
           MOVE 0 TO PEND-DECIDED-DATE
           MOVE 0 TO PEND-DECIDED-TIME
           MOVE LS-BEFORE-IMAGE TO PEND-BEFORE-IMAGE
           MOVE LS-AFTER-IMAGE TO PEND-AFTER-IMAGE
           WRITE PEND-RECORD
           IF WS-PEND-FILE-STATUS NOT = "00"
               DISPLAY "Unable to record pending change, status "
                   WS-PEND-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               MOVE 0 TO LS-CHANGE-NUMBER
           END-IF
           CLOSE PENDING-FILE
           EXIT PROGRAM.

       FIND-OPEN-CHANGE.
           MOVE 0 TO WS-OPEN-NUMBER
           MOVE "N" TO WS-EOF-SWITCH
           MOVE LS-TARGET TO PEND-TARGET
           MOVE LS-RECORD-KEY TO PEND-RECORD-KEY
           MOVE PEND-MATCH-KEY TO WS-MATCH-KEY
           START PENDING-FILE KEY IS EQUAL TO PEND-MATCH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-MATCHES
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF PEND-MATCH-KEY NOT = WS-MATCH-KEY
                           MOVE "Y" TO WS-EOF-SWITCH
                       ELSE
                           IF PEND-PENDING
                               MOVE PEND-NUMBER TO WS-OPEN-NUMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ISSUE-CHANGE-NUMBER.
           OPEN I-O NUMBER-CONTROL
           IF WS-NUMC-FILE-STATUS = "35"
               OPEN OUTPUT NUMBER-CONTROL
               IF WS-NUMC-FILE-STATUS = "00"
                   CLOSE NUMBER-CONTROL
                   OPEN I-O NUMBER-CONTROL
               END-IF
           END-IF
           IF WS-NUMC-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open number control, status "
                   WS-NUMC-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTROL-KEY TO NUMC-KEY
           READ NUMBER-CONTROL
               INVALID KEY
                   MOVE WS-CONTROL-KEY TO NUMC-KEY
                   MOVE 0 TO NUMC-LAST-NUMBER
                   MOVE 0 TO NUMC-LEGACY-HIGH
                   WRITE NUMC-RECORD
           END-READ
           IF NUMC-LAST-NUMBER NOT NUMERIC
               MOVE 0 TO NUMC-LAST-NUMBER
           END-IF
           ADD 1 TO NUMC-LAST-NUMBER
           REWRITE NUMC-RECORD
           IF WS-NUMC-FILE-STATUS NOT = "00"
               DISPLAY "Unable to update number control, status "
                   WS-NUMC-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
           ELSE
               MOVE NUMC-LAST-NUMBER TO LS-CHANGE-NUMBER
           END-IF
           CLOSE NUMBER-CONTROL.

       END PROGRAM MAINT-PENDING-SUBMIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-APPROVAL-QUEUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-NUMBER
               ALTERNATE RECORD KEY IS PEND-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-TARGET-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-TARGET-FILE-STATUS.
           SELECT RATE-TABLE ASSIGN TO "RATEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-TARGET-FILE-STATUS.
           SELECT TELLER-MASTER ASSIGN TO "TELLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELL-ID
               FILE STATUS IS WS-TARGET-FILE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
           COPY PENDREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  PRODUCT-FILE.
           COPY PRODREC.

       FD  RATE-TABLE.
           COPY RATEREC.

       FD  TELLER-MASTER.
           COPY TELLREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-PEND-FILE-STATUS          PIC X(02).
       01 WS-TARGET-FILE-STATUS        PIC X(02).
       01 WS-AUDIT-FILE-STATUS         PIC X(02).
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-FILE               VALUE "Y".
       01 WS-ACTION                    PIC X(01).
       01 WS-MAINT-DONE                PIC X(01).
           88 MAINT-DONE                VALUE "Y".
       01 WS-DECISION                  PIC X(01).
       01 WS-CHANGE-NUMBER             PIC 9(08).
       01 WS-LIST-COUNT                PIC 9(05).
       01 WS-TARGET-TEXT               PIC X(08).
      *> A change left undecided this many calendar days after it
      *> was raised can no longer be approved; the nightly expiry
      *> run uses the same figure
       01 WS-EXPIRY-DAYS               PIC 9(03) VALUE 5.
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-AGE-DAYS                  PIC S9(05).
       01 WS-RECORD-FOUND              PIC X(01).
           88 RECORD-FOUND              VALUE "Y".
       01 WS-CURRENT-IMAGE             PIC X(300).
       01 WS-REJECT-REASON             PIC X(40).
       01 WS-AUDIT-FUNCTION            PIC X(10).
       01 WS-TIER-SUB                  PIC 9(01).
       01 WS-FEE-DISPLAY               PIC -(5)9.99.
       01 WS-BAL-DISPLAY               PIC -(11)9.99.
       01 WS-PCT-DISPLAY               PIC 9.9(6).
       01 WS-RATE-DISPLAY              PIC ZZ9.9(6).

       LINKAGE SECTION.
       01 LS-TELLER-ID                 PIC X(08).
       01 LS-TELLER-ROLE               PIC X(01).
       01 LS-RETURN-CODE               PIC 9(02).
           COPY RETCODES.

       PROCEDURE DIVISION USING LS-TELLER-ID, LS-TELLER-ROLE,
               LS-RETURN-CODE.
       MAIN-PARA.
           *> Checker's side of dual control: work the queue of
           *> pending maintenance changes, compare the record as it
           *> stands with the change proposed, and approve (the
           *> change is applied to the master now) or reject it.
           *> Customer changes take a head teller or supervisor;
           *> product, rate and teller changes take a supervisor.
           *> The maker can never decide their own change.
           MOVE 0 TO LS-RETURN-CODE
           IF LS-TELLER-ROLE NOT = "S" AND LS-TELLER-ROLE NOT = "H"
               DISPLAY "Head teller or supervisor authority required"
                   " to approve maintenance"
               MOVE 88 TO LS-RETURN-CODE
               EXIT PROGRAM
           END-IF
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           PERFORM OPEN-PENDING-FILE
           IF LS-RETURN-CODE NOT = 0
               EXIT PROGRAM
           END-IF
           MOVE "N" TO WS-MAINT-DONE
           PERFORM UNTIL MAINT-DONE
               DISPLAY "=== MAINTENANCE APPROVAL QUEUE ==="
               DISPLAY "1. List Pending  2. Review Change  3. Exit"
               DISPLAY "Enter action: "
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN "1"
                       PERFORM LIST-PENDING-CHANGES
                   WHEN "2"
                       PERFORM REVIEW-CHANGE
                   WHEN "3"
                       MOVE "Y" TO WS-MAINT-DONE
                   WHEN OTHER
                       DISPLAY "Invalid action"
               END-EVALUATE
           END-PERFORM
           CLOSE PENDING-FILE
           EXIT PROGRAM.

       OPEN-PENDING-FILE.
           *> Create-on-first-use applies only to file-not-found
           *> (status 35). Any other failure must NOT fall through
           *> to OPEN OUTPUT, which would truncate the file.
           OPEN I-O PENDING-FILE
           IF WS-PEND-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               IF WS-PEND-FILE-STATUS = "00"
                   CLOSE PENDING-FILE
                   OPEN I-O PENDING-FILE
               END-IF
           END-IF
           IF WS-PEND-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open pending-change file, status "
                   WS-PEND-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
           END-IF.

       LIST-PENDING-CHANGES.
           *> Oldest first, so the queue is worked in the order the
           *> changes were raised
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO PEND-NUMBER
           START PENDING-FILE KEY IS NOT LESS THAN PEND-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-FILE
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF PEND-PENDING
                           PERFORM DISPLAY-QUEUE-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "No changes awaiting approval"
           END-IF.

       DISPLAY-QUEUE-LINE.
           ADD 1 TO WS-LIST-COUNT
           PERFORM SET-TARGET-TEXT
           DISPLAY PEND-NUMBER " " PEND-MADE-DATE
               " " WS-TARGET-TEXT
               " " PEND-RECORD-KEY
               " " PEND-FUNCTION
               " BY " PEND-MAKER-ID
               " NEEDS " PEND-REQUIRED-ROLE.

       SET-TARGET-TEXT.
           EVALUATE TRUE
               WHEN PEND-TARGET-CUSTOMER
                   MOVE "CUSTOMER" TO WS-TARGET-TEXT
               WHEN PEND-TARGET-PRODUCT
                   MOVE "PRODUCT" TO WS-TARGET-TEXT
               WHEN PEND-TARGET-RATE
                   MOVE "FX RATE" TO WS-TARGET-TEXT
               WHEN PEND-TARGET-TELLER
                   MOVE "TELLER" TO WS-TARGET-TEXT
               WHEN OTHER
                   MOVE PEND-TARGET TO WS-TARGET-TEXT
           END-EVALUATE.

       REVIEW-CHANGE.
           MOVE 0 TO LS-RETURN-CODE
           DISPLAY "Enter change number: "
           ACCEPT WS-CHANGE-NUMBER
           MOVE WS-CHANGE-NUMBER TO PEND-NUMBER
           READ PENDING-FILE
               INVALID KEY
                   DISPLAY "Change not on file"
                   EXIT PARAGRAPH
           END-READ
           IF NOT PEND-PENDING
               DISPLAY "Change is no longer pending (status "
                   PEND-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-TARGET-TEXT
           DISPLAY "Change " PEND-NUMBER " " WS-TARGET-TEXT
               " " PEND-RECORD-KEY " " PEND-FUNCTION
           DISPLAY "Raised by " PEND-MAKER-ID " on " PEND-MADE-DATE
               " at " PEND-MADE-TIME
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(PEND-MADE-DATE)
           IF WS-AGE-DAYS >= WS-EXPIRY-DAYS
               *> Too old to act on; expire it here rather than wait
               *> for the nightly run
               PERFORM EXPIRE-CHANGE
               IF WS-PEND-FILE-STATUS = "00"
                   DISPLAY "Change has expired undecided; it must be"
                       " raised again"
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF PEND-MAKER-ID = LS-TELLER-ID
               DISPLAY "Approval must come from a different officer"
                   " than the one who raised the change"
               MOVE 88 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF PEND-REQUIRED-ROLE = "S" AND LS-TELLER-ROLE NOT = "S"
               DISPLAY "Supervisor authority required for this"
                   " change"
               MOVE 88 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF PEND-TARGET-TELLER
                   AND PEND-RECORD-KEY (1:8) = LS-TELLER-ID
               DISPLAY "A change to your own teller record must be"
                   " decided by another officer"
               MOVE 88 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-TARGET-FILE
           IF LS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF PEND-BEFORE-IMAGE = SPACES
               DISPLAY "--- New record ---"
           ELSE
               DISPLAY "--- Current ---"
               MOVE PEND-BEFORE-IMAGE TO WS-CURRENT-IMAGE
               PERFORM DISPLAY-IMAGE
           END-IF
           DISPLAY "--- Proposed ---"
           MOVE PEND-AFTER-IMAGE TO WS-CURRENT-IMAGE
           PERFORM DISPLAY-IMAGE
           DISPLAY "A. Approve  R. Reject  (blank leaves it pending): "
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "A"
                   PERFORM APPROVE-CHANGE
               WHEN "R"
                   DISPLAY "Enter reason for rejection: "
                   ACCEPT WS-REJECT-REASON
                   PERFORM REJECT-CHANGE
                   IF WS-PEND-FILE-STATUS = "00"
                       DISPLAY "Change rejected"
                   END-IF
               WHEN OTHER
                   DISPLAY "Change left pending"
           END-EVALUATE
           PERFORM CLOSE-TARGET-FILE.

       OPEN-TARGET-FILE.
           EVALUATE TRUE
               WHEN PEND-TARGET-CUSTOMER
                   OPEN I-O CUSTOMER-MASTER
               WHEN PEND-TARGET-PRODUCT
                   OPEN I-O PRODUCT-FILE
               WHEN PEND-TARGET-RATE
                   OPEN I-O RATE-TABLE
               WHEN PEND-TARGET-TELLER
                   OPEN I-O TELLER-MASTER
               WHEN OTHER
                   DISPLAY "Unknown change target " PEND-TARGET
                   MOVE 30 TO LS-RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-TARGET-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-TARGET-TEXT
                   " file, status " WS-TARGET-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
           END-IF.

       CLOSE-TARGET-FILE.
           EVALUATE TRUE
               WHEN PEND-TARGET-CUSTOMER
                   CLOSE CUSTOMER-MASTER
               WHEN PEND-TARGET-PRODUCT
                   CLOSE PRODUCT-FILE
               WHEN PEND-TARGET-RATE
                   CLOSE RATE-TABLE
               WHEN PEND-TARGET-TELLER
                   CLOSE TELLER-MASTER
           END-EVALUATE.

       DISPLAY-IMAGE.
           *> The image in WS-CURRENT-IMAGE laid over the target's
           *> record area, with the fields a checker needs to see
           EVALUATE TRUE
               WHEN PEND-TARGET-CUSTOMER
                   MOVE WS-CURRENT-IMAGE TO CUSTOMER-RECORD
                   PERFORM DISPLAY-CUSTOMER-IMAGE
               WHEN PEND-TARGET-PRODUCT
                   MOVE WS-CURRENT-IMAGE TO PROD-RECORD
                   PERFORM DISPLAY-PRODUCT-IMAGE
               WHEN PEND-TARGET-RATE
                   MOVE WS-CURRENT-IMAGE TO RATE-RECORD
                   MOVE RATE-BUY TO WS-RATE-DISPLAY
                   DISPLAY "Buy rate      : " WS-RATE-DISPLAY
                   MOVE RATE-SELL TO WS-RATE-DISPLAY
                   DISPLAY "Sell rate     : " WS-RATE-DISPLAY
               WHEN PEND-TARGET-TELLER
                   MOVE WS-CURRENT-IMAGE TO TELLER-RECORD
                   DISPLAY "Name          : " TELL-NAME
                   DISPLAY "Role          : " TELL-ROLE
                   DISPLAY "Home branch   : " TELL-BRANCH-CODE
                   DISPLAY "Status        : " TELL-STATUS
           END-EVALUATE.

       DISPLAY-CUSTOMER-IMAGE.
           DISPLAY "Name          : " CUST-NAME
           DISPLAY "Address       : " CUST-ADDRESS
           DISPLAY "Phone         : " CUST-PHONE
           DISPLAY "E-mail        : " CUST-EMAIL
           DISPLAY "Mobile        : " CUST-MOBILE
           DISPLAY "Alert channel : " CUST-ALERT-CHANNEL
           IF CUST-ALERT-LOW-BALANCE IS NUMERIC
               MOVE CUST-ALERT-LOW-BALANCE TO WS-BAL-DISPLAY
           ELSE
               MOVE 0 TO WS-BAL-DISPLAY
           END-IF
           DISPLAY "Low balance   : " WS-BAL-DISPLAY
           IF CUST-ALERT-LARGE-DEBIT IS NUMERIC
               MOVE CUST-ALERT-LARGE-DEBIT TO WS-BAL-DISPLAY
           ELSE
               MOVE 0 TO WS-BAL-DISPLAY
           END-IF
           DISPLAY "Large debit   : " WS-BAL-DISPLAY
           DISPLAY "Returned NSF  : " CUST-ALERT-NSF
           DISPLAY "Hold placed   : " CUST-ALERT-HOLD
           DISPLAY "Maturity days : " CUST-ALERT-MATURITY-DAYS.

       DISPLAY-PRODUCT-IMAGE.
           DISPLAY "Product code  : " PROD-CODE
           MOVE PROD-MONTHLY-FEE TO WS-FEE-DISPLAY
           DISPLAY "Monthly fee   : " WS-FEE-DISPLAY
           MOVE PROD-FEE-WAIVER-MIN-BAL TO WS-BAL-DISPLAY
           DISPLAY "Waiver min    : " WS-BAL-DISPLAY
           MOVE PROD-OD-INTEREST-RATE TO WS-PCT-DISPLAY
           DISPLAY "OD int rate   : " WS-PCT-DISPLAY
           DISPLAY "Term months   : " PROD-TERM-MONTHS
           MOVE PROD-EARLY-WD-PENALTY TO WS-PCT-DISPLAY
           DISPLAY "Early WD pen  : " WS-PCT-DISPLAY
           DISPLAY "Free items    : " PROD-FREE-ITEMS
           MOVE PROD-WHT-RATE TO WS-PCT-DISPLAY
           DISPLAY "WHT rate      : " WS-PCT-DISPLAY
           IF PROD-ODP-TRANSFER-FEE IS NUMERIC
               MOVE PROD-ODP-TRANSFER-FEE TO WS-FEE-DISPLAY
           ELSE
               MOVE 0 TO WS-FEE-DISPLAY
           END-IF
           DISPLAY "OD prot fee   : " WS-FEE-DISPLAY
           IF PROD-RETURNED-ITEM-FEE IS NUMERIC
               MOVE PROD-RETURNED-ITEM-FEE TO WS-FEE-DISPLAY
           ELSE
               MOVE 0 TO WS-FEE-DISPLAY
           END-IF
           DISPLAY "Return fee    : " WS-FEE-DISPLAY
           DISPLAY "Tiers         : " PROD-TIER-COUNT
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > PROD-TIER-COUNT
                       OR WS-TIER-SUB > 3
               MOVE PROD-TIER-MIN-BAL (WS-TIER-SUB) TO WS-BAL-DISPLAY
               MOVE PROD-TIER-RATE (WS-TIER-SUB) TO WS-PCT-DISPLAY
               DISPLAY "  Tier " WS-TIER-SUB
                   " from " WS-BAL-DISPLAY
                   " rate " WS-PCT-DISPLAY
           END-PERFORM.

       APPROVE-CHANGE.
           *> The record must still be as the maker saw it; anything
           *> changed underneath since (a create that now exists, a
           *> record altered or gone) is rejected so it is raised
           *> again against the record as it now stands
           PERFORM READ-TARGET-RECORD
           IF (PEND-BEFORE-IMAGE = SPACES AND RECORD-FOUND)
                   OR (PEND-BEFORE-IMAGE NOT = SPACES
                       AND NOT RECORD-FOUND)
                   OR (PEND-BEFORE-IMAGE NOT = SPACES
                       AND WS-CURRENT-IMAGE NOT = PEND-BEFORE-IMAGE)
               DISPLAY "The record has changed since this change was"
                   " raised; it is rejected and must be raised again"
               MOVE "RECORD CHANGED SINCE RAISED"
                   TO WS-REJECT-REASON
               PERFORM REJECT-CHANGE
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-TARGET-RECORD
           IF WS-TARGET-FILE-STATUS NOT = "00"
               DISPLAY "Unable to apply change, status "
                   WS-TARGET-FILE-STATUS "; it stays pending"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO PEND-STATUS
           MOVE LS-TELLER-ID TO PEND-CHECKER-ID
           MOVE WS-TODAY TO PEND-DECIDED-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO PEND-DECIDED-TIME
           REWRITE PEND-RECORD
           IF WS-PEND-FILE-STATUS NOT = "00"
               *> The master already carries the change, so it still
               *> goes on the audit trail; the queue entry is left
               *> for the operator to close
               DISPLAY "Change applied but queue entry not closed,"
                   " status " WS-PEND-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               MOVE PEND-FUNCTION TO WS-AUDIT-FUNCTION
               PERFORM WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE PEND-FUNCTION TO WS-AUDIT-FUNCTION
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "Change approved and applied".

       READ-TARGET-RECORD.
           *> The proposed image carries the record key; the record
           *> as it now stands comes back in WS-CURRENT-IMAGE
           MOVE "Y" TO WS-RECORD-FOUND
           MOVE SPACES TO WS-CURRENT-IMAGE
           EVALUATE TRUE
               WHEN PEND-TARGET-CUSTOMER
                   MOVE PEND-AFTER-IMAGE TO CUSTOMER-RECORD
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE "N" TO WS-RECORD-FOUND
                       NOT INVALID KEY
                           MOVE CUSTOMER-RECORD TO WS-CURRENT-IMAGE
                   END-READ
               WHEN PEND-TARGET-PRODUCT
                   MOVE PEND-AFTER-IMAGE TO PROD-RECORD
                   READ PRODUCT-FILE
                       INVALID KEY
                           MOVE "N" TO WS-RECORD-FOUND
                       NOT INVALID KEY
                           MOVE PROD-RECORD TO WS-CURRENT-IMAGE
                   END-READ
               WHEN PEND-TARGET-RATE
                   MOVE PEND-AFTER-IMAGE TO RATE-RECORD
                   READ RATE-TABLE
                       INVALID KEY
                           MOVE "N" TO WS-RECORD-FOUND
                       NOT INVALID KEY
                           MOVE RATE-RECORD TO WS-CURRENT-IMAGE
                   END-READ
               WHEN PEND-TARGET-TELLER
                   MOVE PEND-AFTER-IMAGE TO TELLER-RECORD
                   READ TELLER-MASTER
                       INVALID KEY
                           MOVE "N" TO WS-RECORD-FOUND
                       NOT INVALID KEY
                           MOVE TELLER-RECORD TO WS-CURRENT-IMAGE
                   END-READ
           END-EVALUATE.

       WRITE-TARGET-RECORD.
           EVALUATE TRUE
               WHEN PEND-TARGET-CUSTOMER
                   MOVE PEND-AFTER-IMAGE TO CUSTOMER-RECORD
                   IF RECORD-FOUND
                       REWRITE CUSTOMER-RECORD
                   ELSE
                       WRITE CUSTOMER-RECORD
                   END-IF
               WHEN PEND-TARGET-PRODUCT
                   MOVE PEND-AFTER-IMAGE TO PROD-RECORD
                   IF RECORD-FOUND
                       REWRITE PROD-RECORD
                   ELSE
                       WRITE PROD-RECORD
                   END-IF
               WHEN PEND-TARGET-RATE
                   MOVE PEND-AFTER-IMAGE TO RATE-RECORD
                   IF RECORD-FOUND
                       REWRITE RATE-RECORD
                   ELSE
                       WRITE RATE-RECORD
                   END-IF
               WHEN PEND-TARGET-TELLER
                   MOVE PEND-AFTER-IMAGE TO TELLER-RECORD
                   IF RECORD-FOUND
                       REWRITE TELLER-RECORD
                   ELSE
                       WRITE TELLER-RECORD
                   END-IF
           END-EVALUATE.

       REJECT-CHANGE.
           MOVE "R" TO PEND-STATUS
           MOVE LS-TELLER-ID TO PEND-CHECKER-ID
           MOVE WS-TODAY TO PEND-DECIDED-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO PEND-DECIDED-TIME
           MOVE WS-REJECT-REASON TO PEND-REJECT-REASON
           REWRITE PEND-RECORD
           IF WS-PEND-FILE-STATUS NOT = "00"
               DISPLAY "Unable to record rejection, status "
                   WS-PEND-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "REJECTED" TO WS-AUDIT-FUNCTION
           PERFORM WRITE-AUDIT-RECORD.

       EXPIRE-CHANGE.
           MOVE "E" TO PEND-STATUS
           MOVE SPACES TO PEND-CHECKER-ID
           MOVE WS-TODAY TO PEND-DECIDED-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO PEND-DECIDED-TIME
           REWRITE PEND-RECORD
           IF WS-PEND-FILE-STATUS NOT = "00"
               DISPLAY "Unable to record expiry, status "
                   WS-PEND-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "EXPIRED" TO WS-AUDIT-FUNCTION
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.
           *> The maker goes on as the keying teller and the checker
           *> beside them; a rejected or expired change carries the
           *> images of the change that did not happen
           MOVE SPACES TO AUDIT-RECORD
           MOVE PEND-PROGRAM TO AUD-PROGRAM
           MOVE WS-AUDIT-FUNCTION TO AUD-FUNCTION
           IF PEND-TARGET-CUSTOMER
               MOVE PEND-RECORD-KEY TO AUD-CUSTOMER-ID
           ELSE
               MOVE SPACES TO AUD-CUSTOMER-ID
           END-IF
           MOVE SPACES TO AUD-ACCOUNT-NUMBER
           MOVE SPACES TO AUD-REASON-CODE
           STRING "PENDING NO " PEND-NUMBER
               DELIMITED BY SIZE INTO AUD-AUTHORITY
           MOVE WS-TODAY TO AUD-EFFECTIVE-DATE
           MOVE PEND-MAKER-ID TO AUD-TELLER-ID
           MOVE PEND-CHECKER-ID TO AUD-CHECKER-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE PEND-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE PEND-AFTER-IMAGE TO AUD-AFTER-IMAGE
           OPEN EXTEND AUDIT-LOG
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG.

       END PROGRAM MAINT-APPROVAL-QUEUE.
