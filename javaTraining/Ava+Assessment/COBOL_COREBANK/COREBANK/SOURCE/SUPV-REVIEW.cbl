       01 WS-HIST-FILE-STATUS          PIC X(02).
       01 WS-TRAN-FILE-STATUS          PIC X(02).
      *> Working copy of the flagged log entry pulled out of the
      *> history record so its fields can be examined and updated;
      *> spans the whole data area so a rewrite keeps the written
      *> stamp in its tail
       01 WS-TRAN-WORK.
           05 WK-ACCOUNT-NUMBER         PIC X(12).
           05 WK-TRAN-TYPE              PIC X(01).
               88 WK-TYPE-WITHDRAWAL    VALUE "W".
               88 WK-TYPE-TRANSFER      VALUE "T".
               88 WK-TYPE-EXTERNAL      VALUE "E".
               88 WK-TYPE-OFFICIAL-CHECK VALUE "J".
           05 WK-TRAN-AMOUNT            PIC S9(9)V99 COMP-3.
           05 WK-CURRENCY-CODE          PIC X(03).
           05 WK-RETURN-CODE            PIC 9(02).
           05 WK-DATE                   PIC 9(08).
           05 WK-TIME                   PIC 9(06).
           05 WK-COUNTERPARTY-ACCT     PIC X(12).
           05 FILLER                    PIC X(20).
           05 WK-CHECK-SERIAL           PIC X(10).
           05 FILLER                    PIC X(25).
           05 WK-BRANCH-CODE            PIC X(04).
           05 FILLER                    PIC X(32).
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-SUSPENSE           VALUE "Y".
       01 WS-HIST-EOF-SWITCH           PIC X(01).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-STAMP-DATE                PIC 9(08).
       01 WS-STAMP-TIME                PIC 9(06).
      *> The release books where the held item was keyed
       01 WS-RELEASE-BRANCH            PIC X(04).
       01 WS-PROD-FILE-STATUS          PIC X(02).
       01 WS-OCL-FILE-STATUS           PIC X(02).
       01 WS-PROD-EOF-SWITCH           PIC X(01).
       01 WS-TERM-PROD-CODE            PIC X(04).
       01 WS-TERM-PENALTY-RATE         PIC S9V9(6).
       01 WS-PENALTY-AMOUNT            PIC S9(9)V99.
      *> Register status a decided official check purchase moves to
       01 WS-OCHK-NEW-STATUS           PIC X(01).
       01 WS-OCHK-RETURN-CODE          PIC 9(02).

       LINKAGE SECTION.
       01 LS-SUPERVISOR-ID             PIC X(08).
               *> posting path's legs do
               MOVE WS-BUSINESS-DATE TO WS-STAMP-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAMP-TIME
               MOVE WK-BRANCH-CODE TO WS-RELEASE-BRANCH
               IF WS-RELEASE-BRANCH = SPACES
                   CALL "GET-POSTING-BRANCH"
                       USING WK-TELLER-ID, ACCT-BRANCH-CODE,
                             WS-RELEASE-BRANCH
               END-IF
               PERFORM WRITE-RELEASE-RECORD
               IF WK-TYPE-TRANSFER
                   PERFORM WRITE-TRANSFER-CREDIT-LEG
               IF WK-RETURN-CODE = 65
                   PERFORM APPLY-EARLY-PENALTY
               END-IF
               IF WK-TYPE-OFFICIAL-CHECK
                   MOVE "O" TO WS-OCHK-NEW-STATUS
                   PERFORM DECIDE-OFFICIAL-CHECK
               END-IF
               OPEN I-O TRAN-HISTORY
               MOVE "P" TO SUSP-STATUS
               MOVE LS-SUPERVISOR-ID TO SUSP-DISP-OPERATOR
               MOVE "R" TO WK-STATUS
               MOVE WS-TRAN-WORK TO HIST-TRAN-DATA
               REWRITE HIST-RECORD
               IF WK-TYPE-OFFICIAL-CHECK
                   MOVE "V" TO WS-OCHK-NEW-STATUS
                   PERFORM DECIDE-OFFICIAL-CHECK
               END-IF
           END-IF
           MOVE "W" TO SUSP-STATUS
           MOVE WS-DECLINE-REASON TO SUSP-DISP-REASON
           REWRITE SUSP-RECORD
           DISPLAY "Item declined".

       DECIDE-OFFICIAL-CHECK.
           *> A held official check purchase was never handed over:
           *> approval puts the check on the register as
           *> outstanding, decline voids the serial
           CALL "OFFICIAL-CHECK-DECIDE"
               USING WK-CHECK-SERIAL, WS-OCHK-NEW-STATUS,
                     WS-BUSINESS-DATE, WS-OCHK-RETURN-CODE
           EVALUATE TRUE
               WHEN WS-OCHK-RETURN-CODE NOT = 0
                   DISPLAY "Official check " WK-CHECK-SERIAL
                       " not updated on the register, return code "
                       WS-OCHK-RETURN-CODE
               WHEN WS-OCHK-NEW-STATUS = "O"
                   DISPLAY "Official check " WK-CHECK-SERIAL
                       " may now be handed over"
               WHEN OTHER
                   DISPLAY "Official check " WK-CHECK-SERIAL
                       " is void - do not hand over"
           END-EVALUATE.

       FIND-HELD-LOG-RECORD.
           *> Locate the TRAN-STATUS-SUSPENSE history entry the
           *> posting path wrote when it parked the item
                   WHEN WK-TRAN-AMOUNT > WS-AVAILABLE-FUNDS
                       DISPLAY "Insufficient funds; leaving open"
                   WHEN WK-TYPE-WITHDRAWAL
                           OR WK-TYPE-OFFICIAL-CHECK
                       SUBTRACT WK-TRAN-AMOUNT
                           FROM ACCT-CURRENT-BALANCE
                       MOVE WS-BUSINESS-DATE
           MOVE WS-PENALTY-AMOUNT TO TRAN-ORIG-AMOUNT
           MOVE 1 TO TRAN-RATE-APPLIED
           MOVE WS-TERM-PROD-CODE TO TRAN-PRODUCT-CODE
           CALL "GET-POSTING-BRANCH"
               USING LS-SUPERVISOR-ID, ACCT-BRANCH-CODE,
                     TRAN-BRANCH-CODE
           OPEN EXTEND TRANSACTION-LOG
           WRITE TRAN-LOG-RECORD
           CLOSE TRANSACTION-LOG
           MOVE WK-CURRENCY-CODE TO TRAN-ORIG-CURRENCY
           MOVE WK-TRAN-AMOUNT TO TRAN-ORIG-AMOUNT
           MOVE 1 TO TRAN-RATE-APPLIED
           MOVE WK-CHECK-SERIAL TO TRAN-CHECK-SERIAL
           MOVE WS-RELEASE-BRANCH TO TRAN-BRANCH-CODE
           OPEN EXTEND TRANSACTION-LOG
           WRITE TRAN-LOG-RECORD
           CLOSE TRANSACTION-LOG
           MOVE WK-CURRENCY-CODE TO TRAN-ORIG-CURRENCY
           MOVE WK-TRAN-AMOUNT TO TRAN-ORIG-AMOUNT
           MOVE 1 TO TRAN-RATE-APPLIED
           MOVE WS-RELEASE-BRANCH TO TRAN-BRANCH-CODE
           OPEN EXTEND TRANSACTION-LOG
           WRITE TRAN-LOG-RECORD
           CLOSE TRANSACTION-LOG
