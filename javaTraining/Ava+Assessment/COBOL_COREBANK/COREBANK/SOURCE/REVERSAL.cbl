       01 WS-TRAN-FILE-STATUS          PIC X(02).
      *> Working mirror of the TRANREC layout for the history
      *> entry under review, so its fields can be examined and the
      *> status flipped without disturbing the log FD buffer. Spans
      *> the whole history data area so the rewrite keeps the
      *> written stamp in its tail.
       01 WS-TRAN-WORK.
           05 WK-ACCOUNT-NUMBER         PIC X(12).
           05 WK-TRAN-TYPE              PIC X(01).
               88 WK-IS-REVERSAL        VALUE "Y".
           05 WK-ORIG-DATE              PIC 9(08).
           05 WK-ORIG-TIME              PIC 9(06).
           05 FILLER                    PIC X(46).
       01 WS-HIST-EOF-SWITCH           PIC X(01).
           88 END-OF-ACCT-HISTORY       VALUE "Y".
       01 WS-HIST-FOUND                PIC X(01).
       01 WS-CONFIRM                   PIC X(01).
       01 WS-AMOUNT-DISPLAY            PIC -(9)9.99.
       01 WS-HIST-RETURN-CODE          PIC 9(02).
      *> Home branch of the original account; the reversal books
      *> to the reversing teller's branch, or this one failing that
       01 WS-HOME-BRANCH               PIC X(04).

       LINKAGE SECTION.
       01 LS-TELLER-ID                 PIC X(08).
           IF LS-RETURN-CODE = 0
               MOVE WK-TRAN-AMOUNT TO WS-REV-AMOUNT
               MOVE WK-CURRENCY-CODE TO WS-REV-CURRENCY
               MOVE ACCT-BRANCH-CODE TO WS-HOME-BRANCH
               SUBTRACT WK-TRAN-AMOUNT FROM ACCT-CURRENT-BALANCE
               MOVE WS-STAMP-DATE TO ACCT-LAST-ACTIVITY-DATE
               REWRITE ACCOUNT-RECORD
           IF LS-RETURN-CODE = 0
               MOVE WK-TRAN-AMOUNT TO WS-REV-AMOUNT
               MOVE WK-CURRENCY-CODE TO WS-REV-CURRENCY
               MOVE ACCT-BRANCH-CODE TO WS-HOME-BRANCH
               ADD WK-TRAN-AMOUNT TO ACCT-CURRENT-BALANCE
               MOVE WS-STAMP-DATE TO ACCT-LAST-ACTIVITY-DATE
               REWRITE ACCOUNT-RECORD
           IF LS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-BRANCH-CODE TO WS-HOME-BRANCH
           ADD WS-REV-AMOUNT TO ACCT-CURRENT-BALANCE
           MOVE WS-STAMP-DATE TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           MOVE SPACE TO TRAN-TENDER-TYPE
           MOVE SPACE TO TRAN-CHANNEL
           MOVE SPACES TO TRAN-TERMINAL-ID
           CALL "GET-POSTING-BRANCH"
               USING LS-TELLER-ID, WS-HOME-BRANCH, TRAN-BRANCH-CODE
           OPEN EXTEND TRANSACTION-LOG
           WRITE TRAN-LOG-RECORD
           CLOSE TRANSACTION-LOG
