       01 WS-LOG-TELLER                PIC X(08).
       01 WS-LOG-TYPE                  PIC X(01).
       01 WS-LOG-COUNTERPARTY          PIC X(12).
      *> A vault belongs to one branch: both legs book to the
      *> teller's branch, and the custodian must be from it too
       01 WS-NO-HOME-BRANCH            PIC X(04) VALUE SPACES.
       01 WS-TELLER-BRANCH             PIC X(04).
       01 WS-CUSTODIAN-BRANCH          PIC X(04).

       LINKAGE SECTION.
       01 LS-TELLER-ID                 PIC X(08).
               DISPLAY "Custodian is not an active ID on the"
                   " teller master"
               MOVE 88 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "GET-POSTING-BRANCH"
               USING LS-TELLER-ID, WS-NO-HOME-BRANCH,
                     WS-TELLER-BRANCH
           CALL "GET-POSTING-BRANCH"
               USING WS-CUSTODIAN-ID, WS-NO-HOME-BRANCH,
                     WS-CUSTODIAN-BRANCH
           IF WS-CUSTODIAN-BRANCH NOT = WS-TELLER-BRANCH
               DISPLAY "Custodian belongs to branch "
                   WS-CUSTODIAN-BRANCH ", not " WS-TELLER-BRANCH
               MOVE 88 TO LS-RETURN-CODE
           END-IF.

       WRITE-VAULT-LOG-RECORD.
           MOVE WS-CASH-AMOUNT TO TRAN-ORIG-AMOUNT
           MOVE 1 TO TRAN-RATE-APPLIED
           MOVE "C" TO TRAN-TENDER-TYPE
           MOVE WS-TELLER-BRANCH TO TRAN-BRANCH-CODE
           WRITE TRAN-LOG-RECORD
           CALL "TRAN-HISTORY-WRITE"
               USING TRAN-LOG-RECORD, WS-HIST-RETURN-CODE.
