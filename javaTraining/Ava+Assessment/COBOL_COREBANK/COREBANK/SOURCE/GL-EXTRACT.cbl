
       FD  GL-MAP.
      *> One card per transaction type and currency: the GL account
      *> debited and the GL account credited for that activity.
      *> Type "A" carries accrued interest; type "Z" carries the
      *> inter-branch settlement pair (DR due from another branch,
      *> CR due to another branch) for each currency.
       01 GLMAP-CARD.
           05 GLMAP-TRAN-TYPE           PIC X(01).
           05 GLMAP-CURRENCY            PIC X(03).
           05 GLX-AMOUNT                PIC 9(13)V99.
           05 GLX-CURRENCY              PIC X(03).
           05 GLX-DATE                  PIC 9(08).
      *> Branch whose books carry the line; spaces on bank-level
      *> lines (accrued interest) and on activity logged before
      *> postings carried a branch
           05 GLX-BRANCH-CODE           PIC X(04).
           05 FILLER                    PIC X(40).

       FD  PROOF-REPORT.
       01 PR-LINE                      PIC X(100).
           88 END-OF-ACCOUNTS           VALUE "Y".
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
      *> Day's posted activity summarized by type and currency,
      *> the branch it was posted at, and the account's home branch
       01 WS-SUMMARY-TABLE.
           05 WS-SUM-COUNT              PIC 9(03).
           05 WS-SUM-ENTRY OCCURS 300 TIMES.
               10 SUM-TRAN-TYPE         PIC X(01).
               10 SUM-CURRENCY          PIC X(03).
               10 SUM-POST-BRANCH       PIC X(04).
               10 SUM-HOME-BRANCH       PIC X(04).
               10 SUM-ITEM-COUNT        PIC 9(07).
               10 SUM-AMOUNT            PIC S9(13)V99 COMP-3.
      *> GL account mapping loaded from the GLMAP card file
       01 WS-MAP-TABLE.
           05 WS-MAP-COUNT              PIC 9(02).
           05 WS-MAP-ENTRY OCCURS 90 TIMES.
               10 MAP-TRAN-TYPE         PIC X(01).
               10 MAP-CURRENCY          PIC X(03).
               10 MAP-DR-ACCOUNT        PIC X(08).
               10 MAP-CR-ACCOUNT        PIC X(08).
      *> Debits and credits written to each branch's books; every
      *> branch must balance on its own
       01 WS-BRANCH-PROOF-TABLE.
           05 WS-BP-COUNT               PIC 9(02).
           05 WS-BP-ENTRY OCCURS 50 TIMES.
               10 BP-BRANCH-CODE        PIC X(04).
               10 BP-DEBITS             PIC S9(13)V99 COMP-3.
               10 BP-CREDITS            PIC S9(13)V99 COMP-3.
       01 WS-BP-SUB                    PIC 9(02).
       01 WS-BP-OVERFLOW-SW            PIC X(01).
       01 WS-BRANCH-LABEL              PIC X(10).
       01 WS-TRAN-HOME-BRANCH          PIC X(04).
      *> One GL line as assembled for WRITE-GL-LINE
       01 WS-LINE-ACCOUNT              PIC X(08).
       01 WS-LINE-DR-CR                PIC X(02).
       01 WS-LINE-BRANCH               PIC X(04).
      *> Which side of an inter-branch bucket is the customer's:
      *> D customer debited, C customer credited, M memo only
       01 WS-BUCKET-SIDE               PIC X(01).
       01 WS-SUM-SUB                   PIC 9(03).
       01 WS-MAP-SUB                   PIC 9(02).
       01 WS-MAP-PICKED                PIC 9(02).
       01 WS-IB-PICKED                 PIC 9(02).
       01 WS-FOUND-SW                  PIC X(01).
       01 WS-UNMAPPED-COUNT            PIC 9(03).
       01 WS-TOTAL-DEBITS              PIC S9(13)V99.
       01 WS-NET-MOVEMENT              PIC S9(13)V99.
       01 WS-MASTER-TOTAL              PIC S9(13)V99.
       01 WS-ACCRUED-TOTAL             PIC S9(13)V99.
       01 WS-LOAN-TOTAL                PIC S9(13)V99.
       01 WS-PRIOR-TOTAL               PIC S9(13)V99.
       01 WS-PRIOR-ACCRUED             PIC S9(13)V99.
       01 WS-ACCRUED-CHANGE            PIC S9(13)V99.
       01 WS-OUT-OF-BALANCE            PIC X(01).
       01 WS-AMOUNT-DISPLAY            PIC -(13)9.99.
       01 WS-COUNT-DISPLAY             PIC ZZZZZZ9.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> credits and that the net movement ties to the change
           *> in the account master. The extract must not leave the
           *> building when the proof is out of balance.
           PERFORM RECORD-RUN-START
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE 0 TO WS-SUM-COUNT
           MOVE 0 TO WS-TOTAL-CREDITS
           MOVE 0 TO WS-NET-MOVEMENT
           MOVE "N" TO WS-OUT-OF-BALANCE
           MOVE "N" TO WS-BP-OVERFLOW-SW
           INITIALIZE WS-SUMMARY-TABLE
           MOVE 0 TO WS-BP-COUNT
           INITIALIZE WS-BRANCH-PROOF-TABLE
           PERFORM LOAD-GL-MAP
           PERFORM SUMMARIZE-DAILY-LOG
           PERFORM SUM-MASTER-BALANCES
           ELSE
               PERFORM REWRITE-BALANCE-CONTROL
           END-IF
           PERFORM RECORD-RUN-END
           STOP RUN.

       LOAD-GL-MAP.
                       AT END
                           MOVE "Y" TO WS-MAP-EOF-SWITCH
                       NOT AT END
                           IF WS-MAP-COUNT < 90
                               ADD 1 TO WS-MAP-COUNT
                               MOVE GLMAP-TRAN-TYPE TO
                                   MAP-TRAN-TYPE (WS-MAP-COUNT)
           END-IF.

       SUMMARIZE-DAILY-LOG.
           *> The master is read for each entry's home branch; it is
           *> closed again before the balance pass reopens it
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT TRANSACTION-LOG
           IF WS-TRAN-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-TRAN-LOG
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO RUNLOG-IN-COUNT
                           IF TRAN-DATE = WS-TODAY
                                   AND TRAN-STATUS-POSTED
                                   AND NOT TRAN-TYPE-VAULT-BUY
                                   AND NOT TRAN-TYPE-VAULT-SELL
                               PERFORM FIND-HOME-BRANCH
                               PERFORM ADD-TO-SUMMARY
                               PERFORM ADD-TO-NET-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-LOG
           END-IF
           CLOSE ACCOUNT-MASTER.

       FIND-HOME-BRANCH.
           *> An account not yet given a home branch, or an entry
           *> logged before postings carried a branch, books wholly
           *> at the posting branch with no inter-branch leg
           MOVE TRAN-BRANCH-CODE TO WS-TRAN-HOME-BRANCH
           IF TRAN-BRANCH-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE TRAN-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-BRANCH-CODE NOT = SPACES
                       MOVE ACCT-BRANCH-CODE TO WS-TRAN-HOME-BRANCH
                   END-IF
           END-READ.

       ADD-TO-SUMMARY.
           MOVE "N" TO WS-FOUND-SW
                   IF SUM-TRAN-TYPE (WS-SUM-SUB) = TRAN-TYPE
                           AND SUM-CURRENCY (WS-SUM-SUB)
                               = TRAN-CURRENCY-CODE
                           AND SUM-POST-BRANCH (WS-SUM-SUB)
                               = TRAN-BRANCH-CODE
                           AND SUM-HOME-BRANCH (WS-SUM-SUB)
                               = WS-TRAN-HOME-BRANCH
                       ADD 1 TO SUM-ITEM-COUNT (WS-SUM-SUB)
                       ADD TRAN-AMOUNT TO SUM-AMOUNT (WS-SUM-SUB)
                       MOVE "Y" TO WS-FOUND-SW
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND-SW = "N" AND WS-SUM-COUNT < 300
               ADD 1 TO WS-SUM-COUNT
               MOVE TRAN-TYPE TO SUM-TRAN-TYPE (WS-SUM-COUNT)
               MOVE TRAN-CURRENCY-CODE
                   TO SUM-CURRENCY (WS-SUM-COUNT)
               MOVE TRAN-BRANCH-CODE
                   TO SUM-POST-BRANCH (WS-SUM-COUNT)
               MOVE WS-TRAN-HOME-BRANCH
                   TO SUM-HOME-BRANCH (WS-SUM-COUNT)
               MOVE 1 TO SUM-ITEM-COUNT (WS-SUM-COUNT)
               MOVE TRAN-AMOUNT TO SUM-AMOUNT (WS-SUM-COUNT)
           END-IF.
                       OR TRAN-TYPE-CHECK
                       OR TRAN-TYPE-EXTERNAL
                       OR TRAN-TYPE-WHT
                       OR TRAN-TYPE-LOAN-ADVANCE
                       OR TRAN-TYPE-LOAN-REPAY
                       OR TRAN-TYPE-DISPUTE-DEBIT
                       OR TRAN-TYPE-LEGAL-SEIZURE
                       OR TRAN-TYPE-OFFICIAL-CHECK
                       OR TRAN-TYPE-CHARGEBACK
                   SUBTRACT TRAN-AMOUNT FROM WS-NET-MOVEMENT
               WHEN TRAN-TYPE-LOAN-INTEREST
                       OR TRAN-TYPE-RECOVERY
                       OR TRAN-TYPE-OFFCHK-CASH
                       OR TRAN-TYPE-OFFCHK-PAID
                   *> Memo of the interest part of a collection, or
                   *> of a recovery on a charged-off balance: each
                   *> maps to income but moves no balance. An
                   *> official check sold for cash or paid when
                   *> presented moves only the liability account.
                   CONTINUE
               WHEN OTHER
                   ADD TRAN-AMOUNT TO WS-NET-MOVEMENT
           END-EVALUATE.
       SUM-MASTER-BALANCES.
           MOVE 0 TO WS-MASTER-TOTAL
           MOVE 0 TO WS-ACCRUED-TOTAL
           MOVE 0 TO WS-LOAN-TOTAL
           MOVE "N" TO WS-ACCT-EOF-SWITCH
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS = "00"
                               TO WS-MASTER-TOTAL
                           ADD ACCT-ACCRUED-INTEREST
                               TO WS-ACCRUED-TOTAL
                           IF ACCT-TYPE-LOAN
                               SUBTRACT ACCT-CURRENT-BALANCE
                                   FROM WS-LOAN-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER
           MOVE MAP-CURRENCY (WS-ACCRUAL-PICKED) TO GLX-CURRENCY
           MOVE WS-TODAY TO GLX-DATE
           WRITE GLX-RECORD
           ADD 1 TO RUNLOG-OUT-COUNT
           ADD GLX-AMOUNT TO WS-TOTAL-DEBITS
           MOVE SPACES TO GLX-RECORD
           IF WS-ACCRUED-CHANGE > 0
           MOVE MAP-CURRENCY (WS-ACCRUAL-PICKED) TO GLX-CURRENCY
           MOVE WS-TODAY TO GLX-DATE
           WRITE GLX-RECORD
           ADD 1 TO RUNLOG-OUT-COUNT
           ADD GLX-AMOUNT TO WS-TOTAL-CREDITS.

       WRITE-ONE-BUCKET.
                      " CURRENCY " SUM-CURRENCY (WS-SUM-SUB)
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-BUCKET-SIDE
           IF SUM-POST-BRANCH (WS-SUM-SUB)
                   = SUM-HOME-BRANCH (WS-SUM-SUB)
                   OR WS-BUCKET-SIDE = "M"
               MOVE SUM-POST-BRANCH (WS-SUM-SUB) TO WS-LINE-BRANCH
               MOVE MAP-DR-ACCOUNT (WS-MAP-PICKED) TO WS-LINE-ACCOUNT
               MOVE "DR" TO WS-LINE-DR-CR
               PERFORM WRITE-GL-LINE
               MOVE MAP-CR-ACCOUNT (WS-MAP-PICKED) TO WS-LINE-ACCOUNT
               MOVE "CR" TO WS-LINE-DR-CR
               PERFORM WRITE-GL-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-INTERBRANCH-ENTRY
           IF WS-IB-PICKED = 0
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE SPACES TO PR-LINE
               STRING "NO GL MAPPING FOR INTER-BRANCH (TYPE Z)"
                      " CURRENCY " SUM-CURRENCY (WS-SUM-SUB)
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-INTERBRANCH-BUCKET.

       SET-BUCKET-SIDE.
           *> Same split of the types as the net movement: the
           *> customer's side of the card books at the account's home
           *> branch, the other side at the branch that posted it
           *> (withdrawal, transfer, fee, OD interest, check,
           *> external, withholding, loan advance and repayment,
           *> dispute debit, legal seizure, official check bought
           *> from an account, returned deposit charged back;
           *> loan-interest and recovery memos, official check cash
           *> sales and paid checks)
           EVALUATE SUM-TRAN-TYPE (WS-SUM-SUB)
               WHEN "W" WHEN "T" WHEN "F" WHEN "O" WHEN "K"
               WHEN "E" WHEN "H" WHEN "L" WHEN "R" WHEN "U"
               WHEN "G" WHEN "J" WHEN "1"
                   MOVE "D" TO WS-BUCKET-SIDE
               WHEN "N" WHEN "Y" WHEN "M" WHEN "S"
                   MOVE "M" TO WS-BUCKET-SIDE
               WHEN OTHER
                   MOVE "C" TO WS-BUCKET-SIDE
           END-EVALUATE.

       WRITE-INTERBRANCH-BUCKET.
           *> Posted at one branch for an account homed at another:
           *> each branch books its own side against the inter-branch
           *> accounts, so both sets of books balance and the due-to
           *> and due-from settle between them
           IF WS-BUCKET-SIDE = "D"
               MOVE SUM-HOME-BRANCH (WS-SUM-SUB) TO WS-LINE-BRANCH
               MOVE MAP-DR-ACCOUNT (WS-MAP-PICKED) TO WS-LINE-ACCOUNT
               MOVE "DR" TO WS-LINE-DR-CR
               PERFORM WRITE-GL-LINE
               MOVE MAP-CR-ACCOUNT (WS-IB-PICKED) TO WS-LINE-ACCOUNT
               MOVE "CR" TO WS-LINE-DR-CR
               PERFORM WRITE-GL-LINE
               MOVE SUM-POST-BRANCH (WS-SUM-SUB) TO WS-LINE-BRANCH
               MOVE MAP-DR-ACCOUNT (WS-IB-PICKED) TO WS-LINE-ACCOUNT
               MOVE "DR" TO WS-LINE-DR-CR
               PERFORM WRITE-GL-LINE
               MOVE MAP-CR-ACCOUNT (WS-MAP-PICKED) TO WS-LINE-ACCOUNT
               MOVE "CR" TO WS-LINE-DR-CR
               PERFORM WRITE-GL-LINE
           ELSE
               MOVE SUM-POST-BRANCH (WS-SUM-SUB) TO WS-LINE-BRANCH
               MOVE MAP-DR-ACCOUNT (WS-MAP-PICKED) TO WS-LINE-ACCOUNT
               MOVE "DR" TO WS-LINE-DR-CR
               PERFORM WRITE-GL-LINE
               MOVE MAP-CR-ACCOUNT (WS-IB-PICKED) TO WS-LINE-ACCOUNT
               MOVE "CR" TO WS-LINE-DR-CR
               PERFORM WRITE-GL-LINE
               MOVE SUM-HOME-BRANCH (WS-SUM-SUB) TO WS-LINE-BRANCH
               MOVE MAP-DR-ACCOUNT (WS-IB-PICKED) TO WS-LINE-ACCOUNT
               MOVE "DR" TO WS-LINE-DR-CR
               PERFORM WRITE-GL-LINE
               MOVE MAP-CR-ACCOUNT (WS-MAP-PICKED) TO WS-LINE-ACCOUNT
               MOVE "CR" TO WS-LINE-DR-CR
               PERFORM WRITE-GL-LINE
           END-IF.

       WRITE-GL-LINE.
           MOVE SPACES TO GLX-RECORD
           MOVE WS-LINE-ACCOUNT TO GLX-GL-ACCOUNT
           MOVE WS-LINE-DR-CR TO GLX-DR-CR
           MOVE SUM-AMOUNT (WS-SUM-SUB) TO GLX-AMOUNT
           MOVE SUM-CURRENCY (WS-SUM-SUB) TO GLX-CURRENCY
           MOVE WS-TODAY TO GLX-DATE
           MOVE WS-LINE-BRANCH TO GLX-BRANCH-CODE
           WRITE GLX-RECORD
           ADD 1 TO RUNLOG-OUT-COUNT
           IF WS-LINE-DR-CR = "DR"
               ADD SUM-AMOUNT (WS-SUM-SUB) TO WS-TOTAL-DEBITS
           ELSE
               ADD SUM-AMOUNT (WS-SUM-SUB) TO WS-TOTAL-CREDITS
           END-IF
           PERFORM FIND-BRANCH-PROOF-ROW
           IF WS-BP-SUB > 0
               IF WS-LINE-DR-CR = "DR"
                   ADD SUM-AMOUNT (WS-SUM-SUB) TO BP-DEBITS (WS-BP-SUB)
               ELSE
                   ADD SUM-AMOUNT (WS-SUM-SUB)
                       TO BP-CREDITS (WS-BP-SUB)
               END-IF
           END-IF.

       FIND-BRANCH-PROOF-ROW.
           MOVE 0 TO WS-BP-SUB
           IF WS-BP-COUNT > 0
               PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                       UNTIL WS-MAP-SUB > WS-BP-COUNT
                   IF BP-BRANCH-CODE (WS-MAP-SUB) = WS-LINE-BRANCH
                       MOVE WS-MAP-SUB TO WS-BP-SUB
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BP-SUB = 0
               IF WS-BP-COUNT < 50
                   ADD 1 TO WS-BP-COUNT
                   MOVE WS-LINE-BRANCH TO BP-BRANCH-CODE (WS-BP-COUNT)
                   MOVE 0 TO BP-DEBITS (WS-BP-COUNT)
                   MOVE 0 TO BP-CREDITS (WS-BP-COUNT)
                   MOVE WS-BP-COUNT TO WS-BP-SUB
               ELSE
                   MOVE "Y" TO WS-BP-OVERFLOW-SW
               END-IF
           END-IF.

       FIND-MAP-ENTRY.
               END-PERFORM
           END-IF.

       FIND-INTERBRANCH-ENTRY.
           MOVE 0 TO WS-IB-PICKED
           IF WS-MAP-COUNT > 0
               PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                       UNTIL WS-MAP-SUB > WS-MAP-COUNT
                   IF MAP-TRAN-TYPE (WS-MAP-SUB) = "Z"
                           AND MAP-CURRENCY (WS-MAP-SUB)
                               = SUM-CURRENCY (WS-SUM-SUB)
                       MOVE WS-MAP-SUB TO WS-IB-PICKED
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-SETTLEMENT-PROOF.
           MOVE SPACES TO PR-LINE
           STRING "GL SETTLEMENT PROOF FOR " WS-TODAY
               MOVE "DEBITS DO NOT EQUAL CREDITS" TO PR-LINE
               WRITE PR-LINE
           END-IF
           PERFORM WRITE-BRANCH-PROOF
           MOVE WS-NET-MOVEMENT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO PR-LINE
           STRING "NET MOVEMENT        " WS-AMOUNT-DISPLAY
           STRING "ACCRUED INT LIABILITY " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PR-LINE
           *> Loan balances stay in the master total (as negatives)
           *> so the tie-out holds; the asset side is shown apart
           MOVE WS-LOAN-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO PR-LINE
           STRING "LOAN PRINCIPAL OUTSTANDING " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PR-LINE
           COMPUTE WS-BALANCE-CHANGE =
               WS-MASTER-TOTAL - WS-PRIOR-TOTAL
           MOVE WS-BALANCE-CHANGE TO WS-AMOUNT-DISPLAY
               MOVE "PROOF IN BALANCE" TO PR-LINE
               WRITE PR-LINE
           END-IF.

       WRITE-BRANCH-PROOF.
           *> Each branch's share of the day's lines, for its manager
           *> to sign off; accrued interest is booked bank-level and
           *> is not in these figures
           IF WS-BP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "BY BRANCH" TO PR-LINE
           WRITE PR-LINE
           PERFORM VARYING WS-BP-SUB FROM 1 BY 1
                   UNTIL WS-BP-SUB > WS-BP-COUNT
               IF BP-BRANCH-CODE (WS-BP-SUB) = SPACES
                   MOVE "UNASSIGNED" TO WS-BRANCH-LABEL
               ELSE
                   MOVE BP-BRANCH-CODE (WS-BP-SUB) TO WS-BRANCH-LABEL
               END-IF
               MOVE BP-DEBITS (WS-BP-SUB) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO PR-LINE
               STRING "  BRANCH " WS-BRANCH-LABEL
                      " DEBITS  " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               MOVE BP-CREDITS (WS-BP-SUB) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO PR-LINE
               STRING "  BRANCH " WS-BRANCH-LABEL
                      " CREDITS " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
               IF BP-DEBITS (WS-BP-SUB) NOT = BP-CREDITS (WS-BP-SUB)
                   MOVE "Y" TO WS-OUT-OF-BALANCE
                   MOVE SPACES TO PR-LINE
                   STRING "  BRANCH " WS-BRANCH-LABEL
                          " DEBITS DO NOT EQUAL CREDITS"
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PR-LINE
               END-IF
           END-PERFORM
           IF WS-BP-OVERFLOW-SW = "Y"
               *> A branch left off the table cannot be proved
               MOVE "Y" TO WS-OUT-OF-BALANCE
               MOVE "  BRANCH TABLE FULL - BRANCHES NOT PROVED"
                   TO PR-LINE
               WRITE PR-LINE
           END-IF.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "GL-SETTLEMENT-EXTRACT" TO RUNLOG-PROGRAM-ID
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
