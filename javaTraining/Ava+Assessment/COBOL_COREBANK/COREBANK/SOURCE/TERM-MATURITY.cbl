       01 WS-LEAP-QUOTIENT            PIC 9(04).
       01 WS-LEAP-REMAINDER           PIC 9(04).
       01 WS-LEAP-SWITCH              PIC X(01).
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> certificate rolls for another term or pays out to the
           *> customer's instruction, with the movement logged like
           *> any other posting
           PERFORM RECORD-RUN-START
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE "N" TO WS-EOF-SWITCH
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RUNLOG-IN-COUNT
                       IF ACCT-TYPE-TERM AND ACCT-STATUS-OPEN
                               AND ACCT-MATURITY-DATE <= WS-TODAY
                           PERFORM PROCESS-MATURED-DEPOSIT
           DISPLAY "Term deposits rolled: " WS-ROLLED-COUNT
               " paid out: " WS-PAID-COUNT
               " failed: " WS-FAILED-COUNT
           PERFORM RECORD-RUN-END
           STOP RUN.

       LOAD-TERM-PRODUCT.
           MOVE WS-MAT-DATE-NUM TO ACCT-MATURITY-DATE
           REWRITE ACCOUNT-RECORD
           ADD 1 TO WS-ROLLED-COUNT
           ADD 1 TO RUNLOG-OUT-COUNT
           DISPLAY "Term deposit " ACCT-NUMBER
               " rolled to " ACCT-MATURITY-DATE.

           REWRITE ACCOUNT-RECORD
           PERFORM WRITE-PAYOUT-LOG-LEGS
           ADD 1 TO WS-PAID-COUNT
           ADD 1 TO RUNLOG-OUT-COUNT
           DISPLAY "Term deposit " WS-DUE-ACCOUNT (WS-DUE-SUB)
               " paid out to " ACCT-PAYOUT-ACCOUNT.

           MOVE 0 TO TRAN-RETURN-CODE
           MOVE "P" TO TRAN-STATUS
           MOVE WS-SYSTEM-TELLER TO TRAN-TELLER-ID
           MOVE ACCT-BRANCH-CODE TO TRAN-BRANCH-CODE
           MOVE WS-TODAY TO TRAN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRAN-TIME
           MOVE SPACES TO TRAN-COUNTERPARTY-ACCT
           MOVE 0 TO TRAN-RETURN-CODE
           MOVE "P" TO TRAN-STATUS
           MOVE WS-SYSTEM-TELLER TO TRAN-TELLER-ID
           MOVE ACCT-BRANCH-CODE TO TRAN-BRANCH-CODE
           MOVE WS-TODAY TO TRAN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRAN-TIME
           MOVE ACCT-PAYOUT-ACCOUNT TO TRAN-COUNTERPARTY-ACCT
                   END-IF
               END-IF
           END-IF.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "TERM-MATURITY-BATCH" TO RUNLOG-PROGRAM-ID
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
