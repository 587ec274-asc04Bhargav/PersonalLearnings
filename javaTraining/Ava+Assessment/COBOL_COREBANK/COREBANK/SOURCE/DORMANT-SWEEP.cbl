       01 WS-TODAY                      PIC 9(08).
       01 WS-LAST-ACTIVITY-DATE         PIC 9(08).
       01 WS-DAYS-INACTIVE              PIC S9(09).
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM RECORD-RUN-START
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE "N" TO WS-EOF-SWITCH
           OPEN I-O ACCOUNT-MASTER
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RUNLOG-IN-COUNT
                       PERFORM SWEEP-ACCOUNT
               END-READ
           END-PERFORM
           IF HISTORY-AVAILABLE
               CLOSE TRAN-HISTORY
           END-IF
           PERFORM RECORD-RUN-END
           STOP RUN.

       SWEEP-ACCOUNT.
           *> A loan is money owed to the bank, not an unclaimed
           *> deposit: it never goes dormant and never escheats
           IF ACCT-STATUS-OPEN AND NOT ACCT-TYPE-LOAN
               PERFORM FIND-LAST-POSTING-DATE
               IF WS-LAST-ACTIVITY-DATE > ACCT-LAST-ACTIVITY-DATE
                   MOVE WS-LAST-ACTIVITY-DATE TO ACCT-LAST-ACTIVITY-DATE
                   MOVE "N" TO ACCT-DORMANT-FLAG
               END-IF
               REWRITE ACCOUNT-RECORD
               ADD 1 TO RUNLOG-OUT-COUNT
           END-IF.

       FIND-LAST-POSTING-DATE.
                       END-IF
               END-READ
           END-PERFORM.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "DORMANT-ACCOUNT-SWEEP" TO RUNLOG-PROGRAM-ID
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
