       01 WS-SEVERE-COUNT              PIC 9(05).
       01 WS-WARNING-COUNT             PIC 9(05).
       01 WS-COUNT-DISPLAY             PIC ZZZZ9.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> other: the reconciliation batch proves balances, this
           *> one proves the files still agree with themselves
           *> after restores, conversions, and utility fixes
           PERFORM RECORD-RUN-START
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 0 TO WS-SEVERE-COUNT
           MOVE 0 TO WS-WARNING-COUNT
           IF WS-SEVERE-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           STOP RUN.

       AUDIT-ACCOUNT-MASTER.
                   AT END
                       MOVE "Y" TO WS-ACCT-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RUNLOG-IN-COUNT
                       PERFORM CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM.
               MOVE "NO EXCEPTIONS - FILES AGREE" TO AR-LINE
               WRITE AR-LINE
           END-IF.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "FILE-INTEGRITY-AUDIT" TO RUNLOG-PROGRAM-ID
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
