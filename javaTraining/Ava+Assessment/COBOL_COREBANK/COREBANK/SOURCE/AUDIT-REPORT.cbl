       01 WS-TODAY                     PIC 9(08).
       01 WS-ENTRY-COUNT               PIC 9(05).
       01 WS-COUNT-DISPLAY             PIC ZZZZ9.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Daily review listing of every maintenance action for
           *> the branch manager's sign-off
           PERFORM RECORD-RUN-START
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE "N" TO WS-EOF-SWITCH
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO RUNLOG-IN-COUNT
                           IF AUD-DATE = WS-TODAY
                               ADD 1 TO WS-ENTRY-COUNT
                               ADD 1 TO RUNLOG-OUT-COUNT
                               PERFORM WRITE-AUDIT-LINE
                           END-IF
                   END-READ
               DELIMITED BY SIZE INTO MR-LINE
           WRITE MR-LINE
           CLOSE MAINT-REPORT
           PERFORM RECORD-RUN-END
           STOP RUN.

       WRITE-AUDIT-LINE.
                  " RSN " AUD-REASON-CODE
                  " AUTH " AUD-AUTHORITY
               DELIMITED BY SIZE INTO MR-LINE
           WRITE MR-LINE
           *> A change that went through the approval queue shows
           *> its checker on the line below; BY above is the maker
           IF AUD-CHECKER-ID NOT = SPACES
               MOVE SPACES TO MR-LINE
               STRING "       CHECKED BY " AUD-CHECKER-ID
                   DELIMITED BY SIZE INTO MR-LINE
               WRITE MR-LINE
           END-IF.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "MAINT-AUDIT-REPORT" TO RUNLOG-PROGRAM-ID
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
