       01 WS-REJECTED-COUNT            PIC 9(07).
       01 WS-ERROR-COUNT               PIC 9(07).
       01 WS-COUNT-DISPLAY             PIC ZZZZZZ9.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> retrievable by generation/date; keyed per-account
           *> access to prior days stays on TRANHIST, which is never
           *> cut over.
           PERFORM RECORD-RUN-START
           MOVE 0 TO WS-RECORDS-READ
           MOVE 0 TO WS-ARCHIVED-COUNT
           MOVE 0 TO WS-POSTED-COUNT
               MOVE "NO DAILY LOG TO CUT OVER" TO CR-LINE
               WRITE CR-LINE
               CLOSE CUTOVER-REPORT
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN OUTPUT TRAN-ARCHIVE
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE CUTOVER-REPORT
           PERFORM RECORD-RUN-END
           STOP RUN.

       ARCHIVE-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ
           ADD 1 TO RUNLOG-IN-COUNT
           EVALUATE TRUE
               WHEN TRAN-STATUS-POSTED
                   ADD 1 TO WS-POSTED-COUNT
           MOVE SPACES TO ARCH-RECORD
           MOVE TRAN-LOG-RECORD TO ARCH-RECORD
           WRITE ARCH-RECORD
           ADD 1 TO RUNLOG-OUT-COUNT
           ADD 1 TO WS-ARCHIVED-COUNT.

       RESTART-DAILY-LOG.
           STRING "VERIFY ERRORS    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "DAILY-LOG-CUTOVER" TO RUNLOG-PROGRAM-ID
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
