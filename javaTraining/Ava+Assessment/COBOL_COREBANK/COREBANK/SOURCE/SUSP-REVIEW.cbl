       01 WS-OPERATOR-ID               PIC X(08) VALUE "BATCH".
       01 WS-REVIEW-MODE               PIC X(01) VALUE "U".
       01 WS-RETURN-CODE               PIC 9(02).
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM RECORD-RUN-START
           MOVE 0 TO WS-RETURN-CODE
           CALL "SUSPENSE-REVIEW"
               USING WS-OPERATOR-ID, WS-REVIEW-MODE, WS-RETURN-CODE
           PERFORM RECORD-RUN-END
           STOP RUN.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "SUSPENSE-REVIEW-NIGHTLY" TO RUNLOG-PROGRAM-ID
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

       END PROGRAM SUSPENSE-REVIEW-NIGHTLY.
