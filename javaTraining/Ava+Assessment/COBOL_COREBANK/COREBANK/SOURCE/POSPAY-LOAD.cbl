       01 WS-CARDS-IN                  PIC 9(07).
       01 WS-CARDS-LOADED              PIC 9(07).
       01 WS-CARDS-REJECTED            PIC 9(07).
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> against. Cards for accounts not enrolled in positive
           *> pay are rejected so a stray file cannot start
           *> bouncing a customer's checks.
           PERFORM RECORD-RUN-START
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-CARDS-IN
           MOVE 0 TO WS-CARDS-LOADED
           IF WS-CARD-FILE-STATUS NOT = "00"
               DISPLAY "No issued-check card file, status "
                   WS-CARD-FILE-STATUS
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           PERFORM OPEN-ISSUE-FILE
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-CARDS-IN
                       ADD 1 TO RUNLOG-IN-COUNT
                       PERFORM LOAD-ONE-CARD
               END-READ
           END-PERFORM
           IF WS-CARDS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           STOP RUN.

       OPEN-ISSUE-FILE.
               DISPLAY "Unable to open issue file, status "
                   WS-ISS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF.

           END-WRITE
           IF WS-ISS-FILE-STATUS = "00"
               ADD 1 TO WS-CARDS-LOADED
               ADD 1 TO RUNLOG-OUT-COUNT
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               DISPLAY "Issue card rejected, file status "
                   WS-ISS-FILE-STATUS
           END-IF.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "POSITIVE-PAY-LOAD" TO RUNLOG-PROGRAM-ID
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
