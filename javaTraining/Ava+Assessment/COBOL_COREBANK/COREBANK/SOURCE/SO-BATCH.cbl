       01 WS-LEAP-QUOTIENT             PIC 9(04).
       01 WS-LEAP-REMAINDER            PIC 9(04).
       01 WS-LEAP-SWITCH               PIC X(01).
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> normal transaction path under the system teller, so
           *> recurring payments stop depending on a teller or a
           *> drawer of pre-punched cards
           PERFORM RECORD-RUN-START
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE "N" TO WS-EOF-SWITCH
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO RUNLOG-IN-COUNT
                           IF SORD-ACTIVE
                                   AND SORD-NEXT-DUE-DATE <= WS-TODAY
                               PERFORM PROCESS-DUE-ORDER
           CLOSE RUN-CONTROL
           DISPLAY "Standing orders posted: " WS-POSTED-COUNT
               " failed: " WS-FAILED-COUNT
           PERFORM RECORD-RUN-END
           STOP RUN.

       OPEN-RUN-CONTROL.
                   WS-RUNC-FILE-STATUS " - halting rather than"
                   " risk a double-posting rerun"
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           MOVE WS-RUN-CONTROL-KEY TO RUNC-KEY
               CLOSE STANDING-ORDERS
               CLOSE RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF.

                     WS-SYSTEM-TELLER, WS-POST-RETURN-CODE
           IF WS-POST-RETURN-CODE = 0
               ADD 1 TO WS-POSTED-COUNT
               ADD 1 TO RUNLOG-OUT-COUNT
               MOVE 0 TO SORD-RETRY-COUNT
               PERFORM ADVANCE-NEXT-DUE-DATE
               IF SORD-EXPIRY-DATE NOT = 0
           OPEN EXTEND SUSPENSE-FILE
           WRITE SUSP-RECORD
           CLOSE SUSPENSE-FILE.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "STANDING-ORDER-BATCH" TO RUNLOG-PROGRAM-ID
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
