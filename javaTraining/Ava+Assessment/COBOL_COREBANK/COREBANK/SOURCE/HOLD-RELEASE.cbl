       01 WS-RELEASED-TOTAL            PIC S9(13)V99.
       01 WS-STILL-HELD-COUNT          PIC 9(05).
       01 WS-AMOUNT-DISPLAY            PIC -(13)9.99.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> a hold whose release date has arrived stops
           *> restricting the available balance and is flipped to
           *> released so the inquiry screens show it as history
           PERFORM RECORD-RUN-START
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "No hold file available, status "
                   WS-HOLD-FILE-STATUS "; nothing to release"
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-HOLDS
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RUNLOG-IN-COUNT
                       IF HOLD-ACTIVE
                           PERFORM RELEASE-IF-MATURED
                       END-IF
           DISPLAY "Holds released: " WS-RELEASED-COUNT
               " amount " WS-AMOUNT-DISPLAY
               " still held: " WS-STILL-HELD-COUNT
           PERFORM RECORD-RUN-END
           STOP RUN.

       RELEASE-IF-MATURED.
               MOVE "R" TO HOLD-STATUS
               REWRITE HOLD-RECORD
               ADD 1 TO WS-RELEASED-COUNT
               ADD 1 TO RUNLOG-OUT-COUNT
               ADD HOLD-AMOUNT TO WS-RELEASED-TOTAL
           ELSE
               ADD 1 TO WS-STILL-HELD-COUNT
           END-IF.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "HOLD-RELEASE-BATCH" TO RUNLOG-PROGRAM-ID
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
