       01 WS-REVAL-GAIN                PIC S9(13)V99.
       01 WS-AMOUNT-DISPLAY            PIC -(13)9.99.
       01 WS-RATE-DISPLAY              PIC ZZ9.9(6).
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> log, roll the running position, revalue it at the
           *> latest rate against the base currency, and report
           *> position, revaluation movement, and spread income
           PERFORM RECORD-RUN-START
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE FX-POSITION-FILE
           CLOSE FX-REPORT
           CLOSE RATE-TABLE
           PERFORM RECORD-RUN-END
           STOP RUN.

       OPEN-POSITION-FILE.
               DISPLAY "Unable to open FX position file, status "
                   WS-FXP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF.

                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO RUNLOG-IN-COUNT
                           IF TRAN-DATE = WS-TODAY
                                   AND TRAN-STATUS-POSTED
                                   AND TRAN-ORIG-CURRENCY NOT =
           MOVE WS-MID-RATE TO FXP-LAST-REVAL-RATE
           MOVE WS-TODAY TO FXP-LAST-RUN-DATE
           REWRITE FXP-RECORD
           ADD 1 TO RUNLOG-OUT-COUNT
           PERFORM WRITE-POSITION-LINES.

       WRITE-POSITION-LINES.
           STRING "FX POSITION AND REVALUATION FOR " WS-TODAY
               DELIMITED BY SIZE INTO FX-LINE
           WRITE FX-LINE.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "FX-POSITION-BATCH" TO RUNLOG-PROGRAM-ID
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
