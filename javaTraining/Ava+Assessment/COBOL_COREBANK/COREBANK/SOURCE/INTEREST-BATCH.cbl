       01 WS-LOG-PRODUCT-CODE          PIC X(04).
       01 WS-LOG-RATE-TIER             PIC 9(02).
       01 WS-HIST-RETURN-CODE          PIC 9(02).
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Postings carry the business date from the control
           *> file, so a stream that slips past midnight still
           *> books to the open banking day
           PERFORM RECORD-RUN-START
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE "N" TO WS-EOF-SWITCH
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RUNLOG-IN-COUNT
                       PERFORM PROCESS-ACCOUNT
                       PERFORM ADVANCE-RUN-MARKER
               END-READ
           CLOSE ACCOUNT-MASTER
           CLOSE TRANSACTION-LOG
           CLOSE RUN-CONTROL
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
               CLOSE TRANSACTION-LOG
               CLOSE RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF.

           MOVE 0 TO TRAN-RETURN-CODE
           MOVE "P" TO TRAN-STATUS
           MOVE "BATCH" TO TRAN-TELLER-ID
           MOVE ACCT-BRANCH-CODE TO TRAN-BRANCH-CODE
           MOVE WS-TODAY TO TRAN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRAN-TIME
           MOVE SPACES TO TRAN-COUNTERPARTY-ACCT
           MOVE WS-LOG-PRODUCT-CODE TO TRAN-PRODUCT-CODE
           MOVE WS-LOG-RATE-TIER TO TRAN-RATE-TIER
           WRITE TRAN-LOG-RECORD
           ADD 1 TO RUNLOG-OUT-COUNT
           CALL "TRAN-HISTORY-WRITE"
               USING TRAN-LOG-RECORD, WS-HIST-RETURN-CODE.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "INTEREST-FEE-BATCH" TO RUNLOG-PROGRAM-ID
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
