       01 WS-FOUND-SW                  PIC X(01).
       01 WS-OVERFLOW-SW               PIC X(01).
       01 WS-CERTS-WRITTEN             PIC 9(03).
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> credited interest and withheld tax per customer,
           *> summed from the keyed history account by account,
           *> replacing the hand tally from the statement file
           PERFORM RECORD-RUN-START
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE WS-TODAY(1:4) TO WS-TAX-YEAR
                   WS-HIST-FILE-STATUS
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-ACCOUNTS
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RUNLOG-IN-COUNT
                       PERFORM SUM-ACCOUNT-YEAR
               END-READ
           END-PERFORM
                   " incomplete"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           STOP RUN.

       SUM-ACCOUNT-YEAR.
           MOVE CE-INTEREST (WS-CERT-SUB) TO CERT-INTEREST-PAID
           MOVE CE-WHT (WS-CERT-SUB) TO CERT-TAX-WITHHELD
           WRITE CERT-RECORD
           ADD 1 TO RUNLOG-OUT-COUNT
           ADD 1 TO WS-CERTS-WRITTEN.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "TAX-CERT-BATCH" TO RUNLOG-PROGRAM-ID
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
