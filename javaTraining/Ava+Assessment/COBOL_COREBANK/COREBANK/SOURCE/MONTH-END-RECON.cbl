       01 WS-BAL-DISPLAY                PIC -(9)9.99.
       01 WS-LEDGER-DISPLAY             PIC -(9)9.99.
       01 WS-DIFF-DISPLAY               PIC -(9)9.99.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM RECORD-RUN-START
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-EXCEPTION-COUNT
           OPEN INPUT ACCOUNT-MASTER
                   WS-HIST-FILE-STATUS
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN OUTPUT RECON-REPORT
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RUNLOG-IN-COUNT
                       PERFORM RECONCILE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE RECON-REPORT
           DISPLAY "Reconciliation complete. Exceptions: "
               WS-EXCEPTION-COUNT
           PERFORM RECORD-RUN-END
           STOP RUN.

       RECONCILE-ACCOUNT.
                       OR TRAN-TYPE-CHECK
                       OR TRAN-TYPE-EXTERNAL
                       OR TRAN-TYPE-WHT
                       OR TRAN-TYPE-LOAN-ADVANCE
                       OR TRAN-TYPE-LOAN-REPAY
                       OR TRAN-TYPE-DISPUTE-DEBIT
                       OR TRAN-TYPE-LEGAL-SEIZURE
                       OR TRAN-TYPE-OFFICIAL-CHECK
                       OR TRAN-TYPE-CHARGEBACK
                   SUBTRACT TRAN-AMOUNT FROM WS-TRAN-TOTAL
               WHEN TRAN-TYPE-LOAN-INTEREST
                       OR TRAN-TYPE-RECOVERY
                   *> Interest memo on a loan collection (the balance
                   *> moved only by the principal part) or recovery
                   *> memo on a charged-off account
                   CONTINUE
               WHEN OTHER
                   ADD TRAN-AMOUNT TO WS-TRAN-TOTAL
           END-EVALUATE.
                  " DIFF " WS-DIFF-DISPLAY
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "BALANCE-RECONCILIATION" TO RUNLOG-PROGRAM-ID
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
