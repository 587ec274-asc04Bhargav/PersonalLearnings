       01 WS-AMOUNT-DISPLAY            PIC -(9)9.99.
       01 WS-TOTAL-DISPLAY             PIC -(13)9.99.
       01 WS-COUNT-DISPLAY             PIC ZZZZ9.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> charge as the ordinary fee type with the product code
           *> carried. The detail report is the window's answer to
           *> "what is this charge".
           PERFORM RECORD-RUN-START
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE WS-TODAY(1:6) TO WS-BILLING-MONTH
                   WS-HIST-FILE-STATUS
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN EXTEND TRANSACTION-LOG
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RUNLOG-IN-COUNT
                       IF ACCT-STATUS-OPEN
                               AND (ACCT-TYPE-SAVINGS
                                   OR ACCT-TYPE-CHECKING)
           CLOSE TRAN-HISTORY
           CLOSE TRANSACTION-LOG
           CLOSE BILLING-REPORT
           PERFORM RECORD-RUN-END
           STOP RUN.

       LOAD-ITEM-PRICING.
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           ADD 1 TO WS-BILLED-COUNT
           ADD 1 TO RUNLOG-OUT-COUNT
           ADD WS-CHARGE-AMOUNT TO WS-BILLED-TOTAL
           PERFORM WRITE-CHARGE-TRAN-LOG
           PERFORM WRITE-BILLING-DETAIL.
           MOVE 0 TO TRAN-RETURN-CODE
           MOVE "P" TO TRAN-STATUS
           MOVE "ACTBILL" TO TRAN-TELLER-ID
           MOVE ACCT-BRANCH-CODE TO TRAN-BRANCH-CODE
           MOVE WS-TODAY TO TRAN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRAN-TIME
           MOVE SPACES TO TRAN-COUNTERPARTY-ACCT
                  " TOTAL CHARGES " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO BR-LINE
           WRITE BR-LINE.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "ACTIVITY-BILLING-BATCH" TO RUNLOG-PROGRAM-ID
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
