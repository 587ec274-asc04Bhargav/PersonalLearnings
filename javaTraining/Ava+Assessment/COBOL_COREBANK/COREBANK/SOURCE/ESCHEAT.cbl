           05 WS-DUE-ENTRY OCCURS 200 TIMES.
               10 WS-DUE-ACCOUNT        PIC X(12).
       01 WS-DUE-SUB                   PIC 9(03).
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> the money to the unclaimed-property holding account,
           *> close the account as escheated, and report it for the
           *> state remittance
           PERFORM RECORD-RUN-START
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE 0 TO WS-LETTER-COUNT
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RUNLOG-IN-COUNT
                       IF ACCT-NUMBER NOT = WS-HOLDING-ACCOUNT
                           PERFORM EXAMINE-ACCOUNT
                       END-IF
           CLOSE LETTER-FILE
           CLOSE REMITTANCE-REPORT
           CLOSE TRANSACTION-LOG
           PERFORM RECORD-RUN-END
           STOP RUN.

       EXAMINE-ACCOUNT.
           IF NOT ACCT-STATUS-OPEN OR NOT ACCT-IS-DORMANT
                   OR ACCT-TYPE-LOAN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-INACTIVE =
           MOVE WS-TODAY TO LTR-NOTICE-DATE
           WRITE LTR-RECORD
           ADD 1 TO WS-LETTER-COUNT
           ADD 1 TO RUNLOG-OUT-COUNT
           ADD 1 TO WS-OWNER-LETTER-COUNT.

       SETTLE-DUE-ACCOUNTS.
                   EXIT PARAGRAPH
           END-READ
           IF NOT ACCT-STATUS-OPEN OR NOT ACCT-IS-DORMANT
                   OR ACCT-TYPE-LOAN
               EXIT PARAGRAPH
           END-IF
           IF ACCT-ACCRUED-INTEREST NOT = 0
           PERFORM WRITE-ESCHEAT-LOG-LEGS
           PERFORM WRITE-REMITTANCE-LINE
           ADD 1 TO WS-REMIT-COUNT
           ADD 1 TO RUNLOG-OUT-COUNT
           ADD WS-MOVED-AMOUNT TO WS-REMIT-TOTAL.

       CAPITALIZE-BEFORE-ESCHEAT.
           MOVE 0 TO TRAN-RETURN-CODE
           MOVE "P" TO TRAN-STATUS
           MOVE WS-SYSTEM-TELLER TO TRAN-TELLER-ID
           MOVE ACCT-BRANCH-CODE TO TRAN-BRANCH-CODE
           MOVE WS-TODAY TO TRAN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRAN-TIME
           MOVE SPACES TO TRAN-COUNTERPARTY-ACCT
           MOVE 0 TO TRAN-RETURN-CODE
           MOVE "P" TO TRAN-STATUS
           MOVE WS-SYSTEM-TELLER TO TRAN-TELLER-ID
           MOVE ACCT-BRANCH-CODE TO TRAN-BRANCH-CODE
           MOVE WS-TODAY TO TRAN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRAN-TIME
           MOVE WS-HOLDING-ACCOUNT TO TRAN-COUNTERPARTY-ACCT
                  " TOTAL REMITTED " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "ESCHEAT-BATCH" TO RUNLOG-PROGRAM-ID
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
