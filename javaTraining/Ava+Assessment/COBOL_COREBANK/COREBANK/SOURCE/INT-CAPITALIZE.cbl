       01 WS-CAPITALIZED-TOTAL         PIC S9(13)V99.
       01 WS-WHT-TOTAL                 PIC S9(13)V99.
       01 WS-AMOUNT-DISPLAY            PIC -(13)9.99.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> transaction, net of the product's withholding which
           *> posts as its own "H" entry, and the accrued field
           *> starts the new month at zero
           PERFORM RECORD-RUN-START
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE "N" TO WS-EOF-SWITCH
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RUNLOG-IN-COUNT
                       IF ACCT-STATUS-OPEN
                               AND ACCT-ACCRUED-INTEREST NOT = 0
                           PERFORM CAPITALIZE-ONE-ACCOUNT
               " gross interest " WS-AMOUNT-DISPLAY
           MOVE WS-WHT-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "Tax withheld: " WS-AMOUNT-DISPLAY
           PERFORM RECORD-RUN-END
           STOP RUN.

       LOAD-PRODUCT-DEFINITIONS.
           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
           ADD 1 TO WS-CAPITALIZED-COUNT
           ADD 1 TO RUNLOG-OUT-COUNT
           ADD WS-GROSS-AMOUNT TO WS-CAPITALIZED-TOTAL
           ADD WS-WHT-AMOUNT TO WS-WHT-TOTAL
           MOVE "I" TO WS-LOG-TRAN-TYPE
           MOVE 0 TO TRAN-RETURN-CODE
           MOVE "P" TO TRAN-STATUS
           MOVE "INTCAP" TO TRAN-TELLER-ID
           MOVE ACCT-BRANCH-CODE TO TRAN-BRANCH-CODE
           MOVE WS-TODAY TO TRAN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRAN-TIME
           MOVE SPACES TO TRAN-COUNTERPARTY-ACCT
           WRITE TRAN-LOG-RECORD
           CALL "TRAN-HISTORY-WRITE"
               USING TRAN-LOG-RECORD, WS-HIST-RETURN-CODE.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "INTEREST-CAPITALIZE-BATCH" TO RUNLOG-PROGRAM-ID
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
