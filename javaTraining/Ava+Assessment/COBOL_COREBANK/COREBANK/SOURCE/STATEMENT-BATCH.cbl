               ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT LOAN-FILE ASSIGN TO "LOANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ACCOUNT-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATION-FILE.
           COPY RELREC.

       FD  LOAN-FILE.
           COPY LOANREC.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-CUST-FILE-STATUS          PIC X(02).
           88 RELATIONS-AVAILABLE       VALUE "Y".
       01 WS-REL-EOF-SWITCH            PIC X(01).
           88 END-OF-RELATIONS          VALUE "Y".
       01 WS-LOAN-FILE-STATUS          PIC X(02).
       01 WS-LOAN-OPEN-SWITCH          PIC X(01).
           88 LOANS-AVAILABLE           VALUE "Y".
       01 WS-AMOUNT-DISPLAY             PIC -(9)9.99.
       01 WS-BAL-DISPLAY                PIC -(9)9.99.
      *> Relationship totals, one bucket per currency seen across
           05 WS-TOTALS-ENTRY OCCURS 10 TIMES.
               10 WS-TOT-CURRENCY       PIC X(03).
               10 WS-TOT-BALANCE        PIC S9(13)V99 COMP-3.
      *> Loans are kept out of the deposit total and shown as the
      *> amount owed, a positive figure
               10 WS-TOT-LOANS          PIC S9(13)V99 COMP-3.
       01 WS-TOT-SUB                   PIC 9(02).
       01 WS-TOT-FOUND                 PIC X(01).
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM RECORD-RUN-START
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           MOVE "N" TO WS-REL-OPEN-SWITCH
           IF WS-REL-FILE-STATUS = "00"
               MOVE "Y" TO WS-REL-OPEN-SWITCH
           END-IF
           MOVE "N" TO WS-LOAN-OPEN-SWITCH
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS = "00"
               MOVE "Y" TO WS-LOAN-OPEN-SWITCH
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           PERFORM UNTIL END-OF-ACCOUNTS
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RUNLOG-IN-COUNT
                       IF ACCT-STATUS-OPEN
                           PERFORM WRITE-CUSTOMER-STATEMENT
                       END-IF
           IF RELATIONS-AVAILABLE
               CLOSE RELATION-FILE
           END-IF
           IF LOANS-AVAILABLE
               CLOSE LOAN-FILE
           END-IF
           CLOSE STATEMENT-FILE
           PERFORM RECORD-RUN-END
           STOP RUN.

       WRITE-CUSTOMER-STATEMENT.
           PERFORM WRITE-STATEMENT-HEADER
           ADD 1 TO RUNLOG-OUT-COUNT
           PERFORM WRITE-STATEMENT-TRANSACTIONS
           PERFORM WRITE-STATEMENT-TRAILER.

           STRING "  CLOSING BALANCE " WS-BAL-DISPLAY
                  " " ACCT-CURRENCY-CODE
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE
           IF ACCT-TYPE-LOAN AND LOANS-AVAILABLE
               PERFORM WRITE-LOAN-TRAILER
           END-IF.

       WRITE-LOAN-TRAILER.
           *> The customer's view of the loan: what the next
           *> installment is and when, and anything billed that the
           *> collection run has not yet been able to take
           MOVE ACCT-NUMBER TO LOAN-ACCOUNT-NUMBER
           READ LOAN-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE LOAN-INSTALLMENT TO WS-BAL-DISPLAY
           MOVE SPACES TO STMT-LINE
           IF LOAN-ACTIVE
               STRING "  INSTALLMENT " WS-BAL-DISPLAY
                      " DUE " LOAN-NEXT-DUE-DATE
                   DELIMITED BY SIZE INTO STMT-LINE
           ELSE
               MOVE "  LOAN PAID IN FULL" TO STMT-LINE
           END-IF
           WRITE STMT-LINE
           IF LOAN-ARREARS-PRINCIPAL + LOAN-ARREARS-INTEREST > 0
               COMPUTE WS-BAL-DISPLAY =
                   LOAN-ARREARS-PRINCIPAL + LOAN-ARREARS-INTEREST
               MOVE SPACES TO STMT-LINE
               STRING "  PAST DUE " WS-BAL-DISPLAY
                      " SINCE " LOAN-ARREARS-SINCE
                   DELIMITED BY SIZE INTO STMT-LINE
               WRITE STMT-LINE
           END-IF.

       WRITE-RELATIONSHIP-STATEMENTS.
           *> Second pass: one combined relationship statement per
                       UNTIL WS-TOT-SUB > WS-TOTALS-COUNT
                   IF WS-TOT-CURRENCY (WS-TOT-SUB)
                           = ACCT-CURRENCY-CODE
                       IF ACCT-TYPE-LOAN
                           SUBTRACT ACCT-CURRENT-BALANCE
                               FROM WS-TOT-LOANS (WS-TOT-SUB)
                       ELSE
                           ADD ACCT-CURRENT-BALANCE
                               TO WS-TOT-BALANCE (WS-TOT-SUB)
                       END-IF
                       MOVE "Y" TO WS-TOT-FOUND
                   END-IF
               END-PERFORM
               ADD 1 TO WS-TOTALS-COUNT
               MOVE ACCT-CURRENCY-CODE
                   TO WS-TOT-CURRENCY (WS-TOTALS-COUNT)
               IF ACCT-TYPE-LOAN
                   MOVE 0 TO WS-TOT-BALANCE (WS-TOTALS-COUNT)
                   COMPUTE WS-TOT-LOANS (WS-TOTALS-COUNT) =
                       0 - ACCT-CURRENT-BALANCE
               ELSE
                   MOVE ACCT-CURRENT-BALANCE
                       TO WS-TOT-BALANCE (WS-TOTALS-COUNT)
                   MOVE 0 TO WS-TOT-LOANS (WS-TOTALS-COUNT)
               END-IF
           END-IF.

       WRITE-RELATIONSHIP-TOTALS.
                      " " WS-BAL-DISPLAY
                   DELIMITED BY SIZE INTO STMT-LINE
               WRITE STMT-LINE
               IF WS-TOT-LOANS (WS-TOT-SUB) NOT = 0
                   MOVE WS-TOT-LOANS (WS-TOT-SUB) TO WS-BAL-DISPLAY
                   MOVE SPACES TO STMT-LINE
                   STRING "  LOANS OUTSTANDING  "
                          WS-TOT-CURRENCY (WS-TOT-SUB)
                          " " WS-BAL-DISPLAY
                       DELIMITED BY SIZE INTO STMT-LINE
                   WRITE STMT-LINE
               END-IF
           END-PERFORM.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "CUSTOMER-STATEMENT-BATCH" TO RUNLOG-PROGRAM-ID
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
