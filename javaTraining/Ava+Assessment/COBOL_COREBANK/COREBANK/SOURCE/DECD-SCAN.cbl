       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECEASED-CREDIT-SCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT RELATION-FILE ASSIGN TO "RELFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT CREDIT-REPORT ASSIGN TO "DECDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-LOG.
           COPY TRANREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  RELATION-FILE.
           COPY RELREC.

       FD  CREDIT-REPORT.
       01 DR-LINE                      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-TRAN-FILE-STATUS          PIC X(02).
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-CUST-FILE-STATUS          PIC X(02).
       01 WS-REL-FILE-STATUS           PIC X(02).
       01 WS-RPT-FILE-STATUS           PIC X(02).
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-LOG                VALUE "Y".
       01 WS-REL-EOF-SWITCH            PIC X(01).
           88 END-OF-RELATIONS          VALUE "Y".
       01 WS-REL-OPEN-SWITCH           PIC X(01).
           88 RELATIONS-AVAILABLE       VALUE "Y".
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-HIT-SWITCH                PIC X(01).
           88 DECEASED-OWNER-FOUND      VALUE "Y".
       01 WS-HIT-CUSTOMER              PIC X(10).
       01 WS-HIT-DEATH-DATE            PIC 9(08).
       01 WS-CREDITS-READ              PIC 9(07).
       01 WS-FLAGGED-COUNT             PIC 9(07).
       01 WS-FLAGGED-TOTAL             PIC S9(13)V99.
       01 WS-AMOUNT-DISPLAY            PIC -(9)9.99.
       01 WS-TOTAL-DISPLAY             PIC -(13)9.99.
       01 WS-COUNT-DISPLAY             PIC ZZZZZZ9.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Daily check of the log for money paid in to a dead
           *> customer: every posted deposit or incoming transfer
           *> is matched to the account's owners, and one whose
           *> owner (or a joint owner since deceased) died before
           *> the posting date is listed for the bereavement desk
           *> to review for return to the payer.
           PERFORM RECORD-RUN-START
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-CREDITS-READ
           MOVE 0 TO WS-FLAGGED-COUNT
           MOVE 0 TO WS-FLAGGED-TOTAL
           OPEN INPUT TRANSACTION-LOG
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open transaction log, status "
                   WS-TRAN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open account master, status "
                   WS-ACCT-FILE-STATUS
               CLOSE TRANSACTION-LOG
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open customer master, status "
                   WS-CUST-FILE-STATUS
               CLOSE TRANSACTION-LOG
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           *> Without the relationship file only the master's owner
           *> is checked; joint owners are passed over
           MOVE "Y" TO WS-REL-OPEN-SWITCH
           OPEN INPUT RELATION-FILE
           IF WS-REL-FILE-STATUS NOT = "00"
               DISPLAY "Relationship file not available, status "
                   WS-REL-FILE-STATUS "; joint owners not checked"
               MOVE "N" TO WS-REL-OPEN-SWITCH
           END-IF
           OPEN OUTPUT CREDIT-REPORT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open credit report, status "
                   WS-RPT-FILE-STATUS
               CLOSE TRANSACTION-LOG
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-MASTER
               IF RELATIONS-AVAILABLE
                   CLOSE RELATION-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           MOVE SPACES TO DR-LINE
           STRING "CREDITS AFTER DEATH FOR REVIEW " WS-TODAY
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           PERFORM UNTIL END-OF-LOG
               READ TRANSACTION-LOG
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RUNLOG-IN-COUNT
                       IF (TRAN-TYPE-DEPOSIT
                               OR TRAN-TYPE-TRANSFER-IN)
                               AND TRAN-STATUS-POSTED
                               AND NOT TRAN-IS-REVERSAL
                           ADD 1 TO WS-CREDITS-READ
                           PERFORM CHECK-CREDIT-OWNERS
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-SCAN-TOTALS
           CLOSE TRANSACTION-LOG
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-MASTER
           IF RELATIONS-AVAILABLE
               CLOSE RELATION-FILE
           END-IF
           CLOSE CREDIT-REPORT
           PERFORM RECORD-RUN-END
           STOP RUN.

       CHECK-CREDIT-OWNERS.
           *> The master's owner covers accounts older than the
           *> relationship file; the relationship entries cover
           *> joint owners, including one already marked deceased
           *> when the account passed to the survivors
           MOVE "N" TO WS-HIT-SWITCH
           MOVE TRAN-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCT-CUSTOMER-ID TO CUST-ID
           PERFORM CHECK-ONE-OWNER
           IF NOT DECEASED-OWNER-FOUND
                   AND RELATIONS-AVAILABLE
               PERFORM CHECK-RELATED-OWNERS
           END-IF
           IF DECEASED-OWNER-FOUND
               PERFORM WRITE-FLAGGED-CREDIT
           END-IF.

       CHECK-RELATED-OWNERS.
           MOVE "N" TO WS-REL-EOF-SWITCH
           MOVE TRAN-ACCOUNT-NUMBER TO REL-ACCOUNT-NUMBER
           MOVE LOW-VALUES TO REL-CUSTOMER-ID
           START RELATION-FILE KEY IS NOT LESS THAN REL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-REL-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-RELATIONS OR DECEASED-OWNER-FOUND
               READ RELATION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-REL-EOF-SWITCH
                   NOT AT END
                       IF REL-ACCOUNT-NUMBER NOT = TRAN-ACCOUNT-NUMBER
                           MOVE "Y" TO WS-REL-EOF-SWITCH
                       ELSE
                           IF REL-ROLE-PRIMARY OR REL-ROLE-JOINT
                                   OR REL-ROLE-DECEASED
                               MOVE REL-CUSTOMER-ID TO CUST-ID
                               PERFORM CHECK-ONE-OWNER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-OWNER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CUST-DECEASED AND TRAN-DATE > CUST-DATE-OF-DEATH
               MOVE "Y" TO WS-HIT-SWITCH
               MOVE CUST-ID TO WS-HIT-CUSTOMER
               MOVE CUST-DATE-OF-DEATH TO WS-HIT-DEATH-DATE
           END-IF.

       WRITE-FLAGGED-CREDIT.
           ADD 1 TO WS-FLAGGED-COUNT
           ADD 1 TO RUNLOG-OUT-COUNT
           ADD TRAN-AMOUNT TO WS-FLAGGED-TOTAL
           MOVE TRAN-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO DR-LINE
           STRING TRAN-ACCOUNT-NUMBER " " TRAN-DATE " " TRAN-TYPE
                  " " WS-AMOUNT-DISPLAY " " TRAN-CURRENCY-CODE
                  " FROM " TRAN-COUNTERPARTY-ACCT
                  " CUST " WS-HIT-CUSTOMER
                  " DIED " WS-HIT-DEATH-DATE
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE.

       WRITE-SCAN-TOTALS.
           MOVE SPACES TO DR-LINE
           WRITE DR-LINE
           MOVE WS-CREDITS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO DR-LINE
           STRING "CREDITS EXAMINED     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO DR-LINE
           STRING "FLAGGED FOR REVIEW   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           MOVE WS-FLAGGED-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO DR-LINE
           STRING "FLAGGED AMOUNT       " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "DECEASED-CREDIT-SCAN" TO RUNLOG-PROGRAM-ID
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
