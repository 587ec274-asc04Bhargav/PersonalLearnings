               10 CT-CURRENCY           PIC X(03).
               10 CT-CASH-IN            PIC S9(11)V99 COMP-3.
               10 CT-CASH-OUT           PIC S9(11)V99 COMP-3.
      *> The same cash split by the branch it was posted at, so a
      *> reportable customer shows where the cash crossed the
      *> counter and each branch sees its own share of the filing
       01 WS-BRANCH-CASH-TABLE.
           05 WS-BC-COUNT               PIC 9(03).
           05 WS-BC-ENTRY OCCURS 500 TIMES.
               10 BC-CUSTOMER-ID        PIC X(10).
               10 BC-CURRENCY           PIC X(03).
               10 BC-BRANCH-CODE        PIC X(04).
               10 BC-CASH-IN            PIC S9(11)V99 COMP-3.
               10 BC-CASH-OUT           PIC S9(11)V99 COMP-3.
      *> Reportable cash summed by branch and currency
       01 WS-BRANCH-SUMMARY-TABLE.
           05 WS-BS-COUNT               PIC 9(03).
           05 WS-BS-ENTRY OCCURS 100 TIMES.
               10 BS-BRANCH-CODE        PIC X(04).
               10 BS-CURRENCY           PIC X(03).
               10 BS-CUSTOMER-COUNT     PIC 9(05).
               10 BS-CASH-IN            PIC S9(11)V99 COMP-3.
               10 BS-CASH-OUT           PIC S9(11)V99 COMP-3.
       01 WS-CASH-SUB                  PIC 9(03).
       01 WS-BC-SUB                    PIC 9(03).
       01 WS-BS-SUB                    PIC 9(03).
       01 WS-BRANCH-LABEL              PIC X(10).
       01 WS-OUT-DISPLAY               PIC -(11)9.99.
       01 WS-ROW-SUB                   PIC 9(03).
       01 WS-FOUND-SW                  PIC X(01).
       01 WS-OVERFLOW-SW               PIC X(01).
       01 WS-TRAN-CUSTOMER             PIC X(10).
       01 WS-REPORTED-COUNT            PIC 9(03).
       01 WS-AMOUNT-DISPLAY            PIC -(11)9.99.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> whose same-day cash total crosses the reporting
           *> threshold go on the filing extract, with a summary
           *> page for the compliance officer.
           PERFORM RECORD-RUN-START
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-CASH-COUNT
           MOVE 0 TO WS-REPORTED-COUNT
           INITIALIZE WS-CASH-TABLE
           MOVE 0 TO WS-BC-COUNT
           INITIALIZE WS-BRANCH-CASH-TABLE
           MOVE 0 TO WS-BS-COUNT
           INITIALIZE WS-BRANCH-SUMMARY-TABLE
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           PERFORM TALLY-CASH-ACTIVITY
                   " report is incomplete"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           STOP RUN.

       TALLY-CASH-ACTIVITY.
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO RUNLOG-IN-COUNT
                           IF TRAN-DATE = WS-TODAY
                                   AND TRAN-STATUS-POSTED
                                   AND NOT TRAN-IS-REVERSAL
           END-IF.

       TALLY-ONE-CASH-TRAN.
           *> Credits from an inbound direct-credit file are
           *> electronic funds, never currency
           IF TRAN-CHANNEL-DIRECT-CREDIT
               EXIT PARAGRAPH
           END-IF
           *> A deposited check is not currency; everything else on
           *> the D/W types moved cash over the counter
           IF TRAN-TYPE-DEPOSIT AND TRAN-TENDER-CHECK
               ADD TRAN-AMOUNT TO CT-CASH-IN (WS-CASH-SUB)
           ELSE
               ADD TRAN-AMOUNT TO CT-CASH-OUT (WS-CASH-SUB)
           END-IF
           PERFORM FIND-BRANCH-CASH-ROW
           IF WS-BC-SUB = 0
               EXIT PARAGRAPH
           END-IF
           IF TRAN-TYPE-DEPOSIT
               ADD TRAN-AMOUNT TO BC-CASH-IN (WS-BC-SUB)
           ELSE
               ADD TRAN-AMOUNT TO BC-CASH-OUT (WS-BC-SUB)
           END-IF.

       FIND-BRANCH-CASH-ROW.
           MOVE 0 TO WS-BC-SUB
           MOVE "N" TO WS-FOUND-SW
           IF WS-BC-COUNT > 0
               PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                       UNTIL WS-ROW-SUB > WS-BC-COUNT
                   IF BC-CUSTOMER-ID (WS-ROW-SUB) = WS-TRAN-CUSTOMER
                           AND BC-CURRENCY (WS-ROW-SUB)
                               = TRAN-CURRENCY-CODE
                           AND BC-BRANCH-CODE (WS-ROW-SUB)
                               = TRAN-BRANCH-CODE
                       MOVE WS-ROW-SUB TO WS-BC-SUB
                       MOVE "Y" TO WS-FOUND-SW
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND-SW = "N"
               IF WS-BC-COUNT < 500
                   ADD 1 TO WS-BC-COUNT
                   MOVE WS-TRAN-CUSTOMER
                       TO BC-CUSTOMER-ID (WS-BC-COUNT)
                   MOVE TRAN-CURRENCY-CODE
                       TO BC-CURRENCY (WS-BC-COUNT)
                   MOVE TRAN-BRANCH-CODE
                       TO BC-BRANCH-CODE (WS-BC-COUNT)
                   MOVE 0 TO BC-CASH-IN (WS-BC-COUNT)
                   MOVE 0 TO BC-CASH-OUT (WS-BC-COUNT)
                   MOVE WS-BC-COUNT TO WS-BC-SUB
               ELSE
                   MOVE "Y" TO WS-OVERFLOW-SW
               END-IF
           END-IF.

       FIND-CASH-ROW.
           MOVE CT-CASH-OUT (WS-CASH-SUB) TO CTR-CASH-OUT
           WRITE CTR-RECORD
           ADD 1 TO WS-REPORTED-COUNT
           ADD 1 TO RUNLOG-OUT-COUNT
           MOVE SPACES TO CR-LINE
           MOVE CT-CASH-IN (WS-CASH-SUB) TO WS-AMOUNT-DISPLAY
           STRING CT-CUSTOMER-ID (WS-CASH-SUB)
           STRING "                               OUT "
                  WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE
           PERFORM VARYING WS-BC-SUB FROM 1 BY 1
                   UNTIL WS-BC-SUB > WS-BC-COUNT
               IF BC-CUSTOMER-ID (WS-BC-SUB)
                       = CT-CUSTOMER-ID (WS-CASH-SUB)
                       AND BC-CURRENCY (WS-BC-SUB)
                           = CT-CURRENCY (WS-CASH-SUB)
                   PERFORM WRITE-BRANCH-CASH-LINE
               END-IF
           END-PERFORM.

       WRITE-BRANCH-CASH-LINE.
           *> The threshold is tested on the customer's bank-wide
           *> total; the branch lines only show where it was done
           IF BC-BRANCH-CODE (WS-BC-SUB) = SPACES
               MOVE "UNASSIGNED" TO WS-BRANCH-LABEL
           ELSE
               MOVE BC-BRANCH-CODE (WS-BC-SUB) TO WS-BRANCH-LABEL
           END-IF
           MOVE BC-CASH-IN (WS-BC-SUB) TO WS-AMOUNT-DISPLAY
           MOVE BC-CASH-OUT (WS-BC-SUB) TO WS-OUT-DISPLAY
           MOVE SPACES TO CR-LINE
           STRING "      BRANCH " WS-BRANCH-LABEL
                  " IN " WS-AMOUNT-DISPLAY
                  " OUT " WS-OUT-DISPLAY
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE
           PERFORM FIND-BRANCH-SUMMARY-ROW
           IF WS-BS-SUB > 0
               ADD 1 TO BS-CUSTOMER-COUNT (WS-BS-SUB)
               ADD BC-CASH-IN (WS-BC-SUB) TO BS-CASH-IN (WS-BS-SUB)
               ADD BC-CASH-OUT (WS-BC-SUB) TO BS-CASH-OUT (WS-BS-SUB)
           END-IF.

       FIND-BRANCH-SUMMARY-ROW.
           MOVE 0 TO WS-BS-SUB
           MOVE "N" TO WS-FOUND-SW
           IF WS-BS-COUNT > 0
               PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                       UNTIL WS-ROW-SUB > WS-BS-COUNT
                   IF BS-BRANCH-CODE (WS-ROW-SUB)
                           = BC-BRANCH-CODE (WS-BC-SUB)
                           AND BS-CURRENCY (WS-ROW-SUB)
                               = BC-CURRENCY (WS-BC-SUB)
                       MOVE WS-ROW-SUB TO WS-BS-SUB
                       MOVE "Y" TO WS-FOUND-SW
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND-SW = "N"
               IF WS-BS-COUNT < 100
                   ADD 1 TO WS-BS-COUNT
                   MOVE BC-BRANCH-CODE (WS-BC-SUB)
                       TO BS-BRANCH-CODE (WS-BS-COUNT)
                   MOVE BC-CURRENCY (WS-BC-SUB)
                       TO BS-CURRENCY (WS-BS-COUNT)
                   MOVE 0 TO BS-CUSTOMER-COUNT (WS-BS-COUNT)
                   MOVE 0 TO BS-CASH-IN (WS-BS-COUNT)
                   MOVE 0 TO BS-CASH-OUT (WS-BS-COUNT)
                   MOVE WS-BS-COUNT TO WS-BS-SUB
               ELSE
                   MOVE "Y" TO WS-OVERFLOW-SW
               END-IF
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO CR-LINE
           WRITE CR-LINE.

       WRITE-REPORT-TRAILER.
           IF WS-BS-COUNT > 0
               PERFORM WRITE-BRANCH-SUMMARY
           END-IF
           MOVE SPACES TO CR-LINE
           STRING "REPORTABLE CUSTOMER/CURRENCY ENTRIES "
                  WS-REPORTED-COUNT
               MOVE "NO REPORTABLE CASH ACTIVITY TODAY" TO CR-LINE
               WRITE CR-LINE
           END-IF.

       WRITE-BRANCH-SUMMARY.
           *> Each branch manager's share of the day's filing
           MOVE SPACES TO CR-LINE
           WRITE CR-LINE
           MOVE "SUMMARY BY BRANCH" TO CR-LINE
           WRITE CR-LINE
           PERFORM VARYING WS-BS-SUB FROM 1 BY 1
                   UNTIL WS-BS-SUB > WS-BS-COUNT
               IF BS-BRANCH-CODE (WS-BS-SUB) = SPACES
                   MOVE "UNASSIGNED" TO WS-BRANCH-LABEL
               ELSE
                   MOVE BS-BRANCH-CODE (WS-BS-SUB) TO WS-BRANCH-LABEL
               END-IF
               MOVE BS-CASH-IN (WS-BS-SUB) TO WS-AMOUNT-DISPLAY
               MOVE BS-CASH-OUT (WS-BS-SUB) TO WS-OUT-DISPLAY
               MOVE SPACES TO CR-LINE
               STRING "  BRANCH " WS-BRANCH-LABEL
                      " " BS-CURRENCY (WS-BS-SUB)
                      " CUSTOMERS " BS-CUSTOMER-COUNT (WS-BS-SUB)
                      " IN " WS-AMOUNT-DISPLAY
                      " OUT " WS-OUT-DISPLAY
                   DELIMITED BY SIZE INTO CR-LINE
               WRITE CR-LINE
           END-PERFORM
           MOVE SPACES TO CR-LINE
           WRITE CR-LINE.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "CTR-REPORT-BATCH" TO RUNLOG-PROGRAM-ID
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
