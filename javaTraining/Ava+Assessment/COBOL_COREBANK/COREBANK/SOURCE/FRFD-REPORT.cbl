       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-REFUND-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-REFUND-FILE ASSIGN TO "FEEREFND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRFD-KEY
               FILE STATUS IS WS-FRFD-FILE-STATUS.
           SELECT REFUND-REPORT ASSIGN TO "FRFDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-REFUND-FILE.
           COPY FRFDREC.

       FD  REFUND-REPORT.
       01 FR-LINE                      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FRFD-FILE-STATUS          PIC X(02).
       01 WS-RPT-FILE-STATUS           PIC X(02).
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-REFUNDS            VALUE "Y".
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-REPORT-MONTH              PIC 9(06).
      *> The month's refunds by teller, currency and reason, kept
      *> in that order so the report can subtotal on the breaks
       01 WS-RFD-COUNT                 PIC 9(03).
       01 WS-RFD-MAX                   PIC 9(03) VALUE 200.
      *> Refunds that found no room, counted per table so the
      *> report says which section is short
       01 WS-RFD-OVERFLOW              PIC 9(07).
       01 WS-RSN-OVERFLOW              PIC 9(07).
       01 WS-RFD-TABLE.
           05 WS-RFD-ENTRY OCCURS 200 TIMES.
               10 WS-RFD-KEY.
                   15 WS-RFD-TELLER      PIC X(08).
                   15 WS-RFD-CURRENCY    PIC X(03).
                   15 WS-RFD-REASON      PIC X(01).
               10 WS-RFD-FIGURES.
                   15 WS-RFD-REFUNDS     PIC 9(07).
                   15 WS-RFD-AMOUNT      PIC S9(13)V99 COMP-3.
      *> The same refunds by currency and reason across all tellers
       01 WS-RSN-COUNT                 PIC 9(03).
       01 WS-RSN-MAX                   PIC 9(03) VALUE 50.
       01 WS-RSN-TABLE.
           05 WS-RSN-ENTRY OCCURS 50 TIMES.
               10 WS-RSN-KEY.
                   15 WS-RSN-CURRENCY    PIC X(03).
                   15 WS-RSN-REASON      PIC X(01).
               10 WS-RSN-FIGURES.
                   15 WS-RSN-REFUNDS     PIC 9(07).
                   15 WS-RSN-AMOUNT      PIC S9(13)V99 COMP-3.
       01 WS-RFD-SUB                   PIC 9(03).
       01 WS-SHIFT-SUB                 PIC 9(03).
       01 WS-FOUND-SUB                 PIC 9(03).
       01 WS-NEW-KEY.
           05 WS-NEW-TELLER             PIC X(08).
           05 WS-NEW-CURRENCY           PIC X(03).
           05 WS-NEW-REASON             PIC X(01).
       01 WS-NEW-RSN-KEY.
           05 WS-NEW-RSN-CURRENCY       PIC X(03).
           05 WS-NEW-RSN-REASON         PIC X(01).
      *> One line's figures on the way to the report, from a table
      *> entry or a subtotal
       01 WS-PRT-FIGURES.
           05 WS-PRT-REFUNDS            PIC 9(07).
           05 WS-PRT-AMOUNT             PIC S9(13)V99 COMP-3.
       01 WS-SUB-TOTAL.
           05 WS-ST-REFUNDS             PIC 9(07).
           05 WS-ST-AMOUNT              PIC S9(13)V99 COMP-3.
       01 WS-PRT-LABEL                 PIC X(40).
       01 WS-REASON-NAME               PIC X(16).
       01 WS-BREAK-TELLER              PIC X(08).
       01 WS-BREAK-CURRENCY            PIC X(03).
       01 WS-BREAK-REASON              PIC X(01).
       01 WS-REFUND-TOTAL              PIC 9(07).
       01 WS-COUNT-DISPLAY             PIC ZZZZZZ9.
       01 WS-AMOUNT-DISPLAY            PIC -(13)9.99.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Month-end report of the fees given back at the
           *> window, by teller and reason within currency, then by
           *> reason alone, so management can see where fee income
           *> is leaking. The month is the business date's month, as
           *> for the other month-end steps.
           PERFORM RECORD-RUN-START
           MOVE 0 TO WS-RFD-COUNT
           MOVE 0 TO WS-RSN-COUNT
           MOVE 0 TO WS-RFD-OVERFLOW
           MOVE 0 TO WS-RSN-OVERFLOW
           MOVE 0 TO WS-REFUND-TOTAL
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE WS-TODAY (1:6) TO WS-REPORT-MONTH
           OPEN OUTPUT REFUND-REPORT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open fee refund report, status "
                   WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN INPUT FEE-REFUND-FILE
           *> No register yet means no refund has ever been given;
           *> the report still goes out, saying so
           IF WS-FRFD-FILE-STATUS NOT = "00"
                   AND WS-FRFD-FILE-STATUS NOT = "35"
               DISPLAY "Unable to open fee refund register, status "
                   WS-FRFD-FILE-STATUS
               CLOSE REFUND-REPORT
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           IF WS-FRFD-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-REFUNDS
                   READ FEE-REFUND-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO RUNLOG-IN-COUNT
                           PERFORM PROCESS-REFUND
                   END-READ
               END-PERFORM
               CLOSE FEE-REFUND-FILE
           END-IF
           PERFORM WRITE-REFUND-REPORT
           CLOSE REFUND-REPORT
           DISPLAY "Fee refund report for " WS-REPORT-MONTH
               ": refunds " WS-REFUND-TOTAL
           PERFORM RECORD-RUN-END
           STOP RUN.

       PROCESS-REFUND.
           IF FRFD-REFUND-DATE (1:6) NOT = WS-REPORT-MONTH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REFUND-TOTAL
           MOVE FRFD-TELLER-ID TO WS-NEW-TELLER
           MOVE FRFD-CURRENCY-CODE TO WS-NEW-CURRENCY
           MOVE FRFD-REASON TO WS-NEW-REASON
           PERFORM FIND-RFD-ENTRY
           IF WS-FOUND-SUB = 0
               ADD 1 TO WS-RFD-OVERFLOW
           ELSE
               ADD 1 TO WS-RFD-REFUNDS (WS-FOUND-SUB)
               ADD FRFD-REFUND-AMOUNT TO WS-RFD-AMOUNT (WS-FOUND-SUB)
           END-IF
           MOVE FRFD-CURRENCY-CODE TO WS-NEW-RSN-CURRENCY
           MOVE FRFD-REASON TO WS-NEW-RSN-REASON
           PERFORM FIND-RSN-ENTRY
           IF WS-FOUND-SUB = 0
               ADD 1 TO WS-RSN-OVERFLOW
           ELSE
               ADD 1 TO WS-RSN-REFUNDS (WS-FOUND-SUB)
               ADD FRFD-REFUND-AMOUNT TO WS-RSN-AMOUNT (WS-FOUND-SUB)
           END-IF.

       FIND-RFD-ENTRY.
           *> Entry for the teller/currency/reason, inserted in key
           *> order when new; zero when the table is full
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-RFD-SUB FROM 1 BY 1
                   UNTIL WS-RFD-SUB > WS-RFD-COUNT
                      OR WS-FOUND-SUB > 0
               IF WS-RFD-KEY (WS-RFD-SUB) = WS-NEW-KEY
                   MOVE WS-RFD-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB > 0 OR WS-RFD-COUNT NOT < WS-RFD-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-FOUND-SUB
           PERFORM VARYING WS-RFD-SUB FROM 1 BY 1
                   UNTIL WS-RFD-SUB > WS-RFD-COUNT
               IF WS-RFD-KEY (WS-RFD-SUB) < WS-NEW-KEY
                   COMPUTE WS-FOUND-SUB = WS-RFD-SUB + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SHIFT-SUB FROM WS-RFD-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-FOUND-SUB
               MOVE WS-RFD-ENTRY (WS-SHIFT-SUB)
                   TO WS-RFD-ENTRY (WS-SHIFT-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-RFD-COUNT
           MOVE WS-NEW-KEY TO WS-RFD-KEY (WS-FOUND-SUB)
           MOVE 0 TO WS-RFD-REFUNDS (WS-FOUND-SUB)
           MOVE 0 TO WS-RFD-AMOUNT (WS-FOUND-SUB).

       FIND-RSN-ENTRY.
           *> Same for the currency/reason summary
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-RFD-SUB FROM 1 BY 1
                   UNTIL WS-RFD-SUB > WS-RSN-COUNT
                      OR WS-FOUND-SUB > 0
               IF WS-RSN-KEY (WS-RFD-SUB) = WS-NEW-RSN-KEY
                   MOVE WS-RFD-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB > 0 OR WS-RSN-COUNT NOT < WS-RSN-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-FOUND-SUB
           PERFORM VARYING WS-RFD-SUB FROM 1 BY 1
                   UNTIL WS-RFD-SUB > WS-RSN-COUNT
               IF WS-RSN-KEY (WS-RFD-SUB) < WS-NEW-RSN-KEY
                   COMPUTE WS-FOUND-SUB = WS-RFD-SUB + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SHIFT-SUB FROM WS-RSN-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-FOUND-SUB
               MOVE WS-RSN-ENTRY (WS-SHIFT-SUB)
                   TO WS-RSN-ENTRY (WS-SHIFT-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-RSN-COUNT
           MOVE WS-NEW-RSN-KEY TO WS-RSN-KEY (WS-FOUND-SUB)
           MOVE 0 TO WS-RSN-REFUNDS (WS-FOUND-SUB)
           MOVE 0 TO WS-RSN-AMOUNT (WS-FOUND-SUB).

       WRITE-REFUND-REPORT.
           MOVE SPACES TO FR-LINE
           STRING "FEE REFUNDS FOR MONTH " WS-REPORT-MONTH
               DELIMITED BY SIZE INTO FR-LINE
           WRITE FR-LINE
           MOVE SPACES TO FR-LINE
           WRITE FR-LINE
           IF WS-RFD-COUNT = 0
               MOVE "NO FEE REFUNDS GIVEN IN THE MONTH" TO FR-LINE
               WRITE FR-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FR-LINE
           STRING "BY TELLER AND REASON"
               DELIMITED BY SIZE INTO FR-LINE
           WRITE FR-LINE
           PERFORM WRITE-COLUMN-HEADINGS
           MOVE SPACES TO WS-BREAK-TELLER
           MOVE SPACES TO WS-BREAK-CURRENCY
           PERFORM VARYING WS-RFD-SUB FROM 1 BY 1
                   UNTIL WS-RFD-SUB > WS-RFD-COUNT
               IF WS-RFD-TELLER (WS-RFD-SUB) NOT = WS-BREAK-TELLER
                       OR WS-RFD-CURRENCY (WS-RFD-SUB)
                           NOT = WS-BREAK-CURRENCY
                   IF WS-BREAK-TELLER NOT = SPACES
                       PERFORM WRITE-TELLER-TOTAL
                   END-IF
                   MOVE WS-RFD-TELLER (WS-RFD-SUB) TO WS-BREAK-TELLER
                   MOVE WS-RFD-CURRENCY (WS-RFD-SUB)
                       TO WS-BREAK-CURRENCY
                   MOVE 0 TO WS-ST-REFUNDS
                   MOVE 0 TO WS-ST-AMOUNT
               END-IF
               MOVE WS-RFD-FIGURES (WS-RFD-SUB) TO WS-PRT-FIGURES
               ADD WS-PRT-REFUNDS TO WS-ST-REFUNDS
               ADD WS-PRT-AMOUNT TO WS-ST-AMOUNT
               MOVE WS-RFD-REASON (WS-RFD-SUB) TO WS-BREAK-REASON
               PERFORM SET-REASON-NAME
               MOVE SPACES TO WS-PRT-LABEL
               STRING WS-RFD-TELLER (WS-RFD-SUB) " "
                      WS-RFD-CURRENCY (WS-RFD-SUB) " "
                      WS-REASON-NAME
                   DELIMITED BY SIZE INTO WS-PRT-LABEL
               PERFORM WRITE-FIGURES-LINE
           END-PERFORM
           PERFORM WRITE-TELLER-TOTAL
           MOVE SPACES TO FR-LINE
           STRING "BY REASON, ALL TELLERS"
               DELIMITED BY SIZE INTO FR-LINE
           WRITE FR-LINE
           PERFORM WRITE-COLUMN-HEADINGS
           MOVE SPACES TO WS-BREAK-CURRENCY
           PERFORM VARYING WS-RFD-SUB FROM 1 BY 1
                   UNTIL WS-RFD-SUB > WS-RSN-COUNT
               IF WS-RSN-CURRENCY (WS-RFD-SUB) NOT = WS-BREAK-CURRENCY
                   IF WS-BREAK-CURRENCY NOT = SPACES
                       PERFORM WRITE-CURRENCY-TOTAL
                   END-IF
                   MOVE WS-RSN-CURRENCY (WS-RFD-SUB)
                       TO WS-BREAK-CURRENCY
                   MOVE 0 TO WS-ST-REFUNDS
                   MOVE 0 TO WS-ST-AMOUNT
               END-IF
               MOVE WS-RSN-FIGURES (WS-RFD-SUB) TO WS-PRT-FIGURES
               ADD WS-PRT-REFUNDS TO WS-ST-REFUNDS
               ADD WS-PRT-AMOUNT TO WS-ST-AMOUNT
               MOVE WS-RSN-REASON (WS-RFD-SUB) TO WS-BREAK-REASON
               PERFORM SET-REASON-NAME
               MOVE SPACES TO WS-PRT-LABEL
               STRING "         "
                      WS-RSN-CURRENCY (WS-RFD-SUB) " "
                      WS-REASON-NAME
                   DELIMITED BY SIZE INTO WS-PRT-LABEL
               PERFORM WRITE-FIGURES-LINE
           END-PERFORM
           PERFORM WRITE-CURRENCY-TOTAL
           *> Reported, not a step failure: the register itself is
           *> complete regardless
           IF WS-RFD-OVERFLOW > 0
               MOVE WS-RFD-OVERFLOW TO WS-COUNT-DISPLAY
               MOVE SPACES TO FR-LINE
               STRING "** TABLE FULL: " WS-COUNT-DISPLAY
                      " REFUNDS LEFT OUT OF BY TELLER AND REASON"
                   DELIMITED BY SIZE INTO FR-LINE
               WRITE FR-LINE
           END-IF
           IF WS-RSN-OVERFLOW > 0
               MOVE WS-RSN-OVERFLOW TO WS-COUNT-DISPLAY
               MOVE SPACES TO FR-LINE
               STRING "** TABLE FULL: " WS-COUNT-DISPLAY
                      " REFUNDS LEFT OUT OF BY REASON, ALL TELLERS"
                   DELIMITED BY SIZE INTO FR-LINE
               WRITE FR-LINE
           END-IF.

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO FR-LINE
           STRING "TELLER   CCY REASON"
                  "                     "
                  " REFUNDS            AMOUNT"
               DELIMITED BY SIZE INTO FR-LINE
           WRITE FR-LINE.

       SET-REASON-NAME.
           MOVE WS-BREAK-REASON TO FRFD-REASON
           EVALUATE TRUE
               WHEN FRFD-COURTESY
                   MOVE "COURTESY" TO WS-REASON-NAME
               WHEN FRFD-BANK-ERROR
                   MOVE "BANK ERROR" TO WS-REASON-NAME
               WHEN FRFD-RELATIONSHIP
                   MOVE "RELATIONSHIP" TO WS-REASON-NAME
               WHEN FRFD-COMPLAINT
                   MOVE "COMPLAINT" TO WS-REASON-NAME
               WHEN FRFD-OTHER-REASON
                   MOVE "OTHER" TO WS-REASON-NAME
               WHEN OTHER
                   MOVE WS-BREAK-REASON TO WS-REASON-NAME
           END-EVALUATE.

       WRITE-TELLER-TOTAL.
           MOVE WS-SUB-TOTAL TO WS-PRT-FIGURES
           MOVE SPACES TO WS-PRT-LABEL
           STRING "    TOTAL " WS-BREAK-TELLER " " WS-BREAK-CURRENCY
               DELIMITED BY SIZE INTO WS-PRT-LABEL
           PERFORM WRITE-FIGURES-LINE
           MOVE SPACES TO FR-LINE
           WRITE FR-LINE.

       WRITE-CURRENCY-TOTAL.
           MOVE WS-SUB-TOTAL TO WS-PRT-FIGURES
           MOVE SPACES TO WS-PRT-LABEL
           STRING "TOTAL " WS-BREAK-CURRENCY " REFUNDED"
               DELIMITED BY SIZE INTO WS-PRT-LABEL
           PERFORM WRITE-FIGURES-LINE
           MOVE SPACES TO FR-LINE
           WRITE FR-LINE.

       WRITE-FIGURES-LINE.
           MOVE WS-PRT-REFUNDS TO WS-COUNT-DISPLAY
           MOVE WS-PRT-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO FR-LINE
           STRING WS-PRT-LABEL " " WS-COUNT-DISPLAY " "
                  WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO FR-LINE
           WRITE FR-LINE
           ADD 1 TO RUNLOG-OUT-COUNT.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "FEE-REFUND-REPORT" TO RUNLOG-PROGRAM-ID
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
