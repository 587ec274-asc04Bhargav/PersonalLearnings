           SELECT SETTLEMENT-REPORT ASSIGN TO "ATMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT CARD-FILE ASSIGN TO "CARDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS WS-CARD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 ATM-TRAN-TYPE             PIC X(01).
           05 ATM-AMOUNT                PIC 9(9)V99.
           05 ATM-CURRENCY-CODE         PIC X(03).
           05 ATM-CARD-NUMBER           PIC X(16).
           05 FILLER                    PIC X(29).

       FD  SETTLEMENT-REPORT.
       01 SR-LINE                      PIC X(100).

       FD  CARD-FILE.
           COPY CARDREC.

       WORKING-STORAGE SECTION.
       01 WS-ATM-FILE-STATUS           PIC X(02).
       01 WS-RPT-FILE-STATUS           PIC X(02).
       01 WS-CARD-FILE-STATUS          PIC X(02).
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-ACQUIRER-FILE      VALUE "Y".
       01 WS-SYSTEM-TELLER             PIC X(08) VALUE "ATMNET".
       01 WS-TODAY                     PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-YYYYMM           PIC 9(06).
           05 FILLER                    PIC 9(02).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-ACCOUNT-NUMBER            PIC X(12).
       01 WS-TRAN-TYPE                 PIC X(01).
       01 WS-ITEMS-IN                  PIC 9(07).
       01 WS-ITEMS-POSTED              PIC 9(07).
       01 WS-ITEMS-REJECTED            PIC 9(07).
      *> Items stopped at the card before reaching the posting
      *> path, by reason; they are inside WS-ITEMS-REJECTED too
       01 WS-CARD-REASON               PIC X(20).
       01 WS-CARD-REJECTED             PIC 9(07).
       01 WS-CARD-NOT-ON-FILE          PIC 9(07).
       01 WS-CARD-MISMATCH             PIC 9(07).
       01 WS-CARD-BLOCKED              PIC 9(07).
       01 WS-CARD-EXPIRED              PIC 9(07).
       01 WS-CARD-OVER-LIMIT           PIC 9(07).
       01 WS-ITEM-AMOUNT-DISPLAY       PIC -(9)9.99.
       01 WS-COUNT-DISPLAY             PIC ZZZZZZ9.
       01 WS-AMOUNT-DISPLAY            PIC -(13)9.99.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> work and machine work stay distinguishable. The
           *> settlement totals prove against the acquirer's
           *> figures.
           PERFORM RECORD-RUN-START
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-ITEMS-IN
           MOVE 0 TO WS-ITEMS-POSTED
           MOVE 0 TO WS-ITEMS-REJECTED
           MOVE 0 TO WS-CARD-REJECTED
           MOVE 0 TO WS-CARD-NOT-ON-FILE
           MOVE 0 TO WS-CARD-MISMATCH
           MOVE 0 TO WS-CARD-BLOCKED
           MOVE 0 TO WS-CARD-EXPIRED
           MOVE 0 TO WS-CARD-OVER-LIMIT
           MOVE 0 TO WS-SET-COUNT
           INITIALIZE WS-SETTLE-TABLE
           OPEN INPUT ACQUIRER-FILE
           IF WS-ATM-FILE-STATUS NOT = "00"
               DISPLAY "No acquirer file, status "
                   WS-ATM-FILE-STATUS
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           *> Every item is tested against its card; without the
           *> card master nothing can be posted safely
           OPEN I-O CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open card master, status "
                   WS-CARD-FILE-STATUS
               CLOSE ACQUIRER-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           *> Card-control rejects are listed item by item as they
           *> are met, ahead of the settlement totals
           OPEN OUTPUT SETTLEMENT-REPORT
           MOVE SPACES TO SR-LINE
           STRING "ATM NETWORK SETTLEMENT FOR " WS-TODAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           PERFORM UNTIL END-OF-ACQUIRER-FILE
               READ ACQUIRER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ITEMS-IN
                       ADD 1 TO RUNLOG-IN-COUNT
                       PERFORM POST-ONE-ITEM
               END-READ
           END-PERFORM
           CLOSE ACQUIRER-FILE
           CLOSE CARD-FILE
           PERFORM WRITE-SETTLEMENT-REPORT
           PERFORM RECORD-RUN-END
           STOP RUN.

       POST-ONE-ITEM.
               PERFORM TALLY-REJECTED-ITEM
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CARD-CONTROLS
           IF WS-CARD-REASON NOT = SPACES
               ADD 1 TO WS-ITEMS-REJECTED
               ADD 1 TO WS-CARD-REJECTED
               PERFORM WRITE-CARD-REJECT-LINE
               PERFORM TALLY-REJECTED-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE ATM-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER
           MOVE ATM-TRAN-TYPE TO WS-TRAN-TYPE
           MOVE ATM-AMOUNT TO WS-TRAN-AMOUNT
                     WS-SYSTEM-TELLER, WS-POST-RETURN-CODE
           IF WS-POST-RETURN-CODE = 0
               ADD 1 TO WS-ITEMS-POSTED
               ADD 1 TO RUNLOG-OUT-COUNT
               PERFORM TALLY-POSTED-ITEM
               IF ATM-TRAN-TYPE = "W"
                   PERFORM ADD-TO-CARD-USAGE
               END-IF
           ELSE
               *> The posting path has already logged and parked
               *> the failed item; here it only counts against the
               PERFORM TALLY-REJECTED-ITEM
           END-IF.

       CHECK-CARD-CONTROLS.
           *> The card must be ours, linked to the account the
           *> acquirer names, active, and in date; a withdrawal must
           *> also fit in what is left of the day's cash limit
           MOVE SPACES TO WS-CARD-REASON
           MOVE ATM-CARD-NUMBER TO CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   MOVE "CARD NOT ON FILE" TO WS-CARD-REASON
                   ADD 1 TO WS-CARD-NOT-ON-FILE
                   EXIT PARAGRAPH
           END-READ
           IF CARD-USED-DATE NOT = WS-TODAY
               MOVE WS-TODAY TO CARD-USED-DATE
               MOVE 0 TO CARD-USED-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN CARD-ACCOUNT-NUMBER NOT = ATM-ACCOUNT-NUMBER
                   MOVE "CARD/ACCT MISMATCH" TO WS-CARD-REASON
                   ADD 1 TO WS-CARD-MISMATCH
               WHEN CARD-LOST
                   MOVE "CARD REPORTED LOST" TO WS-CARD-REASON
                   ADD 1 TO WS-CARD-BLOCKED
               WHEN CARD-STOLEN
                   MOVE "CARD REPORTED STOLEN" TO WS-CARD-REASON
                   ADD 1 TO WS-CARD-BLOCKED
               WHEN CARD-HOLDER-DECEASED
                   MOVE "CARDHOLDER DECEASED" TO WS-CARD-REASON
                   ADD 1 TO WS-CARD-BLOCKED
               WHEN CARD-EXPIRED
                   MOVE "CARD EXPIRED" TO WS-CARD-REASON
                   ADD 1 TO WS-CARD-EXPIRED
               WHEN CARD-EXPIRY-YYYYMM < WS-TODAY-YYYYMM
                   *> First use past its month: the master is marked
                   *> so inquiry shows the card as expired too
                   MOVE "CARD EXPIRED" TO WS-CARD-REASON
                   ADD 1 TO WS-CARD-EXPIRED
                   MOVE "E" TO CARD-STATUS
                   MOVE WS-TODAY TO CARD-STATUS-DATE
                   MOVE WS-SYSTEM-TELLER TO CARD-STATUS-TELLER
                   REWRITE CARD-RECORD
                   IF WS-CARD-FILE-STATUS NOT = "00"
                       DISPLAY "Unable to mark card " CARD-NUMBER
                           " expired, status " WS-CARD-FILE-STATUS
                   END-IF
               WHEN ATM-TRAN-TYPE = "W"
                       AND CARD-USED-AMOUNT + ATM-AMOUNT
                           > CARD-DAILY-LIMIT
                   MOVE "OVER DAILY LIMIT" TO WS-CARD-REASON
                   ADD 1 TO WS-CARD-OVER-LIMIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-TO-CARD-USAGE.
           *> The card record is still in the buffer from the
           *> control check, with the used amount already reset for
           *> a new business date
           ADD ATM-AMOUNT TO CARD-USED-AMOUNT
           REWRITE CARD-RECORD
           IF WS-CARD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to update card usage for "
                   CARD-NUMBER ", status " WS-CARD-FILE-STATUS
           END-IF.

       WRITE-CARD-REJECT-LINE.
           MOVE ATM-AMOUNT TO WS-ITEM-AMOUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "CARD REJECT " ATM-CARD-NUMBER
                  " " ATM-ACCOUNT-NUMBER
                  " " ATM-TRAN-TYPE
                  " " WS-ITEM-AMOUNT-DISPLAY
                  " " ATM-CURRENCY-CODE
                  " " WS-CARD-REASON
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           DISPLAY "Acquirer item rejected, card " ATM-CARD-NUMBER
               " terminal " ATM-TERMINAL-ID " " WS-CARD-REASON.

       FIND-SETTLE-ROW.
           MOVE 0 TO WS-SET-SUB
           MOVE "N" TO WS-FOUND-SW
           END-IF.

       WRITE-SETTLEMENT-REPORT.
           IF WS-SET-COUNT > 0
               PERFORM VARYING WS-SET-SUB FROM 1 BY 1
                       UNTIL WS-SET-SUB > WS-SET-COUNT
           STRING "ITEMS REJECTED " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           PERFORM WRITE-CARD-CONTROL-TOTALS
           IF WS-ITEMS-IN = WS-ITEMS-POSTED + WS-ITEMS-REJECTED
               MOVE "ITEMS IN = ITEMS POSTED + ITEMS REJECTED"
                   TO SR-LINE
                  " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE.

       WRITE-CARD-CONTROL-TOTALS.
           MOVE WS-CARD-REJECTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "  OF WHICH CARD CONTROLS " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-CARD-NOT-ON-FILE TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "    UNKNOWN CARD      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-CARD-MISMATCH TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "    CARD/ACCT MISMATCH" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-CARD-BLOCKED TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "    LOST/STOLEN       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-CARD-EXPIRED TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "    EXPIRED           " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-CARD-OVER-LIMIT TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "    OVER DAILY LIMIT  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "ATM-CHANNEL-BATCH" TO RUNLOG-PROGRAM-ID
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
