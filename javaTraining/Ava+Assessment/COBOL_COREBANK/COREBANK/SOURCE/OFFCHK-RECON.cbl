       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFICIAL-CHECK-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFICIAL-CHECK-REGISTER ASSIGN TO "OCHKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCHK-SERIAL
               FILE STATUS IS WS-OCHK-FILE-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "OCGLBAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLB-FILE-STATUS.
           SELECT RECON-REPORT ASSIGN TO "OCRECRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFICIAL-CHECK-REGISTER.
           COPY OCHKREC.

       FD  GL-BALANCE-FILE.
      *> Month-end balance of the official check liability account
      *> from the general ledger, one card per currency. A
      *> liability normally stands in credit; a debit balance is
      *> carried as "DR" and reconciles as a negative figure.
       01 GLB-CARD.
           05 GLB-GL-ACCOUNT            PIC X(08).
           05 GLB-CURRENCY              PIC X(03).
           05 GLB-BALANCE               PIC 9(13)V99.
           05 GLB-DR-CR                 PIC X(02).
           05 FILLER                    PIC X(52).

       FD  RECON-REPORT.
       01 RR-LINE                      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OCHK-FILE-STATUS          PIC X(02).
       01 WS-GLB-FILE-STATUS           PIC X(02).
       01 WS-RPT-FILE-STATUS           PIC X(02).
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-REGISTER           VALUE "Y".
       01 WS-GLB-EOF-SWITCH            PIC X(01).
           88 END-OF-GL-BALANCES        VALUE "Y".
       01 WS-REGISTER-SWITCH           PIC X(01).
           88 REGISTER-UNREADABLE       VALUE "Y".
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-AGE-DAYS                  PIC S9(05).
      *> Outstanding total and GL balance side by side per currency
       01 WS-CURRENCY-TABLE.
           05 WS-CUR-COUNT              PIC 9(02).
           05 WS-CUR-ENTRY OCCURS 20 TIMES.
               10 CUR-CODE              PIC X(03).
               10 CUR-ITEM-COUNT        PIC 9(07).
               10 CUR-OUTSTANDING       PIC S9(13)V99 COMP-3.
               10 CUR-GL-BALANCE        PIC S9(13)V99 COMP-3.
               10 CUR-GL-SW             PIC X(01).
       01 WS-CUR-SUB                   PIC 9(02).
       01 WS-ROW-SUB                   PIC 9(02).
       01 WS-FOUND-SW                  PIC X(01).
       01 WS-LOOKUP-CURRENCY           PIC X(03).
       01 WS-GL-AMOUNT                 PIC S9(13)V99.
       01 WS-DIFFERENCE                PIC S9(13)V99.
       01 WS-EXCEPTION-COUNT           PIC 9(05).
       01 WS-OVERFLOW-COUNT            PIC 9(05).
       01 WS-COUNT-DISPLAY             PIC ZZZZZZ9.
       01 WS-AGE-DISPLAY               PIC ZZZZ9.
       01 WS-ITEM-DISPLAY              PIC -(9)9.99.
       01 WS-AMOUNT-DISPLAY            PIC -(13)9.99.
       01 WS-GL-DISPLAY                PIC -(13)9.99.
       01 WS-DIFF-DISPLAY              PIC -(13)9.99.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Month-end proof of the official check register: list
           *> every check still outstanding, total them by currency
           *> and set the totals against the liability account's GL
           *> balance. Any currency that does not agree (including
           *> one with no GL balance card, or a GL balance with no
           *> checks behind it) fails the step for investigation.
           PERFORM RECORD-RUN-START
           MOVE 0 TO WS-EXCEPTION-COUNT
           MOVE 0 TO WS-OVERFLOW-COUNT
           INITIALIZE WS-CURRENCY-TABLE
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           OPEN OUTPUT RECON-REPORT
           MOVE SPACES TO RR-LINE
           STRING "OFFICIAL CHECK REGISTER RECONCILIATION "
                  WS-TODAY
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE
           MOVE SPACES TO RR-LINE
           WRITE RR-LINE
           MOVE "OUTSTANDING ITEMS" TO RR-LINE
           WRITE RR-LINE
           PERFORM LIST-OUTSTANDING-CHECKS
           IF REGISTER-UNREADABLE
               CLOSE RECON-REPORT
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           PERFORM LOAD-GL-BALANCES
           PERFORM WRITE-CURRENCY-PROOF
           CLOSE RECON-REPORT
           DISPLAY "Official check reconciliation complete."
               " Exceptions: " WS-EXCEPTION-COUNT
           PERFORM RECORD-RUN-END
           STOP RUN.

       LIST-OUTSTANDING-CHECKS.
           *> No register yet means no check has ever been sold;
           *> the proof still runs so a stray GL balance shows up
           MOVE "N" TO WS-EOF-SWITCH
           MOVE "N" TO WS-REGISTER-SWITCH
           OPEN INPUT OFFICIAL-CHECK-REGISTER
           IF WS-OCHK-FILE-STATUS = "35"
               MOVE "  NO OFFICIAL CHECK REGISTER ON FILE" TO RR-LINE
               WRITE RR-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-OCHK-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open official check register,"
                   " status " WS-OCHK-FILE-STATUS
               MOVE "Y" TO WS-REGISTER-SWITCH
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-REGISTER
               READ OFFICIAL-CHECK-REGISTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RUNLOG-IN-COUNT
                       IF OCHK-OUTSTANDING
                           PERFORM ADD-OUTSTANDING-CHECK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFICIAL-CHECK-REGISTER.

       ADD-OUTSTANDING-CHECK.
           MOVE OCHK-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
           PERFORM FIND-CURRENCY-ROW
           IF WS-CUR-SUB > 0
               ADD 1 TO CUR-ITEM-COUNT (WS-CUR-SUB)
               ADD OCHK-AMOUNT TO CUR-OUTSTANDING (WS-CUR-SUB)
           END-IF
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(OCHK-ISSUE-DATE)
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
           MOVE OCHK-AMOUNT TO WS-ITEM-DISPLAY
           MOVE SPACES TO RR-LINE
           STRING "  " OCHK-SERIAL
                  " " OCHK-ISSUE-DATE
                  " BR " OCHK-BRANCH-CODE
                  " AGE " WS-AGE-DISPLAY
                  " " WS-ITEM-DISPLAY
                  " " OCHK-CURRENCY-CODE
                  " " OCHK-PAYEE
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE.

       FIND-CURRENCY-ROW.
           MOVE 0 TO WS-CUR-SUB
           MOVE "N" TO WS-FOUND-SW
           IF WS-CUR-COUNT > 0
               PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                       UNTIL WS-ROW-SUB > WS-CUR-COUNT
                   IF CUR-CODE (WS-ROW-SUB) = WS-LOOKUP-CURRENCY
                       MOVE WS-ROW-SUB TO WS-CUR-SUB
                       MOVE "Y" TO WS-FOUND-SW
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND-SW = "N"
               IF WS-CUR-COUNT < 20
                   ADD 1 TO WS-CUR-COUNT
                   MOVE WS-CUR-COUNT TO WS-CUR-SUB
                   MOVE WS-LOOKUP-CURRENCY TO CUR-CODE (WS-CUR-SUB)
                   MOVE 0 TO CUR-ITEM-COUNT (WS-CUR-SUB)
                   MOVE 0 TO CUR-OUTSTANDING (WS-CUR-SUB)
                   MOVE 0 TO CUR-GL-BALANCE (WS-CUR-SUB)
                   MOVE "N" TO CUR-GL-SW (WS-CUR-SUB)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       LOAD-GL-BALANCES.
           MOVE "N" TO WS-GLB-EOF-SWITCH
           OPEN INPUT GL-BALANCE-FILE
           IF WS-GLB-FILE-STATUS NOT = "00"
               DISPLAY "No GL balance file, status "
                   WS-GLB-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-GL-BALANCES
               READ GL-BALANCE-FILE
                   AT END
                       MOVE "Y" TO WS-GLB-EOF-SWITCH
                   NOT AT END
                       PERFORM APPLY-GL-BALANCE
               END-READ
           END-PERFORM
           CLOSE GL-BALANCE-FILE.

       APPLY-GL-BALANCE.
           IF GLB-BALANCE NOT NUMERIC
               DISPLAY "GL balance card for " GLB-CURRENCY
                   " is not numeric; ignored"
               EXIT PARAGRAPH
           END-IF
           IF GLB-DR-CR = "DR"
               COMPUTE WS-GL-AMOUNT = 0 - GLB-BALANCE
           ELSE
               MOVE GLB-BALANCE TO WS-GL-AMOUNT
           END-IF
           MOVE GLB-CURRENCY TO WS-LOOKUP-CURRENCY
           PERFORM FIND-CURRENCY-ROW
           IF WS-CUR-SUB > 0
               ADD WS-GL-AMOUNT TO CUR-GL-BALANCE (WS-CUR-SUB)
               MOVE "Y" TO CUR-GL-SW (WS-CUR-SUB)
           END-IF.

       WRITE-CURRENCY-PROOF.
           MOVE SPACES TO RR-LINE
           WRITE RR-LINE
           MOVE "PROOF BY CURRENCY" TO RR-LINE
           WRITE RR-LINE
           IF WS-CUR-COUNT = 0
               MOVE "  NO OUTSTANDING CHECKS AND NO GL BALANCE"
                   TO RR-LINE
               WRITE RR-LINE
           END-IF
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SUB > WS-CUR-COUNT
               PERFORM WRITE-ONE-CURRENCY
           END-PERFORM
           IF WS-OVERFLOW-COUNT > 0
               *> Items past the table are unproved, never passed
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-OVERFLOW-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO RR-LINE
               STRING "  CURRENCY TABLE FULL - " WS-COUNT-DISPLAY
                      " ENTRIES NOT PROVED"
                   DELIMITED BY SIZE INTO RR-LINE
               WRITE RR-LINE
           END-IF
           MOVE SPACES TO RR-LINE
           WRITE RR-LINE
           IF WS-EXCEPTION-COUNT = 0
               MOVE "REGISTER AGREES WITH GL IN EVERY CURRENCY"
                   TO RR-LINE
           ELSE
               MOVE "REGISTER DOES NOT AGREE WITH GL - INVESTIGATE"
                   TO RR-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE RR-LINE.

       WRITE-ONE-CURRENCY.
           COMPUTE WS-DIFFERENCE =
               CUR-GL-BALANCE (WS-CUR-SUB)
               - CUR-OUTSTANDING (WS-CUR-SUB)
           MOVE CUR-ITEM-COUNT (WS-CUR-SUB) TO WS-COUNT-DISPLAY
           MOVE CUR-OUTSTANDING (WS-CUR-SUB) TO WS-AMOUNT-DISPLAY
           MOVE CUR-GL-BALANCE (WS-CUR-SUB) TO WS-GL-DISPLAY
           MOVE WS-DIFFERENCE TO WS-DIFF-DISPLAY
           MOVE SPACES TO RR-LINE
           STRING "  CURRENCY " CUR-CODE (WS-CUR-SUB)
                  " ITEMS " WS-COUNT-DISPLAY
                  " OUTSTANDING " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE
           MOVE SPACES TO RR-LINE
           STRING "               GL BALANCE  " WS-GL-DISPLAY
                  " DIFF " WS-DIFF-DISPLAY
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE
           IF CUR-GL-SW (WS-CUR-SUB) NOT = "Y"
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE "               NO GL BALANCE CARD FOR CURRENCY"
                   TO RR-LINE
               WRITE RR-LINE
           ELSE
               IF WS-DIFFERENCE NOT = 0
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE "               OUT OF BALANCE" TO RR-LINE
                   WRITE RR-LINE
               END-IF
           END-IF.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "OFFICIAL-CHECK-RECON" TO RUNLOG-PROGRAM-ID
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
