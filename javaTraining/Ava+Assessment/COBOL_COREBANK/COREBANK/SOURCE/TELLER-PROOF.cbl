           COPY TRANREC.

       FD  TELLER-CASH.
      *> One card per teller, branch and currency with the drawer
      *> cash the teller declared at end of day. A card punched
      *> before the branch was added carries spaces there and is
      *> taken against the teller wherever they worked.
       01 CASH-CARD.
           05 CASH-TELLER-ID            PIC X(08).
           05 CASH-CURRENCY             PIC X(03).
           05 CASH-DECLARED             PIC 9(9)V99.
           05 CASH-BRANCH-CODE          PIC X(04).
           05 FILLER                    PIC X(54).

       FD  PROOF-REPORT.
       01 PR-LINE                      PIC X(100).
      *> suspense). The drawer physically holds what the customer
      *> tendered, so everything buckets and sums by
      *> TRAN-ORIG-CURRENCY / TRAN-ORIG-AMOUNT, which equal the
      *> posted values for same-currency work. A teller's row is
      *> kept per posting branch, so each branch proves only the
      *> work booked to it.
       01 WS-PROOF-TABLE.
           05 WS-TELLER-COUNT           PIC 9(03).
           05 WS-TELLER-ENTRY OCCURS 50 TIMES.
               10 PT-TELLER-ID          PIC X(08).
               10 PT-BRANCH-CODE        PIC X(04).
               10 PT-CURRENCY-COUNT     PIC 9(02).
               10 PT-CURRENCY-ENTRY OCCURS 5 TIMES.
                   15 PT-CURRENCY       PIC X(03).
      *> longer shows as an unexplained over
                   15 PT-VAULT-COUNT    PIC 9(05).
                   15 PT-VAULT-NET      PIC S9(11)V99 COMP-3.
      *> Cash taken in for official checks sold over the counter
                   15 PT-OCHK-COUNT     PIC 9(05).
                   15 PT-OCHK-AMOUNT    PIC S9(11)V99 COMP-3.
                   15 PT-TYPE-ENTRY OCCURS 3 TIMES.
                       20 PT-STATUS-ENTRY OCCURS 3 TIMES.
                           25 PT-COUNT  PIC 9(05).
       01 WS-OVER-SHORT                PIC S9(11)V99.
       01 WS-GRAND-COUNT               PIC 9(07).
       01 WS-GRAND-AMOUNT              PIC S9(13)V99.
       01 WS-SECTION-COUNT             PIC 9(07).
       01 WS-SECTION-AMOUNT            PIC S9(13)V99.
      *> Posting branches seen today, in the order first met; the
      *> report runs one section per branch for its manager to
      *> sign off, then the bank total
       01 WS-BRANCH-LIST.
           05 WS-BL-COUNT               PIC 9(02).
           05 WS-BL-ENTRY OCCURS 20 TIMES.
               10 BL-BRANCH-CODE        PIC X(04).
       01 WS-BL-SUB                    PIC 9(02).
       01 WS-BRANCH-LABEL              PIC X(10).
      *> Cash position by branch and currency: every drawer's (and
      *> the vault custodian's) expected movement and declared cash
       01 WS-BRANCH-TABLE.
           05 WS-BR-COUNT               PIC 9(03).
           05 WS-BR-ENTRY OCCURS 100 TIMES.
               10 BR-BRANCH-CODE        PIC X(04).
               10 BR-CURRENCY           PIC X(03).
               10 BR-EXPECTED           PIC S9(13)V99 COMP-3.
               10 BR-DECLARED           PIC S9(13)V99 COMP-3.
               10 BR-UNDECLARED         PIC 9(03).
       01 WS-BR-SUB                    PIC 9(03).
       01 WS-COUNT-DISPLAY             PIC ZZZZZZ9.
       01 WS-AMOUNT-DISPLAY            PIC -(11)9.99.
       01 WS-CASH-DISPLAY              PIC -(11)9.99.
       01 WS-SHORT-DISPLAY             PIC -(11)9.99.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> End-of-day drawer proof: everything here is already in
           *> the daily log, summarized by teller so the branch no
           *> longer balances drawers from handwritten tickets
           PERFORM RECORD-RUN-START
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE 0 TO WS-TELLER-COUNT
           INITIALIZE WS-PROOF-TABLE
           MOVE 0 TO WS-BR-COUNT
           INITIALIZE WS-BRANCH-TABLE
           MOVE 0 TO WS-BL-COUNT
           INITIALIZE WS-BRANCH-LIST
           PERFORM TALLY-TRANSACTION-LOG
           PERFORM APPLY-DECLARED-CASH-CARDS
           OPEN OUTPUT PROOF-REPORT
           PERFORM WRITE-PROOF-REPORT
           CLOSE PROOF-REPORT
           PERFORM RECORD-RUN-END
           STOP RUN.

       TALLY-TRANSACTION-LOG.
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO RUNLOG-IN-COUNT
      *> ATM channel entries belong to the network settlement
      *> proof, and direct credits to the inbound file's
      *> settlement proof, not to any teller's drawer
                           IF TRAN-DATE = WS-TODAY
                                   AND NOT TRAN-CHANNEL-ATM
                                   AND NOT TRAN-CHANNEL-DIRECT-CREDIT
                               PERFORM TALLY-ONE-TRAN
                           END-IF
                   END-READ
               END-IF
               EXIT PARAGRAPH
           END-IF
           *> An official check sold for cash is money into the
           *> drawer with no customer deposit behind it
           IF TRAN-TYPE-OFFCHK-CASH
               IF TRAN-STATUS-POSTED
                   PERFORM FIND-TELLER-ROW
                   IF WS-T-SUB > 0
                       PERFORM FIND-CURRENCY-COL
                       IF WS-C-SUB > 0
                           ADD 1 TO PT-OCHK-COUNT (WS-T-SUB, WS-C-SUB)
                           ADD TRAN-ORIG-AMOUNT
                               TO PT-OCHK-AMOUNT (WS-T-SUB, WS-C-SUB)
                       END-IF
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           *> Explicit reversals get their own bucket instead of
           *> inflating the deposit and withdrawal columns
           IF TRAN-IS-REVERSAL
               PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                       UNTIL WS-ROW-SUB > WS-TELLER-COUNT
                   IF PT-TELLER-ID (WS-ROW-SUB) = TRAN-TELLER-ID
                           AND PT-BRANCH-CODE (WS-ROW-SUB)
                               = TRAN-BRANCH-CODE
                       MOVE WS-ROW-SUB TO WS-T-SUB
                       MOVE "Y" TO WS-FOUND-SW
                   END-IF
               ADD 1 TO WS-TELLER-COUNT
               MOVE TRAN-TELLER-ID
                   TO PT-TELLER-ID (WS-TELLER-COUNT)
               MOVE TRAN-BRANCH-CODE
                   TO PT-BRANCH-CODE (WS-TELLER-COUNT)
               MOVE 0 TO PT-CURRENCY-COUNT (WS-TELLER-COUNT)
               MOVE WS-TELLER-COUNT TO WS-T-SUB
               PERFORM ADD-TO-BRANCH-LIST
           END-IF.

       ADD-TO-BRANCH-LIST.
           MOVE "N" TO WS-FOUND-SW
           IF WS-BL-COUNT > 0
               PERFORM VARYING WS-BL-SUB FROM 1 BY 1
                       UNTIL WS-BL-SUB > WS-BL-COUNT
                   IF BL-BRANCH-CODE (WS-BL-SUB) = TRAN-BRANCH-CODE
                       MOVE "Y" TO WS-FOUND-SW
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND-SW = "N" AND WS-BL-COUNT < 20
               ADD 1 TO WS-BL-COUNT
               MOVE TRAN-BRANCH-CODE TO BL-BRANCH-CODE (WS-BL-COUNT)
           END-IF.

       FIND-CURRENCY-COL.
               PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                       UNTIL WS-ROW-SUB > WS-TELLER-COUNT
                   IF PT-TELLER-ID (WS-ROW-SUB) = CASH-TELLER-ID
                           AND (PT-BRANCH-CODE (WS-ROW-SUB)
                                   = CASH-BRANCH-CODE
                               OR CASH-BRANCH-CODE = SPACES)
                       MOVE WS-ROW-SUB TO WS-T-SUB
                   END-IF
               END-PERFORM
           STRING "TELLER PROOF REPORT FOR " WS-TODAY
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PR-LINE
           MOVE 0 TO WS-GRAND-COUNT
           MOVE 0 TO WS-GRAND-AMOUNT
           IF WS-BL-COUNT = 0
               MOVE SPACES TO PR-LINE
               WRITE PR-LINE
               MOVE "  NO CASH ACTIVITY TODAY" TO PR-LINE
               WRITE PR-LINE
           ELSE
               PERFORM VARYING WS-BL-SUB FROM 1 BY 1
                       UNTIL WS-BL-SUB > WS-BL-COUNT
                   PERFORM WRITE-BRANCH-SECTION
               END-PERFORM
           END-IF
           PERFORM WRITE-GRAND-TOTAL.

       WRITE-BRANCH-SECTION.
           *> One branch's drawers, its cash position, and its own
           *> subtotal. Entries logged before postings carried a
           *> branch come out together as unassigned.
           IF BL-BRANCH-CODE (WS-BL-SUB) = SPACES
               MOVE "UNASSIGNED" TO WS-BRANCH-LABEL
           ELSE
               MOVE BL-BRANCH-CODE (WS-BL-SUB) TO WS-BRANCH-LABEL
           END-IF
           MOVE SPACES TO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           STRING "BRANCH " WS-BRANCH-LABEL
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PR-LINE
           MOVE 0 TO WS-SECTION-COUNT
           MOVE 0 TO WS-SECTION-AMOUNT
           PERFORM VARYING WS-T-SUB FROM 1 BY 1
                   UNTIL WS-T-SUB > WS-TELLER-COUNT
               IF PT-BRANCH-CODE (WS-T-SUB)
                       = BL-BRANCH-CODE (WS-BL-SUB)
                   PERFORM WRITE-TELLER-SECTION
                   PERFORM ADD-TELLER-TO-SECTION
               END-IF
           END-PERFORM
           PERFORM WRITE-BRANCH-POSITION
           MOVE WS-SECTION-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-SECTION-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           STRING "BRANCH " WS-BRANCH-LABEL
                  " TOTAL COUNT " WS-COUNT-DISPLAY
                  " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PR-LINE
           ADD WS-SECTION-COUNT TO WS-GRAND-COUNT
           ADD WS-SECTION-AMOUNT TO WS-GRAND-AMOUNT.

       ADD-TELLER-TO-SECTION.
           PERFORM VARYING WS-C-SUB FROM 1 BY 1
                   UNTIL WS-C-SUB > PT-CURRENCY-COUNT (WS-T-SUB)
               PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                       UNTIL WS-TYPE-SUB > 3
                   PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
                           UNTIL WS-STAT-SUB > 3
                       ADD PT-COUNT (WS-T-SUB, WS-C-SUB,
                           WS-TYPE-SUB, WS-STAT-SUB)
                           TO WS-SECTION-COUNT
                       ADD PT-AMOUNT (WS-T-SUB, WS-C-SUB,
                           WS-TYPE-SUB, WS-STAT-SUB)
                           TO WS-SECTION-AMOUNT
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

       WRITE-TELLER-SECTION.
           MOVE SPACES TO PR-LINE
           WRITE PR-LINE
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
           END-IF
           IF PT-OCHK-COUNT (WS-T-SUB, WS-C-SUB) > 0
               MOVE PT-OCHK-COUNT (WS-T-SUB, WS-C-SUB)
                   TO WS-COUNT-DISPLAY
               MOVE PT-OCHK-AMOUNT (WS-T-SUB, WS-C-SUB)
                   TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO PR-LINE
               STRING "    OFFICIAL CHECKS (CASH) "
                      " COUNT " WS-COUNT-DISPLAY
                      " AMOUNT " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
           END-IF
           IF PT-REV-COUNT (WS-T-SUB, WS-C-SUB) > 0
               MOVE PT-REV-COUNT (WS-T-SUB, WS-C-SUB)
                   TO WS-COUNT-DISPLAY
           *> Expected drawer movement is posted deposits less
           *> posted withdrawals, netted for reversals (a reversed
           *> mis-key must not leave a false over/short) and for
           *> cash bought from or sold to the vault, plus cash
           *> taken for official checks; transfers move no drawer
           *> cash
           COMPUTE WS-EXPECTED-CASH =
               PT-AMOUNT (WS-T-SUB, WS-C-SUB, 1, 1) -
               PT-AMOUNT (WS-T-SUB, WS-C-SUB, 2, 1) +
               PT-REV-NET (WS-T-SUB, WS-C-SUB) +
               PT-VAULT-NET (WS-T-SUB, WS-C-SUB) +
               PT-OCHK-AMOUNT (WS-T-SUB, WS-C-SUB)
           MOVE WS-EXPECTED-CASH TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO PR-LINE
           STRING "    EXPECTED CASH MOVEMENT   " WS-AMOUNT-DISPLAY
           IF WS-BR-COUNT > 0
               PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                       UNTIL WS-ROW-SUB > WS-BR-COUNT
                   IF BR-BRANCH-CODE (WS-ROW-SUB)
                           = PT-BRANCH-CODE (WS-T-SUB)
                           AND BR-CURRENCY (WS-ROW-SUB)
                               = PT-CURRENCY (WS-T-SUB, WS-C-SUB)
                       MOVE WS-ROW-SUB TO WS-BR-SUB
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BR-SUB = 0 AND WS-BR-COUNT < 100
               ADD 1 TO WS-BR-COUNT
               MOVE PT-BRANCH-CODE (WS-T-SUB)
                   TO BR-BRANCH-CODE (WS-BR-COUNT)
               MOVE PT-CURRENCY (WS-T-SUB, WS-C-SUB)
                   TO BR-CURRENCY (WS-BR-COUNT)
               MOVE 0 TO BR-EXPECTED (WS-BR-COUNT)
           END-IF.

       WRITE-BRANCH-POSITION.
           *> The branch in hand by currency: vault and drawers
           *> together, so end-of-day balancing covers the building
           *> and not just the windows. The vault custodian's row
           *> (their declared cash card and their mirror legs) is
           *> already in the table like any drawer.
           MOVE SPACES TO PR-LINE
           WRITE PR-LINE
           MOVE SPACES TO PR-LINE
           STRING "BRANCH " WS-BRANCH-LABEL
                  " CASH POSITION (VAULT PLUS ALL DRAWERS)"
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PR-LINE
           IF WS-BR-COUNT = 0
               MOVE "  NO CASH ACTIVITY TODAY" TO PR-LINE
           END-IF
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-COUNT
               IF BR-BRANCH-CODE (WS-BR-SUB)
                       = BL-BRANCH-CODE (WS-BL-SUB)
                   PERFORM WRITE-BRANCH-CURRENCY-LINE
               END-IF
           END-PERFORM.

       WRITE-BRANCH-CURRENCY-LINE.
           MOVE BR-EXPECTED (WS-BR-SUB) TO WS-AMOUNT-DISPLAY
           MOVE BR-DECLARED (WS-BR-SUB) TO WS-CASH-DISPLAY
           MOVE SPACES TO PR-LINE
           STRING "  " BR-CURRENCY (WS-BR-SUB)
                  " EXPECTED MOVEMENT " WS-AMOUNT-DISPLAY
                  " DECLARED " WS-CASH-DISPLAY
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PR-LINE
           IF BR-UNDECLARED (WS-BR-SUB) > 0
               MOVE SPACES TO PR-LINE
               STRING "      DRAWERS WITHOUT A DECLARED CARD "
                      BR-UNDECLARED (WS-BR-SUB)
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PR-LINE
           END-IF.

       WRITE-GRAND-TOTAL.
           *> The bank total is the sum of the branch subtotals
           MOVE WS-GRAND-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-GRAND-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO PR-LINE
                  " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO PR-LINE
           WRITE PR-LINE.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "TELLER-PROOF-REPORT" TO RUNLOG-PROGRAM-ID
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
