       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT-MIS-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-SNAP-FILE-STATUS.
           SELECT MIS-REPORT ASSIGN TO "MISRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT ADB-FILE ASSIGN TO "ADBOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
           COPY SNAPREC.

       FD  MIS-REPORT.
       01 MR-LINE                      PIC X(132).

       FD  ADB-FILE.
           COPY ADBREC.

       WORKING-STORAGE SECTION.
       01 WS-SNAP-FILE-STATUS          PIC X(02).
       01 WS-RPT-FILE-STATUS           PIC X(02).
       01 WS-ADB-FILE-STATUS           PIC X(02).
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-SNAPSHOTS          VALUE "Y".
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-REPORT-MONTH              PIC 9(06).
       01 WS-MONTH-START               PIC 9(08).
       01 WS-MONTH-END                 PIC 9(08).
       01 WS-NEXT-MONTH-START          PIC 9(08).
       01 WS-MONTH-START-INT           PIC 9(08).
       01 WS-MONTH-END-INT             PIC 9(08).
       01 WS-DAYS-IN-MONTH             PIC 9(03).
      *> Snapshots dated before this are past the thirteen months
      *> kept and are dropped as the file is read
       01 WS-RETAIN-FROM               PIC 9(08).
       01 WS-MONTH-INDEX               PIC 9(06).
       01 WS-WORK-YEAR                 PIC 9(04).
       01 WS-WORK-MONTH                PIC 9(02).
      *> The account being gathered. The month's latest snapshot is
      *> held back until the next one (or the end of the account)
      *> shows how many calendar days its balance stood.
       01 WS-CURRENT-ACCOUNT           PIC X(12).
       01 WS-PRIOR-SWITCH              PIC X(01).
           88 PRIOR-MONTH-FOUND         VALUE "Y".
       01 WS-PRIOR-BALANCE             PIC S9(11)V99.
       01 WS-HELD-SWITCH               PIC X(01).
           88 SNAPSHOT-HELD             VALUE "Y".
       01 WS-HELD-SNAPSHOT.
           05 WS-HELD-DATE              PIC 9(08).
           05 WS-HELD-CUSTOMER-ID       PIC X(10).
           05 WS-HELD-ACCT-TYPE         PIC X(01).
           05 WS-HELD-STATUS            PIC X(01).
           05 WS-HELD-PRODUCT-CODE      PIC X(04).
           05 WS-HELD-CURRENCY-CODE     PIC X(03).
           05 WS-HELD-BRANCH-CODE       PIC X(04).
           05 WS-HELD-LEDGER            PIC S9(11)V99.
           05 WS-HELD-DATE-OPENED       PIC 9(08).
           05 WS-HELD-DATE-CLOSED       PIC 9(08).
       01 WS-ACCT-BAL-DAYS             PIC S9(15)V99.
       01 WS-ACCT-DAYS                 PIC 9(03).
       01 WS-WEIGHT-DAYS               PIC 9(03).
       01 WS-ACCT-AVERAGE              PIC S9(11)V99.
      *> Portfolio figures by currency, account type and product,
      *> kept in that order so the report can subtotal on the
      *> breaks. Loans are not part of the deposit portfolio.
       01 WS-MIS-COUNT                 PIC 9(03).
       01 WS-MIS-MAX                   PIC 9(03) VALUE 60.
       01 WS-MIS-OVERFLOW              PIC 9(07).
       01 WS-MIS-TABLE.
           05 WS-MIS-ENTRY OCCURS 60 TIMES.
               10 WS-MIS-KEY.
                   15 WS-MIS-CURRENCY    PIC X(03).
                   15 WS-MIS-TYPE        PIC X(01).
                   15 WS-MIS-PRODUCT     PIC X(04).
               10 WS-MIS-FIGURES.
                   15 WS-MIS-ACCOUNTS    PIC 9(07).
                   15 WS-MIS-NEW         PIC 9(07).
                   15 WS-MIS-CLOSED      PIC 9(07).
                   15 WS-MIS-BAL-DAYS    PIC S9(17)V99 COMP-3.
                   15 WS-MIS-CLOSING     PIC S9(13)V99 COMP-3.
                   15 WS-MIS-OPENING     PIC S9(13)V99 COMP-3.
       01 WS-MIS-SUB                   PIC 9(03).
       01 WS-SHIFT-SUB                 PIC 9(03).
       01 WS-FOUND-SUB                 PIC 9(03).
       01 WS-NEW-KEY.
           05 WS-NEW-CURRENCY           PIC X(03).
           05 WS-NEW-TYPE               PIC X(01).
           05 WS-NEW-PRODUCT            PIC X(04).
      *> One line's figures on the way to the report, from a table
      *> entry or a subtotal; same shape as WS-MIS-FIGURES
       01 WS-PRT-FIGURES.
           05 WS-PRT-ACCOUNTS           PIC 9(07).
           05 WS-PRT-NEW                PIC 9(07).
           05 WS-PRT-CLOSED             PIC 9(07).
           05 WS-PRT-BAL-DAYS           PIC S9(17)V99 COMP-3.
           05 WS-PRT-CLOSING            PIC S9(13)V99 COMP-3.
           05 WS-PRT-OPENING            PIC S9(13)V99 COMP-3.
       01 WS-TYPE-TOTAL.
           05 WS-TT-ACCOUNTS            PIC 9(07).
           05 WS-TT-NEW                 PIC 9(07).
           05 WS-TT-CLOSED              PIC 9(07).
           05 WS-TT-BAL-DAYS            PIC S9(17)V99 COMP-3.
           05 WS-TT-CLOSING             PIC S9(13)V99 COMP-3.
           05 WS-TT-OPENING             PIC S9(13)V99 COMP-3.
       01 WS-CCY-TOTAL.
           05 WS-CT-ACCOUNTS            PIC 9(07).
           05 WS-CT-NEW                 PIC 9(07).
           05 WS-CT-CLOSED              PIC 9(07).
           05 WS-CT-BAL-DAYS            PIC S9(17)V99 COMP-3.
           05 WS-CT-CLOSING             PIC S9(13)V99 COMP-3.
           05 WS-CT-OPENING             PIC S9(13)V99 COMP-3.
       01 WS-PRT-LABEL                 PIC X(22).
       01 WS-TYPE-NAME                 PIC X(08).
       01 WS-BREAK-CURRENCY            PIC X(03).
       01 WS-BREAK-TYPE                PIC X(01).
       01 WS-PORTFOLIO-AVERAGE         PIC S9(13)V99.
       01 WS-NET-GROWTH                PIC S9(13)V99.
       01 WS-GROWTH-PCT                PIC S9(5)V99.
       01 WS-COUNT-DISPLAY             PIC ZZZZZZ9.
       01 WS-NEW-DISPLAY               PIC ZZZZZZ9.
       01 WS-CLOSED-DISPLAY            PIC ZZZZZZ9.
       01 WS-AVERAGE-DISPLAY           PIC -(13)9.99.
       01 WS-CLOSING-DISPLAY           PIC -(13)9.99.
       01 WS-OPENING-DISPLAY           PIC -(13)9.99.
       01 WS-GROWTH-DISPLAY            PIC -(13)9.99.
       01 WS-PCT-DISPLAY               PIC -(5)9.99.
       01 WS-ADB-COUNT                 PIC 9(07).
       01 WS-PURGED-COUNT              PIC 9(07).
       01 WS-PURGE-ERROR-COUNT         PIC 9(07).
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Month-end deposit portfolio MIS from the daily balance
           *> snapshots: average daily balance, period-end and prior
           *> period-end balance, net growth, new and closed
           *> accounts, by currency, account type and product. The
           *> per-account average daily balance goes to the ADB file
           *> for pricing. The month is the business date's month,
           *> as for the other month-end steps.
           PERFORM RECORD-RUN-START
           MOVE 0 TO WS-MIS-COUNT
           MOVE 0 TO WS-MIS-OVERFLOW
           MOVE 0 TO WS-ADB-COUNT
           MOVE 0 TO WS-PURGED-COUNT
           MOVE 0 TO WS-PURGE-ERROR-COUNT
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           PERFORM SET-MONTH-BOUNDS
           OPEN I-O SNAPSHOT-FILE
           IF WS-SNAP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open snapshot file, status "
                   WS-SNAP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN OUTPUT MIS-REPORT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open MIS report, status "
                   WS-RPT-FILE-STATUS
               CLOSE SNAPSHOT-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN OUTPUT ADB-FILE
           IF WS-ADB-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open average balance file, status "
                   WS-ADB-FILE-STATUS
               CLOSE SNAPSHOT-FILE
               CLOSE MIS-REPORT
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           MOVE SPACES TO WS-CURRENT-ACCOUNT
           MOVE "N" TO WS-PRIOR-SWITCH
           MOVE "N" TO WS-HELD-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-SNAPSHOTS
               READ SNAPSHOT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RUNLOG-IN-COUNT
                       PERFORM PROCESS-SNAPSHOT
               END-READ
           END-PERFORM
           IF WS-CURRENT-ACCOUNT NOT = SPACES
               PERFORM FINISH-ACCOUNT
           END-IF
           PERFORM WRITE-MIS-REPORT
           CLOSE SNAPSHOT-FILE
           CLOSE MIS-REPORT
           CLOSE ADB-FILE
           DISPLAY "Deposit MIS for " WS-REPORT-MONTH
               ": account averages " WS-ADB-COUNT
               " old snapshots dropped " WS-PURGED-COUNT
           IF WS-PURGE-ERROR-COUNT > 0
               *> The figures stand; the old snapshots are only left
               *> for next month's run to drop
               DISPLAY "Old snapshots not dropped through errors: "
                   WS-PURGE-ERROR-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           STOP RUN.

       SET-MONTH-BOUNDS.
           MOVE WS-TODAY (1:6) TO WS-REPORT-MONTH
           COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1
           MOVE WS-TODAY (1:4) TO WS-WORK-YEAR
           MOVE WS-TODAY (5:2) TO WS-WORK-MONTH
           IF WS-WORK-MONTH = 12
               ADD 1 TO WS-WORK-YEAR
               MOVE 1 TO WS-WORK-MONTH
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF
           COMPUTE WS-NEXT-MONTH-START =
               WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100 + 1
           COMPUTE WS-MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-MONTH-START)
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START) - 1
           COMPUTE WS-MONTH-END =
               FUNCTION DATE-OF-INTEGER (WS-MONTH-END-INT)
           COMPUTE WS-DAYS-IN-MONTH =
               WS-MONTH-END-INT - WS-MONTH-START-INT + 1
           *> Thirteen months back from the start of this month
           MOVE WS-TODAY (1:4) TO WS-WORK-YEAR
           MOVE WS-TODAY (5:2) TO WS-WORK-MONTH
           COMPUTE WS-MONTH-INDEX =
               WS-WORK-YEAR * 12 + WS-WORK-MONTH - 1 - 13
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-WORK-YEAR
               REMAINDER WS-WORK-MONTH
           ADD 1 TO WS-WORK-MONTH
           COMPUTE WS-RETAIN-FROM =
               WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100 + 1.

       PROCESS-SNAPSHOT.
           IF SNAP-ACCOUNT-NUMBER NOT = WS-CURRENT-ACCOUNT
               IF WS-CURRENT-ACCOUNT NOT = SPACES
                   PERFORM FINISH-ACCOUNT
               END-IF
               MOVE SNAP-ACCOUNT-NUMBER TO WS-CURRENT-ACCOUNT
               MOVE "N" TO WS-PRIOR-SWITCH
               MOVE 0 TO WS-PRIOR-BALANCE
               MOVE "N" TO WS-HELD-SWITCH
               MOVE 0 TO WS-ACCT-BAL-DAYS
               MOVE 0 TO WS-ACCT-DAYS
           END-IF
           EVALUATE TRUE
               WHEN SNAP-DATE < WS-RETAIN-FROM
                   DELETE SNAPSHOT-FILE RECORD
                   IF WS-SNAP-FILE-STATUS = "00"
                       ADD 1 TO WS-PURGED-COUNT
                   ELSE
                       DISPLAY "Unable to drop snapshot for "
                           SNAP-ACCOUNT-NUMBER " " SNAP-DATE
                           ", status " WS-SNAP-FILE-STATUS
                       ADD 1 TO WS-PURGE-ERROR-COUNT
                   END-IF
               WHEN SNAP-DATE < WS-MONTH-START
                   *> Dates ascend within the account, so the last
                   *> one seen is the prior period-end balance
                   MOVE "Y" TO WS-PRIOR-SWITCH
                   MOVE SNAP-LEDGER-BALANCE TO WS-PRIOR-BALANCE
               WHEN SNAP-DATE NOT > WS-MONTH-END
                   PERFORM WEIGH-MONTH-SNAPSHOT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WEIGH-MONTH-SNAPSHOT.
           IF SNAPSHOT-HELD
               *> The held day's balance stood until this one
               COMPUTE WS-WEIGHT-DAYS =
                   FUNCTION INTEGER-OF-DATE (SNAP-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-HELD-DATE)
               COMPUTE WS-ACCT-BAL-DAYS = WS-ACCT-BAL-DAYS
                   + WS-HELD-LEDGER * WS-WEIGHT-DAYS
               ADD WS-WEIGHT-DAYS TO WS-ACCT-DAYS
           ELSE
               *> First business day of the month: the days before
               *> it carry the prior period-end balance when the
               *> account was already open
               IF SNAP-DATE-OPENED < WS-MONTH-START
                   COMPUTE WS-WEIGHT-DAYS =
                       FUNCTION INTEGER-OF-DATE (SNAP-DATE)
                       - WS-MONTH-START-INT
                   IF PRIOR-MONTH-FOUND
                       COMPUTE WS-ACCT-BAL-DAYS = WS-ACCT-BAL-DAYS
                           + WS-PRIOR-BALANCE * WS-WEIGHT-DAYS
                   ELSE
                       COMPUTE WS-ACCT-BAL-DAYS = WS-ACCT-BAL-DAYS
                           + SNAP-LEDGER-BALANCE * WS-WEIGHT-DAYS
                   END-IF
                   ADD WS-WEIGHT-DAYS TO WS-ACCT-DAYS
               END-IF
           END-IF
           MOVE "Y" TO WS-HELD-SWITCH
           MOVE SNAP-DATE TO WS-HELD-DATE
           MOVE SNAP-CUSTOMER-ID TO WS-HELD-CUSTOMER-ID
           MOVE SNAP-ACCT-TYPE TO WS-HELD-ACCT-TYPE
           MOVE SNAP-STATUS TO WS-HELD-STATUS
           MOVE SNAP-PRODUCT-CODE TO WS-HELD-PRODUCT-CODE
           MOVE SNAP-CURRENCY-CODE TO WS-HELD-CURRENCY-CODE
           MOVE SNAP-BRANCH-CODE TO WS-HELD-BRANCH-CODE
           MOVE SNAP-LEDGER-BALANCE TO WS-HELD-LEDGER
           MOVE SNAP-DATE-OPENED TO WS-HELD-DATE-OPENED
           MOVE SNAP-DATE-CLOSED TO WS-HELD-DATE-CLOSED.

       FINISH-ACCOUNT.
           *> No snapshot in the month: closed before it began
           IF NOT SNAPSHOT-HELD
               EXIT PARAGRAPH
           END-IF
           *> The last balance stands to the end of the month, or
           *> for the closing day only on an account closed
           IF WS-HELD-STATUS = "C"
               MOVE 1 TO WS-WEIGHT-DAYS
           ELSE
               COMPUTE WS-WEIGHT-DAYS = WS-MONTH-END-INT + 1
                   - FUNCTION INTEGER-OF-DATE (WS-HELD-DATE)
           END-IF
           COMPUTE WS-ACCT-BAL-DAYS = WS-ACCT-BAL-DAYS
               + WS-HELD-LEDGER * WS-WEIGHT-DAYS
           ADD WS-WEIGHT-DAYS TO WS-ACCT-DAYS
           COMPUTE WS-ACCT-AVERAGE ROUNDED =
               WS-ACCT-BAL-DAYS / WS-ACCT-DAYS
           PERFORM WRITE-ADB-RECORD
           IF WS-HELD-ACCT-TYPE NOT = "L"
               PERFORM ADD-TO-PORTFOLIO
           END-IF.

       WRITE-ADB-RECORD.
           MOVE SPACES TO ADB-RECORD
           MOVE WS-REPORT-MONTH TO ADB-MONTH
           MOVE WS-CURRENT-ACCOUNT TO ADB-ACCOUNT-NUMBER
           MOVE WS-HELD-CUSTOMER-ID TO ADB-CUSTOMER-ID
           MOVE WS-HELD-ACCT-TYPE TO ADB-ACCT-TYPE
           MOVE WS-HELD-PRODUCT-CODE TO ADB-PRODUCT-CODE
           MOVE WS-HELD-CURRENCY-CODE TO ADB-CURRENCY-CODE
           MOVE WS-HELD-BRANCH-CODE TO ADB-BRANCH-CODE
           MOVE WS-ACCT-DAYS TO ADB-DAYS
           IF WS-ACCT-AVERAGE < 0
               MOVE "-" TO ADB-AVERAGE-SIGN
           ELSE
               MOVE "+" TO ADB-AVERAGE-SIGN
           END-IF
           MOVE WS-ACCT-AVERAGE TO ADB-AVERAGE-BALANCE
           IF WS-HELD-LEDGER < 0
               MOVE "-" TO ADB-PERIOD-END-SIGN
           ELSE
               MOVE "+" TO ADB-PERIOD-END-SIGN
           END-IF
           MOVE WS-HELD-LEDGER TO ADB-PERIOD-END-BALANCE
           WRITE ADB-RECORD
           ADD 1 TO RUNLOG-OUT-COUNT
           ADD 1 TO WS-ADB-COUNT.

       ADD-TO-PORTFOLIO.
           MOVE WS-HELD-CURRENCY-CODE TO WS-NEW-CURRENCY
           MOVE WS-HELD-ACCT-TYPE TO WS-NEW-TYPE
           MOVE WS-HELD-PRODUCT-CODE TO WS-NEW-PRODUCT
           PERFORM FIND-MIS-ENTRY
           IF WS-FOUND-SUB = 0
               ADD 1 TO WS-MIS-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-SUB TO WS-MIS-SUB
           ADD WS-ACCT-BAL-DAYS TO WS-MIS-BAL-DAYS (WS-MIS-SUB)
           ADD WS-HELD-LEDGER TO WS-MIS-CLOSING (WS-MIS-SUB)
           IF PRIOR-MONTH-FOUND
               ADD WS-PRIOR-BALANCE TO WS-MIS-OPENING (WS-MIS-SUB)
           END-IF
           IF WS-HELD-STATUS NOT = "C"
               ADD 1 TO WS-MIS-ACCOUNTS (WS-MIS-SUB)
           END-IF
           IF WS-HELD-DATE-OPENED NOT < WS-MONTH-START
                   AND WS-HELD-DATE-OPENED NOT > WS-MONTH-END
               ADD 1 TO WS-MIS-NEW (WS-MIS-SUB)
           END-IF
           IF WS-HELD-STATUS = "C"
                   AND WS-HELD-DATE-CLOSED NOT < WS-MONTH-START
                   AND WS-HELD-DATE-CLOSED NOT > WS-MONTH-END
               ADD 1 TO WS-MIS-CLOSED (WS-MIS-SUB)
           END-IF.

       FIND-MIS-ENTRY.
           *> Entry for the currency/type/product, inserted in key
           *> order when new; zero when the table is full
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-MIS-SUB FROM 1 BY 1
                   UNTIL WS-MIS-SUB > WS-MIS-COUNT
                      OR WS-FOUND-SUB > 0
               IF WS-MIS-KEY (WS-MIS-SUB) = WS-NEW-KEY
                   MOVE WS-MIS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB > 0 OR WS-MIS-COUNT NOT < WS-MIS-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-FOUND-SUB
           PERFORM VARYING WS-MIS-SUB FROM 1 BY 1
                   UNTIL WS-MIS-SUB > WS-MIS-COUNT
               IF WS-MIS-KEY (WS-MIS-SUB) < WS-NEW-KEY
                   COMPUTE WS-FOUND-SUB = WS-MIS-SUB + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SHIFT-SUB FROM WS-MIS-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-FOUND-SUB
               MOVE WS-MIS-ENTRY (WS-SHIFT-SUB)
                   TO WS-MIS-ENTRY (WS-SHIFT-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-MIS-COUNT
           MOVE WS-NEW-KEY TO WS-MIS-KEY (WS-FOUND-SUB)
           MOVE 0 TO WS-MIS-ACCOUNTS (WS-FOUND-SUB)
           MOVE 0 TO WS-MIS-NEW (WS-FOUND-SUB)
           MOVE 0 TO WS-MIS-CLOSED (WS-FOUND-SUB)
           MOVE 0 TO WS-MIS-BAL-DAYS (WS-FOUND-SUB)
           MOVE 0 TO WS-MIS-CLOSING (WS-FOUND-SUB)
           MOVE 0 TO WS-MIS-OPENING (WS-FOUND-SUB).


       WRITE-MIS-REPORT.
           MOVE SPACES TO MR-LINE
           STRING "DEPOSIT PORTFOLIO MIS FOR MONTH " WS-REPORT-MONTH
                  "  (" WS-MONTH-START " TO " WS-MONTH-END ")"
               DELIMITED BY SIZE INTO MR-LINE
           WRITE MR-LINE
           MOVE SPACES TO MR-LINE
           STRING "AVERAGE DAILY BALANCE OVER " WS-DAYS-IN-MONTH
                  " CALENDAR DAYS; GROWTH IS PERIOD-END LESS PRIOR"
                  " PERIOD-END"
               DELIMITED BY SIZE INTO MR-LINE
           WRITE MR-LINE
           MOVE SPACES TO MR-LINE
           WRITE MR-LINE
           MOVE SPACES TO MR-LINE
           STRING "CCY TYPE     PROD      "
                  "   OPEN     NEW  CLOSED "
                  "    AVG DAILY BAL    PERIOD-END BAL "
                  " PRIOR PERIOD-END        NET GROWTH  GROWTH %"
               DELIMITED BY SIZE INTO MR-LINE
           WRITE MR-LINE
           MOVE SPACES TO WS-BREAK-CURRENCY
           MOVE SPACES TO WS-BREAK-TYPE
           PERFORM VARYING WS-MIS-SUB FROM 1 BY 1
                   UNTIL WS-MIS-SUB > WS-MIS-COUNT
               IF WS-MIS-CURRENCY (WS-MIS-SUB) NOT = WS-BREAK-CURRENCY
                   IF WS-BREAK-CURRENCY NOT = SPACES
                       PERFORM WRITE-TYPE-TOTAL
                       PERFORM WRITE-CURRENCY-TOTAL
                   END-IF
                   MOVE WS-MIS-CURRENCY (WS-MIS-SUB)
                       TO WS-BREAK-CURRENCY
                   MOVE WS-MIS-TYPE (WS-MIS-SUB) TO WS-BREAK-TYPE
                   PERFORM CLEAR-TYPE-TOTAL
                   PERFORM CLEAR-CURRENCY-TOTAL
               END-IF
               IF WS-MIS-TYPE (WS-MIS-SUB) NOT = WS-BREAK-TYPE
                   PERFORM WRITE-TYPE-TOTAL
                   MOVE WS-MIS-TYPE (WS-MIS-SUB) TO WS-BREAK-TYPE
                   PERFORM CLEAR-TYPE-TOTAL
               END-IF
               MOVE WS-MIS-FIGURES (WS-MIS-SUB) TO WS-PRT-FIGURES
               PERFORM ADD-TO-SUBTOTALS
               MOVE WS-MIS-TYPE (WS-MIS-SUB) TO WS-BREAK-TYPE
               PERFORM SET-TYPE-NAME
               MOVE SPACES TO WS-PRT-LABEL
               STRING WS-MIS-CURRENCY (WS-MIS-SUB) " "
                      WS-TYPE-NAME " "
                      WS-MIS-PRODUCT (WS-MIS-SUB)
                   DELIMITED BY SIZE INTO WS-PRT-LABEL
               PERFORM WRITE-FIGURES-LINE
           END-PERFORM
           IF WS-BREAK-CURRENCY NOT = SPACES
               PERFORM WRITE-TYPE-TOTAL
               PERFORM WRITE-CURRENCY-TOTAL
           END-IF
           IF WS-MIS-COUNT = 0
               MOVE SPACES TO MR-LINE
               MOVE "NO DEPOSIT ACCOUNT SNAPSHOTS FOR THE MONTH"
                   TO MR-LINE
               WRITE MR-LINE
           END-IF
           IF WS-MIS-OVERFLOW > 0
               *> Reported, not a step failure: the per-account
               *> averages are complete regardless
               MOVE WS-MIS-OVERFLOW TO WS-COUNT-DISPLAY
               MOVE SPACES TO MR-LINE
               STRING "** TABLE FULL: " WS-COUNT-DISPLAY
                      " ACCOUNTS LEFT OUT OF THE PORTFOLIO FIGURES"
                   DELIMITED BY SIZE INTO MR-LINE
               WRITE MR-LINE
           END-IF.

       SET-TYPE-NAME.
           EVALUATE WS-BREAK-TYPE
               WHEN "S"
                   MOVE "SAVINGS" TO WS-TYPE-NAME
               WHEN "C"
                   MOVE "CHECKING" TO WS-TYPE-NAME
               WHEN "T"
                   MOVE "TERM" TO WS-TYPE-NAME
               WHEN OTHER
                   MOVE WS-BREAK-TYPE TO WS-TYPE-NAME
           END-EVALUATE.

       ADD-TO-SUBTOTALS.
           ADD WS-PRT-ACCOUNTS TO WS-TT-ACCOUNTS WS-CT-ACCOUNTS
           ADD WS-PRT-NEW TO WS-TT-NEW WS-CT-NEW
           ADD WS-PRT-CLOSED TO WS-TT-CLOSED WS-CT-CLOSED
           ADD WS-PRT-BAL-DAYS TO WS-TT-BAL-DAYS WS-CT-BAL-DAYS
           ADD WS-PRT-CLOSING TO WS-TT-CLOSING WS-CT-CLOSING
           ADD WS-PRT-OPENING TO WS-TT-OPENING WS-CT-OPENING.

       CLEAR-TYPE-TOTAL.
           MOVE 0 TO WS-TT-ACCOUNTS
           MOVE 0 TO WS-TT-NEW
           MOVE 0 TO WS-TT-CLOSED
           MOVE 0 TO WS-TT-BAL-DAYS
           MOVE 0 TO WS-TT-CLOSING
           MOVE 0 TO WS-TT-OPENING.

       CLEAR-CURRENCY-TOTAL.
           MOVE 0 TO WS-CT-ACCOUNTS
           MOVE 0 TO WS-CT-NEW
           MOVE 0 TO WS-CT-CLOSED
           MOVE 0 TO WS-CT-BAL-DAYS
           MOVE 0 TO WS-CT-CLOSING
           MOVE 0 TO WS-CT-OPENING.

       WRITE-TYPE-TOTAL.
           PERFORM SET-TYPE-NAME
           MOVE WS-TYPE-TOTAL TO WS-PRT-FIGURES
           MOVE SPACES TO WS-PRT-LABEL
           STRING "    TOTAL " WS-TYPE-NAME
               DELIMITED BY SIZE INTO WS-PRT-LABEL
           PERFORM WRITE-FIGURES-LINE.

       WRITE-CURRENCY-TOTAL.
           MOVE WS-CCY-TOTAL TO WS-PRT-FIGURES
           MOVE SPACES TO WS-PRT-LABEL
           STRING "TOTAL " WS-BREAK-CURRENCY " DEPOSITS"
               DELIMITED BY SIZE INTO WS-PRT-LABEL
           PERFORM WRITE-FIGURES-LINE
           MOVE SPACES TO MR-LINE
           WRITE MR-LINE.

       WRITE-FIGURES-LINE.
           *> Portfolio average: balance-days over every calendar
           *> day of the month, so a mid-month opening counts only
           *> for the days it held money
           COMPUTE WS-PORTFOLIO-AVERAGE ROUNDED =
               WS-PRT-BAL-DAYS / WS-DAYS-IN-MONTH
           COMPUTE WS-NET-GROWTH = WS-PRT-CLOSING - WS-PRT-OPENING
           MOVE 0 TO WS-GROWTH-PCT
           IF WS-PRT-OPENING NOT = 0
               COMPUTE WS-GROWTH-PCT ROUNDED =
                   WS-NET-GROWTH * 100 / WS-PRT-OPENING
                   ON SIZE ERROR
                       MOVE 0 TO WS-GROWTH-PCT
               END-COMPUTE
           END-IF
           MOVE WS-PRT-ACCOUNTS TO WS-COUNT-DISPLAY
           MOVE WS-PRT-NEW TO WS-NEW-DISPLAY
           MOVE WS-PRT-CLOSED TO WS-CLOSED-DISPLAY
           MOVE WS-PORTFOLIO-AVERAGE TO WS-AVERAGE-DISPLAY
           MOVE WS-PRT-CLOSING TO WS-CLOSING-DISPLAY
           MOVE WS-PRT-OPENING TO WS-OPENING-DISPLAY
           MOVE WS-NET-GROWTH TO WS-GROWTH-DISPLAY
           MOVE WS-GROWTH-PCT TO WS-PCT-DISPLAY
           MOVE SPACES TO MR-LINE
           STRING WS-PRT-LABEL " "
                  WS-COUNT-DISPLAY " " WS-NEW-DISPLAY " "
                  WS-CLOSED-DISPLAY " "
                  WS-AVERAGE-DISPLAY " " WS-CLOSING-DISPLAY " "
                  WS-OPENING-DISPLAY " " WS-GROWTH-DISPLAY " "
                  WS-PCT-DISPLAY
               DELIMITED BY SIZE INTO MR-LINE
           WRITE MR-LINE.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "DEPOSIT-MIS-REPORT" TO RUNLOG-PROGRAM-ID
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
