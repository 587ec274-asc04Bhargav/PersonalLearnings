       IDENTIFICATION DIVISION.
       PROGRAM-ID. AML-MONITOR-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "AMLRULES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RULE-ID
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "AMLALERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALRT-NUMBER
               ALTERNATE RECORD KEY IS ALRT-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-ALRT-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT TRAN-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT NUMBER-CONTROL ASSIGN TO "NUMCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMC-KEY
               FILE STATUS IS WS-NUMC-FILE-STATUS.
           SELECT MONITOR-REPORT ASSIGN TO "AMLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
           COPY RULEREC.

       FD  ALERT-FILE.
           COPY ALRTREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  TRAN-HISTORY.
           COPY HISTREC.

       FD  NUMBER-CONTROL.
           COPY NUMCREC.

       FD  MONITOR-REPORT.
       01 MR-LINE                      PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-RULE-FILE-STATUS          PIC X(02).
       01 WS-ALRT-FILE-STATUS          PIC X(02).
       01 WS-CUST-FILE-STATUS          PIC X(02).
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-HIST-FILE-STATUS          PIC X(02).
       01 WS-NUMC-FILE-STATUS          PIC X(02).
       01 WS-RPT-FILE-STATUS           PIC X(02).
       01 WS-CONTROL-KEY               PIC X(08) VALUE "AMLALERT".
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-RULE-EOF-SWITCH           PIC X(01).
           88 END-OF-RULES              VALUE "Y".
       01 WS-CUST-EOF-SWITCH           PIC X(01).
           88 END-OF-CUSTOMERS          VALUE "Y".
       01 WS-PORT-EOF-SWITCH           PIC X(01).
           88 END-OF-PORTFOLIO          VALUE "Y".
       01 WS-HIST-EOF-SWITCH           PIC X(01).
           88 END-OF-ACCT-HISTORY       VALUE "Y".
       01 WS-MATCH-EOF-SWITCH          PIC X(01).
           88 END-OF-MATCHES            VALUE "Y".
      *> Working mirror of the TRANREC layout for the history
      *> entries being tested
       01 WS-TRAN-WORK.
           05 WK-ACCOUNT-NUMBER         PIC X(12).
           05 WK-TRAN-TYPE              PIC X(01).
               88 WK-TYPE-DEPOSIT       VALUE "D".
               88 WK-TYPE-WITHDRAWAL    VALUE "W".
               88 WK-TYPE-TRANSFER      VALUE "T".
               88 WK-TYPE-TRANSFER-IN   VALUE "X".
               88 WK-TYPE-CHECK         VALUE "K".
               88 WK-TYPE-EXTERNAL      VALUE "E".
               88 WK-TYPE-OFFICIAL-CHECK VALUE "J".
           05 WK-TRAN-AMOUNT            PIC S9(9)V99 COMP-3.
           05 WK-CURRENCY-CODE          PIC X(03).
           05 WK-RETURN-CODE            PIC 9(02).
           05 WK-STATUS                 PIC X(01).
               88 WK-STATUS-POSTED      VALUE "P".
           05 WK-TELLER-ID              PIC X(08).
           05 WK-DATE                   PIC 9(08).
           05 WK-TIME                   PIC 9(06).
           05 WK-COUNTERPARTY-ACCT      PIC X(12).
           05 FILLER                    PIC X(30).
           05 WK-REVERSAL-FLAG          PIC X(01).
               88 WK-IS-REVERSAL        VALUE "Y".
           05 FILLER                    PIC X(14).
           05 WK-TENDER-TYPE            PIC X(01).
               88 WK-TENDER-CHECK       VALUE "K".
           05 WK-CHANNEL                PIC X(01).
               88 WK-CHANNEL-DIRECT-CREDIT VALUE "B".
           05 WK-TERMINAL-ID            PIC X(08).
           05 FILLER                    PIC X(36).
      *> Active rules, with each one's window worked out for the
      *> run date: the window runs from RT-WINDOW-FROM to today,
      *> and a volume rule's baseline from RT-BASE-FROM to the day
      *> before the window
       01 WS-RULE-MAX                  PIC 9(02) VALUE 20.
       01 WS-RULE-COUNT                PIC 9(02).
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 20 TIMES.
               10 RT-RULE-ID            PIC X(04).
               10 RT-RULE-TYPE          PIC X(01).
               10 RT-LOW-AMOUNT         PIC S9(9)V99 COMP-3.
               10 RT-HIGH-AMOUNT        PIC S9(9)V99 COMP-3.
               10 RT-LOOKBACK-DAYS      PIC 9(03).
               10 RT-MIN-COUNT          PIC 9(03).
               10 RT-PERCENT            PIC 9(05).
               10 RT-BASELINE-DAYS      PIC 9(03).
               10 RT-WINDOW-FROM        PIC 9(08).
               10 RT-BASE-FROM          PIC 9(08).
       01 WS-RULE-SUB                  PIC 9(02).
      *> Earliest date any rule looks back to; each account's
      *> history is read once from here
       01 WS-SCAN-FROM                 PIC 9(08).
       01 WS-DATE-INTEGER              PIC 9(08).
      *> The customer's accounts, so transfers between them can be
      *> told from money entering or leaving the customer
       01 WS-ACCT-MAX                  PIC 9(02) VALUE 50.
       01 WS-ACCT-COUNT                PIC 9(02).
       01 WS-ACCT-TABLE.
           05 WS-CUST-ACCOUNT           PIC X(12) OCCURS 50 TIMES.
       01 WS-ACCT-SUB                  PIC 9(02).
       01 WS-OWN-SUB                   PIC 9(02).
      *> Currencies the customer's activity ran in; every figure
      *> is accumulated per rule and per currency
       01 WS-CUR-MAX                   PIC 9(01) VALUE 5.
       01 WS-CUR-COUNT                 PIC 9(01).
       01 WS-CUR-TABLE.
           05 WS-CUR-CODE               PIC X(03) OCCURS 5 TIMES.
       01 WS-CUR-SUB                   PIC 9(01).
       01 WS-ACCUM-TABLE.
           05 WS-ACCUM-RULE OCCURS 20 TIMES.
               10 WS-ACCUM-CUR OCCURS 5 TIMES.
                   15 AC-COUNT          PIC 9(05).
                   15 AC-IN             PIC S9(11)V99 COMP-3.
                   15 AC-OUT            PIC S9(11)V99 COMP-3.
                   15 AC-BASE           PIC S9(11)V99 COMP-3.
       01 WS-DIRECTION                 PIC X(01).
           88 MONEY-IN                  VALUE "I".
           88 MONEY-OUT                 VALUE "O".
       01 WS-OWN-TRANSFER              PIC X(01).
           88 OWN-TRANSFER              VALUE "Y".
       01 WS-CASH-DEPOSIT              PIC X(01).
           88 CASH-DEPOSIT              VALUE "Y".
       01 WS-RAISE-SWITCH              PIC X(01).
           88 RAISE-ALERT               VALUE "Y".
       01 WS-SUPPRESS-SWITCH           PIC X(01).
           88 ALERT-SUPPRESSED          VALUE "Y".
       01 WS-RECENT-AMOUNT             PIC S9(11)V99.
       01 WS-SCALED-BASELINE           PIC S9(11)V99.
       01 WS-ALERT-NUMBER              PIC 9(08).
       01 WS-MATCH-KEY                 PIC X(17).
       01 WS-CUSTOMERS-READ            PIC 9(07).
       01 WS-ALERTS-RAISED             PIC 9(07).
       01 WS-ALERTS-SUPPRESSED         PIC 9(07).
       01 WS-OVERFLOW-COUNT            PIC 9(07).
       01 WS-IN-DISPLAY                PIC -(11)9.99.
       01 WS-OUT-DISPLAY               PIC -(11)9.99.
       01 WS-BASE-DISPLAY              PIC -(11)9.99.
       01 WS-COUNT-DISPLAY             PIC ZZZZZZ9.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Nightly transaction monitoring: every customer's
           *> posted history is tested against the table of active
           *> rules (structuring, rapid in-and-out movement, and
           *> jumps over the customer's normal activity), and each
           *> pattern found goes on the compliance alert file for
           *> review, unless an alert for the same customer, rule,
           *> and currency is still being worked or already covered
           *> the same activity. A rerun therefore raises nothing
           *> twice.
           PERFORM RECORD-RUN-START
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE 0 TO WS-CUSTOMERS-READ
           MOVE 0 TO WS-ALERTS-RAISED
           MOVE 0 TO WS-ALERTS-SUPPRESSED
           MOVE 0 TO WS-OVERFLOW-COUNT
           OPEN OUTPUT MONITOR-REPORT
           MOVE SPACES TO MR-LINE
           STRING "TRANSACTION MONITORING ALERTS FOR " WS-TODAY
               DELIMITED BY SIZE INTO MR-LINE
           WRITE MR-LINE
           PERFORM LOAD-MONITORING-RULES
           IF WS-RULE-COUNT = 0
               MOVE "NO ACTIVE MONITORING RULES ON FILE" TO MR-LINE
               WRITE MR-LINE
               CLOSE MONITOR-REPORT
               DISPLAY "No active monitoring rules; nothing tested"
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           PERFORM OPEN-MONITORING-FILES
           MOVE SPACES TO MR-LINE
           STRING "ALERT    CUSTOMER   RULE T CUR FROM     ITEMS"
                  "           AMOUNT IN          AMOUNT OUT"
                  "            BASELINE"
               DELIMITED BY SIZE INTO MR-LINE
           WRITE MR-LINE
           MOVE "N" TO WS-CUST-EOF-SWITCH
           MOVE LOW-VALUES TO CUST-ID
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CUST-ID
               INVALID KEY
                   MOVE "Y" TO WS-CUST-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-CUSTOMERS
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CUST-EOF-SWITCH
                   NOT AT END
                       PERFORM MONITOR-ONE-CUSTOMER
               END-READ
           END-PERFORM
           PERFORM WRITE-MONITOR-TOTALS
           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE TRAN-HISTORY
           CLOSE ALERT-FILE
           CLOSE NUMBER-CONTROL
           CLOSE MONITOR-REPORT
           DISPLAY "Customers monitored: " WS-CUSTOMERS-READ
               " alerts raised: " WS-ALERTS-RAISED
               " already raised: " WS-ALERTS-SUPPRESSED
           PERFORM RECORD-RUN-END
           STOP RUN.

       LOAD-MONITORING-RULES.
           *> No rule file yet means no rules: the run reports that
           *> and ends clean rather than holding up the stream
           MOVE 0 TO WS-RULE-COUNT
           MOVE WS-TODAY TO WS-SCAN-FROM
           OPEN INPUT RULE-FILE
           IF WS-RULE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RULE-EOF-SWITCH
           PERFORM UNTIL END-OF-RULES
               READ RULE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RULE-EOF-SWITCH
                   NOT AT END
                       IF RULE-ACTIVE
                           PERFORM ADD-RULE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RULE-FILE.

       ADD-RULE-ENTRY.
           IF WS-RULE-COUNT >= WS-RULE-MAX
               MOVE SPACES TO MR-LINE
               STRING "RULE " RULE-ID
                      " NOT APPLIED - RULE TABLE FULL"
                   DELIMITED BY SIZE INTO MR-LINE
               WRITE MR-LINE
               EXIT PARAGRAPH
           END-IF
           IF RULE-LOOKBACK-DAYS = 0
               MOVE SPACES TO MR-LINE
               STRING "RULE " RULE-ID
                      " NOT APPLIED - NO LOOKBACK PERIOD"
                   DELIMITED BY SIZE INTO MR-LINE
               WRITE MR-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE WS-RULE-COUNT TO WS-RULE-SUB
           MOVE RULE-ID TO RT-RULE-ID (WS-RULE-SUB)
           MOVE RULE-TYPE TO RT-RULE-TYPE (WS-RULE-SUB)
           MOVE RULE-LOW-AMOUNT TO RT-LOW-AMOUNT (WS-RULE-SUB)
           MOVE RULE-HIGH-AMOUNT TO RT-HIGH-AMOUNT (WS-RULE-SUB)
           MOVE RULE-LOOKBACK-DAYS TO RT-LOOKBACK-DAYS (WS-RULE-SUB)
           MOVE RULE-MIN-COUNT TO RT-MIN-COUNT (WS-RULE-SUB)
           MOVE RULE-PERCENT TO RT-PERCENT (WS-RULE-SUB)
           MOVE RULE-BASELINE-DAYS TO RT-BASELINE-DAYS (WS-RULE-SUB)
           *> The lookback counts today as its first day
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - RULE-LOOKBACK-DAYS + 1
           COMPUTE RT-WINDOW-FROM (WS-RULE-SUB) =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           COMPUTE WS-DATE-INTEGER =
               WS-DATE-INTEGER - RULE-BASELINE-DAYS
           COMPUTE RT-BASE-FROM (WS-RULE-SUB) =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           IF RT-BASE-FROM (WS-RULE-SUB) < WS-SCAN-FROM
               MOVE RT-BASE-FROM (WS-RULE-SUB) TO WS-SCAN-FROM
           END-IF.

       OPEN-MONITORING-FILES.
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT TRAN-HISTORY
           IF WS-CUST-FILE-STATUS NOT = "00"
                   OR WS-ACCT-FILE-STATUS NOT = "00"
                   OR WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open masters or history, status "
                   WS-CUST-FILE-STATUS " " WS-ACCT-FILE-STATUS
                   " " WS-HIST-FILE-STATUS
               CLOSE MONITOR-REPORT
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           *> Create-on-first-use applies only to file-not-found
           *> (status 35). Any other failure must NOT fall through
           *> to OPEN OUTPUT, which would truncate the file.
           OPEN I-O ALERT-FILE
           IF WS-ALRT-FILE-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
               IF WS-ALRT-FILE-STATUS = "00"
                   CLOSE ALERT-FILE
                   OPEN I-O ALERT-FILE
               END-IF
           END-IF
           IF WS-ALRT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open alert file, status "
                   WS-ALRT-FILE-STATUS
               CLOSE MONITOR-REPORT
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN I-O NUMBER-CONTROL
           IF WS-NUMC-FILE-STATUS = "35"
               OPEN OUTPUT NUMBER-CONTROL
               IF WS-NUMC-FILE-STATUS = "00"
                   CLOSE NUMBER-CONTROL
                   OPEN I-O NUMBER-CONTROL
               END-IF
           END-IF
           IF WS-NUMC-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open number control, status "
                   WS-NUMC-FILE-STATUS
               CLOSE ALERT-FILE
               CLOSE MONITOR-REPORT
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF.

       MONITOR-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-READ
           ADD 1 TO RUNLOG-IN-COUNT
           PERFORM LOAD-CUSTOMER-ACCOUNTS
           IF WS-ACCT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-ACCUM-TABLE
           MOVE 0 TO WS-CUR-COUNT
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               PERFORM SCAN-ACCOUNT-HISTORY
           END-PERFORM
           IF WS-CUR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
               PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                       UNTIL WS-CUR-SUB > WS-CUR-COUNT
                   PERFORM TEST-RULE
               END-PERFORM
           END-PERFORM.

       LOAD-CUSTOMER-ACCOUNTS.
           MOVE 0 TO WS-ACCT-COUNT
           MOVE "N" TO WS-PORT-EOF-SWITCH
           MOVE CUST-ID TO ACCT-CUSTOMER-ID
           START ACCOUNT-MASTER KEY IS EQUAL TO ACCT-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-PORT-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-PORTFOLIO
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PORT-EOF-SWITCH
                   NOT AT END
                       IF ACCT-CUSTOMER-ID NOT = CUST-ID
                           MOVE "Y" TO WS-PORT-EOF-SWITCH
                       ELSE
                           PERFORM ADD-CUSTOMER-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       ADD-CUSTOMER-ACCOUNT.
           IF WS-ACCT-COUNT >= WS-ACCT-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               MOVE SPACES TO MR-LINE
               STRING "CUSTOMER " CUST-ID
                      " ACCOUNT " ACCT-NUMBER
                      " NOT MONITORED - ACCOUNT TABLE FULL"
                   DELIMITED BY SIZE INTO MR-LINE
               WRITE MR-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           MOVE ACCT-NUMBER TO WS-CUST-ACCOUNT (WS-ACCT-COUNT).

       SCAN-ACCOUNT-HISTORY.
           MOVE "N" TO WS-HIST-EOF-SWITCH
           MOVE WS-CUST-ACCOUNT (WS-ACCT-SUB) TO HIST-ACCOUNT-NUMBER
           MOVE WS-SCAN-FROM TO HIST-DATE
           MOVE 0 TO HIST-TIME
           MOVE 0 TO HIST-SEQ
           START TRAN-HISTORY KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HIST-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-ACCT-HISTORY
               READ TRAN-HISTORY NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-SWITCH
                   NOT AT END
                       IF HIST-ACCOUNT-NUMBER NOT =
                               WS-CUST-ACCOUNT (WS-ACCT-SUB)
                               OR HIST-DATE > WS-TODAY
                           MOVE "Y" TO WS-HIST-EOF-SWITCH
                       ELSE
                           MOVE HIST-TRAN-DATA TO WS-TRAN-WORK
                           IF WK-STATUS-POSTED
                                   AND NOT WK-IS-REVERSAL
                               PERFORM CLASSIFY-HISTORY-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CLASSIFY-HISTORY-ENTRY.
           *> Only customer money movement counts; interest, fees,
           *> and the other system postings are not activity
           MOVE SPACES TO WS-DIRECTION
           MOVE "N" TO WS-OWN-TRANSFER
           MOVE "N" TO WS-CASH-DEPOSIT
           EVALUATE TRUE
               WHEN WK-TYPE-DEPOSIT
                   MOVE "I" TO WS-DIRECTION
                   *> A payroll or benefit credit from an inbound
                   *> file is electronic, not cash, whatever its
                   *> tender byte says
                   IF NOT WK-TENDER-CHECK
                           AND NOT WK-CHANNEL-DIRECT-CREDIT
                       MOVE "Y" TO WS-CASH-DEPOSIT
                   END-IF
               WHEN WK-TYPE-TRANSFER-IN
                   MOVE "I" TO WS-DIRECTION
               WHEN WK-TYPE-WITHDRAWAL OR WK-TYPE-TRANSFER
                       OR WK-TYPE-EXTERNAL OR WK-TYPE-CHECK
                       OR WK-TYPE-OFFICIAL-CHECK
                   MOVE "O" TO WS-DIRECTION
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WK-TYPE-TRANSFER OR WK-TYPE-TRANSFER-IN
               PERFORM VARYING WS-OWN-SUB FROM 1 BY 1
                       UNTIL WS-OWN-SUB > WS-ACCT-COUNT
                   IF WS-CUST-ACCOUNT (WS-OWN-SUB)
                           = WK-COUNTERPARTY-ACCT
                       MOVE "Y" TO WS-OWN-TRANSFER
                   END-IF
               END-PERFORM
           END-IF
           PERFORM FIND-CURRENCY-SLOT
           IF WS-CUR-SUB = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
               PERFORM ACCUMULATE-FOR-RULE
           END-PERFORM.

       FIND-CURRENCY-SLOT.
           MOVE 0 TO WS-CUR-SUB
           IF WS-CUR-COUNT > 0
               PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                       UNTIL WS-CUR-SUB > WS-CUR-COUNT
                           OR WS-CUR-CODE (WS-CUR-SUB)
                               = WK-CURRENCY-CODE
                   CONTINUE
               END-PERFORM
               IF WS-CUR-SUB > WS-CUR-COUNT
                   MOVE 0 TO WS-CUR-SUB
               END-IF
           END-IF
           IF WS-CUR-SUB = 0
               IF WS-CUR-COUNT < WS-CUR-MAX
                   ADD 1 TO WS-CUR-COUNT
                   MOVE WK-CURRENCY-CODE TO WS-CUR-CODE (WS-CUR-COUNT)
                   MOVE WS-CUR-COUNT TO WS-CUR-SUB
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       ACCUMULATE-FOR-RULE.
           EVALUATE RT-RULE-TYPE (WS-RULE-SUB)
               WHEN "S"
                   IF CASH-DEPOSIT
                           AND WK-DATE >= RT-WINDOW-FROM (WS-RULE-SUB)
                           AND WK-TRAN-AMOUNT >=
                               RT-LOW-AMOUNT (WS-RULE-SUB)
                           AND WK-TRAN-AMOUNT <=
                               RT-HIGH-AMOUNT (WS-RULE-SUB)
                       ADD 1 TO AC-COUNT (WS-RULE-SUB, WS-CUR-SUB)
                       ADD WK-TRAN-AMOUNT
                           TO AC-IN (WS-RULE-SUB, WS-CUR-SUB)
                   END-IF
               WHEN "R"
                   IF NOT OWN-TRANSFER
                           AND WK-DATE >= RT-WINDOW-FROM (WS-RULE-SUB)
                       PERFORM ADD-WINDOW-MOVEMENT
                   END-IF
               WHEN "V"
                   IF NOT OWN-TRANSFER
                       IF WK-DATE >= RT-WINDOW-FROM (WS-RULE-SUB)
                           PERFORM ADD-WINDOW-MOVEMENT
                       ELSE
                           IF WK-DATE >= RT-BASE-FROM (WS-RULE-SUB)
                               ADD WK-TRAN-AMOUNT
                                   TO AC-BASE (WS-RULE-SUB, WS-CUR-SUB)
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-WINDOW-MOVEMENT.
           ADD 1 TO AC-COUNT (WS-RULE-SUB, WS-CUR-SUB)
           IF MONEY-IN
               ADD WK-TRAN-AMOUNT TO AC-IN (WS-RULE-SUB, WS-CUR-SUB)
           ELSE
               ADD WK-TRAN-AMOUNT TO AC-OUT (WS-RULE-SUB, WS-CUR-SUB)
           END-IF.

       TEST-RULE.
           MOVE "N" TO WS-RAISE-SWITCH
           MOVE 0 TO WS-SCALED-BASELINE
           EVALUATE RT-RULE-TYPE (WS-RULE-SUB)
               WHEN "S"
                   IF AC-COUNT (WS-RULE-SUB, WS-CUR-SUB) > 0
                           AND AC-COUNT (WS-RULE-SUB, WS-CUR-SUB)
                               >= RT-MIN-COUNT (WS-RULE-SUB)
                       MOVE "Y" TO WS-RAISE-SWITCH
                   END-IF
               WHEN "R"
                   IF AC-IN (WS-RULE-SUB, WS-CUR-SUB) > 0
                           AND AC-IN (WS-RULE-SUB, WS-CUR-SUB)
                               >= RT-LOW-AMOUNT (WS-RULE-SUB)
                           AND AC-OUT (WS-RULE-SUB, WS-CUR-SUB) * 100
                               >= AC-IN (WS-RULE-SUB, WS-CUR-SUB)
                                  * RT-PERCENT (WS-RULE-SUB)
                       MOVE "Y" TO WS-RAISE-SWITCH
                   END-IF
               WHEN "V"
                   PERFORM TEST-VOLUME-SPIKE
           END-EVALUATE
           IF RAISE-ALERT
               PERFORM RAISE-MONITORING-ALERT
           END-IF.

       TEST-VOLUME-SPIKE.
           *> The baseline is scaled to the window length; with no
           *> baseline period, or none of the customer's history in
           *> it, anything over the floor amount stands out
           COMPUTE WS-RECENT-AMOUNT =
               AC-IN (WS-RULE-SUB, WS-CUR-SUB)
               + AC-OUT (WS-RULE-SUB, WS-CUR-SUB)
           IF WS-RECENT-AMOUNT = 0
                   OR WS-RECENT-AMOUNT < RT-LOW-AMOUNT (WS-RULE-SUB)
               EXIT PARAGRAPH
           END-IF
           IF RT-BASELINE-DAYS (WS-RULE-SUB) > 0
               COMPUTE WS-SCALED-BASELINE ROUNDED =
                   AC-BASE (WS-RULE-SUB, WS-CUR-SUB)
                   * RT-LOOKBACK-DAYS (WS-RULE-SUB)
                   / RT-BASELINE-DAYS (WS-RULE-SUB)
           END-IF
           IF WS-RECENT-AMOUNT * 100 >
                   WS-SCALED-BASELINE * RT-PERCENT (WS-RULE-SUB)
               MOVE "Y" TO WS-RAISE-SWITCH
           END-IF.

       RAISE-MONITORING-ALERT.
           PERFORM CHECK-EXISTING-ALERTS
           IF ALERT-SUPPRESSED
               ADD 1 TO WS-ALERTS-SUPPRESSED
               EXIT PARAGRAPH
           END-IF
           PERFORM ISSUE-ALERT-NUMBER
           MOVE SPACES TO ALRT-RECORD
           MOVE WS-ALERT-NUMBER TO ALRT-NUMBER
           MOVE CUST-ID TO ALRT-CUSTOMER-ID
           MOVE RT-RULE-ID (WS-RULE-SUB) TO ALRT-RULE-ID
           MOVE WS-CUR-CODE (WS-CUR-SUB) TO ALRT-CURRENCY-CODE
           MOVE RT-RULE-TYPE (WS-RULE-SUB) TO ALRT-RULE-TYPE
           MOVE WS-TODAY TO ALRT-RAISED-DATE
           MOVE RT-WINDOW-FROM (WS-RULE-SUB) TO ALRT-WINDOW-FROM
           MOVE AC-COUNT (WS-RULE-SUB, WS-CUR-SUB) TO ALRT-ITEM-COUNT
           MOVE AC-IN (WS-RULE-SUB, WS-CUR-SUB) TO ALRT-AMOUNT-IN
           MOVE AC-OUT (WS-RULE-SUB, WS-CUR-SUB) TO ALRT-AMOUNT-OUT
           MOVE WS-SCALED-BASELINE TO ALRT-BASELINE-AMOUNT
           MOVE "O" TO ALRT-STATUS
           MOVE 0 TO ALRT-ESCALATED-DATE
           MOVE 0 TO ALRT-CLOSED-DATE
           WRITE ALRT-RECORD
           IF WS-ALRT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to write alert " WS-ALERT-NUMBER
                   ", status " WS-ALRT-FILE-STATUS " - halting"
               CLOSE CUSTOMER-MASTER
               CLOSE ACCOUNT-MASTER
               CLOSE TRAN-HISTORY
               CLOSE ALERT-FILE
               CLOSE NUMBER-CONTROL
               CLOSE MONITOR-REPORT
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           ADD 1 TO WS-ALERTS-RAISED
           ADD 1 TO RUNLOG-OUT-COUNT
           MOVE ALRT-AMOUNT-IN TO WS-IN-DISPLAY
           MOVE ALRT-AMOUNT-OUT TO WS-OUT-DISPLAY
           MOVE ALRT-BASELINE-AMOUNT TO WS-BASE-DISPLAY
           MOVE SPACES TO MR-LINE
           STRING ALRT-NUMBER " " ALRT-CUSTOMER-ID
                  " " ALRT-RULE-ID
                  " " ALRT-RULE-TYPE
                  " " ALRT-CURRENCY-CODE
                  " " ALRT-WINDOW-FROM
                  " " ALRT-ITEM-COUNT
                  " " WS-IN-DISPLAY
                  " " WS-OUT-DISPLAY
                  " " WS-BASE-DISPLAY
               DELIMITED BY SIZE INTO MR-LINE
           WRITE MR-LINE.

       CHECK-EXISTING-ALERTS.
           *> Held back while an alert on the same pattern is open or
           *> escalated, or when a closed one was raised inside this
           *> window (it already covered this activity)
           MOVE "N" TO WS-SUPPRESS-SWITCH
           MOVE "N" TO WS-MATCH-EOF-SWITCH
           MOVE CUST-ID TO ALRT-CUSTOMER-ID
           MOVE RT-RULE-ID (WS-RULE-SUB) TO ALRT-RULE-ID
           MOVE WS-CUR-CODE (WS-CUR-SUB) TO ALRT-CURRENCY-CODE
           MOVE ALRT-MATCH-KEY TO WS-MATCH-KEY
           START ALERT-FILE KEY IS EQUAL TO ALRT-MATCH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MATCH-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-MATCHES OR ALERT-SUPPRESSED
               READ ALERT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MATCH-EOF-SWITCH
                   NOT AT END
                       IF ALRT-MATCH-KEY NOT = WS-MATCH-KEY
                           MOVE "Y" TO WS-MATCH-EOF-SWITCH
                       ELSE
                           IF NOT ALRT-CLOSED
                                   OR ALRT-RAISED-DATE >=
                                       RT-WINDOW-FROM (WS-RULE-SUB)
                               MOVE "Y" TO WS-SUPPRESS-SWITCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ISSUE-ALERT-NUMBER.
           *> Alert numbers run in their own series on the number
           *> control file
           MOVE WS-CONTROL-KEY TO NUMC-KEY
           READ NUMBER-CONTROL
               INVALID KEY
                   MOVE WS-CONTROL-KEY TO NUMC-KEY
                   MOVE 0 TO NUMC-LAST-NUMBER
                   MOVE 0 TO NUMC-LEGACY-HIGH
                   WRITE NUMC-RECORD
           END-READ
           IF NUMC-LAST-NUMBER NOT NUMERIC
               MOVE 0 TO NUMC-LAST-NUMBER
           END-IF
           ADD 1 TO NUMC-LAST-NUMBER
           REWRITE NUMC-RECORD
           IF WS-NUMC-FILE-STATUS NOT = "00"
               DISPLAY "Unable to update number control, status "
                   WS-NUMC-FILE-STATUS " - halting"
               CLOSE CUSTOMER-MASTER
               CLOSE ACCOUNT-MASTER
               CLOSE TRAN-HISTORY
               CLOSE ALERT-FILE
               CLOSE NUMBER-CONTROL
               CLOSE MONITOR-REPORT
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           MOVE NUMC-LAST-NUMBER TO WS-ALERT-NUMBER.

       WRITE-MONITOR-TOTALS.
           MOVE SPACES TO MR-LINE
           WRITE MR-LINE
           MOVE WS-CUSTOMERS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO MR-LINE
           STRING "CUSTOMERS MONITORED      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MR-LINE
           WRITE MR-LINE
           MOVE WS-RULE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO MR-LINE
           STRING "ACTIVE RULES APPLIED     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MR-LINE
           WRITE MR-LINE
           MOVE WS-ALERTS-RAISED TO WS-COUNT-DISPLAY
           MOVE SPACES TO MR-LINE
           STRING "ALERTS RAISED            " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MR-LINE
           WRITE MR-LINE
           MOVE WS-ALERTS-SUPPRESSED TO WS-COUNT-DISPLAY
           MOVE SPACES TO MR-LINE
           STRING "ALREADY UNDER AN ALERT   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MR-LINE
           WRITE MR-LINE
           IF WS-OVERFLOW-COUNT > 0
               *> Activity left out of a table may hide a pattern;
               *> compliance must know the run was not complete
               MOVE WS-OVERFLOW-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO MR-LINE
               STRING "ENTRIES NOT MONITORED    " WS-COUNT-DISPLAY
                      " - TABLE LIMITS REACHED, RUN IS INCOMPLETE"
                   DELIMITED BY SIZE INTO MR-LINE
               WRITE MR-LINE
               DISPLAY "Monitoring incomplete - table limits reached"
           END-IF.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "AML-MONITOR-BATCH" TO RUNLOG-PROGRAM-ID
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
