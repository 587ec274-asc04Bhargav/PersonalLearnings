       IDENTIFICATION DIVISION.
       PROGRAM-ID. AML-ALERT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "AMLALERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALRT-NUMBER
               ALTERNATE RECORD KEY IS ALRT-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-ALRT-FILE-STATUS.
           SELECT RULE-FILE ASSIGN TO "AMLRULES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RULE-ID
               FILE STATUS IS WS-RULE-FILE-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
           COPY ALRTREC.

       FD  RULE-FILE.
           COPY RULEREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  TRAN-HISTORY.
           COPY HISTREC.

       WORKING-STORAGE SECTION.
       01 WS-ALRT-FILE-STATUS          PIC X(02).
       01 WS-RULE-FILE-STATUS          PIC X(02).
       01 WS-CUST-FILE-STATUS          PIC X(02).
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-HIST-FILE-STATUS          PIC X(02).
      *> Working mirror of the TRANREC layout for the history
      *> entries shown under an alert
       01 WS-TRAN-WORK.
           05 WK-ACCOUNT-NUMBER         PIC X(12).
           05 WK-TRAN-TYPE              PIC X(01).
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
           05 WK-CHANNEL                PIC X(01).
           05 WK-TERMINAL-ID            PIC X(08).
           05 FILLER                    PIC X(36).
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-FILE               VALUE "Y".
       01 WS-PORT-EOF-SWITCH           PIC X(01).
           88 END-OF-PORTFOLIO          VALUE "Y".
       01 WS-HIST-EOF-SWITCH           PIC X(01).
           88 END-OF-ACCT-HISTORY       VALUE "Y".
       01 WS-ACTION                    PIC X(01).
       01 WS-MAINT-DONE                PIC X(01).
           88 MAINT-DONE                VALUE "Y".
       01 WS-ALERT-NUMBER              PIC 9(08).
       01 WS-DISPOSITION               PIC X(01).
       01 WS-FILING-REF                PIC X(15).
       01 WS-NOTE                      PIC X(40).
       01 WS-RULE-ID                   PIC X(04).
       01 WS-RULE-ON-FILE              PIC X(01).
           88 RULE-ON-FILE              VALUE "Y".
       01 WS-RULE-TYPE                 PIC X(01).
       01 WS-RULE-DESCRIPTION          PIC X(30).
       01 WS-LOW-AMOUNT                PIC S9(9)V99.
       01 WS-HIGH-AMOUNT               PIC S9(9)V99.
       01 WS-LOOKBACK-DAYS             PIC 9(03).
       01 WS-MIN-COUNT                 PIC 9(03).
       01 WS-PERCENT                   PIC 9(05).
       01 WS-BASELINE-DAYS             PIC 9(03).
       01 WS-LIST-COUNT                PIC 9(05).
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-STATUS-TEXT               PIC X(10).
       01 WS-AMOUNT-DISPLAY            PIC -(11)9.99.
       01 WS-OUT-DISPLAY               PIC -(11)9.99.
       01 WS-LOW-DISPLAY               PIC -(9)9.99.
       01 WS-HIGH-DISPLAY              PIC -(9)9.99.
       01 WS-ITEM-DISPLAY              PIC -(9)9.99.

       LINKAGE SECTION.
       01 LS-TELLER-ID                 PIC X(08).
       01 LS-TELLER-ROLE               PIC X(01).
       01 LS-RETURN-CODE               PIC 9(02).
           COPY RETCODES.

       PROCEDURE DIVISION USING LS-TELLER-ID, LS-TELLER-ROLE,
               LS-RETURN-CODE.
       MAIN-PARA.
           *> Compliance workstation over the monitoring alerts:
           *> work the queue, review an alert against the history
           *> that raised it, close it with a disposition or
           *> escalate it for a suspicious activity filing, and
           *> keep the table of monitoring rules the nightly run
           *> applies. Alerts are not for branch eyes, so the whole
           *> function takes supervisor authority.
           MOVE 0 TO LS-RETURN-CODE
           IF LS-TELLER-ROLE NOT = "S"
               DISPLAY "Supervisor authority required for"
                   " compliance alerts"
               MOVE 88 TO LS-RETURN-CODE
               EXIT PROGRAM
           END-IF
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           PERFORM OPEN-ALERT-FILE
           IF LS-RETURN-CODE NOT = 0
               EXIT PROGRAM
           END-IF
           MOVE "N" TO WS-MAINT-DONE
           PERFORM UNTIL MAINT-DONE
               DISPLAY "=== COMPLIANCE ALERT QUEUE ==="
               DISPLAY "1. List Open Alerts  2. Work Alert"
                   "  3. Monitoring Rules  4. Exit"
               DISPLAY "Enter action: "
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN "1"
                       PERFORM LIST-OPEN-ALERTS
                   WHEN "2"
                       PERFORM WORK-ALERT
                   WHEN "3"
                       PERFORM MAINTAIN-RULES
                   WHEN "4"
                       MOVE "Y" TO WS-MAINT-DONE
                   WHEN OTHER
                       DISPLAY "Invalid action"
               END-EVALUATE
           END-PERFORM
           CLOSE ALERT-FILE
           EXIT PROGRAM.

       OPEN-ALERT-FILE.
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
               MOVE 30 TO LS-RETURN-CODE
           END-IF.

       LIST-OPEN-ALERTS.
           *> Oldest first, so the queue is worked in the order the
           *> alerts were raised
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO ALRT-NUMBER
           START ALERT-FILE KEY IS NOT LESS THAN ALRT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-FILE
               READ ALERT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF NOT ALRT-CLOSED
                           PERFORM DISPLAY-QUEUE-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "No open alerts"
           END-IF.

       DISPLAY-QUEUE-LINE.
           ADD 1 TO WS-LIST-COUNT
           PERFORM SET-STATUS-TEXT
           MOVE ALRT-AMOUNT-IN TO WS-AMOUNT-DISPLAY
           MOVE ALRT-AMOUNT-OUT TO WS-OUT-DISPLAY
           DISPLAY ALRT-NUMBER " " ALRT-RAISED-DATE
               " " ALRT-CUSTOMER-ID
               " " ALRT-RULE-ID
               " " ALRT-CURRENCY-CODE
               " IN " WS-AMOUNT-DISPLAY
               " OUT " WS-OUT-DISPLAY
               " " WS-STATUS-TEXT.

       SET-STATUS-TEXT.
           EVALUATE TRUE
               WHEN ALRT-OPEN
                   MOVE "OPEN" TO WS-STATUS-TEXT
               WHEN ALRT-ESCALATED
                   MOVE "ESCALATED" TO WS-STATUS-TEXT
               WHEN ALRT-CLOSED
                   MOVE "CLOSED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE ALRT-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.

       WORK-ALERT.
           MOVE 0 TO LS-RETURN-CODE
           DISPLAY "Enter alert number: "
           ACCEPT WS-ALERT-NUMBER
           MOVE WS-ALERT-NUMBER TO ALRT-NUMBER
           READ ALERT-FILE
               INVALID KEY
                   DISPLAY "Alert not on file"
                   EXIT PARAGRAPH
           END-READ
           PERFORM DISPLAY-ALERT-DETAIL
           PERFORM LIST-ALERT-HISTORY
           EVALUATE TRUE
               WHEN ALRT-OPEN
                   DISPLAY "C=Close  E=Escalate for filing"
                       "  X=Leave open: "
               WHEN ALRT-ESCALATED
                   DISPLAY "C=Close with filing decision"
                       "  X=Leave escalated: "
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "C"
                   PERFORM CLOSE-ALERT
               WHEN "E"
                   IF ALRT-OPEN
                       PERFORM ESCALATE-ALERT
                   ELSE
                       DISPLAY "Alert is already escalated"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DISPLAY-ALERT-DETAIL.
           OPEN INPUT CUSTOMER-MASTER
           MOVE ALRT-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO CUST-NAME
           END-READ
           CLOSE CUSTOMER-MASTER
           MOVE SPACES TO RULE-DESCRIPTION
           OPEN INPUT RULE-FILE
           IF WS-RULE-FILE-STATUS = "00"
               MOVE ALRT-RULE-ID TO RULE-ID
               READ RULE-FILE
                   INVALID KEY
                       MOVE SPACES TO RULE-DESCRIPTION
               END-READ
               CLOSE RULE-FILE
           END-IF
           PERFORM SET-STATUS-TEXT
           DISPLAY "Alert        : " ALRT-NUMBER
               " raised " ALRT-RAISED-DATE " " WS-STATUS-TEXT
           DISPLAY "Customer     : " ALRT-CUSTOMER-ID " " CUST-NAME
           DISPLAY "Rule         : " ALRT-RULE-ID
               " (" ALRT-RULE-TYPE ") " RULE-DESCRIPTION
           DISPLAY "Window       : " ALRT-WINDOW-FROM
               " to " ALRT-RAISED-DATE " " ALRT-CURRENCY-CODE
               "  items " ALRT-ITEM-COUNT
           MOVE ALRT-AMOUNT-IN TO WS-AMOUNT-DISPLAY
           MOVE ALRT-AMOUNT-OUT TO WS-OUT-DISPLAY
           DISPLAY "Money in     : " WS-AMOUNT-DISPLAY
               "  out " WS-OUT-DISPLAY
           IF ALRT-RULE-TYPE = "V"
               MOVE ALRT-BASELINE-AMOUNT TO WS-AMOUNT-DISPLAY
               DISPLAY "Normal level : " WS-AMOUNT-DISPLAY
           END-IF
           IF ALRT-ESCALATED-DATE NOT = 0
               DISPLAY "Escalated    : " ALRT-ESCALATED-DATE
                   " by " ALRT-ESCALATED-TELLER
           END-IF
           IF ALRT-CLOSED
               DISPLAY "Closed       : " ALRT-CLOSED-DATE
                   " by " ALRT-CLOSED-TELLER
                   " disposition " ALRT-DISPOSITION
                   " " ALRT-FILING-REF
           END-IF
           IF ALRT-NOTE NOT = SPACES
               DISPLAY "Note         : " ALRT-NOTE
           END-IF.

       LIST-ALERT-HISTORY.
           *> Every posted entry on the customer's accounts in the
           *> alert currency over the alert window, as the run saw
           *> them; reversed items and their reversals drop out
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT TRAN-HISTORY
           IF WS-ACCT-FILE-STATUS NOT = "00"
                   OR WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "Transaction history not available, status "
                   WS-ACCT-FILE-STATUS " " WS-HIST-FILE-STATUS
               CLOSE ACCOUNT-MASTER
               CLOSE TRAN-HISTORY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "--- HISTORY " ALRT-WINDOW-FROM " TO "
               ALRT-RAISED-DATE " ---"
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-PORT-EOF-SWITCH
           MOVE ALRT-CUSTOMER-ID TO ACCT-CUSTOMER-ID
           START ACCOUNT-MASTER KEY IS EQUAL TO ACCT-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-PORT-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-PORTFOLIO
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PORT-EOF-SWITCH
                   NOT AT END
                       IF ACCT-CUSTOMER-ID NOT = ALRT-CUSTOMER-ID
                           MOVE "Y" TO WS-PORT-EOF-SWITCH
                       ELSE
                           IF ACCT-CURRENCY-CODE
                                   = ALRT-CURRENCY-CODE
                               PERFORM LIST-ACCOUNT-WINDOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER
           CLOSE TRAN-HISTORY
           IF WS-LIST-COUNT = 0
               DISPLAY "No posted entries in the window"
           END-IF.

       LIST-ACCOUNT-WINDOW.
           MOVE "N" TO WS-HIST-EOF-SWITCH
           MOVE ACCT-NUMBER TO HIST-ACCOUNT-NUMBER
           MOVE ALRT-WINDOW-FROM TO HIST-DATE
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
                       IF HIST-ACCOUNT-NUMBER NOT = ACCT-NUMBER
                               OR HIST-DATE > ALRT-RAISED-DATE
                           MOVE "Y" TO WS-HIST-EOF-SWITCH
                       ELSE
                           MOVE HIST-TRAN-DATA TO WS-TRAN-WORK
                           IF WK-STATUS-POSTED
                                   AND NOT WK-IS-REVERSAL
                               PERFORM DISPLAY-ALERT-HISTORY-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DISPLAY-ALERT-HISTORY-LINE.
           ADD 1 TO WS-LIST-COUNT
           MOVE WK-TRAN-AMOUNT TO WS-ITEM-DISPLAY
           DISPLAY WK-ACCOUNT-NUMBER " " WK-DATE " " WK-TIME
               " " WK-TRAN-TYPE
               " " WS-ITEM-DISPLAY
               " tender " WK-TENDER-TYPE
               " " WK-CHANNEL WK-TERMINAL-ID
               " " WK-COUNTERPARTY-ACCT
               " " WK-TELLER-ID.

       ESCALATE-ALERT.
           DISPLAY "Reason for escalation: "
           ACCEPT WS-NOTE
           IF WS-NOTE = SPACES
               DISPLAY "A reason is required to escalate"
               EXIT PARAGRAPH
           END-IF
           MOVE "E" TO ALRT-STATUS
           MOVE WS-TODAY TO ALRT-ESCALATED-DATE
           MOVE LS-TELLER-ID TO ALRT-ESCALATED-TELLER
           MOVE WS-NOTE TO ALRT-NOTE
           REWRITE ALRT-RECORD
           IF WS-ALRT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to update alert, status "
                   WS-ALRT-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
           ELSE
               DISPLAY "Alert " ALRT-NUMBER
                   " escalated for suspicious activity filing"
           END-IF.

       CLOSE-ALERT.
           *> An open alert is cleared on review; an escalated one
           *> closes only on the filing decision, with the
           *> regulator's reference when a filing was made
           IF ALRT-OPEN
               DISPLAY "Disposition (E=Explained by known activity,"
                   " P=False positive): "
           ELSE
               DISPLAY "Disposition (F=Filing made,"
                   " N=No filing warranted): "
           END-IF
           ACCEPT WS-DISPOSITION
           MOVE SPACES TO WS-FILING-REF
           EVALUATE TRUE
               WHEN ALRT-OPEN
                       AND (WS-DISPOSITION = "E"
                           OR WS-DISPOSITION = "P")
                   CONTINUE
               WHEN ALRT-ESCALATED AND WS-DISPOSITION = "N"
                   CONTINUE
               WHEN ALRT-ESCALATED AND WS-DISPOSITION = "F"
                   DISPLAY "Enter filing reference: "
                   ACCEPT WS-FILING-REF
                   IF WS-FILING-REF = SPACES
                       DISPLAY "Filing reference is required"
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalid disposition"
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Closing note: "
           ACCEPT WS-NOTE
           IF WS-NOTE = SPACES
               DISPLAY "A closing note is required"
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO ALRT-STATUS
           MOVE WS-DISPOSITION TO ALRT-DISPOSITION
           MOVE WS-FILING-REF TO ALRT-FILING-REF
           MOVE WS-NOTE TO ALRT-NOTE
           MOVE WS-TODAY TO ALRT-CLOSED-DATE
           MOVE LS-TELLER-ID TO ALRT-CLOSED-TELLER
           REWRITE ALRT-RECORD
           IF WS-ALRT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to update alert, status "
                   WS-ALRT-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
           ELSE
               DISPLAY "Alert " ALRT-NUMBER " closed"
           END-IF.

       MAINTAIN-RULES.
           *> Create-on-first-use applies only to file-not-found
           *> (status 35). Any other failure must NOT fall through
           *> to OPEN OUTPUT, which would truncate the file.
           OPEN I-O RULE-FILE
           IF WS-RULE-FILE-STATUS = "35"
               OPEN OUTPUT RULE-FILE
               IF WS-RULE-FILE-STATUS = "00"
                   CLOSE RULE-FILE
                   OPEN I-O RULE-FILE
               END-IF
           END-IF
           IF WS-RULE-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open monitoring rules, status "
                   WS-RULE-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LIST-RULES
           DISPLAY "A=Add or change rule  R=Retire rule  X=Leave: "
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM ADD-OR-CHANGE-RULE
               WHEN "R"
                   PERFORM RETIRE-RULE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE RULE-FILE.

       LIST-RULES.
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO RULE-ID
           START RULE-FILE KEY IS NOT LESS THAN RULE-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-FILE
               READ RULE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM DISPLAY-RULE-LINE
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "No monitoring rules on file"
           END-IF.

       DISPLAY-RULE-LINE.
           ADD 1 TO WS-LIST-COUNT
           MOVE RULE-LOW-AMOUNT TO WS-LOW-DISPLAY
           MOVE RULE-HIGH-AMOUNT TO WS-HIGH-DISPLAY
           DISPLAY RULE-ID " " RULE-TYPE " " RULE-STATUS
               " " RULE-DESCRIPTION
           DISPLAY "     low " WS-LOW-DISPLAY
               " high " WS-HIGH-DISPLAY
               " days " RULE-LOOKBACK-DAYS
               " count " RULE-MIN-COUNT
               " pct " RULE-PERCENT
               " base days " RULE-BASELINE-DAYS.

       ADD-OR-CHANGE-RULE.
           DISPLAY "Enter rule ID: "
           ACCEPT WS-RULE-ID
           IF WS-RULE-ID = SPACES
               DISPLAY "Rule ID is required"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RULE-ON-FILE
           MOVE WS-RULE-ID TO RULE-ID
           READ RULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RULE-ON-FILE
                   PERFORM DISPLAY-RULE-LINE
           END-READ
           DISPLAY "Rule type (S=Structuring, R=Rapid in/out,"
               " V=Volume spike): "
           ACCEPT WS-RULE-TYPE
           DISPLAY "Description: "
           ACCEPT WS-RULE-DESCRIPTION
           DISPLAY "Lookback days (today included): "
           ACCEPT WS-LOOKBACK-DAYS
           MOVE 0 TO WS-LOW-AMOUNT
           MOVE 0 TO WS-HIGH-AMOUNT
           MOVE 0 TO WS-MIN-COUNT
           MOVE 0 TO WS-PERCENT
           MOVE 0 TO WS-BASELINE-DAYS
           EVALUATE WS-RULE-TYPE
               WHEN "S"
                   DISPLAY "Lowest cash deposit counted: "
                   ACCEPT WS-LOW-AMOUNT
                   DISPLAY "Highest cash deposit counted: "
                   ACCEPT WS-HIGH-AMOUNT
                   DISPLAY "Deposits in the window to alert: "
                   ACCEPT WS-MIN-COUNT
               WHEN "R"
                   DISPLAY "Minimum money in over the window: "
                   ACCEPT WS-LOW-AMOUNT
                   DISPLAY "Money out as percent of money in: "
                   ACCEPT WS-PERCENT
               WHEN "V"
                   DISPLAY "Minimum activity over the window: "
                   ACCEPT WS-LOW-AMOUNT
                   DISPLAY "Percent of normal level to alert: "
                   ACCEPT WS-PERCENT
                   DISPLAY "Days of normal activity before the"
                       " window: "
                   ACCEPT WS-BASELINE-DAYS
               WHEN OTHER
                   DISPLAY "Invalid rule type"
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM VALIDATE-RULE-FIGURES
           IF LS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF NOT RULE-ON-FILE
               MOVE SPACES TO RULE-RECORD
               MOVE WS-RULE-ID TO RULE-ID
           END-IF
           MOVE WS-RULE-TYPE TO RULE-TYPE
           MOVE WS-RULE-DESCRIPTION TO RULE-DESCRIPTION
           MOVE WS-LOW-AMOUNT TO RULE-LOW-AMOUNT
           MOVE WS-HIGH-AMOUNT TO RULE-HIGH-AMOUNT
           MOVE WS-LOOKBACK-DAYS TO RULE-LOOKBACK-DAYS
           MOVE WS-MIN-COUNT TO RULE-MIN-COUNT
           MOVE WS-PERCENT TO RULE-PERCENT
           MOVE WS-BASELINE-DAYS TO RULE-BASELINE-DAYS
           MOVE "A" TO RULE-STATUS
           MOVE WS-TODAY TO RULE-CHANGED-DATE
           MOVE LS-TELLER-ID TO RULE-CHANGED-TELLER
           IF RULE-ON-FILE
               REWRITE RULE-RECORD
           ELSE
               WRITE RULE-RECORD
           END-IF
           IF WS-RULE-FILE-STATUS NOT = "00"
               DISPLAY "Unable to record rule, status "
                   WS-RULE-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
           ELSE
               DISPLAY "Rule " RULE-ID " active from the next"
                   " monitoring run"
           END-IF.

       VALIDATE-RULE-FIGURES.
           MOVE 0 TO LS-RETURN-CODE
           EVALUATE TRUE
               WHEN WS-LOOKBACK-DAYS = 0
                   DISPLAY "Lookback must be at least one day"
                   MOVE 30 TO LS-RETURN-CODE
               WHEN WS-LOW-AMOUNT < 0 OR WS-HIGH-AMOUNT < 0
                   DISPLAY "Amounts cannot be negative"
                   MOVE 30 TO LS-RETURN-CODE
               WHEN WS-RULE-TYPE = "S"
                       AND WS-HIGH-AMOUNT < WS-LOW-AMOUNT
                   DISPLAY "Highest amount is below the lowest"
                   MOVE 30 TO LS-RETURN-CODE
               WHEN WS-RULE-TYPE = "S" AND WS-MIN-COUNT < 2
                   DISPLAY "Structuring needs at least two deposits"
                   MOVE 30 TO LS-RETURN-CODE
               WHEN WS-RULE-TYPE NOT = "S" AND WS-PERCENT = 0
                   DISPLAY "Percent is required"
                   MOVE 30 TO LS-RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RETIRE-RULE.
           *> The record stays so alerts raised under it still show
           *> what the rule was
           DISPLAY "Enter rule ID: "
           ACCEPT WS-RULE-ID
           MOVE WS-RULE-ID TO RULE-ID
           READ RULE-FILE
               INVALID KEY
                   DISPLAY "Rule not on file"
                   EXIT PARAGRAPH
           END-READ
           MOVE "R" TO RULE-STATUS
           MOVE WS-TODAY TO RULE-CHANGED-DATE
           MOVE LS-TELLER-ID TO RULE-CHANGED-TELLER
           REWRITE RULE-RECORD
           IF WS-RULE-FILE-STATUS NOT = "00"
               DISPLAY "Unable to retire rule, status "
                   WS-RULE-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
           ELSE
               DISPLAY "Rule " RULE-ID " retired"
           END-IF.
