       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYC-REVIEW-DUE-LIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT REVIEW-REPORT ASSIGN TO "KYCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  REVIEW-REPORT.
       01 KR-LINE                      PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-CUST-FILE-STATUS          PIC X(02).
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-RPT-FILE-STATUS           PIC X(02).
       01 WS-CUST-EOF-SWITCH           PIC X(01).
           88 END-OF-CUSTOMERS          VALUE "Y".
       01 WS-PORT-EOF-SWITCH           PIC X(01).
           88 END-OF-CUST-ACCOUNTS      VALUE "Y".
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
      *> A review or document falling due within this many days is
      *> listed ahead of time so the branch can book the customer in
       01 WS-DUE-WINDOW-DAYS           PIC 9(03) VALUE 30.
       01 WS-WINDOW-END                PIC 9(08).
       01 WS-DATE-INTEGER              PIC 9(07).
       01 WS-REVIEW-STATE              PIC X(20).
       01 WS-OPEN-ACCOUNTS             PIC 9(05).
       01 WS-NOT-ON-FILE-COUNT         PIC 9(07).
       01 WS-EXPIRED-COUNT             PIC 9(07).
       01 WS-OVERDUE-COUNT             PIC 9(07).
       01 WS-DUE-COUNT                 PIC 9(07).
       01 WS-EXPIRING-COUNT            PIC 9(07).
       01 WS-ACCOUNTS-LISTED           PIC 9(07).
       01 WS-BAL-DISPLAY               PIC -(11)9.99.
       01 WS-ACCT-COUNT-DISPLAY        PIC ZZZZ9.
       01 WS-COUNT-DISPLAY             PIC ZZZZZZ9.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Weekly list of customers whose periodic identity review
           *> or identity document falls due within the window or has
           *> already passed, and of customers with no identity data
           *> on file at all. Each is shown with the accounts still
           *> open under the ID and their balances, so the branch can
           *> see the exposure while the review is outstanding.
           *> Closed and deceased customers are not listed.
           PERFORM RECORD-RUN-START
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-DUE-WINDOW-DAYS
           COMPUTE WS-WINDOW-END =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE 0 TO WS-NOT-ON-FILE-COUNT
           MOVE 0 TO WS-EXPIRED-COUNT
           MOVE 0 TO WS-OVERDUE-COUNT
           MOVE 0 TO WS-DUE-COUNT
           MOVE 0 TO WS-EXPIRING-COUNT
           MOVE 0 TO WS-ACCOUNTS-LISTED
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open customer master, status "
                   WS-CUST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open account master, status "
                   WS-ACCT-FILE-STATUS
               CLOSE CUSTOMER-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN OUTPUT REVIEW-REPORT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open review report, status "
                   WS-RPT-FILE-STATUS
               CLOSE CUSTOMER-MASTER
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           MOVE SPACES TO KR-LINE
           STRING "KYC REVIEW DUE LIST FOR " WS-TODAY
                  " - DUE ON OR BEFORE " WS-WINDOW-END
               DELIMITED BY SIZE INTO KR-LINE
           WRITE KR-LINE
           MOVE SPACES TO KR-LINE
           STRING "CUSTOMER   NAME                           "
                  "STATE                RISK NEXT REV ID EXPIRY "
                  "OPEN ACCTS"
               DELIMITED BY SIZE INTO KR-LINE
           WRITE KR-LINE
           MOVE "N" TO WS-CUST-EOF-SWITCH
           PERFORM UNTIL END-OF-CUSTOMERS
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CUST-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RUNLOG-IN-COUNT
                       IF NOT CUST-CLOSED AND NOT CUST-DECEASED
                           PERFORM CHECK-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-REVIEW-TOTALS
           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE REVIEW-REPORT
           DISPLAY "KYC review list: not on file "
               WS-NOT-ON-FILE-COUNT
               " ID expired " WS-EXPIRED-COUNT
               " overdue " WS-OVERDUE-COUNT
               " due " WS-DUE-COUNT
               " ID expiring " WS-EXPIRING-COUNT
           PERFORM RECORD-RUN-END
           STOP RUN.

       CHECK-ONE-CUSTOMER.
           *> A record from before the identity fields existed reads
           *> as nothing on file
           IF CUST-DATE-OF-BIRTH NOT NUMERIC
                   OR CUST-ID-EXPIRY-DATE NOT NUMERIC
                   OR CUST-KYC-REVIEW-DATE NOT NUMERIC
                   OR CUST-KYC-NEXT-REVIEW NOT NUMERIC
               MOVE SPACES TO CUST-ID-TYPE
               MOVE SPACE TO CUST-RISK-RATING
               MOVE 0 TO CUST-ID-EXPIRY-DATE
               MOVE 0 TO CUST-KYC-REVIEW-DATE
               MOVE 0 TO CUST-KYC-NEXT-REVIEW
           END-IF
           *> The most serious state is the one shown; an expired
           *> document or overdue review blocks any new account
           EVALUATE TRUE
               WHEN CUST-ID-TYPE = SPACES
                       OR CUST-KYC-REVIEW-DATE = 0
                   MOVE "KYC NOT ON FILE" TO WS-REVIEW-STATE
                   ADD 1 TO WS-NOT-ON-FILE-COUNT
               WHEN CUST-ID-EXPIRY-DATE > 0
                       AND CUST-ID-EXPIRY-DATE < WS-TODAY
                   MOVE "ID EXPIRED" TO WS-REVIEW-STATE
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN CUST-KYC-NEXT-REVIEW > 0
                       AND CUST-KYC-NEXT-REVIEW < WS-TODAY
                   MOVE "REVIEW OVERDUE" TO WS-REVIEW-STATE
                   ADD 1 TO WS-OVERDUE-COUNT
               WHEN CUST-KYC-NEXT-REVIEW > 0
                       AND CUST-KYC-NEXT-REVIEW NOT > WS-WINDOW-END
                   MOVE "REVIEW DUE" TO WS-REVIEW-STATE
                   ADD 1 TO WS-DUE-COUNT
               WHEN CUST-ID-EXPIRY-DATE > 0
                       AND CUST-ID-EXPIRY-DATE NOT > WS-WINDOW-END
                   MOVE "ID EXPIRING" TO WS-REVIEW-STATE
                   ADD 1 TO WS-EXPIRING-COUNT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM COUNT-OPEN-ACCOUNTS
           MOVE WS-OPEN-ACCOUNTS TO WS-ACCT-COUNT-DISPLAY
           MOVE SPACES TO KR-LINE
           STRING CUST-ID " " CUST-NAME " " WS-REVIEW-STATE " "
                  CUST-RISK-RATING "    " CUST-KYC-NEXT-REVIEW " "
                  CUST-ID-EXPIRY-DATE "  " WS-ACCT-COUNT-DISPLAY
               DELIMITED BY SIZE INTO KR-LINE
           WRITE KR-LINE
           ADD 1 TO RUNLOG-OUT-COUNT
           PERFORM LIST-OPEN-ACCOUNTS.

       COUNT-OPEN-ACCOUNTS.
           *> Open and frozen accounts under the ID, through the
           *> customer-ID alternate index
           MOVE 0 TO WS-OPEN-ACCOUNTS
           PERFORM START-CUSTOMER-ACCOUNTS
           PERFORM UNTIL END-OF-CUST-ACCOUNTS
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PORT-EOF-SWITCH
                   NOT AT END
                       IF ACCT-CUSTOMER-ID NOT = CUST-ID
                           MOVE "Y" TO WS-PORT-EOF-SWITCH
                       ELSE
                           IF ACCT-STATUS-OPEN
                                   OR ACCT-STATUS-FROZEN
                               ADD 1 TO WS-OPEN-ACCOUNTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LIST-OPEN-ACCOUNTS.
           *> One line per account: balances are in the account's
           *> own currency, so they are not added together
           PERFORM START-CUSTOMER-ACCOUNTS
           PERFORM UNTIL END-OF-CUST-ACCOUNTS
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PORT-EOF-SWITCH
                   NOT AT END
                       IF ACCT-CUSTOMER-ID NOT = CUST-ID
                           MOVE "Y" TO WS-PORT-EOF-SWITCH
                       ELSE
                           IF ACCT-STATUS-OPEN
                                   OR ACCT-STATUS-FROZEN
                               PERFORM WRITE-ACCOUNT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       START-CUSTOMER-ACCOUNTS.
           MOVE "N" TO WS-PORT-EOF-SWITCH
           MOVE CUST-ID TO ACCT-CUSTOMER-ID
           START ACCOUNT-MASTER KEY IS EQUAL TO ACCT-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-PORT-EOF-SWITCH
           END-START.

       WRITE-ACCOUNT-LINE.
           MOVE ACCT-CURRENT-BALANCE TO WS-BAL-DISPLAY
           MOVE SPACES TO KR-LINE
           STRING "           ACCOUNT " ACCT-NUMBER
                  " TYPE " ACCT-TYPE
                  " STATUS " ACCT-STATUS
                  " " ACCT-CURRENCY-CODE " " WS-BAL-DISPLAY
               DELIMITED BY SIZE INTO KR-LINE
           WRITE KR-LINE
           ADD 1 TO WS-ACCOUNTS-LISTED.

       WRITE-REVIEW-TOTALS.
           MOVE WS-NOT-ON-FILE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO KR-LINE
           STRING "KYC NOT ON FILE    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO KR-LINE
           WRITE KR-LINE
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO KR-LINE
           STRING "ID EXPIRED         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO KR-LINE
           WRITE KR-LINE
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO KR-LINE
           STRING "REVIEW OVERDUE     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO KR-LINE
           WRITE KR-LINE
           MOVE WS-DUE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO KR-LINE
           STRING "REVIEW DUE         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO KR-LINE
           WRITE KR-LINE
           MOVE WS-EXPIRING-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO KR-LINE
           STRING "ID EXPIRING        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO KR-LINE
           WRITE KR-LINE
           MOVE WS-ACCOUNTS-LISTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO KR-LINE
           STRING "OPEN ACCOUNTS      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO KR-LINE
           WRITE KR-LINE.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "KYC-REVIEW-DUE-LIST" TO RUNLOG-PROGRAM-ID
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
