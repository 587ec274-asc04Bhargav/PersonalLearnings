       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERDRAFT-AGING-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT COLLECTION-FILE ASSIGN TO "COLLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLL-ACCOUNT-NUMBER
               FILE STATUS IS WS-COLL-FILE-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "COLLNOTE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTE-FILE-STATUS.
           SELECT AGING-REPORT ASSIGN TO "ODAGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  COLLECTION-FILE.
           COPY COLLREC.

       FD  NOTICE-FILE.
           COPY CNOTEREC.

       FD  AGING-REPORT.
       01 OR-LINE                      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-CUST-FILE-STATUS          PIC X(02).
       01 WS-COLL-FILE-STATUS          PIC X(02).
       01 WS-NOTE-FILE-STATUS          PIC X(02).
       01 WS-RPT-FILE-STATUS           PIC X(02).
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-ACCOUNTS           VALUE "Y".
       01 WS-COLL-FOUND-SWITCH         PIC X(01).
           88 COLL-ON-FILE              VALUE "Y".
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
      *> Collections policy: days past the limit at which each
      *> notice goes out, and the day the balance is listed for
      *> charge-off
       01 WS-REMINDER-DAYS             PIC 9(03) VALUE 15.
       01 WS-DEMAND-DAYS               PIC 9(03) VALUE 30.
       01 WS-FINAL-DAYS                PIC 9(03) VALUE 45.
       01 WS-CHARGEOFF-DAYS            PIC 9(03) VALUE 60.
       01 WS-DAYS-OVERDRAWN            PIC S9(05).
       01 WS-STAGE-DUE                 PIC 9(01).
       01 WS-UNAUTHORIZED-AMOUNT       PIC S9(11)V99.
       01 WS-AGING-FLAG                PIC X(16).
       01 WS-ACCOUNTS-AGING            PIC 9(07).
       01 WS-NEWLY-OVERDRAWN           PIC 9(07).
       01 WS-CURED-COUNT               PIC 9(07).
       01 WS-NOTICE-COUNT              PIC 9(07).
       01 WS-CHARGEOFF-DUE-COUNT       PIC 9(07).
       01 WS-TOTAL-UNAUTHORIZED        PIC S9(13)V99.
       01 WS-TOTAL-CHARGEOFF-DUE       PIC S9(13)V99.
       01 WS-AMOUNT-DISPLAY            PIC -(11)9.99.
       01 WS-TOTAL-DISPLAY             PIC -(13)9.99.
       01 WS-DAYS-DISPLAY              PIC -(4)9.
       01 WS-COUNT-DISPLAY             PIC ZZZZZZ9.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Nightly aging of accounts overdrawn without authority:
           *> the first night a balance is found below its arranged
           *> limit starts the clock, the collection notices go out
           *> as the days pass, and the account is listed for
           *> charge-off at the cutoff. The charge-off itself is a
           *> supervised collections desk action. A notice stage is
           *> sent only once, so a rerun only reprints the aging.
           PERFORM RECORD-RUN-START
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-ACCOUNTS-AGING
           MOVE 0 TO WS-NEWLY-OVERDRAWN
           MOVE 0 TO WS-CURED-COUNT
           MOVE 0 TO WS-NOTICE-COUNT
           MOVE 0 TO WS-CHARGEOFF-DUE-COUNT
           MOVE 0 TO WS-TOTAL-UNAUTHORIZED
           MOVE 0 TO WS-TOTAL-CHARGEOFF-DUE
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open account master, status "
                   WS-ACCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           PERFORM OPEN-COLLECTION-FILE
           OPEN INPUT CUSTOMER-MASTER
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTE-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open collection notice file, status "
                   WS-NOTE-FILE-STATUS
               CLOSE ACCOUNT-MASTER
               CLOSE COLLECTION-FILE
               CLOSE CUSTOMER-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN OUTPUT AGING-REPORT
           MOVE SPACES TO OR-LINE
           STRING "OVERDRAWN ACCOUNT AGING REPORT FOR " WS-TODAY
               DELIMITED BY SIZE INTO OR-LINE
           WRITE OR-LINE
           MOVE SPACES TO OR-LINE
           STRING "ACCOUNT      CUSTOMER          PAST LIMIT CUR "
                  "SINCE     DAYS NOTICE FLAG"
               DELIMITED BY SIZE INTO OR-LINE
           WRITE OR-LINE
           PERFORM UNTIL END-OF-ACCOUNTS
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RUNLOG-IN-COUNT
                       IF (ACCT-TYPE-SAVINGS OR ACCT-TYPE-CHECKING)
                               AND (ACCT-STATUS-OPEN
                                    OR ACCT-STATUS-FROZEN)
                               AND NOT ACCT-CHARGED-OFF
                           PERFORM CHECK-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-AGING-TOTALS
           CLOSE ACCOUNT-MASTER
           CLOSE COLLECTION-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE NOTICE-FILE
           CLOSE AGING-REPORT
           DISPLAY "Accounts past limit: " WS-ACCOUNTS-AGING
               " notices: " WS-NOTICE-COUNT
               " listed for charge-off: " WS-CHARGEOFF-DUE-COUNT
           PERFORM RECORD-RUN-END
           STOP RUN.

       OPEN-COLLECTION-FILE.
           OPEN I-O COLLECTION-FILE
           IF WS-COLL-FILE-STATUS = "35"
               *> No account has ever been aged: create the file
               OPEN OUTPUT COLLECTION-FILE
               IF WS-COLL-FILE-STATUS = "00"
                   CLOSE COLLECTION-FILE
                   OPEN I-O COLLECTION-FILE
               END-IF
           END-IF
           IF WS-COLL-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open collections file, status "
                   WS-COLL-FILE-STATUS
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF.

       CHECK-ONE-ACCOUNT.
           *> Unauthorized when the balance is below the arranged
           *> limit; an account with no facility is past it as soon
           *> as it goes below zero
           COMPUTE WS-UNAUTHORIZED-AMOUNT =
               ACCT-CURRENT-BALANCE + ACCT-OD-LIMIT
           MOVE "N" TO WS-COLL-FOUND-SWITCH
           MOVE ACCT-NUMBER TO COLL-ACCOUNT-NUMBER
           READ COLLECTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-COLL-FOUND-SWITCH
           END-READ
           EVALUATE TRUE
               WHEN WS-UNAUTHORIZED-AMOUNT NOT < 0
                   IF COLL-ON-FILE AND COLL-AGING
                       PERFORM CURE-ACCOUNT
                   END-IF
               WHEN COLL-ON-FILE AND COLL-AGING
                   PERFORM AGE-ACCOUNT
               WHEN COLL-ON-FILE AND COLL-CHARGED-OFF
                   *> Written off already; recoveries are kept on
                   *> the desk, not reaged
                   CONTINUE
               WHEN OTHER
                   PERFORM START-AGING
           END-EVALUATE.

       START-AGING.
           *> First night past the limit, or past it again after a
           *> cure: the clock starts from tonight
           MOVE SPACES TO COLL-RECORD
           MOVE ACCT-NUMBER TO COLL-ACCOUNT-NUMBER
           MOVE ACCT-CUSTOMER-ID TO COLL-CUSTOMER-ID
           MOVE ACCT-CURRENCY-CODE TO COLL-CURRENCY-CODE
           MOVE "A" TO COLL-STATUS
           MOVE WS-TODAY TO COLL-OVERDRAWN-SINCE
           MOVE 0 TO COLL-NOTICE-STAGE
           MOVE 0 TO COLL-LAST-NOTICE-DATE
           MOVE 0 TO COLL-CHARGEOFF-DUE-DATE
           MOVE 0 TO COLL-CURED-DATE
           MOVE 0 TO COLL-CHARGEOFF-DATE
           MOVE 0 TO COLL-CHARGEOFF-AMOUNT
           MOVE 0 TO COLL-RECOVERED-AMOUNT
           MOVE 0 TO COLL-LAST-RECOVERY-DATE
           IF COLL-ON-FILE
               REWRITE COLL-RECORD
           ELSE
               WRITE COLL-RECORD
           END-IF
           IF WS-COLL-FILE-STATUS NOT = "00"
               DISPLAY "Unable to record overdrawn account "
                   ACCT-NUMBER ", status " WS-COLL-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEWLY-OVERDRAWN
           PERFORM AGE-ACCOUNT.

       AGE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-AGING
           ADD WS-UNAUTHORIZED-AMOUNT TO WS-TOTAL-UNAUTHORIZED
           COMPUTE WS-DAYS-OVERDRAWN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(COLL-OVERDRAWN-SINCE)
           EVALUATE TRUE
               WHEN WS-DAYS-OVERDRAWN NOT < WS-FINAL-DAYS
                   MOVE 3 TO WS-STAGE-DUE
               WHEN WS-DAYS-OVERDRAWN NOT < WS-DEMAND-DAYS
                   MOVE 2 TO WS-STAGE-DUE
               WHEN WS-DAYS-OVERDRAWN NOT < WS-REMINDER-DAYS
                   MOVE 1 TO WS-STAGE-DUE
               WHEN OTHER
                   MOVE 0 TO WS-STAGE-DUE
           END-EVALUATE
           *> A night the batch did not run can skip a stage; only
           *> the latest letter is sent, never two at once
           IF WS-STAGE-DUE > COLL-NOTICE-STAGE
               PERFORM WRITE-COLLECTION-NOTICE
           END-IF
           IF WS-DAYS-OVERDRAWN NOT < WS-CHARGEOFF-DAYS
                   AND COLL-CHARGEOFF-DUE-DATE = 0
               MOVE WS-TODAY TO COLL-CHARGEOFF-DUE-DATE
           END-IF
           REWRITE COLL-RECORD
           IF WS-COLL-FILE-STATUS NOT = "00"
               DISPLAY "Unable to update collections record "
                   COLL-ACCOUNT-NUMBER ", status " WS-COLL-FILE-STATUS
           END-IF
           IF COLL-CHARGEOFF-DUE-DATE NOT = 0
               MOVE "CHARGE-OFF DUE" TO WS-AGING-FLAG
               ADD 1 TO WS-CHARGEOFF-DUE-COUNT
               ADD WS-UNAUTHORIZED-AMOUNT TO WS-TOTAL-CHARGEOFF-DUE
           ELSE
               MOVE SPACES TO WS-AGING-FLAG
           END-IF
           MOVE WS-UNAUTHORIZED-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-DAYS-OVERDRAWN TO WS-DAYS-DISPLAY
           MOVE SPACES TO OR-LINE
           STRING ACCT-NUMBER " " ACCT-CUSTOMER-ID
                  " " WS-AMOUNT-DISPLAY
                  " " ACCT-CURRENCY-CODE
                  " " COLL-OVERDRAWN-SINCE
                  " " WS-DAYS-DISPLAY
                  "   " COLL-NOTICE-STAGE
                  "    " WS-AGING-FLAG
               DELIMITED BY SIZE INTO OR-LINE
           WRITE OR-LINE.

       WRITE-COLLECTION-NOTICE.
           MOVE SPACES TO CNOTE-RECORD
           MOVE ACCT-NUMBER TO CNOTE-ACCOUNT-NUMBER
           MOVE ACCT-CUSTOMER-ID TO CNOTE-CUSTOMER-ID
           MOVE ACCT-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   *> Letter still goes; the shop addresses it by hand
                   MOVE "CUSTOMER RECORD NOT FOUND" TO CNOTE-NAME
               NOT INVALID KEY
                   MOVE CUST-NAME TO CNOTE-NAME
                   MOVE CUST-ADDRESS TO CNOTE-ADDRESS
           END-READ
           MOVE WS-STAGE-DUE TO CNOTE-STAGE
           MOVE ACCT-CURRENT-BALANCE TO CNOTE-BALANCE
           MOVE ACCT-OD-LIMIT TO CNOTE-OD-LIMIT
           MOVE ACCT-CURRENCY-CODE TO CNOTE-CURRENCY-CODE
           MOVE COLL-OVERDRAWN-SINCE TO CNOTE-OVERDRAWN-SINCE
           MOVE WS-DAYS-OVERDRAWN TO CNOTE-DAYS-OVERDRAWN
           MOVE WS-TODAY TO CNOTE-NOTICE-DATE
           WRITE CNOTE-RECORD
           IF WS-NOTE-FILE-STATUS NOT = "00"
               MOVE SPACES TO OR-LINE
               STRING "ACCOUNT " ACCT-NUMBER
                      " COLLECTION NOTICE NOT WRITTEN - SEND BY HAND"
                   DELIMITED BY SIZE INTO OR-LINE
               WRITE OR-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAGE-DUE TO COLL-NOTICE-STAGE
           MOVE WS-TODAY TO COLL-LAST-NOTICE-DATE
           ADD 1 TO RUNLOG-OUT-COUNT
           ADD 1 TO WS-NOTICE-COUNT.

       CURE-ACCOUNT.
           *> Brought back within the limit: the aging stops, and
           *> going over again later starts a fresh clock
           MOVE "C" TO COLL-STATUS
           MOVE WS-TODAY TO COLL-CURED-DATE
           REWRITE COLL-RECORD
           IF WS-COLL-FILE-STATUS NOT = "00"
               DISPLAY "Unable to update collections record "
                   COLL-ACCOUNT-NUMBER ", status " WS-COLL-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CURED-COUNT
           MOVE SPACES TO OR-LINE
           STRING ACCT-NUMBER " " ACCT-CUSTOMER-ID
                  " CURED - OVERDRAWN SINCE " COLL-OVERDRAWN-SINCE
               DELIMITED BY SIZE INTO OR-LINE
           WRITE OR-LINE.

       WRITE-AGING-TOTALS.
           MOVE SPACES TO OR-LINE
           WRITE OR-LINE
           MOVE WS-ACCOUNTS-AGING TO WS-COUNT-DISPLAY
           MOVE SPACES TO OR-LINE
           STRING "ACCOUNTS PAST LIMIT     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO OR-LINE
           WRITE OR-LINE
           MOVE WS-NEWLY-OVERDRAWN TO WS-COUNT-DISPLAY
           MOVE SPACES TO OR-LINE
           STRING "NEWLY PAST LIMIT        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO OR-LINE
           WRITE OR-LINE
           MOVE WS-CURED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO OR-LINE
           STRING "CURED TONIGHT           " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO OR-LINE
           WRITE OR-LINE
           MOVE WS-NOTICE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO OR-LINE
           STRING "NOTICES WRITTEN         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO OR-LINE
           WRITE OR-LINE
           MOVE WS-CHARGEOFF-DUE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO OR-LINE
           STRING "LISTED FOR CHARGE-OFF   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO OR-LINE
           WRITE OR-LINE
           MOVE WS-TOTAL-UNAUTHORIZED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO OR-LINE
           STRING "TOTAL PAST LIMIT        " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO OR-LINE
           WRITE OR-LINE
           MOVE WS-TOTAL-CHARGEOFF-DUE TO WS-TOTAL-DISPLAY
           MOVE SPACES TO OR-LINE
           STRING "TOTAL LISTED FOR CHARGE " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO OR-LINE
           WRITE OR-LINE.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "OVERDRAFT-AGING-BATCH" TO RUNLOG-PROGRAM-ID
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
