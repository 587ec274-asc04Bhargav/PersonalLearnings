       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-AGING-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "DISPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISP-CASE-NUMBER
               ALTERNATE RECORD KEY IS DISP-HIST-KEY
               FILE STATUS IS WS-DISP-FILE-STATUS.
           SELECT AGING-REPORT ASSIGN TO "DISPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
           COPY DISPREC.

       FD  AGING-REPORT.
       01 DR-LINE                      PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-DISP-FILE-STATUS          PIC X(02).
       01 WS-RPT-FILE-STATUS           PIC X(02).
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-CASES              VALUE "Y".
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-SYSTEM-TELLER             PIC X(08) VALUE "DISPUTE".
      *> A case this close to its decision deadline is flagged so
      *> the back office works it first
       01 WS-WARNING-DAYS              PIC 9(03) VALUE 5.
       01 WS-POST-TYPE                 PIC X(01) VALUE "Q".
       01 WS-NOTICE-TYPE               PIC X(01) VALUE "P".
       01 WS-POST-AMOUNT               PIC S9(9)V99.
       01 WS-POST-RETURN-CODE          PIC 9(02).
       01 WS-NOTICE-RETURN-CODE        PIC 9(02).
       01 WS-DAYS-OPEN                 PIC S9(05).
       01 WS-DAYS-LEFT                 PIC S9(05).
       01 WS-CREDIT-STATE              PIC X(20).
       01 WS-AGING-FLAG                PIC X(16).
       01 WS-CASES-OPEN                PIC 9(07).
       01 WS-CREDITED-COUNT            PIC 9(07).
       01 WS-CREDIT-FAILED-COUNT       PIC 9(07).
       01 WS-PAST-DEADLINE-COUNT       PIC 9(07).
       01 WS-NEAR-DEADLINE-COUNT       PIC 9(07).
       01 WS-TOTAL-CLAIMED             PIC S9(13)V99.
       01 WS-TOTAL-CREDITED            PIC S9(13)V99.
       01 WS-AMOUNT-DISPLAY            PIC -(9)9.99.
       01 WS-TOTAL-DISPLAY             PIC -(13)9.99.
       01 WS-DAYS-DISPLAY              PIC -(4)9.
       01 WS-LEFT-DISPLAY              PIC -(4)9.
       01 WS-COUNT-DISPLAY             PIC ZZZZZZ9.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Nightly ATM dispute run: post the provisional credit on
           *> every open case whose provisional deadline has arrived,
           *> then age every open case against its decision deadline
           *> so none runs past the legal window unnoticed. A case
           *> already credited is never credited again, so a rerun
           *> only reprints the aging.
           PERFORM RECORD-RUN-START
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-CASES-OPEN
           MOVE 0 TO WS-CREDITED-COUNT
           MOVE 0 TO WS-CREDIT-FAILED-COUNT
           MOVE 0 TO WS-PAST-DEADLINE-COUNT
           MOVE 0 TO WS-NEAR-DEADLINE-COUNT
           MOVE 0 TO WS-TOTAL-CLAIMED
           MOVE 0 TO WS-TOTAL-CREDITED
           OPEN I-O DISPUTE-FILE
           IF WS-DISP-FILE-STATUS = "35"
               *> No case has ever been opened: nothing to age
               DISPLAY "No dispute cases on file; nothing to age"
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           IF WS-DISP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open dispute file, status "
                   WS-DISP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN OUTPUT AGING-REPORT
           MOVE SPACES TO DR-LINE
           STRING "ATM DISPUTE AGING REPORT FOR " WS-TODAY
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           MOVE SPACES TO DR-LINE
           STRING "CASE     ACCOUNT      TXN DATE      CLAIMED"
                  " CUR OPENED   DAYS PROVISIONAL CREDIT    "
                  "DECIDE BY LEFT FLAG"
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           PERFORM UNTIL END-OF-CASES
               READ DISPUTE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RUNLOG-IN-COUNT
                       IF DISP-OPEN
                           PERFORM AGE-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-AGING-TOTALS
           CLOSE DISPUTE-FILE
           CLOSE AGING-REPORT
           DISPLAY "Open dispute cases: " WS-CASES-OPEN
               " credited tonight: " WS-CREDITED-COUNT
               " past deadline: " WS-PAST-DEADLINE-COUNT
           PERFORM RECORD-RUN-END
           STOP RUN.

       AGE-ONE-CASE.
           ADD 1 TO WS-CASES-OPEN
           ADD DISP-CLAIM-AMOUNT TO WS-TOTAL-CLAIMED
           IF DISP-CREDIT-DATE = 0
                   AND DISP-PROVISIONAL-DUE NOT > WS-TODAY
               PERFORM POST-PROVISIONAL-CREDIT
           END-IF
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(DISP-OPENED-DATE)
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(DISP-RESOLVE-BY)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY)
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   MOVE "PAST DEADLINE" TO WS-AGING-FLAG
                   ADD 1 TO WS-PAST-DEADLINE-COUNT
               WHEN WS-DAYS-LEFT NOT > WS-WARNING-DAYS
                   MOVE "DECIDE NOW" TO WS-AGING-FLAG
                   ADD 1 TO WS-NEAR-DEADLINE-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-AGING-FLAG
           END-EVALUATE
           IF DISP-CREDIT-DATE NOT = 0
               MOVE SPACES TO WS-CREDIT-STATE
               STRING "CREDITED " DISP-CREDIT-DATE
                   DELIMITED BY SIZE INTO WS-CREDIT-STATE
               ADD DISP-CREDIT-AMOUNT TO WS-TOTAL-CREDITED
           ELSE
               MOVE SPACES TO WS-CREDIT-STATE
               STRING "DUE " DISP-PROVISIONAL-DUE
                   DELIMITED BY SIZE INTO WS-CREDIT-STATE
           END-IF
           MOVE DISP-CLAIM-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-DAYS-OPEN TO WS-DAYS-DISPLAY
           MOVE WS-DAYS-LEFT TO WS-LEFT-DISPLAY
           MOVE SPACES TO DR-LINE
           STRING DISP-CASE-NUMBER " " DISP-ACCOUNT-NUMBER
                  " " DISP-TRAN-DATE
                  " " WS-AMOUNT-DISPLAY
                  " " DISP-CURRENCY-CODE
                  " " DISP-OPENED-DATE
                  " " WS-DAYS-DISPLAY
                  " " WS-CREDIT-STATE
                  " " DISP-RESOLVE-BY
                  " " WS-LEFT-DISPLAY
                  " " WS-AGING-FLAG
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE.

       POST-PROVISIONAL-CREDIT.
           *> The claim goes back to the customer while the case is
           *> worked; a refused posting leaves the case uncredited
           *> for the back office and tomorrow night's run
           MOVE DISP-CLAIM-AMOUNT TO WS-POST-AMOUNT
           MOVE 0 TO WS-POST-RETURN-CODE
           CALL "DISPUTE-POSTING"
               USING DISP-RECORD, WS-POST-TYPE, WS-POST-AMOUNT,
                     WS-SYSTEM-TELLER, WS-TODAY, WS-POST-RETURN-CODE
           IF WS-POST-RETURN-CODE NOT = 0
               ADD 1 TO WS-CREDIT-FAILED-COUNT
               MOVE SPACES TO DR-LINE
               STRING "CASE " DISP-CASE-NUMBER
                      " PROVISIONAL CREDIT NOT POSTED, RETURN CODE "
                      WS-POST-RETURN-CODE
                   DELIMITED BY SIZE INTO DR-LINE
               WRITE DR-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY TO DISP-CREDIT-DATE
           MOVE WS-POST-AMOUNT TO DISP-CREDIT-AMOUNT
           REWRITE DISP-RECORD
           IF WS-DISP-FILE-STATUS NOT = "00"
               *> The money has moved but the case does not show
               *> it; stop before a rerun credits it a second time
               DISPLAY "Unable to update case " DISP-CASE-NUMBER
                   " after its credit posted, status "
                   WS-DISP-FILE-STATUS " - halting"
               CLOSE DISPUTE-FILE
               CLOSE AGING-REPORT
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           ADD 1 TO WS-CREDITED-COUNT
           ADD 1 TO RUNLOG-OUT-COUNT
           CALL "DISPUTE-NOTICE-WRITE"
               USING DISP-RECORD, WS-NOTICE-TYPE, WS-POST-AMOUNT,
                     WS-TODAY, WS-NOTICE-RETURN-CODE
           IF WS-NOTICE-RETURN-CODE NOT = 0
               MOVE SPACES TO DR-LINE
               STRING "CASE " DISP-CASE-NUMBER
                      " CREDIT NOTICE NOT WRITTEN - SEND BY HAND"
                   DELIMITED BY SIZE INTO DR-LINE
               WRITE DR-LINE
           END-IF.

       WRITE-AGING-TOTALS.
           MOVE SPACES TO DR-LINE
           WRITE DR-LINE
           MOVE WS-CASES-OPEN TO WS-COUNT-DISPLAY
           MOVE SPACES TO DR-LINE
           STRING "OPEN CASES              " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           MOVE WS-CREDITED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO DR-LINE
           STRING "PROVISIONAL CREDITS RUN " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           MOVE WS-CREDIT-FAILED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO DR-LINE
           STRING "CREDITS NOT POSTED      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           MOVE WS-NEAR-DEADLINE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO DR-LINE
           STRING "WITHIN WARNING WINDOW   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           MOVE WS-PAST-DEADLINE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO DR-LINE
           STRING "PAST DECISION DEADLINE  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           MOVE WS-TOTAL-CLAIMED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO DR-LINE
           STRING "TOTAL CLAIMED           " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE
           MOVE WS-TOTAL-CREDITED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO DR-LINE
           STRING "TOTAL CREDITED OPEN     " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO DR-LINE
           WRITE DR-LINE.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "DISPUTE-AGING-BATCH" TO RUNLOG-PROGRAM-ID
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
