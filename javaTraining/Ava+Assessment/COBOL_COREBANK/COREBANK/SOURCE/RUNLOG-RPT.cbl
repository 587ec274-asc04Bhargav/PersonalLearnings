       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-RUN-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNL-KEY
               FILE STATUS IS WS-RUNL-FILE-STATUS.
           SELECT REQUIRED-STEP-FILE ASSIGN TO "REQSTEPS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTP-FILE-STATUS.
           SELECT OPS-REPORT ASSIGN TO "OPSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BDATREC.

       FD  RUN-LOG-FILE.
           COPY RUNLREC.

       FD  REQUIRED-STEP-FILE.
           COPY RSTPREC.

       FD  OPS-REPORT.
       01 OR-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-BDAT-FILE-STATUS          PIC X(02).
       01 WS-RUNL-FILE-STATUS          PIC X(02).
       01 WS-RSTP-FILE-STATUS          PIC X(02).
       01 WS-RPT-FILE-STATUS           PIC X(02).
       01 WS-RUNL-EOF-SWITCH           PIC X(01).
           88 END-OF-DATE-RUNS          VALUE "Y".
       01 WS-RSTP-EOF-SWITCH           PIC X(01).
           88 END-OF-REQUIRED-STEPS     VALUE "Y".
       01 WS-CURRENT-DATE              PIC 9(08).
       01 WS-PRIOR-DATE                PIC 9(08).
       01 WS-LOAD-DATE                 PIC 9(08).
      *> Runs for the prior and current business dates, held in
      *> start-time order so the report reads as the night ran
       01 WS-RUN-COUNT                 PIC 9(03).
       01 WS-RUN-MAX                   PIC 9(03) VALUE 300.
       01 WS-RUN-OVERFLOW              PIC 9(05).
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 300 TIMES.
               10 WS-RUN-ORDER.
                   15 WS-RUN-START-DATE  PIC 9(08).
                   15 WS-RUN-START-TIME  PIC 9(06).
               10 WS-RUN-BUSINESS-DATE   PIC 9(08).
               10 WS-RUN-PROGRAM-ID      PIC X(30).
               10 WS-RUN-SEQ             PIC 9(03).
               10 WS-RUN-STATUS          PIC X(01).
               10 WS-RUN-END-DATE        PIC 9(08).
               10 WS-RUN-END-TIME        PIC 9(06).
               10 WS-RUN-RETURN-CODE     PIC 9(04).
               10 WS-RUN-IN-COUNT        PIC 9(09).
               10 WS-RUN-OUT-COUNT       PIC 9(09).
       01 WS-RUN-SUB                   PIC 9(03).
       01 WS-SHIFT-SUB                 PIC 9(03).
       01 WS-INSERT-SUB                PIC 9(03).
       01 WS-NEW-ORDER                 PIC X(14).
       01 WS-ELAPSED-SECONDS           PIC 9(07).
       01 WS-START-SECONDS             PIC 9(05).
       01 WS-END-SECONDS               PIC 9(05).
       01 WS-WORK-TIME.
           05 WS-WORK-HH                PIC 9(02).
           05 WS-WORK-MM                PIC 9(02).
           05 WS-WORK-SS                PIC 9(02).
       01 WS-ELAPSED-HOURS             PIC 9(03).
       01 WS-ELAPSED-REST              PIC 9(05).
       01 WS-ELAPSED-MINUTES           PIC 9(02).
       01 WS-ELAPSED-SECS              PIC 9(02).
       01 WS-ELAPSED-DISPLAY           PIC X(09).
       01 WS-START-DISPLAY             PIC X(17).
       01 WS-END-DISPLAY               PIC X(17).
       01 WS-STAMP-DATE                PIC 9(08).
       01 WS-STAMP-TIME.
           05 WS-STAMP-HH               PIC 9(02).
           05 WS-STAMP-MM               PIC 9(02).
           05 WS-STAMP-SS               PIC 9(02).
       01 WS-STAMP-DISPLAY             PIC X(17).
       01 WS-RUN-NOTE                  PIC X(20).
       01 WS-SEQ-DISPLAY               PIC ZZ9.
       01 WS-RC-DISPLAY                PIC ZZZ9.
       01 WS-IN-DISPLAY                PIC ZZZZZZZZ9.
       01 WS-OUT-DISPLAY               PIC ZZZZZZZZ9.
      *> Required-step check against the prior business date
       01 WS-LATEST-STATUS             PIC X(01).
       01 WS-LATEST-RC                 PIC 9(04).
       01 WS-STEP-RUNS                 PIC 9(03).
       01 WS-STEP-RESULT               PIC X(16).
       01 WS-REQUIRED-COUNT            PIC 9(03).
       01 WS-PROBLEM-COUNT             PIC 9(05).
       01 WS-COUNT-DISPLAY             PIC ZZZZ9.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Morning operations report: every batch run logged
           *> for the business day just closed and the one just
           *> opened, in the order they ran, with elapsed time,
           *> return code, record counts and reruns; then each
           *> required step's standing for the day just closed, so
           *> a skipped, failed or unfinished step is plain without
           *> reading the job output. Ends with return code 4 when
           *> anything needs attention.
           PERFORM RECORD-RUN-START
           MOVE 0 TO WS-RUN-COUNT
           MOVE 0 TO WS-RUN-OVERFLOW
           MOVE 0 TO WS-PROBLEM-COUNT
           MOVE 0 TO WS-CURRENT-DATE
           MOVE 0 TO WS-PRIOR-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDAT-FILE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BDAT-BUSINESS-DATE TO WS-CURRENT-DATE
                       MOVE BDAT-PRIOR-DATE TO WS-PRIOR-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-CURRENT-DATE = 0
               DISPLAY "Business date control not available, status "
                   WS-BDAT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN OUTPUT OPS-REPORT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open operations report, status "
                   WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNL-FILE-STATUS = "00"
               MOVE WS-PRIOR-DATE TO WS-LOAD-DATE
               PERFORM LOAD-DATE-RUNS
               MOVE WS-CURRENT-DATE TO WS-LOAD-DATE
               PERFORM LOAD-DATE-RUNS
           ELSE
               DISPLAY "Run log not available, status "
                   WS-RUNL-FILE-STATUS
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           PERFORM WRITE-RUN-HISTORY
           PERFORM WRITE-REQUIRED-STEPS
           IF WS-RUNL-FILE-STATUS = "00"
               CLOSE RUN-LOG-FILE
           END-IF
           MOVE WS-PROBLEM-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO OR-LINE
           WRITE OR-LINE
           MOVE SPACES TO OR-LINE
           STRING "ITEMS NEEDING ATTENTION " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO OR-LINE
           WRITE OR-LINE
           CLOSE OPS-REPORT
           IF WS-PROBLEM-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           STOP RUN.

       LOAD-DATE-RUNS.
           MOVE "N" TO WS-RUNL-EOF-SWITCH
           MOVE WS-LOAD-DATE TO RUNL-BUSINESS-DATE
           MOVE LOW-VALUES TO RUNL-PROGRAM-ID
           MOVE 0 TO RUNL-RUN-SEQ
           START RUN-LOG-FILE KEY IS NOT LESS THAN RUNL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RUNL-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-DATE-RUNS
               READ RUN-LOG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RUNL-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RUNLOG-IN-COUNT
                       IF RUNL-BUSINESS-DATE NOT = WS-LOAD-DATE
                           MOVE "Y" TO WS-RUNL-EOF-SWITCH
                       ELSE
                           PERFORM INSERT-RUN-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       INSERT-RUN-ENTRY.
           IF WS-RUN-COUNT NOT < WS-RUN-MAX
               ADD 1 TO WS-RUN-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           *> This report's own run is still open while it prints
           IF RUNL-PROGRAM-ID = "BATCH-RUN-REPORT" AND RUNL-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE RUNL-START-DATE TO WS-NEW-ORDER (1:8)
           MOVE RUNL-START-TIME TO WS-NEW-ORDER (9:6)
           MOVE 1 TO WS-INSERT-SUB
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
               IF WS-RUN-ORDER (WS-RUN-SUB) NOT > WS-NEW-ORDER
                   COMPUTE WS-INSERT-SUB = WS-RUN-SUB + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SHIFT-SUB FROM WS-RUN-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
               MOVE WS-RUN-ENTRY (WS-SHIFT-SUB)
                   TO WS-RUN-ENTRY (WS-SHIFT-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-RUN-COUNT
           MOVE WS-INSERT-SUB TO WS-RUN-SUB
           MOVE RUNL-START-DATE TO WS-RUN-START-DATE (WS-RUN-SUB)
           MOVE RUNL-START-TIME TO WS-RUN-START-TIME (WS-RUN-SUB)
           MOVE RUNL-BUSINESS-DATE
               TO WS-RUN-BUSINESS-DATE (WS-RUN-SUB)
           MOVE RUNL-PROGRAM-ID TO WS-RUN-PROGRAM-ID (WS-RUN-SUB)
           MOVE RUNL-RUN-SEQ TO WS-RUN-SEQ (WS-RUN-SUB)
           MOVE RUNL-STATUS TO WS-RUN-STATUS (WS-RUN-SUB)
           MOVE RUNL-END-DATE TO WS-RUN-END-DATE (WS-RUN-SUB)
           MOVE RUNL-END-TIME TO WS-RUN-END-TIME (WS-RUN-SUB)
           MOVE RUNL-RETURN-CODE TO WS-RUN-RETURN-CODE (WS-RUN-SUB)
           MOVE RUNL-IN-COUNT TO WS-RUN-IN-COUNT (WS-RUN-SUB)
           MOVE RUNL-OUT-COUNT TO WS-RUN-OUT-COUNT (WS-RUN-SUB).

       WRITE-RUN-HISTORY.
           MOVE SPACES TO OR-LINE
           STRING "BATCH RUN HISTORY FOR BUSINESS DATES "
                  WS-PRIOR-DATE " AND " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO OR-LINE
           WRITE OR-LINE
           MOVE SPACES TO OR-LINE
           WRITE OR-LINE
           MOVE SPACES TO OR-LINE
           STRING "BUS DATE PROGRAM                     RUN "
                  "STARTED           ENDED             ELAPSED   "
                  "  RC        IN       OUT NOTE"
               DELIMITED BY SIZE INTO OR-LINE
           WRITE OR-LINE
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
               PERFORM WRITE-RUN-LINE
           END-PERFORM
           IF WS-RUN-COUNT = 0
               MOVE "NO BATCH RUNS LOGGED" TO OR-LINE
               WRITE OR-LINE
           END-IF
           IF WS-RUN-OVERFLOW > 0
               MOVE WS-RUN-OVERFLOW TO WS-COUNT-DISPLAY
               MOVE SPACES TO OR-LINE
               STRING "** TABLE FULL: " WS-COUNT-DISPLAY
                      " LATER RUNS NOT LISTED"
                   DELIMITED BY SIZE INTO OR-LINE
               WRITE OR-LINE
           END-IF.

       WRITE-RUN-LINE.
           MOVE WS-RUN-START-DATE (WS-RUN-SUB) TO WS-STAMP-DATE
           MOVE WS-RUN-START-TIME (WS-RUN-SUB) TO WS-STAMP-TIME
           PERFORM FORMAT-STAMP
           MOVE WS-STAMP-DISPLAY TO WS-START-DISPLAY
           MOVE SPACES TO WS-END-DISPLAY
           MOVE SPACES TO WS-ELAPSED-DISPLAY
           MOVE SPACES TO WS-RUN-NOTE
           EVALUATE WS-RUN-STATUS (WS-RUN-SUB)
               WHEN "R"
                   *> Started and never logged its end: abended,
                   *> cancelled, or still running
                   MOVE "DID NOT FINISH" TO WS-RUN-NOTE
                   ADD 1 TO WS-PROBLEM-COUNT
               WHEN OTHER
                   MOVE WS-RUN-END-DATE (WS-RUN-SUB) TO WS-STAMP-DATE
                   MOVE WS-RUN-END-TIME (WS-RUN-SUB) TO WS-STAMP-TIME
                   PERFORM FORMAT-STAMP
                   MOVE WS-STAMP-DISPLAY TO WS-END-DISPLAY
                   PERFORM FORMAT-ELAPSED
                   IF WS-RUN-STATUS (WS-RUN-SUB) = "F"
                       MOVE "FAILED" TO WS-RUN-NOTE
                       ADD 1 TO WS-PROBLEM-COUNT
                   END-IF
           END-EVALUATE
           IF WS-RUN-SEQ (WS-RUN-SUB) > 1
               IF WS-RUN-NOTE = SPACES
                   MOVE "RERUN" TO WS-RUN-NOTE
               ELSE
                   MOVE WS-RUN-NOTE TO WS-STEP-RESULT
                   MOVE SPACES TO WS-RUN-NOTE
                   STRING "RERUN " WS-STEP-RESULT
                       DELIMITED BY SIZE INTO WS-RUN-NOTE
               END-IF
           END-IF
           MOVE WS-RUN-SEQ (WS-RUN-SUB) TO WS-SEQ-DISPLAY
           MOVE WS-RUN-RETURN-CODE (WS-RUN-SUB) TO WS-RC-DISPLAY
           MOVE WS-RUN-IN-COUNT (WS-RUN-SUB) TO WS-IN-DISPLAY
           MOVE WS-RUN-OUT-COUNT (WS-RUN-SUB) TO WS-OUT-DISPLAY
           *> No program ID runs past 27 characters; the column is
           *> held to that so the note still fits the 132 print line
           MOVE SPACES TO OR-LINE
           STRING WS-RUN-BUSINESS-DATE (WS-RUN-SUB) " "
                  WS-RUN-PROGRAM-ID (WS-RUN-SUB) (1:27) " "
                  WS-SEQ-DISPLAY " "
                  WS-START-DISPLAY " " WS-END-DISPLAY " "
                  WS-ELAPSED-DISPLAY " " WS-RC-DISPLAY " "
                  WS-IN-DISPLAY " " WS-OUT-DISPLAY " "
                  WS-RUN-NOTE
               DELIMITED BY SIZE INTO OR-LINE
           WRITE OR-LINE.

       FORMAT-STAMP.
           MOVE SPACES TO WS-STAMP-DISPLAY
           STRING WS-STAMP-DATE " " WS-STAMP-HH ":" WS-STAMP-MM ":"
                  WS-STAMP-SS
               DELIMITED BY SIZE INTO WS-STAMP-DISPLAY.

       FORMAT-ELAPSED.
           MOVE WS-RUN-START-TIME (WS-RUN-SUB) TO WS-WORK-TIME
           COMPUTE WS-START-SECONDS =
               WS-WORK-HH * 3600 + WS-WORK-MM * 60 + WS-WORK-SS
           MOVE WS-RUN-END-TIME (WS-RUN-SUB) TO WS-WORK-TIME
           COMPUTE WS-END-SECONDS =
               WS-WORK-HH * 3600 + WS-WORK-MM * 60 + WS-WORK-SS
           *> A run can cross midnight
           COMPUTE WS-ELAPSED-SECONDS =
               (FUNCTION INTEGER-OF-DATE (WS-RUN-END-DATE (WS-RUN-SUB))
                - FUNCTION INTEGER-OF-DATE
                      (WS-RUN-START-DATE (WS-RUN-SUB))) * 86400
               + WS-END-SECONDS - WS-START-SECONDS
           DIVIDE WS-ELAPSED-SECONDS BY 3600 GIVING WS-ELAPSED-HOURS
               REMAINDER WS-ELAPSED-REST
           DIVIDE WS-ELAPSED-REST BY 60 GIVING WS-ELAPSED-MINUTES
               REMAINDER WS-ELAPSED-SECS
           MOVE SPACES TO WS-ELAPSED-DISPLAY
           STRING WS-ELAPSED-HOURS ":" WS-ELAPSED-MINUTES ":"
                  WS-ELAPSED-SECS
               DELIMITED BY SIZE INTO WS-ELAPSED-DISPLAY.

       WRITE-REQUIRED-STEPS.
           MOVE SPACES TO OR-LINE
           WRITE OR-LINE
           MOVE SPACES TO OR-LINE
           STRING "REQUIRED STEPS FOR BUSINESS DATE " WS-PRIOR-DATE
               DELIMITED BY SIZE INTO OR-LINE
           WRITE OR-LINE
           MOVE 0 TO WS-REQUIRED-COUNT
           OPEN INPUT REQUIRED-STEP-FILE
           IF WS-RSTP-FILE-STATUS NOT = "00"
               MOVE SPACES TO OR-LINE
               STRING "** REQUIRED STEP LIST NOT AVAILABLE, STATUS "
                      WS-RSTP-FILE-STATUS
                   DELIMITED BY SIZE INTO OR-LINE
               WRITE OR-LINE
               ADD 1 TO WS-PROBLEM-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RSTP-EOF-SWITCH
           PERFORM UNTIL END-OF-REQUIRED-STEPS
               READ REQUIRED-STEP-FILE
                   AT END
                       MOVE "Y" TO WS-RSTP-EOF-SWITCH
                   NOT AT END
                       IF RSTP-CARD (1:1) NOT = "*"
                               AND RSTP-PROGRAM-ID NOT = SPACES
                           ADD 1 TO WS-REQUIRED-COUNT
                           PERFORM CHECK-REQUIRED-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUIRED-STEP-FILE.

       CHECK-REQUIRED-STEP.
           *> Latest run for the date decides, as at the date roll
           MOVE SPACE TO WS-LATEST-STATUS
           MOVE 0 TO WS-LATEST-RC
           MOVE 0 TO WS-STEP-RUNS
           IF WS-RUNL-FILE-STATUS = "00"
               MOVE "N" TO WS-RUNL-EOF-SWITCH
               MOVE WS-PRIOR-DATE TO RUNL-BUSINESS-DATE
               MOVE RSTP-PROGRAM-ID TO RUNL-PROGRAM-ID
               MOVE 0 TO RUNL-RUN-SEQ
               START RUN-LOG-FILE KEY IS NOT LESS THAN RUNL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-RUNL-EOF-SWITCH
               END-START
               PERFORM UNTIL END-OF-DATE-RUNS
                   READ RUN-LOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-RUNL-EOF-SWITCH
                       NOT AT END
                           IF RUNL-BUSINESS-DATE NOT = WS-PRIOR-DATE
                                   OR RUNL-PROGRAM-ID NOT =
                                       RSTP-PROGRAM-ID
                               MOVE "Y" TO WS-RUNL-EOF-SWITCH
                           ELSE
                               ADD 1 TO WS-STEP-RUNS
                               MOVE RUNL-STATUS TO WS-LATEST-STATUS
                               MOVE RUNL-RETURN-CODE TO WS-LATEST-RC
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EVALUATE WS-LATEST-STATUS
               WHEN "C"
                   MOVE "CLEAN" TO WS-STEP-RESULT
               WHEN "F"
                   MOVE "** FAILED" TO WS-STEP-RESULT
                   ADD 1 TO WS-PROBLEM-COUNT
               WHEN "R"
                   MOVE "** NOT FINISHED" TO WS-STEP-RESULT
                   ADD 1 TO WS-PROBLEM-COUNT
               WHEN OTHER
                   MOVE "** SKIPPED" TO WS-STEP-RESULT
                   ADD 1 TO WS-PROBLEM-COUNT
           END-EVALUATE
           MOVE WS-STEP-RUNS TO WS-SEQ-DISPLAY
           MOVE WS-LATEST-RC TO WS-RC-DISPLAY
           MOVE SPACES TO OR-LINE
           STRING RSTP-JOB-NAME " " RSTP-PROGRAM-ID " "
                  WS-STEP-RESULT " RUNS " WS-SEQ-DISPLAY
                  " LAST RC " WS-RC-DISPLAY
               DELIMITED BY SIZE INTO OR-LINE
           WRITE OR-LINE.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "BATCH-RUN-REPORT" TO RUNLOG-PROGRAM-ID
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
