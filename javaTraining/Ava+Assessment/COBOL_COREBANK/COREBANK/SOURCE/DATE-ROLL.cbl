           SELECT DATE-CARD-FILE ASSIGN TO "DATECARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT REQUIRED-STEP-FILE ASSIGN TO "REQSTEPS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTP-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNL-KEY
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CARD-NEXT-DATE            PIC 9(08).
           05 FILLER                    PIC X(72).

       FD  REQUIRED-STEP-FILE.
           COPY RSTPREC.

       FD  RUN-LOG-FILE.
           COPY RUNLREC.

       WORKING-STORAGE SECTION.
       01 WS-BDAT-FILE-STATUS          PIC X(02).
       01 WS-CARD-FILE-STATUS          PIC X(02).
       01 WS-CURRENT-BUS-DATE          PIC 9(08).
       01 WS-NEXT-BUS-DATE             PIC 9(08).
       01 WS-DATE-INTEGER              PIC 9(08).
       01 WS-RSTP-FILE-STATUS          PIC X(02).
       01 WS-RUNL-FILE-STATUS          PIC X(02).
       01 WS-RSTP-EOF-SWITCH           PIC X(01).
           88 END-OF-REQUIRED-STEPS     VALUE "Y".
       01 WS-RUNL-EOF-SWITCH           PIC X(01).
           88 END-OF-STEP-RUNS          VALUE "Y".
       01 WS-REQUIRED-COUNT            PIC 9(03).
       01 WS-NOT-CLEAN-COUNT           PIC 9(03).
       01 WS-LATEST-STATUS             PIC X(01).
       01 WS-LATEST-RC                 PIC 9(04).
       01 WS-STEP-PROBLEM              PIC X(20).
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> stream: everything posted before this point belongs to
           *> the closing business day, everything after it to the
           *> next. With no override card the date advances one
           *> calendar day. The roll is held until every program on
           *> the required-step deck has a clean run logged for the
           *> day being closed.
           PERFORM RECORD-RUN-START
           MOVE 0 TO WS-CURRENT-BUS-DATE
           MOVE 0 TO WS-REQUIRED-COUNT
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDAT-FILE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   " from the system date"
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO WS-CURRENT-BUS-DATE
           ELSE
               PERFORM CHECK-REQUIRED-STEPS
               MOVE WS-REQUIRED-COUNT TO RUNLOG-IN-COUNT
               IF WS-REQUIRED-COUNT = 0 OR WS-NOT-CLEAN-COUNT > 0
                   DISPLAY "Business date " WS-CURRENT-BUS-DATE
                       " not rolled - required steps not cleanly"
                       " complete"
                   MOVE 8 TO RETURN-CODE
                   PERFORM RECORD-RUN-END
                   STOP RUN
               END-IF
           END-IF
           PERFORM DETERMINE-NEXT-DATE
           IF WS-NEXT-BUS-DATE <= WS-CURRENT-BUS-DATE
                   " does not follow " WS-CURRENT-BUS-DATE
                   " - roll abandoned"
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN OUTPUT BUSINESS-DATE-FILE
           CLOSE BUSINESS-DATE-FILE
           DISPLAY "Business date rolled from " WS-CURRENT-BUS-DATE
               " to " WS-NEXT-BUS-DATE
           MOVE WS-REQUIRED-COUNT TO RUNLOG-IN-COUNT
           MOVE 1 TO RUNLOG-OUT-COUNT
           PERFORM RECORD-RUN-END
           STOP RUN.

       CHECK-REQUIRED-STEPS.
           *> Every program on the required-step deck must have a
           *> clean latest run logged against the date being
           *> closed. A missing deck or log holds the roll: the
           *> gate cannot be proved.
           MOVE 0 TO WS-REQUIRED-COUNT
           MOVE 0 TO WS-NOT-CLEAN-COUNT
           OPEN INPUT REQUIRED-STEP-FILE
           IF WS-RSTP-FILE-STATUS NOT = "00"
               DISPLAY "Required step list not available, status "
                   WS-RSTP-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNL-FILE-STATUS NOT = "00"
               DISPLAY "Run log not available, status "
                   WS-RUNL-FILE-STATUS
               CLOSE REQUIRED-STEP-FILE
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
                           PERFORM CHECK-ONE-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUIRED-STEP-FILE
           CLOSE RUN-LOG-FILE
           IF WS-REQUIRED-COUNT = 0
               DISPLAY "Required step list is empty"
           END-IF.

       CHECK-ONE-STEP.
           *> The latest run for the date decides: a clean run
           *> followed by a failed rerun is not clean
           MOVE SPACE TO WS-LATEST-STATUS
           MOVE 0 TO WS-LATEST-RC
           MOVE "N" TO WS-RUNL-EOF-SWITCH
           MOVE WS-CURRENT-BUS-DATE TO RUNL-BUSINESS-DATE
           MOVE RSTP-PROGRAM-ID TO RUNL-PROGRAM-ID
           MOVE 0 TO RUNL-RUN-SEQ
           START RUN-LOG-FILE KEY IS NOT LESS THAN RUNL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RUNL-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-STEP-RUNS
               READ RUN-LOG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RUNL-EOF-SWITCH
                   NOT AT END
                       IF RUNL-BUSINESS-DATE NOT = WS-CURRENT-BUS-DATE
                               OR RUNL-PROGRAM-ID NOT = RSTP-PROGRAM-ID
                           MOVE "Y" TO WS-RUNL-EOF-SWITCH
                       ELSE
                           MOVE RUNL-STATUS TO WS-LATEST-STATUS
                           MOVE RUNL-RETURN-CODE TO WS-LATEST-RC
                       END-IF
               END-READ
           END-PERFORM
           EVALUATE WS-LATEST-STATUS
               WHEN "C"
                   EXIT PARAGRAPH
               WHEN "F"
                   MOVE "FAILED" TO WS-STEP-PROBLEM
               WHEN "R"
                   MOVE "DID NOT FINISH" TO WS-STEP-PROBLEM
               WHEN OTHER
                   MOVE "NOT RUN" TO WS-STEP-PROBLEM
           END-EVALUATE
           ADD 1 TO WS-NOT-CLEAN-COUNT
           DISPLAY "  " RSTP-JOB-NAME " " RSTP-PROGRAM-ID " "
               WS-STEP-PROBLEM " RC " WS-LATEST-RC.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "BUSINESS-DATE-ROLL" TO RUNLOG-PROGRAM-ID
           MOVE 0 TO RUNLOG-IN-COUNT
           MOVE 0 TO RUNLOG-OUT-COUNT
           MOVE 0 TO RUNLOG-RETURN-CODE
           CALL "BATCH-RUN-LOG" USING RUNLOG-PARMS.

       RECORD-RUN-END.
           MOVE RETURN-CODE TO RUNLOG-RETURN-CODE
           MOVE "E" TO RUNLOG-FUNCTION
           CALL "BATCH-RUN-LOG" USING RUNLOG-PARMS
           MOVE RUNLOG-RETURN-CODE TO RETURN-CODE.

       DETERMINE-NEXT-DATE.
           MOVE 0 TO WS-NEXT-BUS-DATE
           OPEN INPUT DATE-CARD-FILE
