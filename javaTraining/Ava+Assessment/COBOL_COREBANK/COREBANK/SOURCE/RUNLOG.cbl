       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-RUN-LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNL-KEY
               FILE STATUS IS WS-RUNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
           COPY RUNLREC.

       WORKING-STORAGE SECTION.
       01 WS-RUNL-FILE-STATUS          PIC X(02).
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-PROGRAM-RUNS       VALUE "Y".
       01 WS-BUSINESS-DATE             PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-LAST-SEQ                  PIC 9(03).
       01 WS-CLOCK                     PIC X(21).
      *> Key of the entry this run opened; kept between the start
      *> and end calls so the end lands on the same entry even when
      *> the run itself moved the business date
       01 WS-STARTED-SWITCH            PIC X(01) VALUE "N".
           88 RUN-STARTED               VALUE "Y".
       01 WS-STARTED-KEY               PIC X(41).

       LINKAGE SECTION.
           COPY RUNLPARM.

       PROCEDURE DIVISION USING RUNLOG-PARMS.
       MAIN-PARA.
           *> The log is an operations aid and never stops the
           *> production step: a log that cannot be opened is
           *> reported on the console and the step carries on. The
           *> date roll will then find no clean entry and hold.
           PERFORM OPEN-RUN-LOG
           IF WS-RUNL-FILE-STATUS NOT = "00"
               DISPLAY "Run log not available, status "
                   WS-RUNL-FILE-STATUS "; " RUNLOG-PROGRAM-ID
                   " not logged"
               EXIT PROGRAM
           END-IF
           EVALUATE TRUE
               WHEN RUNLOG-START-RUN
                   PERFORM LOG-RUN-START
               WHEN RUNLOG-END-RUN
                   PERFORM LOG-RUN-END
           END-EVALUATE
           CLOSE RUN-LOG-FILE
           EXIT PROGRAM.

       OPEN-RUN-LOG.
           *> Create-on-first-use applies only to file-not-found
           *> (status 35). Any other failure must NOT fall through
           *> to OPEN OUTPUT, which would erase the run history.
           OPEN I-O RUN-LOG-FILE
           IF WS-RUNL-FILE-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
               IF WS-RUNL-FILE-STATUS = "00"
                   CLOSE RUN-LOG-FILE
                   OPEN I-O RUN-LOG-FILE
               END-IF
           END-IF.

       LOG-RUN-START.
           CALL "GET-BUSINESS-DATE"
               USING WS-BUSINESS-DATE, WS-BDATE-RETURN-CODE
           *> A rerun on the same date takes the next run number
           MOVE 0 TO WS-LAST-SEQ
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-BUSINESS-DATE TO RUNL-BUSINESS-DATE
           MOVE RUNLOG-PROGRAM-ID TO RUNL-PROGRAM-ID
           MOVE 0 TO RUNL-RUN-SEQ
           START RUN-LOG-FILE KEY IS NOT LESS THAN RUNL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-PROGRAM-RUNS
               READ RUN-LOG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF RUNL-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                               OR RUNL-PROGRAM-ID NOT =
                                   RUNLOG-PROGRAM-ID
                           MOVE "Y" TO WS-EOF-SWITCH
                       ELSE
                           MOVE RUNL-RUN-SEQ TO WS-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE TO WS-CLOCK
           MOVE SPACES TO RUNL-RECORD
           MOVE WS-BUSINESS-DATE TO RUNL-BUSINESS-DATE
           MOVE RUNLOG-PROGRAM-ID TO RUNL-PROGRAM-ID
           COMPUTE RUNL-RUN-SEQ = WS-LAST-SEQ + 1
           MOVE "R" TO RUNL-STATUS
           MOVE WS-CLOCK (1:8) TO RUNL-START-DATE
           MOVE WS-CLOCK (9:6) TO RUNL-START-TIME
           MOVE 0 TO RUNL-END-DATE
           MOVE 0 TO RUNL-END-TIME
           MOVE 0 TO RUNL-RETURN-CODE
           MOVE 0 TO RUNL-IN-COUNT
           MOVE 0 TO RUNL-OUT-COUNT
           WRITE RUNL-RECORD
               INVALID KEY
                   DISPLAY "Run log entry not written for "
                       RUNLOG-PROGRAM-ID
                   EXIT PARAGRAPH
           END-WRITE
           MOVE RUNL-KEY TO WS-STARTED-KEY
           MOVE "Y" TO WS-STARTED-SWITCH.

       LOG-RUN-END.
           IF NOT RUN-STARTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STARTED-KEY TO RUNL-KEY
           READ RUN-LOG-FILE
               INVALID KEY
                   DISPLAY "Run log entry for " RUNLOG-PROGRAM-ID
                       " no longer on file"
                   EXIT PARAGRAPH
           END-READ
           MOVE FUNCTION CURRENT-DATE TO WS-CLOCK
           MOVE WS-CLOCK (1:8) TO RUNL-END-DATE
           MOVE WS-CLOCK (9:6) TO RUNL-END-TIME
           MOVE RUNLOG-RETURN-CODE TO RUNL-RETURN-CODE
           MOVE RUNLOG-IN-COUNT TO RUNL-IN-COUNT
           MOVE RUNLOG-OUT-COUNT TO RUNL-OUT-COUNT
           IF RUNLOG-RETURN-CODE > 4
               MOVE "F" TO RUNL-STATUS
           ELSE
               MOVE "C" TO RUNL-STATUS
           END-IF
           REWRITE RUNL-RECORD
           MOVE "N" TO WS-STARTED-SWITCH.
