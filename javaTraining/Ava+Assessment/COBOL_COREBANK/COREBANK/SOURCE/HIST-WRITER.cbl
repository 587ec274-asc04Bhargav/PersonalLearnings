       01 WS-HIST-FILE-STATUS          PIC X(02).
       01 WS-WRITE-DONE                PIC X(01).
           88 HISTORY-WRITTEN           VALUE "Y".
       01 WS-CLOCK                     PIC X(21).

       LINKAGE SECTION.
           COPY TRANREC.
               MOVE TRAN-TIME TO HIST-TIME
               MOVE 0 TO HIST-SEQ
               MOVE TRAN-LOG-RECORD TO HIST-TRAN-DATA
               MOVE FUNCTION CURRENT-DATE TO WS-CLOCK
               MOVE WS-CLOCK (1:8) TO HIST-WRITTEN-DATE
               MOVE WS-CLOCK (9:6) TO HIST-WRITTEN-TIME
               MOVE "N" TO WS-WRITE-DONE
               PERFORM UNTIL HISTORY-WRITTEN
                   WRITE HIST-RECORD
