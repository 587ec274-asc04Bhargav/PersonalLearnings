       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-PENDING-EXPIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-NUMBER
               ALTERNATE RECORD KEY IS PEND-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
           COPY PENDREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-PEND-FILE-STATUS          PIC X(02).
       01 WS-AUDIT-FILE-STATUS         PIC X(02).
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-CHANGES            VALUE "Y".
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
      *> Same expiry period the approval queue enforces
       01 WS-EXPIRY-DAYS               PIC 9(03) VALUE 5.
       01 WS-AGE-DAYS                  PIC S9(05).
       01 WS-EXPIRED-COUNT             PIC 9(05).
       01 WS-STILL-PENDING-COUNT       PIC 9(05).
       01 WS-ERROR-COUNT               PIC 9(05).
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Nightly expiry of maintenance changes no second
           *> officer has decided within the expiry period: the
           *> change is closed as expired, never applied, and the
           *> expiry goes on the audit trail with no checker
           PERFORM RECORD-RUN-START
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-EXPIRED-COUNT
           MOVE 0 TO WS-STILL-PENDING-COUNT
           MOVE 0 TO WS-ERROR-COUNT
           OPEN I-O PENDING-FILE
           IF WS-PEND-FILE-STATUS NOT = "00"
               DISPLAY "No pending-change file available, status "
                   WS-PEND-FILE-STATUS "; nothing to expire"
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               *> No change is expired without its audit entry
               DISPLAY "Unable to open audit log, status "
                   WS-AUDIT-FILE-STATUS
               CLOSE PENDING-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-CHANGES
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RUNLOG-IN-COUNT
                       IF PEND-PENDING
                           PERFORM EXPIRE-IF-OVERDUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG
           CLOSE PENDING-FILE
           DISPLAY "Maintenance changes expired: " WS-EXPIRED-COUNT
               " still pending: " WS-STILL-PENDING-COUNT
           IF WS-ERROR-COUNT > 0
               DISPLAY "Changes not expired through errors: "
                   WS-ERROR-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           STOP RUN.

       EXPIRE-IF-OVERDUE.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(PEND-MADE-DATE)
           IF WS-AGE-DAYS >= WS-EXPIRY-DAYS
               MOVE "E" TO PEND-STATUS
               MOVE SPACES TO PEND-CHECKER-ID
               MOVE WS-TODAY TO PEND-DECIDED-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO PEND-DECIDED-TIME
               REWRITE PEND-RECORD
               IF WS-PEND-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to expire change " PEND-NUMBER
                       ", status " WS-PEND-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
               END-IF
               PERFORM WRITE-AUDIT-RECORD
               ADD 1 TO WS-EXPIRED-COUNT
               ADD 1 TO RUNLOG-OUT-COUNT
           ELSE
               ADD 1 TO WS-STILL-PENDING-COUNT
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           MOVE PEND-PROGRAM TO AUD-PROGRAM
           MOVE "EXPIRED" TO AUD-FUNCTION
           IF PEND-TARGET-CUSTOMER
               MOVE PEND-RECORD-KEY TO AUD-CUSTOMER-ID
           ELSE
               MOVE SPACES TO AUD-CUSTOMER-ID
           END-IF
           MOVE SPACES TO AUD-ACCOUNT-NUMBER
           MOVE SPACES TO AUD-REASON-CODE
           STRING "PENDING NO " PEND-NUMBER
               DELIMITED BY SIZE INTO AUD-AUTHORITY
           MOVE WS-TODAY TO AUD-EFFECTIVE-DATE
           MOVE PEND-MAKER-ID TO AUD-TELLER-ID
           MOVE SPACES TO AUD-CHECKER-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE PEND-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE PEND-AFTER-IMAGE TO AUD-AFTER-IMAGE
           WRITE AUDIT-RECORD.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "MAINT-PENDING-EXPIRY" TO RUNLOG-PROGRAM-ID
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
