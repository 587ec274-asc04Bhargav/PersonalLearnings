       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-MASTER-BACKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "ACCTBKUP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKUP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  BACKUP-FILE.
           COPY BKUPREC.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-BKUP-FILE-STATUS          PIC X(02).
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-ACCOUNTS           VALUE "Y".
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-CLOCK                     PIC X(21).
       01 WS-ACCOUNT-COUNT             PIC 9(09).
       01 WS-BALANCE-TOTAL             PIC S9(13)V99.
       01 WS-ACCRUED-TOTAL             PIC S9(11)V99.
       01 WS-BAL-DISPLAY               PIC -(12)9.99.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Nightly point-in-time image of the account master for
           *> forward recovery. The moment is taken before the first
           *> read: everything the history shows written after it is
           *> what recovery reapplies on top of this image. Runs in
           *> the batch window after the night's postings and the
           *> interest accrual, with no other step updating the
           *> master, so the image is the master as of that moment.
           PERFORM RECORD-RUN-START
           MOVE 0 TO WS-ACCOUNT-COUNT
           MOVE 0 TO WS-BALANCE-TOTAL
           MOVE 0 TO WS-ACCRUED-TOTAL
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-CLOCK
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open account master, status "
                   WS-ACCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN OUTPUT BACKUP-FILE
           IF WS-BKUP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open backup image, status "
                   WS-BKUP-FILE-STATUS
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           MOVE SPACES TO BKUP-RECORD
           MOVE "H" TO BKUP-RECORD-TYPE
           MOVE WS-TODAY TO BKUP-BUSINESS-DATE
           MOVE WS-CLOCK (1:8) TO BKUP-IMAGE-DATE
           MOVE WS-CLOCK (9:6) TO BKUP-IMAGE-TIME
           WRITE BKUP-RECORD
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-ACCOUNTS
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RUNLOG-IN-COUNT
                       PERFORM WRITE-ACCOUNT-IMAGE
               END-READ
           END-PERFORM
           PERFORM WRITE-BACKUP-TRAILER
           CLOSE ACCOUNT-MASTER
           CLOSE BACKUP-FILE
           MOVE WS-BALANCE-TOTAL TO WS-BAL-DISPLAY
           DISPLAY "Account master image for " WS-TODAY
               " taken " WS-CLOCK (1:8) " " WS-CLOCK (9:6)
               ": accounts " WS-ACCOUNT-COUNT
               " balances " WS-BAL-DISPLAY
           PERFORM RECORD-RUN-END
           STOP RUN.

       WRITE-ACCOUNT-IMAGE.
           MOVE SPACES TO BKUP-RECORD
           MOVE "A" TO BKUP-RECORD-TYPE
           MOVE ACCOUNT-RECORD TO BKUP-ACCOUNT-IMAGE
           WRITE BKUP-RECORD
           ADD 1 TO WS-ACCOUNT-COUNT
           ADD 1 TO RUNLOG-OUT-COUNT
           ADD ACCT-CURRENT-BALANCE TO WS-BALANCE-TOTAL
           *> Records from before the accrual field carry spaces
           IF ACCT-ACCRUED-INTEREST IS NUMERIC
               ADD ACCT-ACCRUED-INTEREST TO WS-ACCRUED-TOTAL
           END-IF.

       WRITE-BACKUP-TRAILER.
           MOVE SPACES TO BKUP-RECORD
           MOVE "T" TO BKUP-RECORD-TYPE
           MOVE WS-ACCOUNT-COUNT TO BKUP-ACCOUNT-COUNT
           IF WS-BALANCE-TOTAL < 0
               MOVE "-" TO BKUP-BALANCE-SIGN
           ELSE
               MOVE "+" TO BKUP-BALANCE-SIGN
           END-IF
           MOVE WS-BALANCE-TOTAL TO BKUP-BALANCE-TOTAL
           IF WS-ACCRUED-TOTAL < 0
               MOVE "-" TO BKUP-ACCRUED-SIGN
           ELSE
               MOVE "+" TO BKUP-ACCRUED-SIGN
           END-IF
           MOVE WS-ACCRUED-TOTAL TO BKUP-ACCRUED-TOTAL
           WRITE BKUP-RECORD.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "ACCOUNT-MASTER-BACKUP" TO RUNLOG-PROGRAM-ID
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
