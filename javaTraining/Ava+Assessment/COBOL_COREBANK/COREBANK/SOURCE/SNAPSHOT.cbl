       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAILY-BALANCE-SNAPSHOT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-SNAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  PRODUCT-FILE.
           COPY PRODREC.

       FD  SNAPSHOT-FILE.
           COPY SNAPREC.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-PROD-FILE-STATUS          PIC X(02).
       01 WS-SNAP-FILE-STATUS          PIC X(02).
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-ACCOUNTS           VALUE "Y".
       01 WS-PROD-EOF-SWITCH           PIC X(01).
           88 END-OF-PRODUCTS           VALUE "Y".
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-HOLD-RETURN-CODE          PIC 9(02).
       01 WS-HOLD-TOTAL                PIC S9(11)V99.
      *> Product in effect per account type, loaded once at start
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 4 TIMES.
               10 WS-PT-ACCT-TYPE       PIC X(01).
               10 WS-PT-PRODUCT-CODE    PIC X(04).
       01 WS-PT-SUB                    PIC 9(01).
       01 WS-SNAP-COUNT                PIC 9(07).
       01 WS-REPLACED-COUNT            PIC 9(07).
       01 WS-SKIPPED-COUNT             PIC 9(07).
       01 WS-ERROR-COUNT               PIC 9(07).
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> End-of-day balance snapshot of every account on the
           *> books: ledger, available and accrued interest as they
           *> stand at the close of the business day, for the
           *> month-end MIS and average-balance figures. Runs before
           *> the date roll so the snapshot carries the day just
           *> closed. A rerun for the same date replaces that day's
           *> records rather than doubling them.
           PERFORM RECORD-RUN-START
           MOVE 0 TO WS-SNAP-COUNT
           MOVE 0 TO WS-REPLACED-COUNT
           MOVE 0 TO WS-SKIPPED-COUNT
           MOVE 0 TO WS-ERROR-COUNT
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           PERFORM LOAD-PRODUCT-CODES
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open account master, status "
                   WS-ACCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           PERFORM OPEN-SNAPSHOT-FILE
           IF WS-SNAP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open snapshot file, status "
                   WS-SNAP-FILE-STATUS
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-ACCOUNTS
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RUNLOG-IN-COUNT
                       PERFORM SNAPSHOT-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER
           CLOSE SNAPSHOT-FILE
           DISPLAY "Balance snapshot for " WS-TODAY
               ": accounts " WS-SNAP-COUNT
               " replaced " WS-REPLACED-COUNT
               " not on books " WS-SKIPPED-COUNT
           IF WS-ERROR-COUNT > 0
               DISPLAY "Accounts not snapshotted through errors: "
                   WS-ERROR-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           STOP RUN.

       OPEN-SNAPSHOT-FILE.
           *> Create-on-first-use applies only to file-not-found
           *> (status 35). Any other failure must NOT fall through
           *> to OPEN OUTPUT, which would erase the month's days.
           OPEN I-O SNAPSHOT-FILE
           IF WS-SNAP-FILE-STATUS = "35"
               OPEN OUTPUT SNAPSHOT-FILE
               IF WS-SNAP-FILE-STATUS = "00"
                   CLOSE SNAPSHOT-FILE
                   OPEN I-O SNAPSHOT-FILE
               END-IF
           END-IF.

       LOAD-PRODUCT-CODES.
           *> Latest definition already in effect for each type; a
           *> type with no definition snapshots with spaces
           MOVE "S" TO WS-PT-ACCT-TYPE (1)
           MOVE "C" TO WS-PT-ACCT-TYPE (2)
           MOVE "T" TO WS-PT-ACCT-TYPE (3)
           MOVE "L" TO WS-PT-ACCT-TYPE (4)
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1 UNTIL WS-PT-SUB > 4
               MOVE SPACES TO WS-PT-PRODUCT-CODE (WS-PT-SUB)
           END-PERFORM
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-FILE-STATUS NOT = "00"
               DISPLAY "Product file not available; snapshots carry"
                   " no product code"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1 UNTIL WS-PT-SUB > 4
               PERFORM FIND-CURRENT-PRODUCT
           END-PERFORM
           CLOSE PRODUCT-FILE.

       FIND-CURRENT-PRODUCT.
           *> Walk the type's definitions in effective-date order
           *> and keep the latest one already in effect
           MOVE "N" TO WS-PROD-EOF-SWITCH
           MOVE WS-PT-ACCT-TYPE (WS-PT-SUB) TO PROD-ACCT-TYPE
           MOVE 0 TO PROD-EFFECTIVE-DATE
           START PRODUCT-FILE KEY IS NOT LESS THAN PROD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PROD-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-PRODUCTS
               READ PRODUCT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PROD-EOF-SWITCH
                   NOT AT END
                       IF PROD-ACCT-TYPE NOT =
                               WS-PT-ACCT-TYPE (WS-PT-SUB)
                               OR PROD-EFFECTIVE-DATE > WS-TODAY
                           MOVE "Y" TO WS-PROD-EOF-SWITCH
                       ELSE
                           MOVE PROD-CODE
                               TO WS-PT-PRODUCT-CODE (WS-PT-SUB)
                       END-IF
               END-READ
           END-PERFORM.

       SNAPSHOT-ACCOUNT.
           *> Accounts closed on an earlier day and escheated
           *> accounts are off the books; an account closed today
           *> gets its last snapshot so the month sees the closing
           EVALUATE TRUE
               WHEN ACCT-STATUS-ESCHEATED
                   ADD 1 TO WS-SKIPPED-COUNT
                   EXIT PARAGRAPH
               WHEN ACCT-STATUS-CLOSED
                   IF ACCT-DATE-CLOSED NOT = WS-TODAY
                       ADD 1 TO WS-SKIPPED-COUNT
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE
           MOVE SPACES TO SNAP-RECORD
           MOVE ACCT-NUMBER TO SNAP-ACCOUNT-NUMBER
           MOVE WS-TODAY TO SNAP-DATE
           MOVE ACCT-CUSTOMER-ID TO SNAP-CUSTOMER-ID
           MOVE ACCT-TYPE TO SNAP-ACCT-TYPE
           MOVE ACCT-STATUS TO SNAP-STATUS
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1 UNTIL WS-PT-SUB > 4
               IF WS-PT-ACCT-TYPE (WS-PT-SUB) = ACCT-TYPE
                   MOVE WS-PT-PRODUCT-CODE (WS-PT-SUB)
                       TO SNAP-PRODUCT-CODE
               END-IF
           END-PERFORM
           MOVE ACCT-CURRENCY-CODE TO SNAP-CURRENCY-CODE
           MOVE ACCT-BRANCH-CODE TO SNAP-BRANCH-CODE
           MOVE ACCT-CURRENT-BALANCE TO SNAP-LEDGER-BALANCE
           MOVE 0 TO WS-HOLD-TOTAL
           CALL "ACCOUNT-HOLD-TOTAL"
               USING ACCT-NUMBER, WS-TODAY, WS-HOLD-TOTAL,
                     WS-HOLD-RETURN-CODE
           COMPUTE SNAP-AVAILABLE-BALANCE =
               ACCT-CURRENT-BALANCE - WS-HOLD-TOTAL
           *> Records from before the accrual field carry spaces
           IF ACCT-ACCRUED-INTEREST IS NUMERIC
               MOVE ACCT-ACCRUED-INTEREST TO SNAP-ACCRUED-INTEREST
           ELSE
               MOVE 0 TO SNAP-ACCRUED-INTEREST
           END-IF
           MOVE ACCT-DATE-OPENED TO SNAP-DATE-OPENED
           MOVE ACCT-DATE-CLOSED TO SNAP-DATE-CLOSED
           WRITE SNAP-RECORD
               INVALID KEY
                   REWRITE SNAP-RECORD
                   IF WS-SNAP-FILE-STATUS = "00"
                       ADD 1 TO WS-REPLACED-COUNT
                   END-IF
           END-WRITE
           IF WS-SNAP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to write snapshot for " ACCT-NUMBER
                   ", status " WS-SNAP-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RUNLOG-OUT-COUNT
           ADD 1 TO WS-SNAP-COUNT.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "DAILY-BALANCE-SNAPSHOT" TO RUNLOG-PROGRAM-ID
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
