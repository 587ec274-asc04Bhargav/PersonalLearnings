       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-FORWARD-RECOVERY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN TO "ACCTBKUP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKUP-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT SURVIVING-MASTER ASSIGN TO "ACCTSURV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SURV-ACCT-NUMBER
               FILE STATUS IS WS-SURV-FILE-STATUS.
           SELECT TRAN-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT RECOVERY-REPORT ASSIGN TO "RCVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-FILE.
           COPY BKUPREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

      *> The damaged or suspect master the recovery replaces; only
      *> the key is named here, the rest is looked at through the
      *> WS-SURV-WORK mirror
       FD  SURVIVING-MASTER.
       01 SURV-RECORD.
           05 SURV-ACCT-NUMBER          PIC X(12).
           05 FILLER                    PIC X(111).

       FD  TRAN-HISTORY.
           COPY HISTREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  RECOVERY-REPORT.
       01 RR-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-BKUP-FILE-STATUS          PIC X(02).
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-SURV-FILE-STATUS          PIC X(02).
       01 WS-HIST-FILE-STATUS          PIC X(02).
       01 WS-AUDIT-FILE-STATUS         PIC X(02).
       01 WS-RPT-FILE-STATUS           PIC X(02).
      *> Working copy of the log layout; each history record's
      *> TRANREC image is moved here before the fields are used
           COPY TRANREC.
      *> Mirror of the ACCTREC layout for the surviving copy, named
      *> down to the fields the discrepancy check compares
       01 WS-SURV-WORK.
           05 SV-ACCT-NUMBER            PIC X(12).
           05 SV-CUSTOMER-ID            PIC X(10).
           05 SV-ACCT-TYPE              PIC X(01).
           05 SV-STATUS                 PIC X(01).
           05 SV-CURRENT-BALANCE        PIC S9(11)V99 COMP-3.
           05 FILLER                    PIC X(78).
           05 SV-ACCRUED-INTEREST       PIC S9(9)V99 COMP-3.
           05 FILLER                    PIC X(08).
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-FILE               VALUE "Y".
       01 WS-HIST-EOF-SWITCH           PIC X(01).
           88 END-OF-ACCT-HISTORY       VALUE "Y".
       01 WS-FAILED-SWITCH             PIC X(01).
           88 RECOVERY-FAILED           VALUE "Y".
       01 WS-TRAILER-SWITCH            PIC X(01).
           88 TRAILER-FOUND             VALUE "Y".
       01 WS-ACCT-FOUND                PIC X(01).
           88 ACCOUNT-FOUND             VALUE "Y".
       01 WS-ACCT-CHANGED              PIC X(01).
           88 ACCOUNT-CHANGED           VALUE "Y".
      *> Maintenance that writes a whole account master record, by
      *> the program and function it is logged under
       01 WS-AUDIT-PROGRAM             PIC X(24).
           88 ACCOUNT-IMAGE-PROGRAM     VALUE "ACCOUNT-MANAGEMENT"
                                              "COLLECTIONS-MAINT"
                                              "DECEASED-CUSTOMER"
                                              "LOAN-BOOKING".
       01 WS-AUDIT-FUNCTION            PIC X(10).
           88 ACCOUNT-IMAGE-FUNCTION    VALUE "CREATE" "CLOSE"
                                              "FREEZE" "UNFREEZE"
                                              "OD-LIMIT"
                                              "POSPAY-ON" "POSPAY-OFF"
                                              "MT940-ON" "MT940-OFF"
                                              "CHARGEOFF" "SURVIVOR".
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
      *> The moment the image was taken and the business date then
      *> in force, from the image header
       01 WS-IMAGE-BUSINESS-DATE       PIC 9(08).
       01 WS-IMAGE-DATE                PIC 9(08).
       01 WS-IMAGE-TIME                PIC 9(06).
       01 WS-HIST-FROM-DATE            PIC 9(08).
       01 WS-IMAGE-COUNT               PIC 9(09).
       01 WS-IMAGE-BALANCE             PIC S9(13)V99.
       01 WS-IMAGE-ACCRUED             PIC S9(11)V99.
       01 WS-EXPECTED-BALANCE          PIC S9(13)V99.
       01 WS-EXPECTED-ACCRUED          PIC S9(11)V99.
       01 WS-KEEP-BALANCE              PIC S9(11)V99.
       01 WS-KEEP-ACCRUED              PIC S9(9)V99.
       01 WS-REBUILT-ACCRUED           PIC S9(9)V99.
       01 WS-SURV-ACCRUED              PIC S9(9)V99.
       01 WS-RESTORED-COUNT            PIC 9(09).
       01 WS-MAINT-COUNT               PIC 9(07).
       01 WS-CREATED-COUNT             PIC 9(07).
       01 WS-ENTRY-COUNT               PIC 9(09).
       01 WS-REPLAYED-ACCTS            PIC 9(07).
       01 WS-DISCREPANCY-COUNT         PIC 9(07).
       01 WS-WARNING-COUNT             PIC 9(05).
       01 WS-UPDATE-ERROR-COUNT        PIC 9(05).
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
       01 WS-AMT-DISPLAY               PIC -(12)9.99.
       01 WS-AMT2-DISPLAY              PIC -(12)9.99.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Forward recovery of a damaged account master: the last
           *> nightly image is written back to an empty master and
           *> proved to its trailer, account maintenance logged since
           *> the image is laid back on, and every history entry
           *> written since the image is posted again to rebuild the
           *> balances, accrued interest and statuses. The rebuilt
           *> master is then checked against whatever copy of the
           *> old master survived. Return code 4 when the report
           *> shows discrepancies or warnings, 8 when the recovery
           *> could not be completed.
           PERFORM RECORD-RUN-START
           MOVE "N" TO WS-FAILED-SWITCH
           MOVE 0 TO WS-IMAGE-COUNT
           MOVE 0 TO WS-IMAGE-BALANCE
           MOVE 0 TO WS-IMAGE-ACCRUED
           MOVE 0 TO WS-RESTORED-COUNT
           MOVE 0 TO WS-MAINT-COUNT
           MOVE 0 TO WS-CREATED-COUNT
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE 0 TO WS-REPLAYED-ACCTS
           MOVE 0 TO WS-DISCREPANCY-COUNT
           MOVE 0 TO WS-WARNING-COUNT
           MOVE 0 TO WS-UPDATE-ERROR-COUNT
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           OPEN OUTPUT RECOVERY-REPORT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open recovery report, status "
                   WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           MOVE SPACES TO RR-LINE
           STRING "ACCOUNT MASTER FORWARD RECOVERY - BUSINESS DATE "
                  WS-TODAY
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE
           MOVE SPACES TO RR-LINE
           WRITE RR-LINE
           PERFORM RESTORE-BACKUP-IMAGE
           IF NOT RECOVERY-FAILED
               PERFORM APPLY-MAINTENANCE-AUDIT
           END-IF
           IF NOT RECOVERY-FAILED
               PERFORM REPLAY-TRAN-HISTORY
           END-IF
           IF NOT RECOVERY-FAILED
               PERFORM COMPARE-SURVIVING-COPY
           END-IF
           *> An account the rebuild could not rewrite leaves the new
           *> master short of it, so the recovery does not stand
           IF WS-UPDATE-ERROR-COUNT > 0
               MOVE "Y" TO WS-FAILED-SWITCH
           END-IF
           PERFORM WRITE-RECOVERY-TOTALS
           CLOSE RECOVERY-REPORT
           EVALUATE TRUE
               WHEN RECOVERY-FAILED
                   DISPLAY "Account master recovery NOT completed;"
                       " see recovery report"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DISCREPANCY-COUNT > 0
                       OR WS-WARNING-COUNT > 0
                   DISPLAY "Account master recovered with "
                       WS-DISCREPANCY-COUNT " discrepancies and "
                       WS-WARNING-COUNT " warnings"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Account master recovered: "
                       WS-RESTORED-COUNT " accounts from the image, "
                       WS-ENTRY-COUNT " history entries reapplied"
           END-EVALUATE
           PERFORM RECORD-RUN-END
           STOP RUN.

       RESTORE-BACKUP-IMAGE.
           *> The image goes back in key order onto an empty master
           *> and must prove to its own trailer before anything is
           *> laid on top of it
           OPEN INPUT BACKUP-FILE
           IF WS-BKUP-FILE-STATUS NOT = "00"
               MOVE SPACES TO RR-LINE
               STRING "** BACKUP IMAGE NOT AVAILABLE, STATUS "
                      WS-BKUP-FILE-STATUS
                   DELIMITED BY SIZE INTO RR-LINE
               WRITE RR-LINE
               MOVE "Y" TO WS-FAILED-SWITCH
               EXIT PARAGRAPH
           END-IF
           READ BACKUP-FILE
               AT END
                   MOVE SPACE TO BKUP-RECORD-TYPE
           END-READ
           IF NOT BKUP-HEADER
               MOVE "** BACKUP FILE DOES NOT BEGIN WITH AN IMAGE HEADER"
                   TO RR-LINE
               WRITE RR-LINE
               CLOSE BACKUP-FILE
               MOVE "Y" TO WS-FAILED-SWITCH
               EXIT PARAGRAPH
           END-IF
           MOVE BKUP-BUSINESS-DATE TO WS-IMAGE-BUSINESS-DATE
           MOVE BKUP-IMAGE-DATE TO WS-IMAGE-DATE
           MOVE BKUP-IMAGE-TIME TO WS-IMAGE-TIME
           MOVE SPACES TO RR-LINE
           STRING "IMAGE OF BUSINESS DATE " WS-IMAGE-BUSINESS-DATE
                  " TAKEN " WS-IMAGE-DATE " " WS-IMAGE-TIME
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE
           OPEN OUTPUT ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE SPACES TO RR-LINE
               STRING "** UNABLE TO LOAD THE NEW ACCOUNT MASTER, "
                      "STATUS " WS-ACCT-FILE-STATUS
                   DELIMITED BY SIZE INTO RR-LINE
               WRITE RR-LINE
               CLOSE BACKUP-FILE
               MOVE "Y" TO WS-FAILED-SWITCH
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TRAILER-SWITCH
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE
               READ BACKUP-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       EVALUATE TRUE
                           WHEN BKUP-ACCOUNT
                               PERFORM RESTORE-ACCOUNT-IMAGE
                           WHEN BKUP-TRAILER
                               MOVE "Y" TO WS-TRAILER-SWITCH
                               MOVE "Y" TO WS-EOF-SWITCH
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER
           PERFORM PROVE-IMAGE-TRAILER
           CLOSE BACKUP-FILE.

       RESTORE-ACCOUNT-IMAGE.
           ADD 1 TO WS-IMAGE-COUNT
           ADD 1 TO RUNLOG-IN-COUNT
           MOVE BKUP-ACCOUNT-IMAGE TO ACCOUNT-RECORD
           ADD ACCT-CURRENT-BALANCE TO WS-IMAGE-BALANCE
           *> Records from before the accrual field carry spaces
           IF ACCT-ACCRUED-INTEREST IS NUMERIC
               ADD ACCT-ACCRUED-INTEREST TO WS-IMAGE-ACCRUED
           END-IF
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   PERFORM REPORT-RESTORE-FAILURE
               NOT INVALID KEY
                   ADD 1 TO WS-RESTORED-COUNT
                   ADD 1 TO RUNLOG-OUT-COUNT
           END-WRITE.

       REPORT-RESTORE-FAILURE.
           MOVE SPACES TO RR-LINE
           STRING "** ACCOUNT " ACCT-NUMBER
                  " NOT RESTORED, STATUS " WS-ACCT-FILE-STATUS
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE.

       PROVE-IMAGE-TRAILER.
           IF NOT TRAILER-FOUND
               MOVE "** BACKUP IMAGE HAS NO TRAILER - IMAGE INCOMPLETE"
                   TO RR-LINE
               WRITE RR-LINE
               MOVE "Y" TO WS-FAILED-SWITCH
               EXIT PARAGRAPH
           END-IF
           MOVE BKUP-BALANCE-TOTAL TO WS-EXPECTED-BALANCE
           IF BKUP-BALANCE-SIGN = "-"
               COMPUTE WS-EXPECTED-BALANCE = 0 - WS-EXPECTED-BALANCE
           END-IF
           MOVE BKUP-ACCRUED-TOTAL TO WS-EXPECTED-ACCRUED
           IF BKUP-ACCRUED-SIGN = "-"
               COMPUTE WS-EXPECTED-ACCRUED = 0 - WS-EXPECTED-ACCRUED
           END-IF
           IF BKUP-ACCOUNT-COUNT NOT = WS-IMAGE-COUNT
                   OR WS-EXPECTED-BALANCE NOT = WS-IMAGE-BALANCE
                   OR WS-EXPECTED-ACCRUED NOT = WS-IMAGE-ACCRUED
               MOVE "** BACKUP IMAGE DOES NOT PROVE TO ITS TRAILER"
                   TO RR-LINE
               WRITE RR-LINE
               MOVE BKUP-ACCOUNT-COUNT TO WS-COUNT-DISPLAY
               MOVE WS-EXPECTED-BALANCE TO WS-AMT-DISPLAY
               MOVE SPACES TO RR-LINE
               STRING "   TRAILER  ACCOUNTS " WS-COUNT-DISPLAY
                      " BALANCES " WS-AMT-DISPLAY
                   DELIMITED BY SIZE INTO RR-LINE
               WRITE RR-LINE
               MOVE WS-IMAGE-COUNT TO WS-COUNT-DISPLAY
               MOVE WS-IMAGE-BALANCE TO WS-AMT-DISPLAY
               MOVE SPACES TO RR-LINE
               STRING "   READ     ACCOUNTS " WS-COUNT-DISPLAY
                      " BALANCES " WS-AMT-DISPLAY
                   DELIMITED BY SIZE INTO RR-LINE
               WRITE RR-LINE
               MOVE "Y" TO WS-FAILED-SWITCH
               EXIT PARAGRAPH
           END-IF
           IF WS-RESTORED-COUNT NOT = WS-IMAGE-COUNT
               MOVE "** NOT EVERY ACCOUNT ON THE IMAGE WAS RESTORED"
                   TO RR-LINE
               WRITE RR-LINE
               MOVE "Y" TO WS-FAILED-SWITCH
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IMAGE-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-IMAGE-BALANCE TO WS-AMT-DISPLAY
           MOVE SPACES TO RR-LINE
           STRING "IMAGE RESTORED AND PROVED: ACCOUNTS "
                  WS-COUNT-DISPLAY " BALANCES " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE
           *> Nightly accrual moves accrued interest without a
           *> history entry, so only the image of the current
           *> business date rebuilds it exactly
           IF WS-IMAGE-BUSINESS-DATE < WS-TODAY
               MOVE SPACES TO RR-LINE
               STRING "** IMAGE IS OF AN EARLIER BUSINESS DATE THAN "
                      WS-TODAY "; ACCRUED INTEREST AND MATURITY "
                      "DATES DO NOT INCLUDE THE NIGHTS BETWEEN"
                   DELIMITED BY SIZE INTO RR-LINE
               WRITE RR-LINE
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

       APPLY-MAINTENANCE-AUDIT.
           *> Account maintenance since the image, in the order it
           *> was done. Money fields are left as restored; the
           *> history replay moves them.
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE SPACES TO RR-LINE
               STRING "** MAINTENANCE AUDIT LOG NOT AVAILABLE, STATUS "
                      WS-AUDIT-FILE-STATUS
                      "; ACCOUNT MAINTENANCE SINCE THE IMAGE IS NOT "
                      "REAPPLIED"
                   DELIMITED BY SIZE INTO RR-LINE
               WRITE RR-LINE
               ADD 1 TO WS-WARNING-COUNT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE SPACES TO RR-LINE
               STRING "** UNABLE TO REOPEN THE NEW ACCOUNT MASTER, "
                      "STATUS " WS-ACCT-FILE-STATUS
                   DELIMITED BY SIZE INTO RR-LINE
               WRITE RR-LINE
               CLOSE AUDIT-LOG
               MOVE "Y" TO WS-FAILED-SWITCH
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE
               READ AUDIT-LOG
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM APPLY-AUDIT-ENTRY
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG
           CLOSE ACCOUNT-MASTER.

       APPLY-AUDIT-ENTRY.
           IF AUD-DATE < WS-IMAGE-DATE
                   OR (AUD-DATE = WS-IMAGE-DATE
                       AND AUD-TIME NOT > WS-IMAGE-TIME)
               EXIT PARAGRAPH
           END-IF
           MOVE AUD-PROGRAM TO WS-AUDIT-PROGRAM
           MOVE AUD-FUNCTION TO WS-AUDIT-FUNCTION
           IF NOT ACCOUNT-IMAGE-PROGRAM
                   OR NOT ACCOUNT-IMAGE-FUNCTION
                   OR AUD-AFTER-IMAGE (1:12) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE AUD-AFTER-IMAGE (1:12) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "N" TO WS-ACCT-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACCT-FOUND
           END-READ
           IF ACCOUNT-FOUND
               MOVE ACCT-CURRENT-BALANCE TO WS-KEEP-BALANCE
               IF ACCT-ACCRUED-INTEREST IS NUMERIC
                   MOVE ACCT-ACCRUED-INTEREST TO WS-KEEP-ACCRUED
               ELSE
                   MOVE 0 TO WS-KEEP-ACCRUED
               END-IF
               MOVE AUD-AFTER-IMAGE TO ACCOUNT-RECORD
               MOVE WS-KEEP-BALANCE TO ACCT-CURRENT-BALANCE
               MOVE WS-KEEP-ACCRUED TO ACCT-ACCRUED-INTEREST
               REWRITE ACCOUNT-RECORD
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   MOVE SPACES TO RR-LINE
                   STRING "** " WS-AUDIT-FUNCTION " ON ACCOUNT "
                          ACCT-NUMBER " NOT REAPPLIED, STATUS "
                          WS-ACCT-FILE-STATUS
                       DELIMITED BY SIZE INTO RR-LINE
                   WRITE RR-LINE
                   ADD 1 TO WS-UPDATE-ERROR-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MAINT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDIT-FUNCTION NOT = "CREATE"
               MOVE SPACES TO RR-LINE
               STRING "** " WS-AUDIT-FUNCTION " ON ACCOUNT "
                      AUD-AFTER-IMAGE (1:12) " AT " AUD-DATE " "
                      AUD-TIME " - ACCOUNT NOT ON THE IMAGE"
                   DELIMITED BY SIZE INTO RR-LINE
               WRITE RR-LINE
               ADD 1 TO WS-WARNING-COUNT
               EXIT PARAGRAPH
           END-IF
           *> Opened since the image: the opening money, a loan's
           *> disbursement included, comes back with the history
           MOVE AUD-AFTER-IMAGE TO ACCOUNT-RECORD
           MOVE 0 TO ACCT-CURRENT-BALANCE
           MOVE 0 TO ACCT-ACCRUED-INTEREST
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CREATED-COUNT
                   ADD 1 TO RUNLOG-OUT-COUNT
           END-WRITE.

       REPLAY-TRAN-HISTORY.
           OPEN INPUT TRAN-HISTORY
           IF WS-HIST-FILE-STATUS NOT = "00"
               MOVE SPACES TO RR-LINE
               STRING "** TRANSACTION HISTORY NOT AVAILABLE, STATUS "
                      WS-HIST-FILE-STATUS
                      "; MASTER STANDS AS OF THE IMAGE"
                   DELIMITED BY SIZE INTO RR-LINE
               WRITE RR-LINE
               MOVE "Y" TO WS-FAILED-SWITCH
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE SPACES TO RR-LINE
               STRING "** UNABLE TO REOPEN THE NEW ACCOUNT MASTER, "
                      "STATUS " WS-ACCT-FILE-STATUS
                   DELIMITED BY SIZE INTO RR-LINE
               WRITE RR-LINE
               CLOSE TRAN-HISTORY
               MOVE "Y" TO WS-FAILED-SWITCH
               EXIT PARAGRAPH
           END-IF
           *> An entry written after the image carries the business
           *> date then in force or later, or a wall-clock date no
           *> earlier than the image's; the scan starts at the lower
           *> of the two
           MOVE WS-IMAGE-BUSINESS-DATE TO WS-HIST-FROM-DATE
           IF WS-IMAGE-DATE < WS-HIST-FROM-DATE
               MOVE WS-IMAGE-DATE TO WS-HIST-FROM-DATE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM REPLAY-ACCOUNT-HISTORY
               END-READ
           END-PERFORM
           CLOSE TRAN-HISTORY
           CLOSE ACCOUNT-MASTER.

       REPLAY-ACCOUNT-HISTORY.
           MOVE "N" TO WS-ACCT-CHANGED
           MOVE "N" TO WS-HIST-EOF-SWITCH
           MOVE ACCT-NUMBER TO HIST-ACCOUNT-NUMBER
           MOVE WS-HIST-FROM-DATE TO HIST-DATE
           MOVE 0 TO HIST-TIME
           MOVE 0 TO HIST-SEQ
           START TRAN-HISTORY KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HIST-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-ACCT-HISTORY
               READ TRAN-HISTORY NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-SWITCH
                   NOT AT END
                       IF HIST-ACCOUNT-NUMBER NOT = ACCT-NUMBER
                           MOVE "Y" TO WS-HIST-EOF-SWITCH
                       ELSE
                           PERFORM REAPPLY-HISTORY-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF ACCOUNT-CHANGED
               REWRITE ACCOUNT-RECORD
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   MOVE SPACES TO RR-LINE
                   STRING "** HISTORY FOR ACCOUNT " ACCT-NUMBER
                          " NOT SAVED, STATUS " WS-ACCT-FILE-STATUS
                       DELIMITED BY SIZE INTO RR-LINE
                   WRITE RR-LINE
                   ADD 1 TO WS-UPDATE-ERROR-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-REPLAYED-ACCTS
           END-IF.

       REAPPLY-HISTORY-ENTRY.
           *> After the image by the written stamp; an entry from
           *> before the stamp existed goes by its business date
           IF HIST-WRITTEN-DATE IS NUMERIC
                   AND HIST-WRITTEN-TIME IS NUMERIC
               IF HIST-WRITTEN-DATE < WS-IMAGE-DATE
                       OR (HIST-WRITTEN-DATE = WS-IMAGE-DATE
                           AND HIST-WRITTEN-TIME NOT > WS-IMAGE-TIME)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF HIST-DATE NOT > WS-IMAGE-BUSINESS-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE HIST-TRAN-DATA TO TRAN-LOG-RECORD
           *> Posted and reversed entries both moved the balance, as
           *> at reconciliation; held and rejected ones never did
           IF NOT TRAN-STATUS-POSTED AND NOT TRAN-STATUS-REVERSED
               EXIT PARAGRAPH
           END-IF
           *> TRAN-AMOUNT is logged as an unsigned magnitude, so a
           *> debit has to be subtracted rather than added
           EVALUATE TRUE
               WHEN TRAN-TYPE-WITHDRAWAL
                       OR TRAN-TYPE-TRANSFER
                       OR TRAN-TYPE-FEE
                       OR TRAN-TYPE-OD-INTEREST
                       OR TRAN-TYPE-CHECK
                       OR TRAN-TYPE-EXTERNAL
                       OR TRAN-TYPE-WHT
                       OR TRAN-TYPE-LOAN-ADVANCE
                       OR TRAN-TYPE-LOAN-REPAY
                       OR TRAN-TYPE-DISPUTE-DEBIT
                       OR TRAN-TYPE-LEGAL-SEIZURE
                       OR TRAN-TYPE-OFFICIAL-CHECK
                       OR TRAN-TYPE-CHARGEBACK
                   SUBTRACT TRAN-AMOUNT FROM ACCT-CURRENT-BALANCE
               WHEN TRAN-TYPE-LOAN-INTEREST
                       OR TRAN-TYPE-RECOVERY
                       OR TRAN-TYPE-OFFCHK-CASH
                       OR TRAN-TYPE-OFFCHK-PAID
                   *> Memo entries that move no customer balance
                   CONTINUE
               WHEN OTHER
                   ADD TRAN-AMOUNT TO ACCT-CURRENT-BALANCE
           END-EVALUATE
           *> Every "I" posting capitalizes the whole accrual
           IF TRAN-TYPE-INTEREST
               MOVE 0 TO ACCT-ACCRUED-INTEREST
           END-IF
           PERFORM APPLY-HISTORY-STATUS
           ADD 1 TO WS-ENTRY-COUNT
           MOVE "Y" TO WS-ACCT-CHANGED.

       APPLY-HISTORY-STATUS.
           *> Closures the batch makes alongside its own postings,
           *> with no maintenance audit entry to carry them
           EVALUATE TRUE
               WHEN TRAN-TYPE-TRANSFER
                       AND TRAN-TELLER-ID = "ESCHEAT"
                       AND TRAN-COUNTERPARTY-ACCT = "ESCHEATHOLD"
                   MOVE "E" TO ACCT-STATUS
                   MOVE TRAN-DATE TO ACCT-DATE-CLOSED
               WHEN TRAN-TYPE-TRANSFER
                       AND TRAN-TELLER-ID = "TERMMAT"
                       AND ACCT-TYPE-TERM
                       AND TRAN-COUNTERPARTY-ACCT = ACCT-PAYOUT-ACCOUNT
                   MOVE "C" TO ACCT-STATUS
                   MOVE TRAN-DATE TO ACCT-DATE-CLOSED
               WHEN TRAN-TYPE-LOAN-PRINCIPAL
                       AND ACCT-TYPE-LOAN
                       AND ACCT-CURRENT-BALANCE = 0
                   MOVE "C" TO ACCT-STATUS
                   MOVE TRAN-DATE TO ACCT-DATE-CLOSED
           END-EVALUATE.

       COMPARE-SURVIVING-COPY.
           MOVE SPACES TO RR-LINE
           WRITE RR-LINE
           OPEN INPUT SURVIVING-MASTER
           IF WS-SURV-FILE-STATUS NOT = "00"
               MOVE SPACES TO RR-LINE
               STRING "NO SURVIVING COPY OF THE MASTER, STATUS "
                      WS-SURV-FILE-STATUS
                      "; DISCREPANCY CHECK NOT MADE"
                   DELIMITED BY SIZE INTO RR-LINE
               WRITE RR-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "DISCREPANCIES AGAINST THE SURVIVING COPY" TO RR-LINE
           WRITE RR-LINE
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE SPACES TO RR-LINE
               STRING "** UNABLE TO REOPEN THE NEW ACCOUNT MASTER, "
                      "STATUS " WS-ACCT-FILE-STATUS
                   DELIMITED BY SIZE INTO RR-LINE
               WRITE RR-LINE
               CLOSE SURVIVING-MASTER
               MOVE "Y" TO WS-FAILED-SWITCH
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM CHECK-REBUILT-ACCOUNT
               END-READ
           END-PERFORM
           *> Then the other way round, for accounts the rebuild
           *> does not have at all
           MOVE "N" TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO SURV-ACCT-NUMBER
           START SURVIVING-MASTER KEY IS NOT LESS THAN SURV-ACCT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-FILE
               READ SURVIVING-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM CHECK-SURVIVING-ACCOUNT
               END-READ
               *> A damaged copy may stop reading part way through
               IF WS-SURV-FILE-STATUS NOT = "00"
                       AND WS-SURV-FILE-STATUS NOT = "10"
                   MOVE SPACES TO RR-LINE
                   STRING "** SURVIVING COPY UNREADABLE PAST ACCOUNT "
                          SURV-ACCT-NUMBER ", STATUS "
                          WS-SURV-FILE-STATUS
                       DELIMITED BY SIZE INTO RR-LINE
                   WRITE RR-LINE
                   ADD 1 TO WS-WARNING-COUNT
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
           END-PERFORM
           IF WS-DISCREPANCY-COUNT = 0
               MOVE "   NONE" TO RR-LINE
               WRITE RR-LINE
           END-IF
           CLOSE ACCOUNT-MASTER
           CLOSE SURVIVING-MASTER.

       CHECK-REBUILT-ACCOUNT.
           MOVE ACCT-NUMBER TO SURV-ACCT-NUMBER
           READ SURVIVING-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-SURV-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   MOVE SPACES TO RR-LINE
                   STRING "   ACCOUNT " ACCT-NUMBER
                          " NOT ON THE SURVIVING COPY"
                       DELIMITED BY SIZE INTO RR-LINE
                   WRITE RR-LINE
                   ADD 1 TO WS-DISCREPANCY-COUNT
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE SPACES TO RR-LINE
                   STRING "   ACCOUNT " ACCT-NUMBER
                          " UNREADABLE ON THE SURVIVING COPY, STATUS "
                          WS-SURV-FILE-STATUS
                       DELIMITED BY SIZE INTO RR-LINE
                   WRITE RR-LINE
                   ADD 1 TO WS-DISCREPANCY-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SURV-RECORD TO WS-SURV-WORK
           IF ACCT-ACCRUED-INTEREST IS NUMERIC
               MOVE ACCT-ACCRUED-INTEREST TO WS-REBUILT-ACCRUED
           ELSE
               MOVE 0 TO WS-REBUILT-ACCRUED
           END-IF
           IF SV-ACCRUED-INTEREST IS NUMERIC
               MOVE SV-ACCRUED-INTEREST TO WS-SURV-ACCRUED
           ELSE
               MOVE 0 TO WS-SURV-ACCRUED
           END-IF
           IF ACCT-CURRENT-BALANCE NOT = SV-CURRENT-BALANCE
               MOVE ACCT-CURRENT-BALANCE TO WS-AMT-DISPLAY
               MOVE SV-CURRENT-BALANCE TO WS-AMT2-DISPLAY
               MOVE SPACES TO RR-LINE
               STRING "   ACCOUNT " ACCT-NUMBER
                      " BALANCE  REBUILT " WS-AMT-DISPLAY
                      " SURVIVING " WS-AMT2-DISPLAY
                   DELIMITED BY SIZE INTO RR-LINE
               WRITE RR-LINE
               ADD 1 TO WS-DISCREPANCY-COUNT
           END-IF
           IF WS-REBUILT-ACCRUED NOT = WS-SURV-ACCRUED
               MOVE WS-REBUILT-ACCRUED TO WS-AMT-DISPLAY
               MOVE WS-SURV-ACCRUED TO WS-AMT2-DISPLAY
               MOVE SPACES TO RR-LINE
               STRING "   ACCOUNT " ACCT-NUMBER
                      " ACCRUED  REBUILT " WS-AMT-DISPLAY
                      " SURVIVING " WS-AMT2-DISPLAY
                   DELIMITED BY SIZE INTO RR-LINE
               WRITE RR-LINE
               ADD 1 TO WS-DISCREPANCY-COUNT
           END-IF
           IF ACCT-STATUS NOT = SV-STATUS
               MOVE SPACES TO RR-LINE
               STRING "   ACCOUNT " ACCT-NUMBER
                      " STATUS   REBUILT " ACCT-STATUS
                      " SURVIVING " SV-STATUS
                   DELIMITED BY SIZE INTO RR-LINE
               WRITE RR-LINE
               ADD 1 TO WS-DISCREPANCY-COUNT
           END-IF.

       CHECK-SURVIVING-ACCOUNT.
           MOVE SURV-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE SPACES TO RR-LINE
                   STRING "   ACCOUNT " SURV-ACCT-NUMBER
                          " ON THE SURVIVING COPY ONLY"
                       DELIMITED BY SIZE INTO RR-LINE
                   WRITE RR-LINE
                   ADD 1 TO WS-DISCREPANCY-COUNT
           END-READ.

       WRITE-RECOVERY-TOTALS.
           MOVE SPACES TO RR-LINE
           WRITE RR-LINE
           MOVE WS-RESTORED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RR-LINE
           STRING "ACCOUNTS RESTORED FROM IMAGE    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE
           MOVE WS-MAINT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RR-LINE
           STRING "MAINTENANCE ACTIONS REAPPLIED   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE
           MOVE WS-CREATED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RR-LINE
           STRING "ACCOUNTS OPENED SINCE IMAGE     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE
           MOVE WS-ENTRY-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RR-LINE
           STRING "HISTORY ENTRIES REAPPLIED       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE
           MOVE WS-REPLAYED-ACCTS TO WS-COUNT-DISPLAY
           MOVE SPACES TO RR-LINE
           STRING "ACCOUNTS MOVED BY HISTORY       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE
           MOVE WS-DISCREPANCY-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RR-LINE
           STRING "DISCREPANCIES                   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE
           MOVE WS-WARNING-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RR-LINE
           STRING "WARNINGS                        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE
           MOVE WS-UPDATE-ERROR-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RR-LINE
           STRING "ACCOUNTS NOT REWRITTEN          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RR-LINE
           WRITE RR-LINE
           IF RECOVERY-FAILED
               MOVE "RECOVERY NOT COMPLETED - NEW MASTER NOT USABLE"
                   TO RR-LINE
               WRITE RR-LINE
           END-IF.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "ACCOUNT-FORWARD-RECOVERY" TO RUNLOG-PROGRAM-ID
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
