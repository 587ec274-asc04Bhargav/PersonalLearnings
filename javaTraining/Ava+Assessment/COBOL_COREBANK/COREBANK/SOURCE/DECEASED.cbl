       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECEASED-CUSTOMER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT RELATION-FILE ASSIGN TO "RELFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT STANDING-ORDERS ASSIGN TO "SOFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SORD-ORDER-ID
               FILE STATUS IS WS-SORD-FILE-STATUS.
           SELECT CARD-FILE ASSIGN TO "CARDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT TRAN-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT ESTATE-REPORT ASSIGN TO "ESTATRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  RELATION-FILE.
           COPY RELREC.

       FD  STANDING-ORDERS.
           COPY SORDREC.

       FD  CARD-FILE.
           COPY CARDREC.

       FD  TRAN-HISTORY.
           COPY HISTREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  ESTATE-REPORT.
       01 ER-LINE                      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CUST-FILE-STATUS          PIC X(02).
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-REL-FILE-STATUS           PIC X(02).
       01 WS-SORD-FILE-STATUS          PIC X(02).
       01 WS-CARD-FILE-STATUS          PIC X(02).
       01 WS-HIST-FILE-STATUS          PIC X(02).
       01 WS-AUDIT-FILE-STATUS         PIC X(02).
       01 WS-RPT-FILE-STATUS           PIC X(02).
      *> History entries are moved here to get at the log fields
           COPY TRANREC.
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-DATE-OF-DEATH             PIC 9(08).
       01 WS-SO-ACTION                 PIC X(01).
           88 SO-ACTION-CANCEL          VALUE "C".
           88 SO-ACTION-SUSPEND         VALUE "S".
       01 WS-DECEASED-NAME             PIC X(30).
      *> A death already on the customer master whose settlement
      *> did not finish is settled again under the recorded date
       01 WS-RESETTLE-SWITCH           PIC X(01).
           88 ESTATE-RESETTLE           VALUE "Y".
       01 WS-RESETTLE-ANSWER           PIC X(01).
       01 WS-APPROVING-OFFICER         PIC X(08).
       01 WS-VERIFY-PASSWORD           PIC X(08) VALUE SPACES.
       01 WS-APPROVER-ROLE             PIC X(01).
       01 WS-VALIDATE-RETURN-CODE      PIC 9(02).
       01 WS-HOLD-RETURN-CODE          PIC 9(02).
      *> Every account the deceased is on, gathered first from the
      *> customer paths so the relationship file can then be read
      *> by account without losing the place in the customer walk
       01 WS-ESTATE-MAX                PIC 9(02) VALUE 50.
       01 WS-ESTATE-COUNT              PIC 9(02).
       01 WS-ESTATE-TABLE.
           05 WS-ESTATE-ENTRY OCCURS 50 TIMES.
               10 WS-EST-ACCOUNT        PIC X(12).
               10 WS-EST-ROLE           PIC X(01).
               10 WS-EST-SOLE           PIC X(01).
       01 WS-EST-SUB                   PIC 9(02).
       01 WS-FOUND-SUB                 PIC 9(02).
       01 WS-NEW-ACCOUNT               PIC X(12).
       01 WS-NEW-ROLE                  PIC X(01).
       01 WS-SURVIVOR-ID               PIC X(10).
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-FILE               VALUE "Y".
       01 WS-BALANCE-AT-DEATH          PIC S9(11)V99.
       01 WS-MOVEMENT-SINCE            PIC S9(11)V99.
       01 WS-HOLD-TOTAL                PIC S9(11)V99.
       01 WS-DISPOSITION               PIC X(24).
       01 WS-AUDIT-FUNCTION            PIC X(10).
       01 WS-AUDIT-CUSTOMER            PIC X(10).
       01 WS-AUDIT-ACCOUNT             PIC X(12).
       01 WS-BEFORE-IMAGE              PIC X(300).
       01 WS-AFTER-IMAGE               PIC X(300).
       01 WS-FROZEN-COUNT              PIC 9(05).
       01 WS-PASSED-COUNT              PIC 9(05).
       01 WS-ORDER-COUNT               PIC 9(05).
       01 WS-CARD-COUNT                PIC 9(05).
       01 WS-CREDIT-COUNT              PIC 9(05).
       01 WS-AMOUNT-DISPLAY            PIC -(11)9.99.
       01 WS-ACCRUED-DISPLAY           PIC -(7)9.99.
       01 WS-HOLD-DISPLAY              PIC -(9)9.99.
       01 WS-COUNT-DISPLAY             PIC ZZZZ9.

       LINKAGE SECTION.
       01 LS-CUSTOMER-ID               PIC X(10).
       01 LS-TELLER-ID                 PIC X(08).
       01 LS-RETURN-CODE               PIC 9(02).
           COPY RETCODES.

       PROCEDURE DIVISION USING LS-CUSTOMER-ID, LS-TELLER-ID,
               LS-RETURN-CODE.
       MAIN-PARA.
           *> One pass over everything a death notice touches: the
           *> customer is stamped with the date of death, each
           *> solely owned account is frozen for the estate and the
           *> standing orders drawing on it stopped, each joint
           *> account passes to the surviving owners, mandates held
           *> over other people's accounts end, and the deceased's
           *> cards are blocked. The estate report for the executor
           *> values every owned account as at the date of death
           *> and lists any credit that has already arrived since.
           MOVE 0 TO LS-RETURN-CODE
           MOVE "N" TO WS-RESETTLE-SWITCH
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open customer master, status "
                   WS-CUST-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               EXIT PROGRAM
           END-IF
           MOVE LS-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 10 TO LS-RETURN-CODE
           END-READ
           EVALUATE TRUE
               WHEN LS-RETURN-CODE NOT = 0
                   CONTINUE
               WHEN CUST-CLOSED
                   MOVE 15 TO LS-RETURN-CODE
               WHEN CUST-DECEASED
                   *> Settlement cut short after the death was
                   *> stamped is finished by settling again; the
                   *> accounts already frozen or passed on are left
                   *> as they stand
                   DISPLAY "Death already recorded, date of death "
                       CUST-DATE-OF-DEATH
                   DISPLAY "Settle the estate again (Y/N): "
                   ACCEPT WS-RESETTLE-ANSWER
                   IF WS-RESETTLE-ANSWER = "Y"
                       MOVE "Y" TO WS-RESETTLE-SWITCH
                       MOVE CUST-NAME TO WS-DECEASED-NAME
                       MOVE CUST-DATE-OF-DEATH TO WS-DATE-OF-DEATH
                       PERFORM GET-DEATH-DETAIL
                   ELSE
                       MOVE 30 TO LS-RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE CUST-NAME TO WS-DECEASED-NAME
                   PERFORM GET-DEATH-DETAIL
           END-EVALUATE
           IF LS-RETURN-CODE = 0
               PERFORM VERIFY-APPROVING-OFFICER
           END-IF
           *> Nothing is stamped unless the estate can be settled
           *> and reported in the same pass
           IF LS-RETURN-CODE = 0
               PERFORM OPEN-ESTATE-FILES
           END-IF
           IF LS-RETURN-CODE = 0 AND NOT ESTATE-RESETTLE
               PERFORM STAMP-DATE-OF-DEATH
               IF LS-RETURN-CODE NOT = 0
                   PERFORM CLOSE-ESTATE-FILES
                   CLOSE ESTATE-REPORT
               END-IF
           END-IF
           IF LS-RETURN-CODE = 0
               PERFORM SETTLE-ESTATE
           END-IF
           CLOSE CUSTOMER-MASTER
           EXIT PROGRAM.

       GET-DEATH-DETAIL.
           DISPLAY "Customer     : " CUST-ID " " CUST-NAME
           IF NOT ESTATE-RESETTLE
               DISPLAY "Date of death from the certificate"
                   " (YYYYMMDD): "
               ACCEPT WS-DATE-OF-DEATH
               IF WS-DATE-OF-DEATH = 0 OR WS-DATE-OF-DEATH > WS-TODAY
                   DISPLAY "Date of death must be on or before today"
                   MOVE 30 TO LS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           *> The executor decides whether the orders on the solely
           *> owned accounts end now or wait on their instructions
           DISPLAY "Standing orders on solely owned accounts"
               " (C=Cancel, S=Suspend): "
           ACCEPT WS-SO-ACTION
           IF NOT SO-ACTION-CANCEL AND NOT SO-ACTION-SUSPEND
               DISPLAY "Invalid standing-order action"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Approving officer ID: "
           ACCEPT WS-APPROVING-OFFICER.

       VERIFY-APPROVING-OFFICER.
           *> Freezing a customer's whole relationship on a notice
           *> is never one person's say-so: the approver must be an
           *> active supervisor and not the teller keying the notice
           IF WS-APPROVING-OFFICER = LS-TELLER-ID
               DISPLAY "Approval must come from a different"
                   " officer"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-VALIDATE-RETURN-CODE
           CALL "VALIDATE-TELLER"
               USING WS-APPROVING-OFFICER, WS-VERIFY-PASSWORD,
                     WS-APPROVER-ROLE, WS-VALIDATE-RETURN-CODE
           EVALUATE TRUE
               WHEN WS-VALIDATE-RETURN-CODE NOT = 0
                   DISPLAY "Approving officer is not an active ID"
                       " on the teller master"
                   MOVE 88 TO LS-RETURN-CODE
               WHEN WS-APPROVER-ROLE NOT = "S"
                   DISPLAY "Approving officer must hold supervisor"
                       " authority"
                   MOVE 88 TO LS-RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       STAMP-DATE-OF-DEATH.
           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-DATE-OF-DEATH TO CUST-DATE-OF-DEATH
           REWRITE CUSTOMER-RECORD
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "Unable to record death, status "
                   WS-CUST-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
           MOVE "DECEASED" TO WS-AUDIT-FUNCTION
           MOVE LS-CUSTOMER-ID TO WS-AUDIT-CUSTOMER
           MOVE SPACES TO WS-AUDIT-ACCOUNT
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "Date of death recorded".

       SETTLE-ESTATE.
           MOVE 0 TO WS-FROZEN-COUNT
           MOVE 0 TO WS-PASSED-COUNT
           MOVE 0 TO WS-ORDER-COUNT
           MOVE 0 TO WS-CARD-COUNT
           MOVE 0 TO WS-CREDIT-COUNT
           MOVE SPACES TO ER-LINE
           STRING "ESTATE REPORT FOR " LS-CUSTOMER-ID " "
                  WS-DECEASED-NAME
               DELIMITED BY SIZE INTO ER-LINE
           WRITE ER-LINE
           MOVE SPACES TO ER-LINE
           STRING "DATE OF DEATH " WS-DATE-OF-DEATH
                  "  RECORDED " WS-TODAY " BY " LS-TELLER-ID
                  " APPROVED " WS-APPROVING-OFFICER
               DELIMITED BY SIZE INTO ER-LINE
           WRITE ER-LINE
           MOVE SPACES TO ER-LINE
           STRING "ACCOUNT      BALANCE AT DEATH   ACCRUED INT"
                  "     HOLDS AT DEATH  DISPOSITION"
               DELIMITED BY SIZE INTO ER-LINE
           WRITE ER-LINE
           PERFORM COLLECT-CUSTOMER-ACCOUNTS
           PERFORM VARYING WS-EST-SUB FROM 1 BY 1
                   UNTIL WS-EST-SUB > WS-ESTATE-COUNT
               PERFORM SETTLE-ONE-ACCOUNT
           END-PERFORM
           PERFORM CLOSE-ESTATE-FILES
           PERFORM STOP-STANDING-ORDERS
           PERFORM BLOCK-DECEASED-CARDS
           PERFORM WRITE-ESTATE-TOTALS
           CLOSE ESTATE-REPORT.

       OPEN-ESTATE-FILES.
           *> The account master and the report are required; with
           *> no relationship file only the master's own accounts
           *> are reached, and with no history the balance at death
           *> is the balance now
           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open account master, status "
                   WS-ACCT-FILE-STATUS "; death not recorded"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O RELATION-FILE
           IF WS-REL-FILE-STATUS NOT = "00"
                   AND WS-REL-FILE-STATUS NOT = "35"
               DISPLAY "Unable to open relationship file, status "
                   WS-REL-FILE-STATUS "; death not recorded"
               CLOSE ACCOUNT-MASTER
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ESTATE-REPORT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open estate report, status "
                   WS-RPT-FILE-STATUS "; death not recorded"
               CLOSE ACCOUNT-MASTER
               IF WS-REL-FILE-STATUS = "00"
                   CLOSE RELATION-FILE
               END-IF
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRAN-HISTORY.

       CLOSE-ESTATE-FILES.
           CLOSE TRAN-HISTORY
           CLOSE RELATION-FILE
           CLOSE ACCOUNT-MASTER.

       COLLECT-CUSTOMER-ACCOUNTS.
           *> The relationship file's customer path gives every
           *> role the deceased held; the master's own customer key
           *> catches any account older than the relationship file
           MOVE 0 TO WS-ESTATE-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-REL-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               MOVE LS-CUSTOMER-ID TO REL-CUSTOMER-ID
               START RELATION-FILE KEY IS EQUAL TO REL-CUSTOMER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ RELATION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF REL-CUSTOMER-ID NOT = LS-CUSTOMER-ID
                           MOVE "Y" TO WS-EOF-SWITCH
                       ELSE
                           MOVE REL-ACCOUNT-NUMBER TO WS-NEW-ACCOUNT
                           MOVE REL-ROLE TO WS-NEW-ROLE
                           PERFORM ADD-ESTATE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           MOVE LS-CUSTOMER-ID TO ACCT-CUSTOMER-ID
           START ACCOUNT-MASTER KEY IS EQUAL TO ACCT-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-FILE
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF ACCT-CUSTOMER-ID NOT = LS-CUSTOMER-ID
                           MOVE "Y" TO WS-EOF-SWITCH
                       ELSE
                           MOVE ACCT-NUMBER TO WS-NEW-ACCOUNT
                           MOVE "P" TO WS-NEW-ROLE
                           PERFORM ADD-ESTATE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ESTATE-ENTRY.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-EST-SUB FROM 1 BY 1
                   UNTIL WS-EST-SUB > WS-ESTATE-COUNT
               IF WS-EST-ACCOUNT (WS-EST-SUB) = WS-NEW-ACCOUNT
                   MOVE WS-EST-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ESTATE-COUNT NOT < WS-ESTATE-MAX
               DISPLAY "More than " WS-ESTATE-MAX " accounts; "
                   WS-NEW-ACCOUNT " must be settled through account"
                   " maintenance"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ESTATE-COUNT
           MOVE WS-NEW-ACCOUNT TO WS-EST-ACCOUNT (WS-ESTATE-COUNT)
           MOVE WS-NEW-ROLE TO WS-EST-ROLE (WS-ESTATE-COUNT)
           MOVE "N" TO WS-EST-SOLE (WS-ESTATE-COUNT).

       SETTLE-ONE-ACCOUNT.
           MOVE WS-EST-ACCOUNT (WS-EST-SUB) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-STATUS-CLOSED OR ACCT-STATUS-ESCHEATED
               EXIT PARAGRAPH
           END-IF
           *> A signatory's or attorney's authority dies with them;
           *> the account is someone else's and is not in the estate
           IF WS-EST-ROLE (WS-EST-SUB) = "S"
                   OR WS-EST-ROLE (WS-EST-SUB) = "A"
               PERFORM END-MANDATE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SURVIVING-OWNER
           PERFORM COMPUTE-BALANCE-AT-DEATH
           MOVE 0 TO WS-HOLD-TOTAL
           CALL "ACCOUNT-HOLD-TOTAL"
               USING ACCT-NUMBER, WS-DATE-OF-DEATH, WS-HOLD-TOTAL,
                     WS-HOLD-RETURN-CODE
           *> The hold lookup and the history pass leave the master
           *> record alone, but re-read before changing it
           MOVE WS-EST-ACCOUNT (WS-EST-SUB) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF WS-SURVIVOR-ID = SPACES
               MOVE "Y" TO WS-EST-SOLE (WS-EST-SUB)
               PERFORM FREEZE-SOLE-ACCOUNT
           ELSE
               PERFORM PASS-TO-SURVIVOR
           END-IF
           MOVE WS-BALANCE-AT-DEATH TO WS-AMOUNT-DISPLAY
           MOVE ACCT-ACCRUED-INTEREST TO WS-ACCRUED-DISPLAY
           MOVE WS-HOLD-TOTAL TO WS-HOLD-DISPLAY
           MOVE SPACES TO ER-LINE
           STRING ACCT-NUMBER " " WS-AMOUNT-DISPLAY " "
                  ACCT-CURRENCY-CODE " " WS-ACCRUED-DISPLAY " "
                  WS-HOLD-DISPLAY "  " WS-DISPOSITION
               DELIMITED BY SIZE INTO ER-LINE
           WRITE ER-LINE
           PERFORM LIST-POST-DEATH-CREDITS.

       FIND-SURVIVING-OWNER.
           *> Another living primary or joint owner on the account
           *> takes it over; with none, it is solely the estate's
           MOVE SPACES TO WS-SURVIVOR-ID
           IF WS-REL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           MOVE ACCT-NUMBER TO REL-ACCOUNT-NUMBER
           MOVE LOW-VALUES TO REL-CUSTOMER-ID
           START RELATION-FILE KEY IS NOT LESS THAN REL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-FILE
               READ RELATION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF REL-ACCOUNT-NUMBER NOT = ACCT-NUMBER
                           MOVE "Y" TO WS-EOF-SWITCH
                       ELSE
                           IF (REL-ROLE-PRIMARY OR REL-ROLE-JOINT)
                                   AND REL-CUSTOMER-ID NOT =
                                       LS-CUSTOMER-ID
                               PERFORM CHECK-OWNER-LIVING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-OWNER-LIVING.
           IF WS-SURVIVOR-ID NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE REL-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT CUST-DECEASED AND NOT CUST-CLOSED
               MOVE REL-CUSTOMER-ID TO WS-SURVIVOR-ID
           END-IF.

       COMPUTE-BALANCE-AT-DEATH.
           *> Back the postings dated after the death out of today's
           *> balance; a posted entry and its reversal both moved
           *> the balance, exactly as the reconciliation counts them
           MOVE 0 TO WS-MOVEMENT-SINCE
           PERFORM START-HISTORY-AFTER-DEATH
           PERFORM UNTIL END-OF-FILE
               READ TRAN-HISTORY NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF HIST-ACCOUNT-NUMBER NOT = ACCT-NUMBER
                           MOVE "Y" TO WS-EOF-SWITCH
                       ELSE
                           IF HIST-DATE > WS-DATE-OF-DEATH
                               MOVE HIST-TRAN-DATA TO TRAN-LOG-RECORD
                               IF TRAN-STATUS-POSTED
                                       OR TRAN-STATUS-REVERSED
                                   PERFORM APPLY-TRAN-TO-MOVEMENT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE WS-BALANCE-AT-DEATH =
               ACCT-CURRENT-BALANCE - WS-MOVEMENT-SINCE.

       START-HISTORY-AFTER-DEATH.
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-HIST-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SWITCH
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-NUMBER TO HIST-ACCOUNT-NUMBER
           MOVE WS-DATE-OF-DEATH TO HIST-DATE
           MOVE 0 TO HIST-TIME
           MOVE 0 TO HIST-SEQ
           START TRAN-HISTORY KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START.

       APPLY-TRAN-TO-MOVEMENT.
           *> TRAN-AMOUNT is an unsigned magnitude: debits subtract
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
                   SUBTRACT TRAN-AMOUNT FROM WS-MOVEMENT-SINCE
               WHEN TRAN-TYPE-LOAN-INTEREST
                       OR TRAN-TYPE-RECOVERY
                   CONTINUE
               WHEN OTHER
                   ADD TRAN-AMOUNT TO WS-MOVEMENT-SINCE
           END-EVALUATE.

       LIST-POST-DEATH-CREDITS.
           *> Money paid in after the death (a pension, a salary, a
           *> transfer from a payer not yet told) may have to go
           *> back; each one is listed under its account for the
           *> bereavement desk to take up with the payer
           PERFORM START-HISTORY-AFTER-DEATH
           PERFORM UNTIL END-OF-FILE
               READ TRAN-HISTORY NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF HIST-ACCOUNT-NUMBER NOT = ACCT-NUMBER
                           MOVE "Y" TO WS-EOF-SWITCH
                       ELSE
                           IF HIST-DATE > WS-DATE-OF-DEATH
                               MOVE HIST-TRAN-DATA TO TRAN-LOG-RECORD
                               IF (TRAN-TYPE-DEPOSIT
                                       OR TRAN-TYPE-TRANSFER-IN)
                                       AND TRAN-STATUS-POSTED
                                       AND NOT TRAN-IS-REVERSAL
                                   PERFORM WRITE-CREDIT-LINE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-CREDIT-LINE.
           ADD 1 TO WS-CREDIT-COUNT
           MOVE TRAN-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO ER-LINE
           STRING "   CREDIT AFTER DEATH " TRAN-DATE " " TRAN-TYPE
                  " " WS-AMOUNT-DISPLAY " " TRAN-CURRENCY-CODE
                  " FROM " TRAN-COUNTERPARTY-ACCT
                  "  REVIEW FOR RETURN"
               DELIMITED BY SIZE INTO ER-LINE
           WRITE ER-LINE.

       FREEZE-SOLE-ACCOUNT.
           *> An account frozen already keeps its existing order;
           *> lifting that one later is a matter for the estate
           IF ACCT-STATUS-FROZEN
               MOVE SPACES TO WS-DISPOSITION
               STRING "ESTATE - FROZEN " ACCT-FREEZE-REASON
                   DELIMITED BY SIZE INTO WS-DISPOSITION
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           MOVE "F" TO ACCT-STATUS
           MOVE "DEC" TO ACCT-FREEZE-REASON
           MOVE LS-TELLER-ID TO ACCT-FREEZE-TELLER
           REWRITE ACCOUNT-RECORD
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to freeze " ACCT-NUMBER ", status "
                   WS-ACCT-FILE-STATUS
               MOVE "ESTATE - FREEZE FAILED" TO WS-DISPOSITION
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FROZEN-COUNT
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
           MOVE "FREEZE" TO WS-AUDIT-FUNCTION
           MOVE LS-CUSTOMER-ID TO WS-AUDIT-CUSTOMER
           MOVE ACCT-NUMBER TO WS-AUDIT-ACCOUNT
           PERFORM WRITE-AUDIT-RECORD
           MOVE "ESTATE - FROZEN DEC" TO WS-DISPOSITION.

       PASS-TO-SURVIVOR.
           *> The deceased's entry is kept, marked deceased, so later
           *> credits in their name can still be traced; if they
           *> were the primary owner the survivor becomes primary on
           *> both the master and the relationship file. Entries
           *> already marked by an earlier settlement are left alone.
           MOVE ACCT-NUMBER TO REL-ACCOUNT-NUMBER
           MOVE LS-CUSTOMER-ID TO REL-CUSTOMER-ID
           READ RELATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT REL-ROLE-DECEASED
                       MOVE REL-RECORD TO WS-BEFORE-IMAGE
                       MOVE "D" TO REL-ROLE
                       REWRITE REL-RECORD
                       IF WS-REL-FILE-STATUS NOT = "00"
                           DISPLAY "Unable to mark " LS-CUSTOMER-ID
                               " deceased on " ACCT-NUMBER ", status "
                               WS-REL-FILE-STATUS
                           MOVE "SURVIVOR - REL FAILED"
                               TO WS-DISPOSITION
                           MOVE 30 TO LS-RETURN-CODE
                           EXIT PARAGRAPH
                       END-IF
                       MOVE REL-RECORD TO WS-AFTER-IMAGE
                       MOVE "REL-DEC" TO WS-AUDIT-FUNCTION
                       MOVE LS-CUSTOMER-ID TO WS-AUDIT-CUSTOMER
                       MOVE ACCT-NUMBER TO WS-AUDIT-ACCOUNT
                       PERFORM WRITE-AUDIT-RECORD
                   END-IF
           END-READ
           IF ACCT-CUSTOMER-ID = LS-CUSTOMER-ID
               MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-SURVIVOR-ID TO ACCT-CUSTOMER-ID
               REWRITE ACCOUNT-RECORD
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to pass " ACCT-NUMBER " to "
                       WS-SURVIVOR-ID ", status " WS-ACCT-FILE-STATUS
                   MOVE "SURVIVOR - PASS FAILED" TO WS-DISPOSITION
                   MOVE 30 TO LS-RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE
               MOVE "SURVIVOR" TO WS-AUDIT-FUNCTION
               MOVE WS-SURVIVOR-ID TO WS-AUDIT-CUSTOMER
               MOVE ACCT-NUMBER TO WS-AUDIT-ACCOUNT
               PERFORM WRITE-AUDIT-RECORD
               MOVE ACCT-NUMBER TO REL-ACCOUNT-NUMBER
               MOVE WS-SURVIVOR-ID TO REL-CUSTOMER-ID
               READ RELATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "P" TO REL-ROLE
                       REWRITE REL-RECORD
                       IF WS-REL-FILE-STATUS NOT = "00"
                           *> The master already names the survivor;
                           *> only their role entry is left to fix
                           DISPLAY "Unable to make " WS-SURVIVOR-ID
                               " primary on " ACCT-NUMBER ", status "
                               WS-REL-FILE-STATUS
                           MOVE 30 TO LS-RETURN-CODE
                       END-IF
               END-READ
           END-IF
           ADD 1 TO WS-PASSED-COUNT
           MOVE SPACES TO WS-DISPOSITION
           STRING "PASSES TO " WS-SURVIVOR-ID
               DELIMITED BY SIZE INTO WS-DISPOSITION.

       END-MANDATE.
           MOVE ACCT-NUMBER TO REL-ACCOUNT-NUMBER
           MOVE LS-CUSTOMER-ID TO REL-CUSTOMER-ID
           READ RELATION-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE REL-RECORD TO WS-BEFORE-IMAGE
           DELETE RELATION-FILE
           IF WS-REL-FILE-STATUS = "00"
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE "REL-DEL" TO WS-AUDIT-FUNCTION
               MOVE LS-CUSTOMER-ID TO WS-AUDIT-CUSTOMER
               MOVE ACCT-NUMBER TO WS-AUDIT-ACCOUNT
               PERFORM WRITE-AUDIT-RECORD
               MOVE SPACES TO ER-LINE
               STRING ACCT-NUMBER "  MANDATE ENDED (ROLE "
                      WS-EST-ROLE (WS-EST-SUB) ")"
                   DELIMITED BY SIZE INTO ER-LINE
               WRITE ER-LINE
           END-IF.

       STOP-STANDING-ORDERS.
           *> Standing orders are keyed on the order ID, so the file
           *> is read through for orders drawing on a solely owned
           *> account; orders on joint accounts carry on for the
           *> survivors
           OPEN I-O STANDING-ORDERS
           IF WS-SORD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE
               READ STANDING-ORDERS NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF SORD-ACTIVE OR SORD-SUSPENDED
                           PERFORM STOP-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-ORDERS.

       STOP-ONE-ORDER.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-EST-SUB FROM 1 BY 1
                   UNTIL WS-EST-SUB > WS-ESTATE-COUNT
               IF WS-EST-ACCOUNT (WS-EST-SUB) = SORD-DEBIT-ACCOUNT
                       AND WS-EST-SOLE (WS-EST-SUB) = "Y"
                   MOVE WS-EST-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0
               EXIT PARAGRAPH
           END-IF
           IF SORD-SUSPENDED AND SO-ACTION-SUSPEND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SO-ACTION TO SORD-STATUS
           REWRITE SORD-RECORD
           IF WS-SORD-FILE-STATUS = "00"
               ADD 1 TO WS-ORDER-COUNT
               MOVE SPACES TO ER-LINE
               STRING "STANDING ORDER " SORD-ORDER-ID " FROM "
                      SORD-DEBIT-ACCOUNT " TO " SORD-CREDIT-ACCOUNT
                      " STATUS NOW " SORD-STATUS
                   DELIMITED BY SIZE INTO ER-LINE
               WRITE ER-LINE
           END-IF.

       BLOCK-DECEASED-CARDS.
           *> The card master has no customer path, so it is read
           *> through for the deceased's own plastics and any card
           *> drawing on an account now frozen for the estate
           OPEN I-O CARD-FILE
           IF WS-CARD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-FILE
               READ CARD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF CARD-ACTIVE
                           PERFORM BLOCK-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-FILE.

       BLOCK-ONE-CARD.
           MOVE 0 TO WS-FOUND-SUB
           IF CARD-CUSTOMER-ID = LS-CUSTOMER-ID
               MOVE 1 TO WS-FOUND-SUB
           END-IF
           PERFORM VARYING WS-EST-SUB FROM 1 BY 1
                   UNTIL WS-EST-SUB > WS-ESTATE-COUNT
               IF WS-EST-ACCOUNT (WS-EST-SUB) = CARD-ACCOUNT-NUMBER
                       AND WS-EST-SOLE (WS-EST-SUB) = "Y"
                   MOVE WS-EST-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CARD-RECORD TO WS-BEFORE-IMAGE
           MOVE "D" TO CARD-STATUS
           MOVE WS-TODAY TO CARD-STATUS-DATE
           MOVE LS-TELLER-ID TO CARD-STATUS-TELLER
           REWRITE CARD-RECORD
           IF WS-CARD-FILE-STATUS = "00"
               ADD 1 TO WS-CARD-COUNT
               MOVE CARD-RECORD TO WS-AFTER-IMAGE
               MOVE "CARD-BLOCK" TO WS-AUDIT-FUNCTION
               MOVE CARD-CUSTOMER-ID TO WS-AUDIT-CUSTOMER
               MOVE CARD-ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
               PERFORM WRITE-AUDIT-RECORD
               MOVE SPACES TO ER-LINE
               STRING "CARD " CARD-NUMBER " ON " CARD-ACCOUNT-NUMBER
                      " BLOCKED"
                   DELIMITED BY SIZE INTO ER-LINE
               WRITE ER-LINE
           END-IF.

       WRITE-ESTATE-TOTALS.
           MOVE SPACES TO ER-LINE
           WRITE ER-LINE
           MOVE WS-FROZEN-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO ER-LINE
           STRING "ACCOUNTS FROZEN FOR ESTATE   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ER-LINE
           WRITE ER-LINE
           MOVE WS-PASSED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO ER-LINE
           STRING "JOINT ACCOUNTS TO SURVIVORS  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ER-LINE
           WRITE ER-LINE
           MOVE WS-ORDER-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO ER-LINE
           STRING "STANDING ORDERS STOPPED      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ER-LINE
           WRITE ER-LINE
           MOVE WS-CARD-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO ER-LINE
           STRING "CARDS BLOCKED                " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ER-LINE
           WRITE ER-LINE
           MOVE WS-CREDIT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO ER-LINE
           STRING "CREDITS AFTER DEATH TO REVIEW" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ER-LINE
           WRITE ER-LINE
           DISPLAY "Estate settled: " WS-FROZEN-COUNT " frozen, "
               WS-PASSED-COUNT " passed to survivors, "
               WS-ORDER-COUNT " standing orders, "
               WS-CARD-COUNT " cards; estate report printed".

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           MOVE "DECEASED-CUSTOMER" TO AUD-PROGRAM
           MOVE WS-AUDIT-FUNCTION TO AUD-FUNCTION
           MOVE WS-AUDIT-CUSTOMER TO AUD-CUSTOMER-ID
           MOVE WS-AUDIT-ACCOUNT TO AUD-ACCOUNT-NUMBER
           MOVE "DEC" TO AUD-REASON-CODE
           MOVE WS-APPROVING-OFFICER TO AUD-AUTHORITY
           MOVE WS-DATE-OF-DEATH TO AUD-EFFECTIVE-DATE
           MOVE LS-TELLER-ID TO AUD-TELLER-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
           OPEN EXTEND AUDIT-LOG
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG.
