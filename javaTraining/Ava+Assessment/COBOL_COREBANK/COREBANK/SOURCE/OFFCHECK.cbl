       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFICIAL-CHECK-ISSUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFICIAL-CHECK-REGISTER ASSIGN TO "OCHKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCHK-SERIAL
               FILE STATUS IS WS-OCHK-FILE-STATUS.
           SELECT NUMBER-CONTROL ASSIGN TO "NUMCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMC-KEY
               FILE STATUS IS WS-NUMC-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT RATE-TABLE ASSIGN TO "RATEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFICIAL-CHECK-REGISTER.
           COPY OCHKREC.

       FD  NUMBER-CONTROL.
           COPY NUMCREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  TRANSACTION-LOG.
           COPY TRANREC.

       FD  RATE-TABLE.
           COPY RATEREC.

       WORKING-STORAGE SECTION.
       01 WS-OCHK-FILE-STATUS          PIC X(02).
       01 WS-NUMC-FILE-STATUS          PIC X(02).
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-CUST-FILE-STATUS          PIC X(02).
       01 WS-TRAN-FILE-STATUS          PIC X(02).
       01 WS-RATE-FILE-STATUS          PIC X(02).
       01 WS-RATE-EOF-SWITCH           PIC X(01).
           88 END-OF-RATES              VALUE "Y".
       01 WS-CURRENCY-SWITCH           PIC X(01).
           88 CURRENCY-KNOWN            VALUE "Y".
       01 WS-ACTION                    PIC X(01).
       01 WS-MAINT-DONE                PIC X(01).
           88 MAINT-DONE                VALUE "Y".
      *> Official check serials run in their own series on the
      *> number control file
       01 WS-CONTROL-KEY               PIC X(08) VALUE "OFFCHECK".
      *> The account official checks are drawn on: the clearing
      *> exchange presents them back to us under this number, and
      *> the log's account column carries it for cash purchases
       01 WS-OFFCHECK-ACCOUNT          PIC X(12) VALUE "OFFCHECK".
       01 WS-FUNDING                   PIC X(01).
           88 FUNDING-ACCOUNT           VALUE "A".
           88 FUNDING-CASH              VALUE "C".
       01 WS-ACCOUNT-NUMBER            PIC X(12).
       01 WS-PAYEE                     PIC X(30).
       01 WS-PURCHASER                 PIC X(30).
       01 WS-CHECK-AMOUNT              PIC S9(9)V99.
       01 WS-CHECK-CURRENCY            PIC X(03).
       01 WS-HOME-BRANCH               PIC X(04).
       01 WS-NO-HOME-BRANCH            PIC X(04) VALUE SPACES.
       01 WS-ISSUE-BRANCH              PIC X(04).
       01 WS-SERIAL-NUMBER             PIC 9(10).
       01 WS-CHECK-SERIAL              PIC X(10).
       01 WS-ISSUE-OK                  PIC X(01).
           88 ISSUE-OK                  VALUE "Y".
      *> Posting-path arguments for an account purchase: the
      *> serial rides in the destination field so the "J" log
      *> entry carries it
       01 WS-OFFCHECK-TRAN-TYPE        PIC X(01) VALUE "J".
       01 WS-NO-TENDER                 PIC X(01) VALUE SPACE.
       01 WS-SERIAL-DEST               PIC X(12).
       01 WS-NO-ROUTING                PIC X(09) VALUE SPACES.
       01 WS-CHANNEL-TERMINAL          PIC X(09) VALUE SPACES.
       01 WS-POST-RETURN-CODE          PIC 9(02).
       01 WS-TODAY                     PIC 9(08).
       01 WS-STAMP-TIME                PIC 9(06).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-HIST-RETURN-CODE          PIC 9(02).
       01 WS-AMOUNT-DISPLAY            PIC -(9)9.99.

       LINKAGE SECTION.
       01 LS-TELLER-ID                 PIC X(08).
       01 LS-RETURN-CODE               PIC 9(02).
           COPY RETCODES.

       PROCEDURE DIVISION USING LS-TELLER-ID, LS-RETURN-CODE.
       MAIN-PARA.
           *> Counter sale of official checks (bank drafts), paid
           *> for from a customer account or in cash. Every check
           *> gets a serial from the number control file and goes on
           *> the outstanding register, so the inclearing run can
           *> pay it when it comes back and month end can prove what
           *> is still out against the liability account.
           MOVE 0 TO LS-RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           PERFORM OPEN-CHECK-REGISTER
           IF LS-RETURN-CODE = 0
               MOVE "N" TO WS-MAINT-DONE
               PERFORM UNTIL MAINT-DONE
                   DISPLAY "=== OFFICIAL CHECK ISSUE ==="
                   DISPLAY "1. Issue  2. Look Up  3. Exit"
                   DISPLAY "Enter action: "
                   ACCEPT WS-ACTION
                   EVALUATE WS-ACTION
                       WHEN "1"
                           PERFORM ISSUE-OFFICIAL-CHECK
                       WHEN "2"
                           PERFORM LOOKUP-OFFICIAL-CHECK
                       WHEN "3"
                           MOVE "Y" TO WS-MAINT-DONE
                       WHEN OTHER
                           DISPLAY "Invalid action"
                   END-EVALUATE
               END-PERFORM
               CLOSE OFFICIAL-CHECK-REGISTER
           END-IF
           EXIT PROGRAM.

       OPEN-CHECK-REGISTER.
           *> Create-on-first-use applies only to file-not-found
           *> (status 35). Any other failure must NOT fall through
           *> to OPEN OUTPUT, which would truncate the file.
           OPEN I-O OFFICIAL-CHECK-REGISTER
           IF WS-OCHK-FILE-STATUS = "35"
               OPEN OUTPUT OFFICIAL-CHECK-REGISTER
               IF WS-OCHK-FILE-STATUS = "00"
                   CLOSE OFFICIAL-CHECK-REGISTER
                   OPEN I-O OFFICIAL-CHECK-REGISTER
               END-IF
           END-IF
           IF WS-OCHK-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open official check register,"
                   " status " WS-OCHK-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
           END-IF.

       ISSUE-OFFICIAL-CHECK.
           *> Each issue starts clean: a void or a register clash on
           *> the last one must not block the next
           MOVE 0 TO LS-RETURN-CODE
           MOVE "N" TO WS-ISSUE-OK
           DISPLAY "A = from customer account, C = for cash: "
           ACCEPT WS-FUNDING
           IF NOT FUNDING-ACCOUNT AND NOT FUNDING-CASH
               DISPLAY "Invalid funding"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter payee name: "
           ACCEPT WS-PAYEE
           IF WS-PAYEE = SPACES
               DISPLAY "Payee is required"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter check amount: "
           ACCEPT WS-CHECK-AMOUNT
           IF WS-CHECK-AMOUNT <= 0
               DISPLAY "Amount must be positive"
               EXIT PARAGRAPH
           END-IF
           IF FUNDING-ACCOUNT
               DISPLAY "Enter account number to debit: "
               ACCEPT WS-ACCOUNT-NUMBER
               PERFORM LOAD-PURCHASING-ACCOUNT
               IF WS-PURCHASER = SPACES
                   EXIT PARAGRAPH
               END-IF
           ELSE
               *> A cash check is written in the currency handed over
               MOVE SPACES TO WS-ACCOUNT-NUMBER
               DISPLAY "Enter currency code: "
               ACCEPT WS-CHECK-CURRENCY
               PERFORM CHECK-CASH-CURRENCY
               IF NOT CURRENCY-KNOWN
                   DISPLAY "Unknown currency " WS-CHECK-CURRENCY
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Enter purchaser name: "
               ACCEPT WS-PURCHASER
               IF WS-PURCHASER = SPACES
                   DISPLAY "Purchaser name is required"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM ISSUE-CHECK-SERIAL
           IF LS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STAMP-TIME
           MOVE SPACES TO OCHK-RECORD
           MOVE WS-CHECK-SERIAL TO OCHK-SERIAL
           MOVE WS-CHECK-AMOUNT TO OCHK-AMOUNT
           MOVE WS-CHECK-CURRENCY TO OCHK-CURRENCY-CODE
           MOVE WS-PAYEE TO OCHK-PAYEE
           MOVE WS-PURCHASER TO OCHK-PURCHASER
           MOVE WS-FUNDING TO OCHK-FUNDING
           MOVE WS-ACCOUNT-NUMBER TO OCHK-ACCOUNT-NUMBER
           MOVE WS-TODAY TO OCHK-ISSUE-DATE
           MOVE WS-STAMP-TIME TO OCHK-ISSUE-TIME
           MOVE LS-TELLER-ID TO OCHK-TELLER-ID
           MOVE 0 TO OCHK-STATUS-DATE
           IF FUNDING-ACCOUNT
               PERFORM POST-ACCOUNT-PURCHASE
           ELSE
               PERFORM POST-CASH-PURCHASE
           END-IF
           MOVE WS-ISSUE-BRANCH TO OCHK-BRANCH-CODE
           WRITE OCHK-RECORD
               INVALID KEY
                   DISPLAY "Serial " WS-CHECK-SERIAL
                       " already on the register; check number"
                       " control"
                   MOVE "N" TO WS-ISSUE-OK
                   MOVE 30 TO LS-RETURN-CODE
           END-WRITE
           IF ISSUE-OK
               MOVE WS-CHECK-AMOUNT TO WS-AMOUNT-DISPLAY
               DISPLAY "Official check " WS-CHECK-SERIAL " issued"
               DISPLAY "Payee          : " WS-PAYEE
               DISPLAY "Amount         : " WS-AMOUNT-DISPLAY " "
                   WS-CHECK-CURRENCY
           END-IF.

       LOAD-PURCHASING-ACCOUNT.
           *> The check is written in the account's own currency, so
           *> the debit and the liability it creates are the same
           *> figure; the posting path does every other account test
           MOVE SPACES TO WS-PURCHASER
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open account master, status "
                   WS-ACCT-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "Account " WS-ACCOUNT-NUMBER " not found"
                   CLOSE ACCOUNT-MASTER
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCT-CURRENCY-CODE TO WS-CHECK-CURRENCY
           MOVE ACCT-BRANCH-CODE TO WS-HOME-BRANCH
           CLOSE ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-FILE-STATUS NOT = "00"
               *> The name is a courtesy on the register; the
               *> customer ID stands in for it
               MOVE ACCT-CUSTOMER-ID TO WS-PURCHASER
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE ACCT-CUSTOMER-ID TO WS-PURCHASER
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-PURCHASER
           END-READ
           CLOSE CUSTOMER-MASTER.

       CHECK-CASH-CURRENCY.
           *> A cash check may be written in any currency the bank
           *> quotes, that is one found on either side of a rate on
           *> file. With no rate file at all the bank deals in one
           *> currency and only a blank entry is refused.
           MOVE "N" TO WS-CURRENCY-SWITCH
           IF WS-CHECK-CURRENCY = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RATE-TABLE
           IF WS-RATE-FILE-STATUS = "35"
               MOVE "Y" TO WS-CURRENCY-SWITCH
               EXIT PARAGRAPH
           END-IF
           IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open rate table, status "
                   WS-RATE-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RATE-EOF-SWITCH
           PERFORM UNTIL END-OF-RATES OR CURRENCY-KNOWN
               READ RATE-TABLE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RATE-EOF-SWITCH
                   NOT AT END
                       IF RATE-FROM-CURRENCY = WS-CHECK-CURRENCY
                               OR RATE-TO-CURRENCY = WS-CHECK-CURRENCY
                           MOVE "Y" TO WS-CURRENCY-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-TABLE.

       ISSUE-CHECK-SERIAL.
           OPEN I-O NUMBER-CONTROL
           IF WS-NUMC-FILE-STATUS = "35"
               OPEN OUTPUT NUMBER-CONTROL
               IF WS-NUMC-FILE-STATUS = "00"
                   CLOSE NUMBER-CONTROL
                   OPEN I-O NUMBER-CONTROL
               END-IF
           END-IF
           IF WS-NUMC-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open number control, status "
                   WS-NUMC-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTROL-KEY TO NUMC-KEY
           READ NUMBER-CONTROL
               INVALID KEY
                   MOVE WS-CONTROL-KEY TO NUMC-KEY
                   MOVE 0 TO NUMC-LAST-NUMBER
                   MOVE 0 TO NUMC-LEGACY-HIGH
                   WRITE NUMC-RECORD
           END-READ
           IF NUMC-LAST-NUMBER NOT NUMERIC
               MOVE 0 TO NUMC-LAST-NUMBER
           END-IF
           ADD 1 TO NUMC-LAST-NUMBER
           REWRITE NUMC-RECORD
           IF WS-NUMC-FILE-STATUS NOT = "00"
               DISPLAY "Unable to update number control, status "
                   WS-NUMC-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
           ELSE
               MOVE NUMC-LAST-NUMBER TO WS-SERIAL-NUMBER
               MOVE WS-SERIAL-NUMBER TO WS-CHECK-SERIAL
           END-IF
           CLOSE NUMBER-CONTROL.

       POST-ACCOUNT-PURCHASE.
           *> Debit through the teller posting path as a "J", so the
           *> account, term-lock, compliance, large-item and funds
           *> tests (and overdraft protection) are the ones every
           *> withdrawal gets. A purchase parked for the supervisor
           *> is held on the register until it is decided; one that
           *> did not post voids the serial.
           MOVE SPACES TO WS-SERIAL-DEST
           MOVE WS-CHECK-SERIAL TO WS-SERIAL-DEST
           MOVE 0 TO WS-POST-RETURN-CODE
           CALL "TRANSACTION-PROCESSING"
               USING WS-ACCOUNT-NUMBER, WS-OFFCHECK-TRAN-TYPE,
                     WS-CHECK-AMOUNT, WS-CHECK-CURRENCY,
                     WS-NO-TENDER, WS-SERIAL-DEST, WS-NO-ROUTING,
                     WS-CHANNEL-TERMINAL, LS-TELLER-ID,
                     WS-POST-RETURN-CODE
           CALL "GET-POSTING-BRANCH"
               USING LS-TELLER-ID, WS-HOME-BRANCH, WS-ISSUE-BRANCH
           EVALUATE WS-POST-RETURN-CODE
               WHEN 0
                   MOVE "O" TO OCHK-STATUS
                   MOVE "Y" TO WS-ISSUE-OK
               WHEN 50
               WHEN 65
               WHEN 97
                   MOVE "H" TO OCHK-STATUS
                   DISPLAY "Purchase held for supervisor review;"
                       " hand over check " WS-CHECK-SERIAL
                       " only once it is approved"
               WHEN OTHER
                   MOVE "V" TO OCHK-STATUS
                   MOVE WS-TODAY TO OCHK-STATUS-DATE
                   DISPLAY "Purchase not posted, return code "
                       WS-POST-RETURN-CODE "; check "
                       WS-CHECK-SERIAL " is void - do not hand over"
                   MOVE WS-POST-RETURN-CODE TO LS-RETURN-CODE
           END-EVALUATE.

       POST-CASH-PURCHASE.
           *> Cash taken in at the drawer for the check: an "M"
           *> entry under the official check account, tender cash,
           *> so the drawer proof expects the money and the GL map
           *> books it to the liability. No customer account moves.
           CALL "GET-POSTING-BRANCH"
               USING LS-TELLER-ID, WS-NO-HOME-BRANCH,
                     WS-ISSUE-BRANCH
           MOVE SPACES TO TRAN-LOG-RECORD
           MOVE 0 TO TRAN-ORIG-DATE
           MOVE 0 TO TRAN-ORIG-TIME
           MOVE 0 TO TRAN-RATE-TIER
           MOVE WS-OFFCHECK-ACCOUNT TO TRAN-ACCOUNT-NUMBER
           MOVE "M" TO TRAN-TYPE
           MOVE WS-CHECK-AMOUNT TO TRAN-AMOUNT
           MOVE WS-CHECK-CURRENCY TO TRAN-CURRENCY-CODE
           MOVE 0 TO TRAN-RETURN-CODE
           MOVE "P" TO TRAN-STATUS
           MOVE LS-TELLER-ID TO TRAN-TELLER-ID
           MOVE WS-TODAY TO TRAN-DATE
           MOVE WS-STAMP-TIME TO TRAN-TIME
           MOVE SPACES TO TRAN-COUNTERPARTY-ACCT
           MOVE WS-CHECK-CURRENCY TO TRAN-ORIG-CURRENCY
           MOVE WS-CHECK-AMOUNT TO TRAN-ORIG-AMOUNT
           MOVE 1 TO TRAN-RATE-APPLIED
           MOVE WS-CHECK-SERIAL TO TRAN-CHECK-SERIAL
           MOVE "C" TO TRAN-TENDER-TYPE
           MOVE WS-ISSUE-BRANCH TO TRAN-BRANCH-CODE
           OPEN EXTEND TRANSACTION-LOG
           WRITE TRAN-LOG-RECORD
           CLOSE TRANSACTION-LOG
           CALL "TRAN-HISTORY-WRITE"
               USING TRAN-LOG-RECORD, WS-HIST-RETURN-CODE
           MOVE "O" TO OCHK-STATUS
           MOVE "Y" TO WS-ISSUE-OK.

       LOOKUP-OFFICIAL-CHECK.
           DISPLAY "Enter check serial: "
           ACCEPT WS-CHECK-SERIAL
           MOVE WS-CHECK-SERIAL TO OCHK-SERIAL
           READ OFFICIAL-CHECK-REGISTER
               INVALID KEY
                   DISPLAY "Serial not on the official check"
                       " register"
                   EXIT PARAGRAPH
           END-READ
           MOVE OCHK-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "Serial         : " OCHK-SERIAL
           DISPLAY "Payee          : " OCHK-PAYEE
           DISPLAY "Purchaser      : " OCHK-PURCHASER
           DISPLAY "Amount         : " WS-AMOUNT-DISPLAY " "
               OCHK-CURRENCY-CODE
           DISPLAY "Funding        : " OCHK-FUNDING " "
               OCHK-ACCOUNT-NUMBER
           DISPLAY "Issued         : " OCHK-ISSUE-DATE " "
               OCHK-ISSUE-TIME " by " OCHK-TELLER-ID
               " branch " OCHK-BRANCH-CODE
           EVALUATE TRUE
               WHEN OCHK-HELD
                   DISPLAY "Status         : HELD FOR REVIEW"
               WHEN OCHK-OUTSTANDING
                   DISPLAY "Status         : OUTSTANDING"
               WHEN OCHK-PAID
                   DISPLAY "Status         : PAID " OCHK-STATUS-DATE
               WHEN OCHK-VOID
                   DISPLAY "Status         : VOID " OCHK-STATUS-DATE
               WHEN OTHER
                   DISPLAY "Status         : " OCHK-STATUS
           END-EVALUATE.

       END PROGRAM OFFICIAL-CHECK-ISSUE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFICIAL-CHECK-DECIDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFICIAL-CHECK-REGISTER ASSIGN TO "OCHKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCHK-SERIAL
               FILE STATUS IS WS-OCHK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFICIAL-CHECK-REGISTER.
           COPY OCHKREC.

       WORKING-STORAGE SECTION.
       01 WS-OCHK-FILE-STATUS          PIC X(02).

       LINKAGE SECTION.
       01 LS-CHECK-SERIAL              PIC X(10).
       01 LS-NEW-STATUS                PIC X(01).
       01 LS-STATUS-DATE               PIC 9(08).
       01 LS-RETURN-CODE               PIC 9(02).
           COPY RETCODES.

       PROCEDURE DIVISION USING LS-CHECK-SERIAL, LS-NEW-STATUS,
               LS-STATUS-DATE, LS-RETURN-CODE.
       MAIN-PARA.
           *> Called by the supervisor queue when it decides a held
           *> official check purchase: approval makes the check
           *> outstanding ("O"), decline voids it ("V"). Only a held
           *> check moves; anything else comes back not found.
           MOVE 0 TO LS-RETURN-CODE
           OPEN I-O OFFICIAL-CHECK-REGISTER
           IF WS-OCHK-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open official check register,"
                   " status " WS-OCHK-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               EXIT PROGRAM
           END-IF
           MOVE LS-CHECK-SERIAL TO OCHK-SERIAL
           READ OFFICIAL-CHECK-REGISTER
               INVALID KEY
                   MOVE 20 TO LS-RETURN-CODE
           END-READ
           IF LS-RETURN-CODE = 0 AND NOT OCHK-HELD
               MOVE 20 TO LS-RETURN-CODE
           END-IF
           IF LS-RETURN-CODE = 0
               MOVE LS-NEW-STATUS TO OCHK-STATUS
               IF OCHK-VOID
                   MOVE LS-STATUS-DATE TO OCHK-STATUS-DATE
               END-IF
               REWRITE OCHK-RECORD
               IF WS-OCHK-FILE-STATUS NOT = "00"
                   MOVE 30 TO LS-RETURN-CODE
               END-IF
           END-IF
           CLOSE OFFICIAL-CHECK-REGISTER
           EXIT PROGRAM.

       END PROGRAM OFFICIAL-CHECK-DECIDE.
