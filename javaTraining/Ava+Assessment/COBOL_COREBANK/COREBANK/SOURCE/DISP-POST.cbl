       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-POSTING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  TRANSACTION-LOG.
           COPY TRANREC.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-TRAN-FILE-STATUS          PIC X(02).
       01 WS-HIST-RETURN-CODE          PIC 9(02).
       01 WS-CASE-REFERENCE.
           05 FILLER                    PIC X(04) VALUE "DISP".
           05 WS-CASE-REF-NUMBER        PIC 9(08).
       01 WS-HOME-BRANCH               PIC X(04).

       LINKAGE SECTION.
           COPY DISPREC.
       01 LS-TRAN-TYPE                 PIC X(01).
       01 LS-AMOUNT                    PIC S9(9)V99.
       01 LS-TELLER-ID                 PIC X(08).
       01 LS-POST-DATE                 PIC 9(08).
       01 LS-RETURN-CODE               PIC 9(02).
           COPY RETCODES.

       PROCEDURE DIVISION USING DISP-RECORD, LS-TRAN-TYPE,
               LS-AMOUNT, LS-TELLER-ID, LS-POST-DATE,
               LS-RETURN-CODE.
       MAIN-PARA.
           *> Money movement on a dispute case, shared by the case
           *> workstation and the nightly provisional-credit run:
           *> "Q" credits the claim to the account, "U" takes a
           *> provisional credit back. Either is a forced posting on
           *> the case's authority, so no funds or freeze test
           *> applies; only an account that can no longer carry a
           *> balance, or one in another currency, is refused.
           MOVE 0 TO LS-RETURN-CODE
           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open account master, status "
                   WS-ACCT-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               EXIT PROGRAM
           END-IF
           MOVE DISP-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 20 TO LS-RETURN-CODE
           END-READ
           IF LS-RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN ACCT-STATUS-CLOSED OR ACCT-STATUS-ESCHEATED
                       MOVE 20 TO LS-RETURN-CODE
                   WHEN ACCT-CURRENCY-CODE NOT = DISP-CURRENCY-CODE
                       MOVE 95 TO LS-RETURN-CODE
                   WHEN LS-TRAN-TYPE = "Q"
                       ADD LS-AMOUNT TO ACCT-CURRENT-BALANCE
                   WHEN LS-TRAN-TYPE = "U"
                       SUBTRACT LS-AMOUNT FROM ACCT-CURRENT-BALANCE
                   WHEN OTHER
                       MOVE 90 TO LS-RETURN-CODE
               END-EVALUATE
           END-IF
           IF LS-RETURN-CODE = 0
               MOVE ACCT-BRANCH-CODE TO WS-HOME-BRANCH
               MOVE LS-POST-DATE TO ACCT-LAST-ACTIVITY-DATE
               REWRITE ACCOUNT-RECORD
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to update account, status "
                       WS-ACCT-FILE-STATUS
                   MOVE 30 TO LS-RETURN-CODE
               END-IF
           END-IF
           CLOSE ACCOUNT-MASTER
           IF LS-RETURN-CODE = 0
               PERFORM WRITE-DISPUTE-LOG
           END-IF
           EXIT PROGRAM.

       WRITE-DISPUTE-LOG.
           *> Cross-referenced to the case and to the disputed
           *> withdrawal, so the statement line and the history
           *> entry lead back to both
           MOVE DISP-CASE-NUMBER TO WS-CASE-REF-NUMBER
           MOVE SPACES TO TRAN-LOG-RECORD
           MOVE DISP-ACCOUNT-NUMBER TO TRAN-ACCOUNT-NUMBER
           MOVE LS-TRAN-TYPE TO TRAN-TYPE
           MOVE LS-AMOUNT TO TRAN-AMOUNT
           MOVE DISP-CURRENCY-CODE TO TRAN-CURRENCY-CODE
           MOVE 0 TO TRAN-RETURN-CODE
           MOVE "P" TO TRAN-STATUS
           MOVE LS-TELLER-ID TO TRAN-TELLER-ID
           MOVE LS-POST-DATE TO TRAN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRAN-TIME
           MOVE WS-CASE-REFERENCE TO TRAN-COUNTERPARTY-ACCT
           MOVE DISP-CURRENCY-CODE TO TRAN-ORIG-CURRENCY
           MOVE LS-AMOUNT TO TRAN-ORIG-AMOUNT
           MOVE 1 TO TRAN-RATE-APPLIED
           MOVE 0 TO TRAN-RATE-TIER
           MOVE DISP-TRAN-DATE TO TRAN-ORIG-DATE
           MOVE DISP-TRAN-TIME TO TRAN-ORIG-TIME
           CALL "GET-POSTING-BRANCH"
               USING LS-TELLER-ID, WS-HOME-BRANCH, TRAN-BRANCH-CODE
           OPEN EXTEND TRANSACTION-LOG
           WRITE TRAN-LOG-RECORD
           CLOSE TRANSACTION-LOG
           CALL "TRAN-HISTORY-WRITE"
               USING TRAN-LOG-RECORD, WS-HIST-RETURN-CODE.

       END PROGRAM DISPUTE-POSTING.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-NOTICE-WRITE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "DISPNOTE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  NOTICE-FILE.
           COPY DNOTEREC.

       WORKING-STORAGE SECTION.
       01 WS-CUST-FILE-STATUS          PIC X(02).
       01 WS-NOTE-FILE-STATUS          PIC X(02).

       LINKAGE SECTION.
           COPY DISPREC.
       01 LS-NOTICE-TYPE               PIC X(01).
       01 LS-AMOUNT                    PIC S9(9)V99.
       01 LS-POST-DATE                 PIC 9(08).
       01 LS-RETURN-CODE               PIC 9(02).

       PROCEDURE DIVISION USING DISP-RECORD, LS-NOTICE-TYPE,
               LS-AMOUNT, LS-POST-DATE, LS-RETURN-CODE.
       MAIN-PARA.
           *> One customer letter on a dispute case, addressed from
           *> the customer master. A missing customer record still
           *> produces the notice, with the address left blank for
           *> the mail room to chase, rather than losing it.
           MOVE 0 TO LS-RETURN-CODE
           MOVE SPACES TO DNOTE-RECORD
           MOVE DISP-CASE-NUMBER TO DNOTE-CASE-NUMBER
           MOVE LS-NOTICE-TYPE TO DNOTE-TYPE
           MOVE DISP-ACCOUNT-NUMBER TO DNOTE-ACCOUNT-NUMBER
           MOVE DISP-CUSTOMER-ID TO DNOTE-CUSTOMER-ID
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-FILE-STATUS = "00"
               MOVE DISP-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO DNOTE-NAME
                       MOVE CUST-ADDRESS TO DNOTE-ADDRESS
               END-READ
               CLOSE CUSTOMER-MASTER
           END-IF
           MOVE LS-AMOUNT TO DNOTE-AMOUNT
           MOVE DISP-CURRENCY-CODE TO DNOTE-CURRENCY-CODE
           MOVE DISP-TRAN-DATE TO DNOTE-TRAN-DATE
           MOVE DISP-TERMINAL-ID TO DNOTE-TERMINAL-ID
           MOVE LS-POST-DATE TO DNOTE-POSTED-DATE
           MOVE LS-POST-DATE TO DNOTE-NOTICE-DATE
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTE-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open dispute notice file, status "
                   WS-NOTE-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               EXIT PROGRAM
           END-IF
           WRITE DNOTE-RECORD
           CLOSE NOTICE-FILE
           EXIT PROGRAM.

       END PROGRAM DISPUTE-NOTICE-WRITE.
