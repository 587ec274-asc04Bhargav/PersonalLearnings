       IDENTIFICATION DIVISION.
       PROGRAM-ID. OD-PROTECTION-LOOKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROTECTION-FILE ASSIGN TO "ODPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODP-CHECKING-ACCOUNT
               FILE STATUS IS WS-ODP-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROTECTION-FILE.
           COPY ODPREC.

       FD  PRODUCT-FILE.
           COPY PRODREC.

       WORKING-STORAGE SECTION.
       01 WS-ODP-FILE-STATUS           PIC X(02).
       01 WS-PROD-FILE-STATUS          PIC X(02).
       01 WS-PROD-EOF-SWITCH           PIC X(01).
           88 END-OF-PRODUCTS           VALUE "Y".

       LINKAGE SECTION.
       01 LS-CHECKING-ACCOUNT          PIC X(12).
       01 LS-SAVINGS-ACCOUNT           PIC X(12).
       01 LS-INCREMENT                 PIC S9(9)V99.
       01 LS-FEE                       PIC S9(5)V99.
       01 LS-PRODUCT-CODE              PIC X(04).
       01 LS-POST-DATE                 PIC 9(08).
       01 LS-RETURN-CODE               PIC 9(02).
           COPY RETCODES.

       PROCEDURE DIVISION USING LS-CHECKING-ACCOUNT,
               LS-SAVINGS-ACCOUNT, LS-INCREMENT, LS-FEE,
               LS-PRODUCT-CODE, LS-POST-DATE, LS-RETURN-CODE.
       MAIN-PARA.
           *> Shared by the teller posting path and the inclearing
           *> run: find the savings account protecting a checking
           *> account that has come up short, and the protection
           *> fee of the checking product in effect. The caller
           *> tests the savings balance and moves the money on its
           *> own open master. No link (or no link file yet) comes
           *> back as account not found.
           MOVE 0 TO LS-RETURN-CODE
           MOVE SPACES TO LS-SAVINGS-ACCOUNT
           MOVE 0 TO LS-INCREMENT
           MOVE 0 TO LS-FEE
           MOVE SPACES TO LS-PRODUCT-CODE
           OPEN INPUT PROTECTION-FILE
           IF WS-ODP-FILE-STATUS NOT = "00"
               MOVE 20 TO LS-RETURN-CODE
               EXIT PROGRAM
           END-IF
           MOVE LS-CHECKING-ACCOUNT TO ODP-CHECKING-ACCOUNT
           READ PROTECTION-FILE
               INVALID KEY
                   MOVE 20 TO LS-RETURN-CODE
               NOT INVALID KEY
                   MOVE ODP-SAVINGS-ACCOUNT TO LS-SAVINGS-ACCOUNT
                   MOVE ODP-INCREMENT TO LS-INCREMENT
           END-READ
           CLOSE PROTECTION-FILE
           IF LS-RETURN-CODE = 0
               PERFORM FIND-CHECKING-PRODUCT
           END-IF
           EXIT PROGRAM.

       FIND-CHECKING-PRODUCT.
           *> Latest checking definition already in effect; with no
           *> product on file the transfer still runs, free of charge
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PROD-EOF-SWITCH
           MOVE "C" TO PROD-ACCT-TYPE
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
                       IF PROD-ACCT-TYPE NOT = "C"
                               OR PROD-EFFECTIVE-DATE > LS-POST-DATE
                           MOVE "Y" TO WS-PROD-EOF-SWITCH
                       ELSE
                           MOVE PROD-CODE TO LS-PRODUCT-CODE
                           IF PROD-ODP-TRANSFER-FEE IS NUMERIC
                               MOVE PROD-ODP-TRANSFER-FEE TO LS-FEE
                           ELSE
                               MOVE 0 TO LS-FEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.

       END PROGRAM OD-PROTECTION-LOOKUP.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OD-PROTECTION-LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-LOG.
           COPY TRANREC.

       WORKING-STORAGE SECTION.
       01 WS-TRAN-FILE-STATUS          PIC X(02).
       01 WS-HIST-RETURN-CODE          PIC 9(02).
       01 WS-ENTRY-ACCOUNT             PIC X(12).
       01 WS-ENTRY-TYPE                PIC X(01).
       01 WS-ENTRY-AMOUNT              PIC S9(9)V99.
       01 WS-ENTRY-COUNTERPARTY        PIC X(12).
       01 WS-ENTRY-PRODUCT             PIC X(04).

       LINKAGE SECTION.
       01 LS-SAVINGS-ACCOUNT           PIC X(12).
       01 LS-CHECKING-ACCOUNT          PIC X(12).
       01 LS-AMOUNT                    PIC S9(9)V99.
       01 LS-FEE                       PIC S9(5)V99.
       01 LS-CURRENCY-CODE             PIC X(03).
       01 LS-PRODUCT-CODE              PIC X(04).
       01 LS-TELLER-ID                 PIC X(08).
       01 LS-BRANCH-CODE               PIC X(04).
       01 LS-POST-DATE                 PIC 9(08).
       01 LS-POST-TIME                 PIC 9(06).

       PROCEDURE DIVISION USING LS-SAVINGS-ACCOUNT,
               LS-CHECKING-ACCOUNT, LS-AMOUNT, LS-FEE,
               LS-CURRENCY-CODE, LS-PRODUCT-CODE, LS-TELLER-ID,
               LS-BRANCH-CODE, LS-POST-DATE, LS-POST-TIME.
       MAIN-PARA.
           *> Log a protection transfer the caller has already
           *> applied to the master: the "T" debit on the savings
           *> account and the "X" credit on the checking account,
           *> each naming the other as counterparty so they pair
           *> like any teller transfer, then the protection fee as
           *> an "F" on the checking account under its product code.
           *> All three book to the posting branch the caller passes.
           MOVE LS-SAVINGS-ACCOUNT TO WS-ENTRY-ACCOUNT
           MOVE "T" TO WS-ENTRY-TYPE
           MOVE LS-AMOUNT TO WS-ENTRY-AMOUNT
           MOVE LS-CHECKING-ACCOUNT TO WS-ENTRY-COUNTERPARTY
           MOVE SPACES TO WS-ENTRY-PRODUCT
           PERFORM WRITE-PROTECTION-ENTRY
           MOVE LS-CHECKING-ACCOUNT TO WS-ENTRY-ACCOUNT
           MOVE "X" TO WS-ENTRY-TYPE
           MOVE LS-SAVINGS-ACCOUNT TO WS-ENTRY-COUNTERPARTY
           PERFORM WRITE-PROTECTION-ENTRY
           IF LS-FEE > 0
               MOVE "F" TO WS-ENTRY-TYPE
               MOVE LS-FEE TO WS-ENTRY-AMOUNT
               MOVE SPACES TO WS-ENTRY-COUNTERPARTY
               MOVE LS-PRODUCT-CODE TO WS-ENTRY-PRODUCT
               PERFORM WRITE-PROTECTION-ENTRY
           END-IF
           EXIT PROGRAM.

       WRITE-PROTECTION-ENTRY.
           *> The record area is cleared first so the trailing
           *> fields carry no residue
           MOVE SPACES TO TRAN-LOG-RECORD
           MOVE WS-ENTRY-ACCOUNT TO TRAN-ACCOUNT-NUMBER
           MOVE WS-ENTRY-TYPE TO TRAN-TYPE
           MOVE WS-ENTRY-AMOUNT TO TRAN-AMOUNT
           MOVE LS-CURRENCY-CODE TO TRAN-CURRENCY-CODE
           MOVE 0 TO TRAN-RETURN-CODE
           MOVE "P" TO TRAN-STATUS
           MOVE LS-TELLER-ID TO TRAN-TELLER-ID
           MOVE LS-POST-DATE TO TRAN-DATE
           MOVE LS-POST-TIME TO TRAN-TIME
           MOVE WS-ENTRY-COUNTERPARTY TO TRAN-COUNTERPARTY-ACCT
           MOVE LS-CURRENCY-CODE TO TRAN-ORIG-CURRENCY
           MOVE WS-ENTRY-AMOUNT TO TRAN-ORIG-AMOUNT
           MOVE 1 TO TRAN-RATE-APPLIED
           MOVE WS-ENTRY-PRODUCT TO TRAN-PRODUCT-CODE
           MOVE 0 TO TRAN-RATE-TIER
           MOVE 0 TO TRAN-ORIG-DATE
           MOVE 0 TO TRAN-ORIG-TIME
           MOVE LS-BRANCH-CODE TO TRAN-BRANCH-CODE
           OPEN EXTEND TRANSACTION-LOG
           WRITE TRAN-LOG-RECORD
           CLOSE TRANSACTION-LOG
           CALL "TRAN-HISTORY-WRITE"
               USING TRAN-LOG-RECORD, WS-HIST-RETURN-CODE.

       END PROGRAM OD-PROTECTION-LOG.
