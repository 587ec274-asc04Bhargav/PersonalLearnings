           IF LS-RETURN-CODE = 0 AND CUST-CLOSED
               MOVE 15 TO LS-RETURN-CODE
           END-IF
           IF LS-RETURN-CODE = 0 AND CUST-DECEASED
               MOVE 16 TO LS-RETURN-CODE
           END-IF
           CLOSE CUSTOMER-MASTER
           EXIT PROGRAM.

       END PROGRAM VALIDATE-CUSTOMER.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDATE-CUSTOMER-KYC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01 WS-CUST-FILE-STATUS          PIC X(02).
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).

       LINKAGE SECTION.
       01 LS-CUSTOMER-ID               PIC X(10).
       01 LS-RETURN-CODE               PIC 9(02).

       PROCEDURE DIVISION USING LS-CUSTOMER-ID, LS-RETURN-CODE.
       MAIN-PARA.
           *> Nothing new is opened for a customer whose identity
           *> document has expired or whose periodic review has
           *> passed its due date. A customer with no identity data
           *> on file yet is let through; the weekly review list
           *> carries them until the data is captured.
           MOVE 0 TO LS-RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           OPEN INPUT CUSTOMER-MASTER
           MOVE LS-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 10 TO LS-RETURN-CODE
           END-READ
           IF LS-RETURN-CODE = 0
                   AND CUST-ID-EXPIRY-DATE IS NUMERIC
               IF CUST-ID-EXPIRY-DATE > 0
                       AND CUST-ID-EXPIRY-DATE < WS-TODAY
                   MOVE 17 TO LS-RETURN-CODE
               END-IF
           END-IF
           IF LS-RETURN-CODE = 0
                   AND CUST-KYC-NEXT-REVIEW IS NUMERIC
               IF CUST-KYC-NEXT-REVIEW > 0
                       AND CUST-KYC-NEXT-REVIEW < WS-TODAY
                   MOVE 18 TO LS-RETURN-CODE
               END-IF
           END-IF
           CLOSE CUSTOMER-MASTER
           EXIT PROGRAM.

       END PROGRAM VALIDATE-CUSTOMER-KYC.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDATE-ACCOUNT.

           END-EVALUATE.

       END PROGRAM VALIDATE-TELLER.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET-POSTING-BRANCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELLER-MASTER ASSIGN TO "TELLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELL-ID
               FILE STATUS IS WS-TELL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TELLER-MASTER.
           COPY TELLREC.

       WORKING-STORAGE SECTION.
       01 WS-TELL-FILE-STATUS          PIC X(02).

       LINKAGE SECTION.
       01 LS-TELLER-ID                 PIC X(08).
       01 LS-HOME-BRANCH               PIC X(04).
       01 LS-POSTING-BRANCH            PIC X(04).

       PROCEDURE DIVISION USING LS-TELLER-ID, LS-HOME-BRANCH,
               LS-POSTING-BRANCH.
       MAIN-PARA.
           *> Branch a log entry is stamped with: the home branch of
           *> the teller who posted it. A system ID (batch, machine)
           *> is not on the teller master, and a teller set up
           *> before branches were recorded carries none; either
           *> way the entry books to the account's own home branch,
           *> which the caller passes in.
           MOVE LS-HOME-BRANCH TO LS-POSTING-BRANCH
           OPEN INPUT TELLER-MASTER
           IF WS-TELL-FILE-STATUS = "00"
               MOVE LS-TELLER-ID TO TELL-ID
               READ TELLER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TELL-BRANCH-CODE NOT = SPACES
                           MOVE TELL-BRANCH-CODE
                               TO LS-POSTING-BRANCH
                       END-IF
               END-READ
               CLOSE TELLER-MASTER
           END-IF
           EXIT PROGRAM.

       END PROGRAM GET-POSTING-BRANCH.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDATE-BRANCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELLER-MASTER ASSIGN TO "TELLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELL-ID
               FILE STATUS IS WS-TELL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TELLER-MASTER.
           COPY TELLREC.

       WORKING-STORAGE SECTION.
       01 WS-TELL-FILE-STATUS          PIC X(02).
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-TELLERS            VALUE "Y".
       01 WS-FOUND-SWITCH              PIC X(01).
           88 BRANCH-FOUND              VALUE "Y".

       LINKAGE SECTION.
       01 LS-BRANCH-CODE               PIC X(04).
       01 LS-RETURN-CODE               PIC 9(02).

       PROCEDURE DIVISION USING LS-BRANCH-CODE, LS-RETURN-CODE.
       MAIN-PARA.
           *> A branch is on file once a teller has been set up at
           *> it through teller maintenance, which will not record
           *> an ID without one; there is no separate branch list
           *> to keep in step. Return code 30 for a branch no
           *> teller works at, or when the teller master cannot be
           *> read to tell.
           MOVE 30 TO LS-RETURN-CODE
           IF LS-BRANCH-CODE = SPACES
               EXIT PROGRAM
           END-IF
           OPEN INPUT TELLER-MASTER
           IF WS-TELL-FILE-STATUS NOT = "00"
               DISPLAY "Teller master not available, status "
                   WS-TELL-FILE-STATUS
               EXIT PROGRAM
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM UNTIL END-OF-TELLERS OR BRANCH-FOUND
               READ TELLER-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF TELL-BRANCH-CODE = LS-BRANCH-CODE
                           MOVE "Y" TO WS-FOUND-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TELLER-MASTER
           IF BRANCH-FOUND
               MOVE 0 TO LS-RETURN-CODE
           END-IF
           EXIT PROGRAM.

       END PROGRAM VALIDATE-BRANCH.
