       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "CARDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
           COPY CARDREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-CARD-FILE-STATUS          PIC X(02).
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-AUDIT-FILE-STATUS         PIC X(02).
       01 WS-ACTION                    PIC X(01).
       01 WS-MAINT-DONE                PIC X(01).
           88 MAINT-DONE                VALUE "Y".
       01 WS-ACCOUNT-NUMBER            PIC X(12).
       01 WS-CARD-NUMBER               PIC X(16).
       01 WS-NEW-CARD-NUMBER           PIC X(16).
       01 WS-BLOCK-REASON              PIC X(01).
       01 WS-DAILY-LIMIT               PIC S9(7)V99.
      *> Standard cash limit when the teller keys none
       01 WS-STANDARD-LIMIT            PIC S9(7)V99 VALUE 500.00.
      *> Plastics are issued for three years, good through the
      *> end of the issue month
       01 WS-CARD-LIFE-YEARS           PIC 9(01) VALUE 3.
       01 WS-EXPIRY-YYYYMM             PIC 9(06).
       01 WS-CARD-OK                   PIC X(01).
       01 WS-VALIDATE-RETURN-CODE      PIC 9(02).
       01 WS-TODAY                     PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY             PIC 9(04).
           05 WS-TODAY-MM               PIC 9(02).
           05 WS-TODAY-DD               PIC 9(02).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-AMOUNT-DISPLAY            PIC -(9)9.99.
      *> Card number broken into digits for the mod-10 (Luhn)
      *> check every issuer's numbers carry
       01 WS-LUHN-NUMBER               PIC 9(16).
       01 WS-LUHN-DIGITS REDEFINES WS-LUHN-NUMBER.
           05 WS-LUHN-DIGIT             PIC 9(01) OCCURS 16 TIMES.
       01 WS-DIGIT-SUB                 PIC 9(02).
       01 WS-DIGIT-WORK                PIC 9(02).
       01 WS-LUHN-SUM                  PIC 9(04).
       01 WS-LUHN-QUOTIENT             PIC 9(04).
       01 WS-LUHN-REMAINDER            PIC 9(02).
       01 WS-DOUBLE-SWITCH             PIC X(01).
      *> Saved detail of the card being replaced
       01 WS-OLD-ACCOUNT               PIC X(12).
       01 WS-OLD-CUSTOMER              PIC X(10).
       01 WS-OLD-LIMIT                 PIC S9(7)V99.
       01 WS-BEFORE-IMAGE              PIC X(130).
       01 WS-AFTER-IMAGE               PIC X(130).
       01 WS-AUDIT-FUNCTION            PIC X(10).
       01 WS-AUDIT-REASON              PIC X(03).

       LINKAGE SECTION.
       01 LS-TELLER-ID                 PIC X(08).
       01 LS-RETURN-CODE               PIC 9(02).
           COPY RETCODES.

       PROCEDURE DIVISION USING LS-TELLER-ID, LS-RETURN-CODE.
       MAIN-PARA.
           MOVE 0 TO LS-RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           PERFORM OPEN-CARD-FILE
           IF LS-RETURN-CODE = 0
               MOVE "N" TO WS-MAINT-DONE
               PERFORM UNTIL MAINT-DONE
                   DISPLAY "=== CARD MAINTENANCE ==="
                   DISPLAY "1. Issue  2. Look Up  3. Block"
                       "  4. Replace  5. Exit"
                   DISPLAY "Enter action: "
                   ACCEPT WS-ACTION
                   EVALUATE WS-ACTION
                       WHEN "1"
                           PERFORM ISSUE-CARD
                       WHEN "2"
                           PERFORM LOOKUP-CARD
                       WHEN "3"
                           PERFORM BLOCK-CARD
                       WHEN "4"
                           PERFORM REPLACE-CARD
                       WHEN "5"
                           MOVE "Y" TO WS-MAINT-DONE
                       WHEN OTHER
                           DISPLAY "Invalid action"
                   END-EVALUATE
               END-PERFORM
               CLOSE CARD-FILE
           END-IF
           EXIT PROGRAM.

       OPEN-CARD-FILE.
           *> Create-on-first-use applies only to file-not-found
           *> (status 35). Any other failure must NOT fall through
           *> to OPEN OUTPUT, which would truncate the file.
           OPEN I-O CARD-FILE
           IF WS-CARD-FILE-STATUS = "35"
               OPEN OUTPUT CARD-FILE
               IF WS-CARD-FILE-STATUS = "00"
                   CLOSE CARD-FILE
                   OPEN I-O CARD-FILE
               END-IF
           END-IF
           IF WS-CARD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open card master, status "
                   WS-CARD-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
           END-IF.

       ISSUE-CARD.
           DISPLAY "Enter account number: "
           ACCEPT WS-ACCOUNT-NUMBER
           MOVE 0 TO WS-VALIDATE-RETURN-CODE
           CALL "ACCOUNT-NUMBER-VERIFY"
               USING WS-ACCOUNT-NUMBER, WS-VALIDATE-RETURN-CODE
           IF WS-VALIDATE-RETURN-CODE NOT = 0
               DISPLAY "Account number fails the check digit"
               EXIT PARAGRAPH
           END-IF
           *> Cash cards draw on an open savings or checking account;
           *> term deposits and loans are not reached by machine
           MOVE "N" TO WS-CARD-OK
           OPEN INPUT ACCOUNT-MASTER
           MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "Account not found"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT ACCT-STATUS-OPEN
                           DISPLAY "Account is not open"
                       WHEN NOT ACCT-TYPE-SAVINGS
                               AND NOT ACCT-TYPE-CHECKING
                           DISPLAY "Cards are issued on savings and"
                               " checking accounts only"
                       WHEN OTHER
                           MOVE "Y" TO WS-CARD-OK
                           MOVE ACCT-CUSTOMER-ID TO WS-OLD-CUSTOMER
                   END-EVALUATE
           END-READ
           CLOSE ACCOUNT-MASTER
           IF WS-CARD-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter card number from the plastic: "
           ACCEPT WS-NEW-CARD-NUMBER
           PERFORM CHECK-NEW-CARD-NUMBER
           IF WS-CARD-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter daily cash limit (0 = standard): "
           ACCEPT WS-DAILY-LIMIT
           IF WS-DAILY-LIMIT NOT > 0
               MOVE WS-STANDARD-LIMIT TO WS-DAILY-LIMIT
           END-IF
           MOVE WS-ACCOUNT-NUMBER TO WS-OLD-ACCOUNT
           MOVE WS-DAILY-LIMIT TO WS-OLD-LIMIT
           MOVE SPACES TO WS-CARD-NUMBER
           PERFORM WRITE-NEW-CARD
           IF WS-CARD-FILE-STATUS = "00"
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE CARD-RECORD TO WS-AFTER-IMAGE
               MOVE "CARD-ISSUE" TO WS-AUDIT-FUNCTION
               MOVE SPACES TO WS-AUDIT-REASON
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "Card issued, expires " CARD-EXPIRY-YYYYMM
           END-IF.

       CHECK-NEW-CARD-NUMBER.
           *> A mis-keyed plastic number must fail here, not on the
           *> customer's first withdrawal; and a number already on
           *> file is never issued twice
           MOVE "N" TO WS-CARD-OK
           IF WS-NEW-CARD-NUMBER IS NOT NUMERIC
               DISPLAY "Card number must be 16 digits"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-CARD-NUMBER TO WS-LUHN-NUMBER
           MOVE 0 TO WS-LUHN-SUM
           MOVE "N" TO WS-DOUBLE-SWITCH
           PERFORM VARYING WS-DIGIT-SUB FROM 16 BY -1
                   UNTIL WS-DIGIT-SUB < 1
               MOVE WS-LUHN-DIGIT (WS-DIGIT-SUB) TO WS-DIGIT-WORK
               IF WS-DOUBLE-SWITCH = "Y"
                   MULTIPLY 2 BY WS-DIGIT-WORK
                   IF WS-DIGIT-WORK > 9
                       SUBTRACT 9 FROM WS-DIGIT-WORK
                   END-IF
                   MOVE "N" TO WS-DOUBLE-SWITCH
               ELSE
                   MOVE "Y" TO WS-DOUBLE-SWITCH
               END-IF
               ADD WS-DIGIT-WORK TO WS-LUHN-SUM
           END-PERFORM
           DIVIDE WS-LUHN-SUM BY 10 GIVING WS-LUHN-QUOTIENT
               REMAINDER WS-LUHN-REMAINDER
           IF WS-LUHN-REMAINDER NOT = 0
               DISPLAY "Card number fails the check digit; re-key it"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-CARD-NUMBER TO CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   MOVE "Y" TO WS-CARD-OK
               NOT INVALID KEY
                   DISPLAY "Card number is already on file"
           END-READ.

       WRITE-NEW-CARD.
           *> WS-CARD-NUMBER carries the card this one replaces,
           *> spaces on a first issue
           COMPUTE WS-EXPIRY-YYYYMM =
               (WS-TODAY-YYYY + WS-CARD-LIFE-YEARS) * 100
               + WS-TODAY-MM
           MOVE SPACES TO CARD-RECORD
           MOVE WS-NEW-CARD-NUMBER TO CARD-NUMBER
           MOVE WS-OLD-ACCOUNT TO CARD-ACCOUNT-NUMBER
           MOVE WS-OLD-CUSTOMER TO CARD-CUSTOMER-ID
           MOVE "A" TO CARD-STATUS
           MOVE WS-EXPIRY-YYYYMM TO CARD-EXPIRY-YYYYMM
           MOVE WS-OLD-LIMIT TO CARD-DAILY-LIMIT
           MOVE 0 TO CARD-USED-DATE
           MOVE 0 TO CARD-USED-AMOUNT
           MOVE WS-TODAY TO CARD-ISSUED-DATE
           MOVE LS-TELLER-ID TO CARD-ISSUED-TELLER
           MOVE WS-TODAY TO CARD-STATUS-DATE
           MOVE LS-TELLER-ID TO CARD-STATUS-TELLER
           MOVE WS-CARD-NUMBER TO CARD-REPLACES
           MOVE SPACES TO CARD-REPLACED-BY
           WRITE CARD-RECORD
           IF WS-CARD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to record card, status "
                   WS-CARD-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
           END-IF.

       LOOKUP-CARD.
           DISPLAY "Enter card number: "
           ACCEPT WS-CARD-NUMBER
           MOVE WS-CARD-NUMBER TO CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   DISPLAY "Card not on file"
               NOT INVALID KEY
                   DISPLAY "Account      : " CARD-ACCOUNT-NUMBER
                   DISPLAY "Customer     : " CARD-CUSTOMER-ID
                   DISPLAY "Status       : " CARD-STATUS
                       " since " CARD-STATUS-DATE
                       " by " CARD-STATUS-TELLER
                   DISPLAY "Expires      : " CARD-EXPIRY-YYYYMM
                   MOVE CARD-DAILY-LIMIT TO WS-AMOUNT-DISPLAY
                   DISPLAY "Daily limit  : " WS-AMOUNT-DISPLAY
                   IF CARD-USED-DATE = WS-TODAY
                       MOVE CARD-USED-AMOUNT TO WS-AMOUNT-DISPLAY
                   ELSE
                       MOVE 0 TO WS-AMOUNT-DISPLAY
                   END-IF
                   DISPLAY "Used today   : " WS-AMOUNT-DISPLAY
                   DISPLAY "Issued       : " CARD-ISSUED-DATE
                       " by " CARD-ISSUED-TELLER
                   IF CARD-REPLACES NOT = SPACES
                       DISPLAY "Replaces     : " CARD-REPLACES
                   END-IF
                   IF CARD-REPLACED-BY NOT = SPACES
                       DISPLAY "Replaced by  : " CARD-REPLACED-BY
                   END-IF
           END-READ.

       BLOCK-CARD.
           DISPLAY "Enter card number: "
           ACCEPT WS-CARD-NUMBER
           MOVE WS-CARD-NUMBER TO CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   DISPLAY "Card not on file"
                   EXIT PARAGRAPH
           END-READ
           IF CARD-LOST OR CARD-STOLEN OR CARD-HOLDER-DECEASED
               DISPLAY "Card is already blocked"
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-CARD-BLOCK.

       APPLY-CARD-BLOCK.
           *> Lost or stolen is final: the machine run rejects the
           *> card from the next item on, and there is no unblock
           DISPLAY "Reason (L=Lost, S=Stolen): "
           ACCEPT WS-BLOCK-REASON
           IF WS-BLOCK-REASON NOT = "L" AND WS-BLOCK-REASON NOT = "S"
               DISPLAY "Invalid reason"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE CARD-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-BLOCK-REASON TO CARD-STATUS
           MOVE WS-TODAY TO CARD-STATUS-DATE
           MOVE LS-TELLER-ID TO CARD-STATUS-TELLER
           REWRITE CARD-RECORD
           IF WS-CARD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to block card, status "
                   WS-CARD-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
           ELSE
               MOVE CARD-RECORD TO WS-AFTER-IMAGE
               MOVE "CARD-BLOCK" TO WS-AUDIT-FUNCTION
               MOVE WS-BLOCK-REASON TO WS-AUDIT-REASON
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "Card blocked"
           END-IF.

       REPLACE-CARD.
           *> The customer on the phone with a lost card: block the
           *> old plastic if that has not been done yet, then issue
           *> the new one on the same account and limit
           MOVE 0 TO LS-RETURN-CODE
           DISPLAY "Enter card number being replaced: "
           ACCEPT WS-CARD-NUMBER
           MOVE WS-CARD-NUMBER TO CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   DISPLAY "Card not on file"
                   EXIT PARAGRAPH
           END-READ
           IF CARD-REPLACED-BY NOT = SPACES
               DISPLAY "Card was already replaced by "
                   CARD-REPLACED-BY
               EXIT PARAGRAPH
           END-IF
           IF CARD-HOLDER-DECEASED
               DISPLAY "Cardholder is deceased; no replacement"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-VALIDATE-RETURN-CODE
           CALL "VALIDATE-ACCOUNT"
               USING CARD-ACCOUNT-NUMBER, WS-VALIDATE-RETURN-CODE
           IF WS-VALIDATE-RETURN-CODE NOT = 0
               DISPLAY "Card account is no longer valid, return"
                   " code " WS-VALIDATE-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF CARD-ACTIVE
               PERFORM APPLY-CARD-BLOCK
               IF LS-RETURN-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE CARD-ACCOUNT-NUMBER TO WS-OLD-ACCOUNT
           MOVE CARD-CUSTOMER-ID TO WS-OLD-CUSTOMER
           MOVE CARD-DAILY-LIMIT TO WS-OLD-LIMIT
           DISPLAY "Enter new card number from the plastic: "
           ACCEPT WS-NEW-CARD-NUMBER
           PERFORM CHECK-NEW-CARD-NUMBER
           IF WS-CARD-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-NEW-CARD
           IF WS-CARD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE CARD-RECORD TO WS-AFTER-IMAGE
           MOVE "CARD-REPL" TO WS-AUDIT-FUNCTION
           MOVE SPACES TO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD
           *> Then point the old card at its successor
           MOVE WS-CARD-NUMBER TO CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-NEW-CARD-NUMBER TO CARD-REPLACED-BY
                   REWRITE CARD-RECORD
                   IF WS-CARD-FILE-STATUS NOT = "00"
                       *> The new card stands; only the link back from
                       *> the old one is missing
                       DISPLAY "Replacement card " WS-NEW-CARD-NUMBER
                           " issued but not linked to "
                           WS-CARD-NUMBER ", status "
                           WS-CARD-FILE-STATUS
                       MOVE 30 TO LS-RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           DISPLAY "Replacement card " WS-NEW-CARD-NUMBER " issued".

       WRITE-AUDIT-RECORD.
           *> Same maintenance trail as account maintenance, with
           *> the card image before and after the change
           MOVE SPACES TO AUDIT-RECORD
           MOVE "CARD-MAINTENANCE" TO AUD-PROGRAM
           MOVE WS-AUDIT-FUNCTION TO AUD-FUNCTION
           MOVE CARD-CUSTOMER-ID TO AUD-CUSTOMER-ID
           MOVE CARD-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
           MOVE WS-AUDIT-REASON TO AUD-REASON-CODE
           MOVE CARD-NUMBER TO AUD-AUTHORITY
           MOVE WS-TODAY TO AUD-EFFECTIVE-DATE
           MOVE LS-TELLER-ID TO AUD-TELLER-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
           OPEN EXTEND AUDIT-LOG
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG.
