       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-ORDER-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-ORDER-FILE ASSIGN TO "LEGLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LORD-ORDER-NUMBER
               FILE STATUS IS WS-LORD-FILE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-ORDER-FILE.
           COPY LEGLREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-LORD-FILE-STATUS          PIC X(02).
       01 WS-AUDIT-FILE-STATUS         PIC X(02).
       01 WS-ACTION                    PIC X(01).
       01 WS-MAINT-DONE                PIC X(01).
           88 MAINT-DONE                VALUE "Y".
       01 WS-ORDER-NUMBER              PIC X(12).
       01 WS-CUSTOMER-ID               PIC X(10).
       01 WS-ORDER-TYPE                PIC X(01).
       01 WS-AGENCY-NAME               PIC X(20).
       01 WS-REMIT-ROUTING             PIC X(09).
       01 WS-REMIT-ACCOUNT             PIC X(12).
       01 WS-ORDERED-AMOUNT            PIC S9(11)V99.
       01 WS-CURRENCY-CODE             PIC X(03).
       01 WS-PROTECTED-AMOUNT          PIC S9(9)V99.
       01 WS-CONFIRM                   PIC X(01).
       01 WS-VALIDATE-RETURN-CODE      PIC 9(02).
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-AMOUNT-DISPLAY            PIC -(11)9.99.
       01 WS-BEFORE-IMAGE              PIC X(130).
       01 WS-AFTER-IMAGE               PIC X(130).
       01 WS-AUDIT-FUNCTION            PIC X(10).

       LINKAGE SECTION.
       01 LS-TELLER-ID                 PIC X(08).
       01 LS-TELLER-ROLE               PIC X(01).
       01 LS-RETURN-CODE               PIC 9(02).
           COPY RETCODES.

       PROCEDURE DIVISION USING LS-TELLER-ID, LS-TELLER-ROLE,
               LS-RETURN-CODE.
       MAIN-PARA.
           *> Court levies and tax garnishments served on the bank:
           *> record the order as served, look one up, or release
           *> it when the agency withdraws it. The seizures
           *> themselves are taken by the nightly legal-order run.
           MOVE 0 TO LS-RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           PERFORM OPEN-LEGAL-ORDER-FILE
           IF LS-RETURN-CODE = 0
               MOVE "N" TO WS-MAINT-DONE
               PERFORM UNTIL MAINT-DONE
                   DISPLAY "=== LEGAL ORDER MAINTENANCE ==="
                   DISPLAY "1. Enter Order  2. Look Up  3. Release"
                       "  4. Exit"
                   DISPLAY "Enter action: "
                   ACCEPT WS-ACTION
                   EVALUATE WS-ACTION
                       WHEN "1"
                           PERFORM ENTER-ORDER
                       WHEN "2"
                           PERFORM LOOKUP-ORDER
                       WHEN "3"
                           PERFORM RELEASE-ORDER
                       WHEN "4"
                           MOVE "Y" TO WS-MAINT-DONE
                       WHEN OTHER
                           DISPLAY "Invalid action"
                   END-EVALUATE
               END-PERFORM
               CLOSE LEGAL-ORDER-FILE
           END-IF
           EXIT PROGRAM.

       OPEN-LEGAL-ORDER-FILE.
           *> Create-on-first-use applies only to file-not-found
           *> (status 35). Any other failure must NOT fall through
           *> to OPEN OUTPUT, which would truncate the file.
           OPEN I-O LEGAL-ORDER-FILE
           IF WS-LORD-FILE-STATUS = "35"
               OPEN OUTPUT LEGAL-ORDER-FILE
               IF WS-LORD-FILE-STATUS = "00"
                   CLOSE LEGAL-ORDER-FILE
                   OPEN I-O LEGAL-ORDER-FILE
               END-IF
           END-IF
           IF WS-LORD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open legal order file, status "
                   WS-LORD-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
           END-IF.

       ENTER-ORDER.
           *> An order takes money without the customer's consent,
           *> so putting one on file needs supervisor authority
           MOVE 0 TO LS-RETURN-CODE
           IF LS-TELLER-ROLE NOT = "S"
               DISPLAY "Supervisor authority required to enter a"
                   " legal order"
               MOVE 88 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter order number as served: "
           ACCEPT WS-ORDER-NUMBER
           IF WS-ORDER-NUMBER = SPACES
               DISPLAY "Order number is required"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ORDER-NUMBER TO LORD-ORDER-NUMBER
           READ LEGAL-ORDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Order is already on file"
                   MOVE 40 TO LS-RETURN-CODE
           END-READ
           IF LS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter debtor customer ID: "
           ACCEPT WS-CUSTOMER-ID
           MOVE 0 TO WS-VALIDATE-RETURN-CODE
           CALL "VALIDATE-CUSTOMER"
               USING WS-CUSTOMER-ID, WS-VALIDATE-RETURN-CODE
           IF WS-VALIDATE-RETURN-CODE = 10
               DISPLAY "Customer not found"
               MOVE 10 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Order type (L=Levy, G=Garnishment): "
           ACCEPT WS-ORDER-TYPE
           IF WS-ORDER-TYPE NOT = "L" AND WS-ORDER-TYPE NOT = "G"
               DISPLAY "Invalid order type"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter issuing agency: "
           ACCEPT WS-AGENCY-NAME
           DISPLAY "Enter agency remittance routing number: "
           ACCEPT WS-REMIT-ROUTING
           IF WS-REMIT-ROUTING IS NOT NUMERIC
               DISPLAY "Routing number must be 9 digits"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter agency remittance account: "
           ACCEPT WS-REMIT-ACCOUNT
           IF WS-REMIT-ACCOUNT = SPACES
               DISPLAY "Remittance account is required"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter ordered amount: "
           ACCEPT WS-ORDERED-AMOUNT
           IF WS-ORDERED-AMOUNT NOT > 0
               DISPLAY "Ordered amount must be greater than zero"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter currency code: "
           ACCEPT WS-CURRENCY-CODE
           DISPLAY "Enter protected balance per account"
               " (as stated on the order, 0 = none): "
           ACCEPT WS-PROTECTED-AMOUNT
           IF WS-PROTECTED-AMOUNT < 0
               DISPLAY "Protected balance cannot be negative"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LORD-RECORD
           MOVE WS-ORDER-NUMBER TO LORD-ORDER-NUMBER
           MOVE WS-CUSTOMER-ID TO LORD-CUSTOMER-ID
           MOVE WS-ORDER-TYPE TO LORD-ORDER-TYPE
           MOVE WS-AGENCY-NAME TO LORD-AGENCY-NAME
           MOVE WS-REMIT-ROUTING TO LORD-REMIT-ROUTING
           MOVE WS-REMIT-ACCOUNT TO LORD-REMIT-ACCOUNT
           MOVE WS-ORDERED-AMOUNT TO LORD-ORDERED-AMOUNT
           MOVE WS-CURRENCY-CODE TO LORD-CURRENCY-CODE
           MOVE WS-PROTECTED-AMOUNT TO LORD-PROTECTED-AMOUNT
           MOVE 0 TO LORD-SEIZED-AMOUNT
           MOVE WS-TODAY TO LORD-RECEIVED-DATE
           MOVE LS-TELLER-ID TO LORD-ENTERED-TELLER
           MOVE 0 TO LORD-LAST-SEIZURE-DATE
           MOVE "O" TO LORD-STATUS
           MOVE 0 TO LORD-CLOSED-DATE
           MOVE SPACES TO LORD-CLOSED-TELLER
           WRITE LORD-RECORD
           IF WS-LORD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to record legal order, status "
                   WS-LORD-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE LORD-RECORD TO WS-AFTER-IMAGE
               MOVE "LEGL-ENTER" TO WS-AUDIT-FUNCTION
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "Order recorded; seizure starts with the"
                   " next nightly run"
           END-IF.

       LOOKUP-ORDER.
           DISPLAY "Enter order number: "
           ACCEPT WS-ORDER-NUMBER
           MOVE WS-ORDER-NUMBER TO LORD-ORDER-NUMBER
           READ LEGAL-ORDER-FILE
               INVALID KEY
                   DISPLAY "Order not on file"
               NOT INVALID KEY
                   PERFORM DISPLAY-ORDER-DETAIL
           END-READ.

       DISPLAY-ORDER-DETAIL.
           DISPLAY "Debtor       : " LORD-CUSTOMER-ID
               " type " LORD-ORDER-TYPE
           DISPLAY "Agency       : " LORD-AGENCY-NAME
           DISPLAY "Remit to     : " LORD-REMIT-ROUTING
               " " LORD-REMIT-ACCOUNT
           MOVE LORD-ORDERED-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "Ordered      : " WS-AMOUNT-DISPLAY
               " " LORD-CURRENCY-CODE
           MOVE LORD-SEIZED-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "Seized       : " WS-AMOUNT-DISPLAY
               " last " LORD-LAST-SEIZURE-DATE
           MOVE LORD-PROTECTED-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "Protected    : " WS-AMOUNT-DISPLAY
           DISPLAY "Received     : " LORD-RECEIVED-DATE
               " by " LORD-ENTERED-TELLER
           EVALUATE TRUE
               WHEN LORD-OPEN
                   DISPLAY "Status       : OPEN"
               WHEN LORD-SATISFIED
                   DISPLAY "Status       : SATISFIED "
                       LORD-CLOSED-DATE
               WHEN LORD-RELEASED
                   DISPLAY "Status       : RELEASED "
                       LORD-CLOSED-DATE " by " LORD-CLOSED-TELLER
           END-EVALUATE.

       RELEASE-ORDER.
           *> The agency's release stops further seizures; what has
           *> already been remitted stays with the agency
           MOVE 0 TO LS-RETURN-CODE
           IF LS-TELLER-ROLE NOT = "S"
               DISPLAY "Supervisor authority required to release a"
                   " legal order"
               MOVE 88 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter order number: "
           ACCEPT WS-ORDER-NUMBER
           MOVE WS-ORDER-NUMBER TO LORD-ORDER-NUMBER
           READ LEGAL-ORDER-FILE
               INVALID KEY
                   DISPLAY "Order not on file"
                   EXIT PARAGRAPH
           END-READ
           PERFORM DISPLAY-ORDER-DETAIL
           IF NOT LORD-OPEN
               DISPLAY "Order is no longer open"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Confirm release (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Release abandoned"
               EXIT PARAGRAPH
           END-IF
           MOVE LORD-RECORD TO WS-BEFORE-IMAGE
           MOVE "R" TO LORD-STATUS
           MOVE WS-TODAY TO LORD-CLOSED-DATE
           MOVE LS-TELLER-ID TO LORD-CLOSED-TELLER
           REWRITE LORD-RECORD
           IF WS-LORD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to release order, status "
                   WS-LORD-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
           ELSE
               MOVE LORD-RECORD TO WS-AFTER-IMAGE
               MOVE "LEGL-RELSE" TO WS-AUDIT-FUNCTION
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "Order released"
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           MOVE "LEGAL-ORDER-MAINT" TO AUD-PROGRAM
           MOVE WS-AUDIT-FUNCTION TO AUD-FUNCTION
           MOVE LORD-CUSTOMER-ID TO AUD-CUSTOMER-ID
           MOVE SPACES TO AUD-ACCOUNT-NUMBER
           MOVE LORD-ORDER-TYPE TO AUD-REASON-CODE
           MOVE LORD-ORDER-NUMBER TO AUD-AUTHORITY
           MOVE WS-TODAY TO AUD-EFFECTIVE-DATE
           MOVE LS-TELLER-ID TO AUD-TELLER-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
           OPEN EXTEND AUDIT-LOG
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG.
