       01 WS-NEW-CUST-NAME             PIC X(30).
       01 WS-NEW-CUST-ADDRESS          PIC X(40).
       01 WS-NEW-CUST-PHONE            PIC X(15).
       01 WS-NEW-CUST-EMAIL            PIC X(50).
       01 WS-NEW-CUST-MOBILE           PIC X(15).
      *> Alert preferences as keyed at the terminal
       01 WS-NEW-ALERT-CHANNEL         PIC X(01).
       01 WS-NEW-ALERT-LOW-BALANCE     PIC S9(9)V99.
       01 WS-NEW-ALERT-LARGE-DEBIT     PIC S9(9)V99.
       01 WS-NEW-ALERT-NSF             PIC X(01).
       01 WS-NEW-ALERT-HOLD            PIC X(01).
       01 WS-NEW-ALERT-MATURITY-DAYS   PIC 9(03).
       01 WS-AT-SIGN-COUNT             PIC 9(02).
      *> Identity data and risk rating as keyed at the terminal
       01 WS-NEW-DATE-OF-BIRTH         PIC 9(08).
       01 WS-NEW-ID-TYPE               PIC X(02).
       01 WS-NEW-ID-NUMBER             PIC X(20).
       01 WS-NEW-ID-EXPIRY-DATE        PIC 9(08).
       01 WS-NEW-TAX-ID                PIC X(15).
       01 WS-NEW-RISK-RATING           PIC X(01).
       01 WS-KYC-REVIEWED              PIC X(01).
           88 KYC-REVIEWED-TODAY        VALUE "Y".
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
      *> Next review date broken out for the year arithmetic
       01 WS-NEXT-REVIEW               PIC 9(08).
       01 WS-NEXT-REVIEW-PARTS REDEFINES WS-NEXT-REVIEW.
           05 WS-NEXT-REVIEW-YYYY       PIC 9(04).
           05 WS-NEXT-REVIEW-MMDD       PIC 9(04).
       01 WS-REVIEW-YEARS              PIC 9(01).
       01 WS-PREF-AMOUNT-DISPLAY       PIC -(9)9.99.
       01 WS-AUDIT-FUNCTION            PIC X(10).
       01 WS-WATCH-HIT-FLAG            PIC X(01).
       01 WS-LIST-SOURCE               PIC X(04).
           88 END-OF-CUST-ACCOUNTS      VALUE "Y".
       01 WS-BLOCKING-SWITCH           PIC X(01).
           88 BLOCKING-ACCOUNTS-FOUND   VALUE "Y".
       01 WS-BEFORE-IMAGE              PIC X(300).
       01 WS-AFTER-IMAGE               PIC X(300).
      *> Detail changes go to the pending-change queue for approval
       01 WS-PEND-TARGET               PIC X(01) VALUE "C".
       01 WS-PEND-RECORD-KEY           PIC X(20).
       01 WS-PEND-PROGRAM              PIC X(24)
                                       VALUE "CUSTOMER-MANAGEMENT".
       01 WS-PEND-FUNCTION             PIC X(10) VALUE "UPDATE".
       01 WS-PEND-REQUIRED-ROLE        PIC X(01) VALUE "H".
       01 WS-PEND-NUMBER               PIC 9(08).

       LINKAGE SECTION.
       01 LS-CUSTOMER-ID               PIC X(10).
           88 ACTION-LOOKUP             VALUE "2".
           88 ACTION-UPDATE             VALUE "3".
           88 ACTION-CLOSE              VALUE "4".
           88 ACTION-RECORD-DEATH       VALUE "5".
           88 ACTION-ALERT-PREFERENCES  VALUE "6".
       01 LS-CUST-NAME                 PIC X(30).
       01 LS-CUST-ADDRESS              PIC X(40).
       01 LS-CUST-PHONE                PIC X(15).
                   PERFORM UPDATE-CUSTOMER
               WHEN ACTION-CLOSE
                   PERFORM CLOSE-CUSTOMER
               WHEN ACTION-RECORD-DEATH
                   PERFORM RECORD-DEATH
               WHEN ACTION-ALERT-PREFERENCES
                   PERFORM MAINTAIN-ALERT-PREFERENCES
               WHEN OTHER
                   DISPLAY "Invalid customer action"
                   MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NEW-CUST-EMAIL
           MOVE SPACES TO WS-NEW-CUST-MOBILE
           MOVE 0 TO WS-NEW-DATE-OF-BIRTH
           MOVE SPACES TO WS-NEW-ID-TYPE
           MOVE SPACES TO WS-NEW-ID-NUMBER
           MOVE 0 TO WS-NEW-ID-EXPIRY-DATE
           MOVE SPACES TO WS-NEW-TAX-ID
           MOVE SPACE TO WS-NEW-RISK-RATING
           MOVE "N" TO WS-KYC-REVIEWED
           PERFORM GET-CUSTOMER-DETAIL
           IF LS-RETURN-CODE = 0
               PERFORM SCREEN-AGAINST-WATCH-LIST
           END-IF
           IF LS-RETURN-CODE NOT = 0
               PERFORM WRITE-SUSPENSE-RECORD
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CUSTOMER-MASTER
           MOVE SPACES TO CUSTOMER-RECORD
           MOVE LS-CUSTOMER-ID TO CUST-ID
           MOVE WS-NEW-CUST-NAME TO CUST-NAME
           MOVE WS-NEW-CUST-ADDRESS TO CUST-ADDRESS
           MOVE FUNCTION CURRENT-DATE(1:8) TO CUST-DATE-OPENED
           MOVE "A" TO CUST-STATUS
           MOVE 0 TO CUST-DATE-CLOSED
           MOVE 0 TO CUST-DATE-OF-DEATH
           MOVE WS-NEW-CUST-EMAIL TO CUST-EMAIL
           MOVE WS-NEW-CUST-MOBILE TO CUST-MOBILE
           *> A new customer receives no alerts until they choose
           *> some through the alert preferences action
           MOVE "N" TO CUST-ALERT-CHANNEL
           MOVE 0 TO CUST-ALERT-LOW-BALANCE
           MOVE 0 TO CUST-ALERT-LARGE-DEBIT
           MOVE "N" TO CUST-ALERT-NSF
           MOVE "N" TO CUST-ALERT-HOLD
           MOVE 0 TO CUST-ALERT-MATURITY-DAYS
           MOVE 0 TO CUST-KYC-REVIEW-DATE
           PERFORM APPLY-KYC-DETAIL
           WRITE CUSTOMER-RECORD
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "Unable to create customer, status "

       GET-CUSTOMER-DETAIL.
           *> Unattended runs carry the detail on the control card;
           *> at the terminal the teller is prompted as before. The
           *> card has no e-mail, mobile or identity data, so a batch
           *> run leaves them as the caller set them up (blank on a
           *> create, the current values on an update)
           IF RUN-MODE-UNATTENDED
               MOVE LS-CUST-NAME TO WS-NEW-CUST-NAME
               MOVE LS-CUST-ADDRESS TO WS-NEW-CUST-ADDRESS
               ACCEPT WS-NEW-CUST-ADDRESS
               DISPLAY "Enter customer phone: "
               ACCEPT WS-NEW-CUST-PHONE
               DISPLAY "Enter customer e-mail (blank for none): "
               ACCEPT WS-NEW-CUST-EMAIL
               DISPLAY "Enter mobile number for text alerts"
                   " (blank for none): "
               ACCEPT WS-NEW-CUST-MOBILE
               PERFORM GET-KYC-DETAIL
           END-IF
           PERFORM CHECK-CONTACT-DETAIL.

       CHECK-CONTACT-DETAIL.
           *> The messaging vendor rejects an address without a
           *> single "@", so it is refused here rather than failing
           *> silently on the night's extract
           IF WS-NEW-CUST-EMAIL NOT = SPACES
               MOVE 0 TO WS-AT-SIGN-COUNT
               INSPECT WS-NEW-CUST-EMAIL
                   TALLYING WS-AT-SIGN-COUNT FOR ALL "@"
               IF WS-AT-SIGN-COUNT NOT = 1
                   DISPLAY "E-mail address is not valid"
                   MOVE 30 TO LS-RETURN-CODE
               END-IF
           END-IF.

       GET-KYC-DETAIL.
           *> Identity is taken from the document in front of the
           *> teller. An expired document is refused outright; the
           *> customer must bring a current one.
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           DISPLAY "Enter date of birth (YYYYMMDD): "
           ACCEPT WS-NEW-DATE-OF-BIRTH
           DISPLAY "ID document type (PP passport, DL driving"
               " licence, NI national ID, RP residence permit): "
           ACCEPT WS-NEW-ID-TYPE
           DISPLAY "ID document number: "
           ACCEPT WS-NEW-ID-NUMBER
           DISPLAY "ID document expiry date (YYYYMMDD): "
           ACCEPT WS-NEW-ID-EXPIRY-DATE
           DISPLAY "Tax ID (blank for none): "
           ACCEPT WS-NEW-TAX-ID
           DISPLAY "Risk rating (L low, M medium, H high): "
           ACCEPT WS-NEW-RISK-RATING
           IF WS-NEW-DATE-OF-BIRTH = 0
                   OR WS-NEW-DATE-OF-BIRTH NOT < WS-TODAY
               DISPLAY "Date of birth is not valid"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-ID-TYPE NOT = "PP"
                   AND WS-NEW-ID-TYPE NOT = "DL"
                   AND WS-NEW-ID-TYPE NOT = "NI"
                   AND WS-NEW-ID-TYPE NOT = "RP"
               DISPLAY "Invalid ID document type"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-ID-NUMBER = SPACES
               DISPLAY "ID document number is required"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-ID-EXPIRY-DATE < WS-TODAY
               DISPLAY "ID document has expired"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-RISK-RATING NOT = "L"
                   AND WS-NEW-RISK-RATING NOT = "M"
                   AND WS-NEW-RISK-RATING NOT = "H"
               DISPLAY "Invalid risk rating"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           *> Taking on a customer is itself a review; on a detail
           *> change the teller says whether one was done
           IF ACTION-CREATE
               MOVE "Y" TO WS-KYC-REVIEWED
           ELSE
               DISPLAY "Identity and risk reviewed with the"
                   " customer today (Y/N): "
               ACCEPT WS-KYC-REVIEWED
               IF WS-KYC-REVIEWED NOT = "Y"
                       AND WS-KYC-REVIEWED NOT = "N"
                   DISPLAY "Answer Y or N"
                   MOVE 30 TO LS-RETURN-CODE
               END-IF
           END-IF.

       APPLY-KYC-DETAIL.
           MOVE WS-NEW-DATE-OF-BIRTH TO CUST-DATE-OF-BIRTH
           MOVE WS-NEW-ID-TYPE TO CUST-ID-TYPE
           MOVE WS-NEW-ID-NUMBER TO CUST-ID-NUMBER
           MOVE WS-NEW-ID-EXPIRY-DATE TO CUST-ID-EXPIRY-DATE
           MOVE WS-NEW-TAX-ID TO CUST-TAX-ID
           MOVE WS-NEW-RISK-RATING TO CUST-RISK-RATING
           IF KYC-REVIEWED-TODAY
               MOVE WS-TODAY TO CUST-KYC-REVIEW-DATE
           END-IF
           PERFORM SET-NEXT-REVIEW-DATE.

       SET-NEXT-REVIEW-DATE.
           *> The next review falls due the rating's interval after
           *> the last one, so a change of rating moves the due
           *> date at once. A 29 February review falls due on the
           *> 28th in a year that has no 29th.
           EVALUATE TRUE
               WHEN CUST-RISK-HIGH
                   MOVE 1 TO WS-REVIEW-YEARS
               WHEN CUST-RISK-MEDIUM
                   MOVE 2 TO WS-REVIEW-YEARS
               WHEN CUST-RISK-LOW
                   MOVE 3 TO WS-REVIEW-YEARS
               WHEN OTHER
                   MOVE 0 TO WS-REVIEW-YEARS
           END-EVALUATE
           IF CUST-KYC-REVIEW-DATE = 0 OR WS-REVIEW-YEARS = 0
               MOVE 0 TO CUST-KYC-NEXT-REVIEW
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-KYC-REVIEW-DATE TO WS-NEXT-REVIEW
           ADD WS-REVIEW-YEARS TO WS-NEXT-REVIEW-YYYY
           IF WS-NEXT-REVIEW-MMDD = 0229
               MOVE 0228 TO WS-NEXT-REVIEW-MMDD
           END-IF
           MOVE WS-NEXT-REVIEW TO CUST-KYC-NEXT-REVIEW.

       SCREEN-AGAINST-WATCH-LIST.
           *> A watch-listed name or ID is blocked here and parked
           *> on the review queue with the list source, before the
               DISPLAY "Address       : " CUST-ADDRESS
               DISPLAY "Phone         : " CUST-PHONE
               DISPLAY "Date opened   : " CUST-DATE-OPENED
               IF CUST-DECEASED
                   DISPLAY "DECEASED      : " CUST-DATE-OF-DEATH
               END-IF
               DISPLAY "E-mail        : " CUST-EMAIL
               DISPLAY "Mobile        : " CUST-MOBILE
               PERFORM DISPLAY-ALERT-PREFERENCES
               PERFORM DISPLAY-KYC-DETAIL
           END-IF
           CLOSE CUSTOMER-MASTER.

           END-IF
           CLOSE CUSTOMER-MASTER.

       RECORD-DEATH.
           *> The death notice needs the date from the certificate,
           *> the executor's standing-order instruction and a second
           *> officer at the terminal; none of that is carried on the
           *> unattended control card
           IF RUN-MODE-UNATTENDED
               DISPLAY "Recording a death is not supported"
                   " unattended"
               MOVE 99 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "DECEASED-CUSTOMER"
               USING LS-CUSTOMER-ID, LS-TELLER-ID, LS-RETURN-CODE.

       CHECK-FOR-OPEN-ACCOUNTS.
           MOVE "N" TO WS-BLOCKING-SWITCH
           MOVE "N" TO WS-ACCT-EOF-SWITCH
           CLOSE ACCOUNT-MASTER.

       UPDATE-CUSTOMER.
           *> A detail change is not written here: it is raised as a
           *> pending change and reaches the master only when a head
           *> teller or supervisor other than this teller approves it
           *> from the maintenance approval queue
           OPEN INPUT CUSTOMER-MASTER
           MOVE LS-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
           END-READ
           IF LS-RETURN-CODE = 0
               MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
               PERFORM DEFAULT-ALERT-FIELDS
               PERFORM DEFAULT-KYC-FIELDS
               MOVE CUST-EMAIL TO WS-NEW-CUST-EMAIL
               MOVE CUST-MOBILE TO WS-NEW-CUST-MOBILE
               MOVE CUST-DATE-OF-BIRTH TO WS-NEW-DATE-OF-BIRTH
               MOVE CUST-ID-TYPE TO WS-NEW-ID-TYPE
               MOVE CUST-ID-NUMBER TO WS-NEW-ID-NUMBER
               MOVE CUST-ID-EXPIRY-DATE TO WS-NEW-ID-EXPIRY-DATE
               MOVE CUST-TAX-ID TO WS-NEW-TAX-ID
               MOVE CUST-RISK-RATING TO WS-NEW-RISK-RATING
               MOVE "N" TO WS-KYC-REVIEWED
               PERFORM GET-CUSTOMER-DETAIL
           END-IF
           IF LS-RETURN-CODE = 0
               PERFORM SCREEN-AGAINST-WATCH-LIST
           END-IF
           IF LS-RETURN-CODE = 0
               MOVE WS-NEW-CUST-NAME TO CUST-NAME
               MOVE WS-NEW-CUST-ADDRESS TO CUST-ADDRESS
               MOVE WS-NEW-CUST-PHONE TO CUST-PHONE
               MOVE WS-NEW-CUST-EMAIL TO CUST-EMAIL
               MOVE WS-NEW-CUST-MOBILE TO CUST-MOBILE
               PERFORM APPLY-KYC-DETAIL
               PERFORM CHECK-CHANNEL-CONTACT
           END-IF
           IF LS-RETURN-CODE = 0
               MOVE "UPDATE" TO WS-PEND-FUNCTION
               PERFORM SUBMIT-CUSTOMER-CHANGE
           END-IF
           IF LS-RETURN-CODE NOT = 0
               PERFORM WRITE-SUSPENSE-RECORD
           END-IF
           CLOSE CUSTOMER-MASTER.

       SUBMIT-CUSTOMER-CHANGE.
           MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
           MOVE LS-CUSTOMER-ID TO WS-PEND-RECORD-KEY
           CALL "MAINT-PENDING-SUBMIT"
               USING WS-PEND-TARGET, WS-PEND-RECORD-KEY,
                   WS-PEND-PROGRAM, WS-PEND-FUNCTION,
                   WS-PEND-REQUIRED-ROLE, LS-TELLER-ID,
                   WS-BEFORE-IMAGE, WS-AFTER-IMAGE,
                   WS-PEND-NUMBER, LS-RETURN-CODE
           IF LS-RETURN-CODE = 0
               DISPLAY "Change " WS-PEND-NUMBER
                   " raised; awaiting approval"
           END-IF.

       DEFAULT-ALERT-FIELDS.
           *> A record that has not been through the contact-detail
           *> conversion reads as no contacts and alerts off, so no
           *> packed test runs on undefined storage
           IF CUST-ALERT-LOW-BALANCE NOT NUMERIC
                   OR CUST-ALERT-LARGE-DEBIT NOT NUMERIC
                   OR CUST-ALERT-MATURITY-DAYS NOT NUMERIC
               MOVE SPACES TO CUST-EMAIL
               MOVE SPACES TO CUST-MOBILE
               MOVE "N" TO CUST-ALERT-CHANNEL
               MOVE 0 TO CUST-ALERT-LOW-BALANCE
               MOVE 0 TO CUST-ALERT-LARGE-DEBIT
               MOVE "N" TO CUST-ALERT-NSF
               MOVE "N" TO CUST-ALERT-HOLD
               MOVE 0 TO CUST-ALERT-MATURITY-DAYS
           END-IF.

       DEFAULT-KYC-FIELDS.
           *> A record from before the identity fields existed reads
           *> as nothing on file, so no date test runs on spaces
           IF CUST-DATE-OF-BIRTH NOT NUMERIC
                   OR CUST-ID-EXPIRY-DATE NOT NUMERIC
                   OR CUST-KYC-REVIEW-DATE NOT NUMERIC
                   OR CUST-KYC-NEXT-REVIEW NOT NUMERIC
               MOVE 0 TO CUST-DATE-OF-BIRTH
               MOVE SPACES TO CUST-ID-TYPE
               MOVE SPACES TO CUST-ID-NUMBER
               MOVE 0 TO CUST-ID-EXPIRY-DATE
               MOVE SPACES TO CUST-TAX-ID
               MOVE SPACE TO CUST-RISK-RATING
               MOVE 0 TO CUST-KYC-REVIEW-DATE
               MOVE 0 TO CUST-KYC-NEXT-REVIEW
           END-IF.

       DISPLAY-KYC-DETAIL.
           PERFORM DEFAULT-KYC-FIELDS
           IF CUST-ID-TYPE = SPACES
               DISPLAY "Identity      : NOT ON FILE"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Date of birth : " CUST-DATE-OF-BIRTH
           DISPLAY "ID document   : " CUST-ID-TYPE " " CUST-ID-NUMBER
           DISPLAY "ID expires    : " CUST-ID-EXPIRY-DATE
           DISPLAY "Tax ID        : " CUST-TAX-ID
           DISPLAY "Risk rating   : " CUST-RISK-RATING
           DISPLAY "Last review   : " CUST-KYC-REVIEW-DATE
           DISPLAY "Next review   : " CUST-KYC-NEXT-REVIEW.

       CHECK-CHANNEL-CONTACT.
           *> Alerts must have somewhere to go: a text channel needs
           *> the mobile number and an e-mail channel the address
           IF (CUST-ALERT-BY-SMS OR CUST-ALERT-BY-BOTH)
                   AND CUST-MOBILE = SPACES
               DISPLAY "Text alerts need a mobile number on file"
               MOVE 30 TO LS-RETURN-CODE
           END-IF
           IF (CUST-ALERT-BY-EMAIL OR CUST-ALERT-BY-BOTH)
                   AND CUST-EMAIL = SPACES
               DISPLAY "E-mail alerts need an e-mail address on file"
               MOVE 30 TO LS-RETURN-CODE
           END-IF.

       DISPLAY-ALERT-PREFERENCES.
           PERFORM DEFAULT-ALERT-FIELDS
           EVALUATE TRUE
               WHEN CUST-ALERT-BY-SMS
                   DISPLAY "Alerts by     : TEXT MESSAGE"
               WHEN CUST-ALERT-BY-EMAIL
                   DISPLAY "Alerts by     : E-MAIL"
               WHEN CUST-ALERT-BY-BOTH
                   DISPLAY "Alerts by     : TEXT AND E-MAIL"
               WHEN OTHER
                   DISPLAY "Alerts by     : NONE"
           END-EVALUATE
           MOVE CUST-ALERT-LOW-BALANCE TO WS-PREF-AMOUNT-DISPLAY
           DISPLAY "Low balance   : " WS-PREF-AMOUNT-DISPLAY
           MOVE CUST-ALERT-LARGE-DEBIT TO WS-PREF-AMOUNT-DISPLAY
           DISPLAY "Large debit   : " WS-PREF-AMOUNT-DISPLAY
           DISPLAY "Returned NSF  : " CUST-ALERT-NSF
           DISPLAY "Hold placed   : " CUST-ALERT-HOLD
           DISPLAY "Maturity days : " CUST-ALERT-MATURITY-DAYS.

       MAINTAIN-ALERT-PREFERENCES.
           *> The customer's choices come in at the counter or by
           *> phone, not on the batch control card. Like any other
           *> detail change the new preferences are raised for a
           *> second officer's approval, not written here.
           IF RUN-MODE-UNATTENDED
               DISPLAY "Alert preferences are not supported"
                   " unattended"
               MOVE 99 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           MOVE LS-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 10 TO LS-RETURN-CODE
           END-READ
           IF LS-RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN CUST-CLOSED
                       DISPLAY "Customer record is closed"
                       MOVE 15 TO LS-RETURN-CODE
                   WHEN CUST-DECEASED
                       DISPLAY "Customer is recorded as deceased"
                       MOVE 16 TO LS-RETURN-CODE
                   WHEN OTHER
                       MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
                       PERFORM DISPLAY-ALERT-PREFERENCES
                       PERFORM GET-ALERT-PREFERENCES
               END-EVALUATE
           END-IF
           IF LS-RETURN-CODE = 0
               PERFORM CHECK-CHANNEL-CONTACT
           END-IF
           IF LS-RETURN-CODE = 0
               MOVE "ALERTS" TO WS-PEND-FUNCTION
               PERFORM SUBMIT-CUSTOMER-CHANGE
           END-IF
           IF LS-RETURN-CODE NOT = 0
               PERFORM WRITE-SUSPENSE-RECORD
           END-IF
           CLOSE CUSTOMER-MASTER.

       GET-ALERT-PREFERENCES.
           *> Turning the channel off keeps the stored choices, so
           *> switching alerts back on later restores them
           DISPLAY "Alert channel (S text, E e-mail, B both,"
               " N none): "
           ACCEPT WS-NEW-ALERT-CHANNEL
           IF WS-NEW-ALERT-CHANNEL NOT = "S"
                   AND WS-NEW-ALERT-CHANNEL NOT = "E"
                   AND WS-NEW-ALERT-CHANNEL NOT = "B"
                   AND WS-NEW-ALERT-CHANNEL NOT = "N"
               DISPLAY "Invalid alert channel"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-ALERT-CHANNEL TO CUST-ALERT-CHANNEL
           IF CUST-ALERTS-OFF
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Low-balance floor (0 = no alert): "
           ACCEPT WS-NEW-ALERT-LOW-BALANCE
           DISPLAY "Alert on debits over (0 = no alert): "
           ACCEPT WS-NEW-ALERT-LARGE-DEBIT
           DISPLAY "Alert on checks returned unpaid (Y/N): "
           ACCEPT WS-NEW-ALERT-NSF
           DISPLAY "Alert on deposit holds placed (Y/N): "
           ACCEPT WS-NEW-ALERT-HOLD
           DISPLAY "Days before term maturity to alert"
               " (0 = no alert): "
           ACCEPT WS-NEW-ALERT-MATURITY-DAYS
           IF WS-NEW-ALERT-LOW-BALANCE < 0
                   OR WS-NEW-ALERT-LARGE-DEBIT < 0
               DISPLAY "Alert amounts cannot be negative"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF (WS-NEW-ALERT-NSF NOT = "Y"
                   AND WS-NEW-ALERT-NSF NOT = "N")
                   OR (WS-NEW-ALERT-HOLD NOT = "Y"
                   AND WS-NEW-ALERT-HOLD NOT = "N")
               DISPLAY "Answer Y or N"
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-ALERT-LOW-BALANCE TO CUST-ALERT-LOW-BALANCE
           MOVE WS-NEW-ALERT-LARGE-DEBIT TO CUST-ALERT-LARGE-DEBIT
           MOVE WS-NEW-ALERT-NSF TO CUST-ALERT-NSF
           MOVE WS-NEW-ALERT-HOLD TO CUST-ALERT-HOLD
           MOVE WS-NEW-ALERT-MATURITY-DAYS
               TO CUST-ALERT-MATURITY-DAYS.
