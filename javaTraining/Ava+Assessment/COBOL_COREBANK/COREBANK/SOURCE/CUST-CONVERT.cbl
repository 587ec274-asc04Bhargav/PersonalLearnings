       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-GROWTH-CONVERSION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CUSTOMER-MASTER ASSIGN TO "OLDCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-CUST-ID
               FILE STATUS IS WS-OLDC-FILE-STATUS.
           SELECT NEW-CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-NEWC-FILE-STATUS.
           SELECT OLD-AUDIT-LOG ASSIGN TO "OLDAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDA-FILE-STATUS.
           SELECT NEW-AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWA-FILE-STATUS.
           SELECT CONVERT-REPORT ASSIGN TO "CONVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CUSTOMER-MASTER.
      *> Customer master layout as it stood before the date of
      *> death was added
       01 OLD-CUSTOMER-RECORD.
           05 OLD-CUST-ID               PIC X(10).
           05 OLD-CUST-NAME             PIC X(30).
           05 OLD-CUST-ADDRESS          PIC X(40).
           05 OLD-CUST-PHONE            PIC X(15).
           05 OLD-CUST-DATE-OPENED      PIC 9(08).
           05 OLD-CUST-STATUS           PIC X(01).
           05 OLD-CUST-DATE-CLOSED      PIC 9(08).
           05 FILLER                    PIC X(01).

       FD  NEW-CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  OLD-AUDIT-LOG.
      *> Audit entry as it stood before the record images grew to
      *> hold the customer record's contact and alert fields
       01 OLD-AUDIT-RECORD.
           05 OLD-AUD-PROGRAM           PIC X(24).
           05 OLD-AUD-FUNCTION          PIC X(10).
           05 OLD-AUD-CUSTOMER-ID       PIC X(10).
           05 OLD-AUD-ACCOUNT-NUMBER    PIC X(12).
           05 OLD-AUD-REASON-CODE       PIC X(03).
           05 OLD-AUD-AUTHORITY         PIC X(20).
           05 OLD-AUD-EFFECTIVE-DATE    PIC 9(08).
           05 OLD-AUD-TELLER-ID         PIC X(08).
           05 OLD-AUD-DATE              PIC 9(08).
           05 OLD-AUD-TIME              PIC 9(06).
           05 OLD-AUD-BEFORE-IMAGE      PIC X(130).
           05 OLD-AUD-AFTER-IMAGE       PIC X(130).
           05 OLD-AUD-CHECKER-ID        PIC X(08).
           05 FILLER                    PIC X(02).

       FD  NEW-AUDIT-LOG.
           COPY AUDITREC.

       FD  CONVERT-REPORT.
       01 CR-LINE                      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OLDC-FILE-STATUS          PIC X(02).
       01 WS-NEWC-FILE-STATUS          PIC X(02).
       01 WS-OLDA-FILE-STATUS          PIC X(02).
       01 WS-NEWA-FILE-STATUS          PIC X(02).
       01 WS-RPT-FILE-STATUS           PIC X(02).
       01 WS-CUST-EOF-SWITCH           PIC X(01).
           88 END-OF-OLD-CUSTOMERS      VALUE "Y".
       01 WS-AUDIT-EOF-SWITCH          PIC X(01).
           88 END-OF-OLD-AUDIT-LOG      VALUE "Y".
       01 WS-CUST-COUNT                PIC 9(07).
       01 WS-AUDIT-COUNT               PIC 9(07).
       01 WS-COUNT-DISPLAY             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> One-time cutover conversion for the grown customer
           *> master: the record gained the date of death, the
           *> e-mail and mobile number, the alert preferences, and
           *> the KYC identity data, risk rating and review dates.
           *> Every customer is rebuilt in the new layout with the
           *> date zero (living), alerts switched off and no
           *> identity data or review on file, so no legacy record
           *> reads as deceased or draws an alert, every one comes
           *> up on the KYC review list, and no numeric test runs
           *> on undefined storage. The audit
           *> log is copied across with its record images widened
           *> to the new size.
           MOVE 0 TO WS-CUST-COUNT
           MOVE 0 TO WS-AUDIT-COUNT
           OPEN OUTPUT CONVERT-REPORT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open conversion report, status "
                   WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONVERT-CUSTOMER-MASTER
           PERFORM CONVERT-AUDIT-LOG
           PERFORM WRITE-CONVERT-TOTALS
           CLOSE CONVERT-REPORT
           STOP RUN.

       CONVERT-CUSTOMER-MASTER.
           MOVE "N" TO WS-CUST-EOF-SWITCH
           OPEN INPUT OLD-CUSTOMER-MASTER
           IF WS-OLDC-FILE-STATUS NOT = "00"
               DISPLAY "Old customer master not available, status "
                   WS-OLDC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-CUSTOMER-MASTER
           IF WS-NEWC-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open new customer master, status "
                   WS-NEWC-FILE-STATUS
               CLOSE OLD-CUSTOMER-MASTER
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-OLD-CUSTOMERS
               READ OLD-CUSTOMER-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CUST-EOF-SWITCH
                   NOT AT END
                       PERFORM CONVERT-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE OLD-CUSTOMER-MASTER
           CLOSE NEW-CUSTOMER-MASTER.

       CONVERT-ONE-CUSTOMER.
           MOVE SPACES TO CUSTOMER-RECORD
           MOVE OLD-CUST-ID TO CUST-ID
           MOVE OLD-CUST-NAME TO CUST-NAME
           MOVE OLD-CUST-ADDRESS TO CUST-ADDRESS
           MOVE OLD-CUST-PHONE TO CUST-PHONE
           MOVE OLD-CUST-DATE-OPENED TO CUST-DATE-OPENED
           MOVE OLD-CUST-STATUS TO CUST-STATUS
           MOVE OLD-CUST-DATE-CLOSED TO CUST-DATE-CLOSED
           *> Nobody on the legacy master has a death recorded
           MOVE 0 TO CUST-DATE-OF-DEATH
           *> No contact details on file and no alerts chosen
           MOVE SPACES TO CUST-EMAIL
           MOVE SPACES TO CUST-MOBILE
           MOVE "N" TO CUST-ALERT-CHANNEL
           MOVE 0 TO CUST-ALERT-LOW-BALANCE
           MOVE 0 TO CUST-ALERT-LARGE-DEBIT
           MOVE "N" TO CUST-ALERT-NSF
           MOVE "N" TO CUST-ALERT-HOLD
           MOVE 0 TO CUST-ALERT-MATURITY-DAYS
           *> No identity data or review on file; the weekly review
           *> list carries these customers until it is captured
           MOVE 0 TO CUST-DATE-OF-BIRTH
           MOVE SPACES TO CUST-ID-TYPE
           MOVE SPACES TO CUST-ID-NUMBER
           MOVE 0 TO CUST-ID-EXPIRY-DATE
           MOVE SPACES TO CUST-TAX-ID
           MOVE SPACE TO CUST-RISK-RATING
           MOVE 0 TO CUST-KYC-REVIEW-DATE
           MOVE 0 TO CUST-KYC-NEXT-REVIEW
           WRITE CUSTOMER-RECORD
           ADD 1 TO WS-CUST-COUNT.

       CONVERT-AUDIT-LOG.
           *> Entries stay in their original order; a legacy image
           *> is carried left-justified with the new space padded
           MOVE "N" TO WS-AUDIT-EOF-SWITCH
           OPEN INPUT OLD-AUDIT-LOG
           IF WS-OLDA-FILE-STATUS NOT = "00"
               DISPLAY "Old audit log not available, status "
                   WS-OLDA-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-AUDIT-LOG
           IF WS-NEWA-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open new audit log, status "
                   WS-NEWA-FILE-STATUS
               CLOSE OLD-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-OLD-AUDIT-LOG
               READ OLD-AUDIT-LOG
                   AT END
                       MOVE "Y" TO WS-AUDIT-EOF-SWITCH
                   NOT AT END
                       PERFORM CONVERT-ONE-AUDIT-ENTRY
               END-READ
           END-PERFORM
           CLOSE OLD-AUDIT-LOG
           CLOSE NEW-AUDIT-LOG.

       CONVERT-ONE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-RECORD
           MOVE OLD-AUD-PROGRAM TO AUD-PROGRAM
           MOVE OLD-AUD-FUNCTION TO AUD-FUNCTION
           MOVE OLD-AUD-CUSTOMER-ID TO AUD-CUSTOMER-ID
           MOVE OLD-AUD-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
           MOVE OLD-AUD-REASON-CODE TO AUD-REASON-CODE
           MOVE OLD-AUD-AUTHORITY TO AUD-AUTHORITY
           MOVE OLD-AUD-EFFECTIVE-DATE TO AUD-EFFECTIVE-DATE
           MOVE OLD-AUD-TELLER-ID TO AUD-TELLER-ID
           MOVE OLD-AUD-DATE TO AUD-DATE
           MOVE OLD-AUD-TIME TO AUD-TIME
           MOVE OLD-AUD-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE OLD-AUD-AFTER-IMAGE TO AUD-AFTER-IMAGE
           MOVE OLD-AUD-CHECKER-ID TO AUD-CHECKER-ID
           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-COUNT.

       WRITE-CONVERT-TOTALS.
           MOVE "CUSTOMER GROWTH CONVERSION TOTALS" TO CR-LINE
           WRITE CR-LINE
           MOVE WS-CUST-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CR-LINE
           STRING "CUSTOMERS CONVERTED  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE
           MOVE WS-AUDIT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CR-LINE
           STRING "AUDIT ENTRIES COPIED " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CR-LINE
           WRITE CR-LINE.
