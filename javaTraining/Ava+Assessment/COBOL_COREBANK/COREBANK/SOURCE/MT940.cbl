       IDENTIFICATION DIVISION.
       PROGRAM-ID. MT940-STATEMENT-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT TRAN-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT STATEMENT-CONTROL ASSIGN TO "MTSCFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTSC-ACCOUNT-NUMBER
               FILE STATUS IS WS-MTSC-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "MT940OUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT STATEMENT-REPORT ASSIGN TO "MT940RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  TRAN-HISTORY.
           COPY HISTREC.

       FD  STATEMENT-CONTROL.
           COPY MTSCREC.

       FD  STATEMENT-FILE.
      *> One line of MT940 text per record
       01 MT-LINE                      PIC X(80).

       FD  STATEMENT-REPORT.
       01 SR-LINE                      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-HIST-FILE-STATUS          PIC X(02).
       01 WS-MTSC-FILE-STATUS          PIC X(02).
       01 WS-OUT-FILE-STATUS           PIC X(02).
       01 WS-RPT-FILE-STATUS           PIC X(02).
      *> Working copy of the log layout; each history record's
      *> TRANREC image is moved here before the fields are used
           COPY TRANREC.
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-ACCOUNTS           VALUE "Y".
       01 WS-HIST-EOF-SWITCH           PIC X(01).
           88 END-OF-DAY-HISTORY        VALUE "Y".
      *> Pass over the day's history: N totals the net movement,
      *> W writes the statement lines
       01 WS-HIST-PASS                 PIC X(01).
           88 NETTING-PASS              VALUE "N".
           88 WRITING-PASS              VALUE "W".
       01 WS-CONTROL-SWITCH            PIC X(01).
           88 CONTROL-ON-FILE           VALUE "Y".
      *> How the account's control record stood when the statement
      *> number was worked out; decides whether the save afterwards
      *> writes a new record, rolls the last one, or updates today's
       01 WS-CONTROL-STATE             PIC X(01).
           88 CONTROL-NOT-FOUND         VALUE "N".
           88 CONTROL-SENT-TODAY        VALUE "T".
           88 CONTROL-EARLIER-DATE      VALUE "E".
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-HOLD-RETURN-CODE          PIC 9(02).
       01 WS-STMT-NUMBER               PIC 9(05).
       01 WS-EXPECTED-OPENING          PIC S9(11)V99.
       01 WS-BREAK-SWITCH              PIC X(01).
           88 OPENING-BREAK             VALUE "Y".
       01 WS-DAY-NET                   PIC S9(13)V99.
       01 WS-OPENING-BALANCE           PIC S9(13)V99.
       01 WS-HOLD-TOTAL                PIC S9(11)V99.
       01 WS-AVAILABLE-BALANCE         PIC S9(13)V99.
       01 WS-ENTRY-COUNT               PIC 9(05).
      *> Side of the entry in hand on the customer's account:
      *> D debit, C credit, space for a memo that moves nothing
       01 WS-ENTRY-SIDE                PIC X(01).
       01 WS-ENTRY-MARK                PIC X(02).
       01 WS-ENTRY-CODE                PIC X(04).
       01 WS-ENTRY-NARRATIVE           PIC X(30).
       01 WS-ENTRY-REFERENCE           PIC X(16).
       01 WS-VALUE-DATE                PIC 9(08).
       01 WS-BANK-REFERENCE            PIC X(09).
      *> MT940 amount: digits with a comma before the decimals and
      *> no leading zeros, left-justified
       01 WS-FMT-AMOUNT                PIC S9(13)V99.
       01 WS-FMT-EDIT                  PIC Z(10)9.99.
       01 WS-FMT-LEAD                  PIC 9(02).
       01 WS-FMT-TEXT                  PIC X(16).
       01 WS-FMT-MARK                  PIC X(01).
      *> Run totals
       01 WS-STMT-COUNT                PIC 9(07).
       01 WS-LINE-COUNT                PIC 9(07).
       01 WS-ENTRY-TOTAL               PIC 9(07).
       01 WS-BREAK-COUNT               PIC 9(07).
       01 WS-CONTROL-ERRORS            PIC 9(07).
       01 WS-COUNT-DISPLAY             PIC ZZZZZZ9.
       01 WS-ENTRY-DISPLAY             PIC ZZZZ9.
       01 WS-OPEN-DISPLAY              PIC -(11)9.99.
       01 WS-CLOSE-DISPLAY             PIC -(11)9.99.
       01 WS-AVAIL-DISPLAY             PIC -(11)9.99.
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> End-of-day MT940 statements for the accounts enrolled
           *> for electronic statements: opening and closing ledger
           *> balance, the closing available balance net of holds,
           *> and one entry per posting from today's history, each
           *> with its transaction code, reference and value date.
           *> The statement number carries on from the account's
           *> last statement. The file is transmitted to the clients
           *> by the transfer system, routed on the customer ID in
           *> each statement's header.
           PERFORM RECORD-RUN-START
           MOVE 0 TO WS-STMT-COUNT
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-ENTRY-TOTAL
           MOVE 0 TO WS-BREAK-COUNT
           MOVE 0 TO WS-CONTROL-ERRORS
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open account master, status "
                   WS-ACCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN INPUT TRAN-HISTORY
           IF WS-HIST-FILE-STATUS NOT = "00"
               *> Without the history every statement would show a
               *> quiet day and an opening balance equal to closing
               DISPLAY "Transaction history not available, status "
                   WS-HIST-FILE-STATUS
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           PERFORM OPEN-STATEMENT-CONTROL
           IF WS-MTSC-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open statement control, status "
                   WS-MTSC-FILE-STATUS
               CLOSE ACCOUNT-MASTER
               CLOSE TRAN-HISTORY
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT STATEMENT-REPORT
           MOVE SPACES TO SR-LINE
           STRING "MT940 ELECTRONIC STATEMENTS FOR " WS-TODAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE SPACES TO SR-LINE
           WRITE SR-LINE
           MOVE SPACES TO SR-LINE
           STRING "ACCOUNT      CUSTOMER   STMT ENTRIES"
                  "      OPENING BAL      CLOSING BAL    AVAILABLE BAL"
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-ACCOUNTS
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RUNLOG-IN-COUNT
                       IF ACCT-MT940-ENROLLED
                           PERFORM CHECK-STATEMENT-DUE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-STATEMENT-TOTALS
           CLOSE ACCOUNT-MASTER
           CLOSE TRAN-HISTORY
           CLOSE STATEMENT-CONTROL
           CLOSE STATEMENT-FILE
           CLOSE STATEMENT-REPORT
           DISPLAY "MT940 statements written: " WS-STMT-COUNT
               " entries: " WS-ENTRY-TOTAL
           *> A control record that did not save leaves tomorrow's
           *> numbering and opening-balance proof without a base
           IF WS-CONTROL-ERRORS > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           STOP RUN.

       OPEN-STATEMENT-CONTROL.
           *> Create-on-first-use applies only to file-not-found
           *> (status 35). Any other failure must NOT fall through
           *> to OPEN OUTPUT, which would truncate the numbering.
           OPEN I-O STATEMENT-CONTROL
           IF WS-MTSC-FILE-STATUS = "35"
               OPEN OUTPUT STATEMENT-CONTROL
               IF WS-MTSC-FILE-STATUS = "00"
                   CLOSE STATEMENT-CONTROL
                   OPEN I-O STATEMENT-CONTROL
               END-IF
           END-IF.

       CHECK-STATEMENT-DUE.
           *> Open and frozen accounts get a statement every day,
           *> quiet or not; an account closed today gets its final
           *> one
           EVALUATE TRUE
               WHEN ACCT-STATUS-OPEN
               WHEN ACCT-STATUS-FROZEN
                   PERFORM BUILD-STATEMENT
               WHEN ACCT-STATUS-CLOSED
                   IF ACCT-DATE-CLOSED = WS-TODAY
                       PERFORM BUILD-STATEMENT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BUILD-STATEMENT.
           PERFORM NEXT-STATEMENT-NUMBER
           MOVE 0 TO WS-DAY-NET
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE "N" TO WS-HIST-PASS
           PERFORM READ-DAY-HISTORY
           COMPUTE WS-OPENING-BALANCE =
               ACCT-CURRENT-BALANCE - WS-DAY-NET
           MOVE 0 TO WS-HOLD-TOTAL
           CALL "ACCOUNT-HOLD-TOTAL"
               USING ACCT-NUMBER, WS-TODAY, WS-HOLD-TOTAL,
                     WS-HOLD-RETURN-CODE
           COMPUTE WS-AVAILABLE-BALANCE =
               ACCT-CURRENT-BALANCE - WS-HOLD-TOTAL
           MOVE "N" TO WS-BREAK-SWITCH
           IF CONTROL-ON-FILE
                   AND WS-OPENING-BALANCE NOT = WS-EXPECTED-OPENING
               MOVE "Y" TO WS-BREAK-SWITCH
               ADD 1 TO WS-BREAK-COUNT
           END-IF
           PERFORM WRITE-STATEMENT-HEADER
           MOVE "W" TO WS-HIST-PASS
           PERFORM READ-DAY-HISTORY
           PERFORM WRITE-STATEMENT-TRAILER
           PERFORM SAVE-STATEMENT-CONTROL
           ADD 1 TO WS-STMT-COUNT
           ADD WS-ENTRY-COUNT TO WS-ENTRY-TOTAL
           PERFORM WRITE-REPORT-LINE.

       NEXT-STATEMENT-NUMBER.
           *> The number runs on from the last statement sent; a
           *> rerun for a date already sent reissues the same number
           *> and proves against the statement before it
           MOVE ACCT-NUMBER TO MTSC-ACCOUNT-NUMBER
           MOVE "Y" TO WS-CONTROL-SWITCH
           MOVE "E" TO WS-CONTROL-STATE
           READ STATEMENT-CONTROL
               INVALID KEY
                   MOVE "N" TO WS-CONTROL-SWITCH
                   MOVE "N" TO WS-CONTROL-STATE
           END-READ
           EVALUATE TRUE
               WHEN CONTROL-NOT-FOUND
                   MOVE 1 TO WS-STMT-NUMBER
                   MOVE 0 TO WS-EXPECTED-OPENING
               WHEN MTSC-LAST-STMT-DATE = WS-TODAY
                   MOVE "T" TO WS-CONTROL-STATE
                   MOVE MTSC-LAST-STMT-NUMBER TO WS-STMT-NUMBER
                   MOVE MTSC-PREV-CLOSING-BAL TO WS-EXPECTED-OPENING
                   IF MTSC-PREV-STMT-NUMBER = 0
                       MOVE "N" TO WS-CONTROL-SWITCH
                   END-IF
               WHEN OTHER
                   IF MTSC-LAST-STMT-NUMBER = 99999
                       MOVE 1 TO WS-STMT-NUMBER
                   ELSE
                       COMPUTE WS-STMT-NUMBER =
                           MTSC-LAST-STMT-NUMBER + 1
                   END-IF
                   MOVE MTSC-LAST-CLOSING-BAL TO WS-EXPECTED-OPENING
           END-EVALUATE.

       SAVE-STATEMENT-CONTROL.
           *> The record read for the statement number is still in
           *> the buffer; nothing else touches the control file in
           *> between
           EVALUATE TRUE
               WHEN CONTROL-NOT-FOUND
                   PERFORM WRITE-STATEMENT-CONTROL
               WHEN CONTROL-SENT-TODAY
                   MOVE ACCT-CURRENT-BALANCE TO MTSC-LAST-CLOSING-BAL
                   REWRITE MTSC-RECORD
                   PERFORM CHECK-CONTROL-SAVED
               WHEN OTHER
                   PERFORM ROLL-STATEMENT-CONTROL
           END-EVALUATE.

       WRITE-STATEMENT-CONTROL.
           *> First statement ever sent for the account
           MOVE SPACES TO MTSC-RECORD
           MOVE ACCT-NUMBER TO MTSC-ACCOUNT-NUMBER
           MOVE 0 TO MTSC-PREV-STMT-NUMBER
           MOVE 0 TO MTSC-PREV-CLOSING-BAL
           MOVE WS-STMT-NUMBER TO MTSC-LAST-STMT-NUMBER
           MOVE WS-TODAY TO MTSC-LAST-STMT-DATE
           MOVE ACCT-CURRENT-BALANCE TO MTSC-LAST-CLOSING-BAL
           WRITE MTSC-RECORD
           PERFORM CHECK-CONTROL-SAVED.

       ROLL-STATEMENT-CONTROL.
           *> First statement of the day for the account: today's
           *> becomes the last, the last becomes the one before
           MOVE MTSC-LAST-STMT-NUMBER TO MTSC-PREV-STMT-NUMBER
           MOVE MTSC-LAST-CLOSING-BAL TO MTSC-PREV-CLOSING-BAL
           MOVE WS-STMT-NUMBER TO MTSC-LAST-STMT-NUMBER
           MOVE WS-TODAY TO MTSC-LAST-STMT-DATE
           MOVE ACCT-CURRENT-BALANCE TO MTSC-LAST-CLOSING-BAL
           REWRITE MTSC-RECORD
           PERFORM CHECK-CONTROL-SAVED.

       CHECK-CONTROL-SAVED.
           IF WS-MTSC-FILE-STATUS NOT = "00"
               DISPLAY "Unable to save statement control for "
                   ACCT-NUMBER ", status " WS-MTSC-FILE-STATUS
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF.

       READ-DAY-HISTORY.
           MOVE "N" TO WS-HIST-EOF-SWITCH
           MOVE ACCT-NUMBER TO HIST-ACCOUNT-NUMBER
           MOVE WS-TODAY TO HIST-DATE
           MOVE 0 TO HIST-TIME
           MOVE 0 TO HIST-SEQ
           START TRAN-HISTORY KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HIST-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-DAY-HISTORY
               READ TRAN-HISTORY NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-SWITCH
                   NOT AT END
                       IF HIST-ACCOUNT-NUMBER NOT = ACCT-NUMBER
                               OR HIST-DATE NOT = WS-TODAY
                           MOVE "Y" TO WS-HIST-EOF-SWITCH
                       ELSE
                           MOVE HIST-TRAN-DATA TO TRAN-LOG-RECORD
      *> Reversed entries stay on the statement: the original and
      *> its reversal both moved the balance
                           IF TRAN-STATUS-POSTED
                                   OR TRAN-STATUS-REVERSED
                               PERFORM CLASSIFY-ENTRY
                               PERFORM APPLY-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CLASSIFY-ENTRY.
           *> Side of the account and the SWIFT transaction type
           *> code; memo entries touch no balance and are left off
           MOVE "NMSC" TO WS-ENTRY-CODE
           EVALUATE TRUE
               WHEN TRAN-TYPE-WITHDRAWAL
                   MOVE "D" TO WS-ENTRY-SIDE
                   MOVE "WITHDRAWAL" TO WS-ENTRY-NARRATIVE
               WHEN TRAN-TYPE-TRANSFER
                   MOVE "D" TO WS-ENTRY-SIDE
                   MOVE "NTRF" TO WS-ENTRY-CODE
                   MOVE "TRANSFER OUT" TO WS-ENTRY-NARRATIVE
               WHEN TRAN-TYPE-FEE
                   MOVE "D" TO WS-ENTRY-SIDE
                   MOVE "NCHG" TO WS-ENTRY-CODE
                   MOVE "SERVICE CHARGE" TO WS-ENTRY-NARRATIVE
               WHEN TRAN-TYPE-OD-INTEREST
                   MOVE "D" TO WS-ENTRY-SIDE
                   MOVE "NINT" TO WS-ENTRY-CODE
                   MOVE "OVERDRAFT INTEREST" TO WS-ENTRY-NARRATIVE
               WHEN TRAN-TYPE-CHECK
                   MOVE "D" TO WS-ENTRY-SIDE
                   MOVE "NCHK" TO WS-ENTRY-CODE
                   MOVE "CHECK PAID" TO WS-ENTRY-NARRATIVE
               WHEN TRAN-TYPE-EXTERNAL
                   MOVE "D" TO WS-ENTRY-SIDE
                   MOVE "NTRF" TO WS-ENTRY-CODE
                   MOVE "PAYMENT TO OTHER BANK" TO WS-ENTRY-NARRATIVE
               WHEN TRAN-TYPE-WHT
                   MOVE "D" TO WS-ENTRY-SIDE
                   MOVE "NCHG" TO WS-ENTRY-CODE
                   MOVE "WITHHOLDING TAX" TO WS-ENTRY-NARRATIVE
               WHEN TRAN-TYPE-LOAN-ADVANCE
                   MOVE "D" TO WS-ENTRY-SIDE
                   MOVE "LOAN ADVANCE" TO WS-ENTRY-NARRATIVE
               WHEN TRAN-TYPE-LOAN-REPAY
                   MOVE "D" TO WS-ENTRY-SIDE
                   MOVE "LOAN REPAYMENT" TO WS-ENTRY-NARRATIVE
               WHEN TRAN-TYPE-DISPUTE-DEBIT
                   MOVE "D" TO WS-ENTRY-SIDE
                   MOVE "DISPUTE CREDIT WITHDRAWN"
                       TO WS-ENTRY-NARRATIVE
               WHEN TRAN-TYPE-LEGAL-SEIZURE
                   MOVE "D" TO WS-ENTRY-SIDE
                   MOVE "LEGAL ORDER SEIZURE" TO WS-ENTRY-NARRATIVE
               WHEN TRAN-TYPE-OFFICIAL-CHECK
                   MOVE "D" TO WS-ENTRY-SIDE
                   MOVE "NCHK" TO WS-ENTRY-CODE
                   MOVE "OFFICIAL CHECK PURCHASE" TO WS-ENTRY-NARRATIVE
               WHEN TRAN-TYPE-CHARGEBACK
                   MOVE "D" TO WS-ENTRY-SIDE
                   MOVE "NRTI" TO WS-ENTRY-CODE
                   MOVE "DEPOSITED ITEM RETURNED" TO WS-ENTRY-NARRATIVE
               WHEN TRAN-TYPE-DEPOSIT
                   MOVE "C" TO WS-ENTRY-SIDE
                   MOVE "DEPOSIT" TO WS-ENTRY-NARRATIVE
               WHEN TRAN-TYPE-TRANSFER-IN
                   MOVE "C" TO WS-ENTRY-SIDE
                   MOVE "NTRF" TO WS-ENTRY-CODE
                   MOVE "TRANSFER IN" TO WS-ENTRY-NARRATIVE
               WHEN TRAN-TYPE-INTEREST
                   MOVE "C" TO WS-ENTRY-SIDE
                   MOVE "NINT" TO WS-ENTRY-CODE
                   MOVE "CREDIT INTEREST" TO WS-ENTRY-NARRATIVE
               WHEN TRAN-TYPE-LOAN-PRINCIPAL
                   MOVE "C" TO WS-ENTRY-SIDE
                   MOVE "LOAN PRINCIPAL REPAID" TO WS-ENTRY-NARRATIVE
               WHEN TRAN-TYPE-DISPUTE-CREDIT
                   MOVE "C" TO WS-ENTRY-SIDE
                   MOVE "DISPUTE CREDIT" TO WS-ENTRY-NARRATIVE
               WHEN TRAN-TYPE-CHARGE-OFF
                   MOVE "C" TO WS-ENTRY-SIDE
                   MOVE "BALANCE WRITTEN OFF" TO WS-ENTRY-NARRATIVE
               WHEN TRAN-TYPE-FEE-REFUND
                   MOVE "C" TO WS-ENTRY-SIDE
                   MOVE "NCHG" TO WS-ENTRY-CODE
                   MOVE "SERVICE CHARGE REFUND" TO WS-ENTRY-NARRATIVE
               WHEN OTHER
                   MOVE SPACE TO WS-ENTRY-SIDE
           END-EVALUATE.

       APPLY-ENTRY.
           EVALUATE TRUE
               WHEN WS-ENTRY-SIDE = "D"
                   SUBTRACT TRAN-AMOUNT FROM WS-DAY-NET
               WHEN WS-ENTRY-SIDE = "C"
                   ADD TRAN-AMOUNT TO WS-DAY-NET
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WRITING-PASS
               ADD 1 TO WS-ENTRY-COUNT
               PERFORM WRITE-STATEMENT-ENTRY
           END-IF.

       WRITE-STATEMENT-HEADER.
           *> Basic and application header carry the customer ID the
           *> transfer system routes the statement on
           MOVE SPACES TO MT-LINE
           STRING "{1:F01COREBANK}{2:I940" ACCT-CUSTOMER-ID "}{4:"
               DELIMITED BY SIZE INTO MT-LINE
           PERFORM WRITE-MT-LINE
           MOVE SPACES TO MT-LINE
           STRING ":20:STM" WS-TODAY (3:6) WS-STMT-NUMBER
               DELIMITED BY SIZE INTO MT-LINE
           PERFORM WRITE-MT-LINE
           MOVE SPACES TO MT-LINE
           STRING ":25:" ACCT-NUMBER
               DELIMITED BY SIZE INTO MT-LINE
           PERFORM WRITE-MT-LINE
           MOVE SPACES TO MT-LINE
           STRING ":28C:" WS-STMT-NUMBER "/00001"
               DELIMITED BY SIZE INTO MT-LINE
           PERFORM WRITE-MT-LINE
           MOVE WS-OPENING-BALANCE TO WS-FMT-AMOUNT
           PERFORM FORMAT-MT-AMOUNT
           MOVE SPACES TO MT-LINE
           STRING ":60F:" WS-FMT-MARK WS-TODAY (3:6)
                  ACCT-CURRENCY-CODE
                  WS-FMT-TEXT DELIMITED BY SPACE
               INTO MT-LINE
           PERFORM WRITE-MT-LINE.

       WRITE-STATEMENT-ENTRY.
           *> :61: value date, entry date, debit/credit mark (RC/RD
           *> on a reversal), amount, type code, the customer's
           *> reference and ours; :86: the narrative
           MOVE TRAN-DATE TO WS-VALUE-DATE
           IF TRAN-IS-REVERSAL AND TRAN-ORIG-DATE IS NUMERIC
                   AND TRAN-ORIG-DATE NOT = 0
               MOVE TRAN-ORIG-DATE TO WS-VALUE-DATE
           END-IF
           MOVE WS-ENTRY-SIDE TO WS-ENTRY-MARK
           IF TRAN-IS-REVERSAL
               IF WS-ENTRY-SIDE = "D"
                   MOVE "RC" TO WS-ENTRY-MARK
               ELSE
                   MOVE "RD" TO WS-ENTRY-MARK
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN TRAN-CHECK-SERIAL NOT = SPACES
                   MOVE TRAN-CHECK-SERIAL TO WS-ENTRY-REFERENCE
               WHEN TRAN-COUNTERPARTY-ACCT NOT = SPACES
                   MOVE TRAN-COUNTERPARTY-ACCT TO WS-ENTRY-REFERENCE
               WHEN OTHER
                   MOVE "NONREF" TO WS-ENTRY-REFERENCE
           END-EVALUATE
           MOVE HIST-TIME TO WS-BANK-REFERENCE (1:6)
           MOVE HIST-SEQ TO WS-BANK-REFERENCE (7:3)
           MOVE TRAN-AMOUNT TO WS-FMT-AMOUNT
           PERFORM FORMAT-MT-AMOUNT
           MOVE SPACES TO MT-LINE
           STRING ":61:" WS-VALUE-DATE (3:6) HIST-DATE (5:4)
                  WS-ENTRY-MARK DELIMITED BY SPACE
                  WS-FMT-TEXT DELIMITED BY SPACE
                  WS-ENTRY-CODE DELIMITED BY SIZE
                  WS-ENTRY-REFERENCE DELIMITED BY SPACE
                  "//" WS-BANK-REFERENCE DELIMITED BY SIZE
               INTO MT-LINE
           PERFORM WRITE-MT-LINE
           MOVE SPACES TO MT-LINE
           IF TRAN-COUNTERPARTY-ACCT NOT = SPACES
               STRING ":86:" WS-ENTRY-NARRATIVE DELIMITED BY "  "
                      " " TRAN-COUNTERPARTY-ACCT DELIMITED BY SIZE
                   INTO MT-LINE
           ELSE
               STRING ":86:" WS-ENTRY-NARRATIVE DELIMITED BY "  "
                   INTO MT-LINE
           END-IF
           PERFORM WRITE-MT-LINE.

       WRITE-STATEMENT-TRAILER.
           MOVE ACCT-CURRENT-BALANCE TO WS-FMT-AMOUNT
           PERFORM FORMAT-MT-AMOUNT
           MOVE SPACES TO MT-LINE
           STRING ":62F:" WS-FMT-MARK WS-TODAY (3:6)
                  ACCT-CURRENCY-CODE
                  WS-FMT-TEXT DELIMITED BY SPACE
               INTO MT-LINE
           PERFORM WRITE-MT-LINE
           MOVE WS-AVAILABLE-BALANCE TO WS-FMT-AMOUNT
           PERFORM FORMAT-MT-AMOUNT
           MOVE SPACES TO MT-LINE
           STRING ":64:" WS-FMT-MARK WS-TODAY (3:6)
                  ACCT-CURRENCY-CODE
                  WS-FMT-TEXT DELIMITED BY SPACE
               INTO MT-LINE
           PERFORM WRITE-MT-LINE
           MOVE "-}" TO MT-LINE
           PERFORM WRITE-MT-LINE.

       FORMAT-MT-AMOUNT.
           *> C for a credit balance or amount, D for a debit
           *> balance; the figure itself is always unsigned
           IF WS-FMT-AMOUNT < 0
               MOVE "D" TO WS-FMT-MARK
           ELSE
               MOVE "C" TO WS-FMT-MARK
           END-IF
           MOVE WS-FMT-AMOUNT TO WS-FMT-EDIT
           INSPECT WS-FMT-EDIT REPLACING ALL "." BY ","
           MOVE 0 TO WS-FMT-LEAD
           INSPECT WS-FMT-EDIT TALLYING WS-FMT-LEAD
               FOR LEADING SPACES
           MOVE SPACES TO WS-FMT-TEXT
           MOVE WS-FMT-EDIT (WS-FMT-LEAD + 1:) TO WS-FMT-TEXT.

       WRITE-MT-LINE.
           WRITE MT-LINE
           ADD 1 TO RUNLOG-OUT-COUNT
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REPORT-LINE.
           MOVE WS-ENTRY-COUNT TO WS-ENTRY-DISPLAY
           MOVE WS-OPENING-BALANCE TO WS-OPEN-DISPLAY
           MOVE ACCT-CURRENT-BALANCE TO WS-CLOSE-DISPLAY
           MOVE WS-AVAILABLE-BALANCE TO WS-AVAIL-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING ACCT-NUMBER " " ACCT-CUSTOMER-ID " " WS-STMT-NUMBER
                  " " WS-ENTRY-DISPLAY
                  "  " WS-OPEN-DISPLAY
                  "  " WS-CLOSE-DISPLAY
                  "  " WS-AVAIL-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           IF OPENING-BREAK
               MOVE WS-EXPECTED-OPENING TO WS-OPEN-DISPLAY
               MOVE SPACES TO SR-LINE
               STRING "    ** OPENING DOES NOT FOLLOW LAST STATEMENT"
                      " CLOSING OF " WS-OPEN-DISPLAY
                   DELIMITED BY SIZE INTO SR-LINE
               WRITE SR-LINE
           END-IF.

       WRITE-STATEMENT-TOTALS.
           MOVE SPACES TO SR-LINE
           WRITE SR-LINE
           MOVE WS-STMT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "STATEMENTS WRITTEN   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-ENTRY-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "ENTRIES REPORTED     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "MT940 LINES WRITTEN  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-BREAK-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "OPENING BALANCE BREAKS" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-CONTROL-ERRORS TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "CONTROL SAVE ERRORS  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "MT940-STATEMENT-EXTRACT" TO RUNLOG-PROGRAM-ID
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
