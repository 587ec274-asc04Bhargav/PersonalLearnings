       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIRECT-CREDIT-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-FILE ASSIGN TO "DCRFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DCR-FILE-STATUS.
           SELECT RETURN-FILE ASSIGN TO "DCRRTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTN-FILE-STATUS.
           SELECT SETTLEMENT-REPORT ASSIGN TO "DCRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-FILE.
           COPY DCRREC.

       FD  RETURN-FILE.
           COPY DCRTREC.

       FD  SETTLEMENT-REPORT.
       01 SR-LINE                      PIC X(100).

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       WORKING-STORAGE SECTION.
       01 WS-DCR-FILE-STATUS           PIC X(02).
       01 WS-RTN-FILE-STATUS           PIC X(02).
       01 WS-RPT-FILE-STATUS           PIC X(02).
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-EOF-SWITCH                PIC X(01).
           88 END-OF-CREDIT-FILE        VALUE "Y".
       01 WS-SYSTEM-TELLER             PIC X(08) VALUE "DCREDIT".
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-ACCOUNT-NUMBER            PIC X(12).
       01 WS-TRAN-TYPE                 PIC X(01) VALUE "D".
       01 WS-TRAN-AMOUNT               PIC S9(9)V99.
       01 WS-TRAN-CURRENCY-CODE        PIC X(03).
      *> Electronic funds: no cash or check tendered, so nothing
      *> for the availability hold to act on
       01 WS-TENDER-TYPE               PIC X(01) VALUE SPACE.
       01 WS-DEST-ACCOUNT              PIC X(12) VALUE SPACES.
       01 WS-DEST-ROUTING              PIC X(09) VALUE SPACES.
       01 WS-CHANNEL-TERMINAL.
           05 WS-CHANNEL                PIC X(01).
           05 WS-TERMINAL-ID            PIC X(08).
       01 WS-POST-RETURN-CODE          PIC 9(02).
      *> The posting calls replace RETURN-CODE, so the step's own
      *> code is built up here and set once at the end
       01 WS-STEP-RETURN-CODE          PIC 9(02).
      *> Set when the file's record sequence cannot be trusted; in
      *> that case nothing at all is posted
       01 WS-SEQUENCE-ERROR            PIC X(40).
       01 WS-BATCH-OPEN-SW             PIC X(01).
           88 BATCH-IS-OPEN             VALUE "Y".
      *> One row per batch on the file, filled by the proof pass
      *> and carried through posting into the settlement report
       01 WS-BATCH-TABLE.
           05 WS-BAT-COUNT              PIC 9(02).
           05 WS-BAT-ENTRY OCCURS 50 TIMES.
               10 BT-ORIGINATOR-ID      PIC X(08).
               10 BT-ORIGINATOR-NAME    PIC X(30).
               10 BT-BATCH-NUMBER       PIC 9(06).
               10 BT-VALUE-DATE         PIC 9(08).
               10 BT-CURRENCY           PIC X(03).
               10 BT-TRL-COUNT          PIC 9(07).
               10 BT-TRL-AMOUNT         PIC S9(13)V99 COMP-3.
               10 BT-READ-COUNT         PIC 9(07).
               10 BT-READ-AMOUNT        PIC S9(13)V99 COMP-3.
               10 BT-PROOF-SW           PIC X(01).
                   88 BT-PROVED         VALUE "Y".
               10 BT-POST-COUNT         PIC 9(07).
               10 BT-POST-AMOUNT        PIC S9(13)V99 COMP-3.
               10 BT-RTN-COUNT          PIC 9(07).
               10 BT-RTN-AMOUNT         PIC S9(13)V99 COMP-3.
               10 BT-HELD-COUNT         PIC 9(07).
               10 BT-HELD-AMOUNT        PIC S9(13)V99 COMP-3.
       01 WS-BAT-SUB                   PIC 9(02).
       01 WS-ITEM-AMOUNT               PIC S9(13)V99 COMP-3.
       01 WS-RETURN-REASON             PIC X(02).
       01 WS-BATCHES-PROVED            PIC 9(02).
       01 WS-BATCHES-OUT               PIC 9(02).
       01 WS-ITEMS-IN                  PIC 9(07).
       01 WS-ITEMS-POSTED              PIC 9(07).
       01 WS-ITEMS-RETURNED            PIC 9(07).
       01 WS-ITEMS-HELD                PIC 9(07).
      *> Items returned, by reason; the batch-return count is the
      *> items inside batches sent back whole
       01 WS-RTN-CLOSED                PIC 9(07).
       01 WS-RTN-FROZEN                PIC 9(07).
       01 WS-RTN-ESCHEATED             PIC 9(07).
       01 WS-RTN-NO-ACCOUNT            PIC 9(07).
       01 WS-RTN-NOT-DEPOSIT           PIC 9(07).
       01 WS-RTN-CURRENCY              PIC 9(07).
       01 WS-RTN-BAD-AMOUNT            PIC 9(07).
       01 WS-RTN-REFUSED               PIC 9(07).
       01 WS-RTN-BATCH-ITEMS           PIC 9(07).
       01 WS-ITEM-AMOUNT-DISPLAY       PIC -(13)9.99.
       01 WS-COUNT-DISPLAY             PIC ZZZZZZ9.
       01 WS-AMOUNT-DISPLAY            PIC -(13)9.99.
       01 WS-CODE-DISPLAY              PIC 9(02).
           COPY RUNLPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Post an inbound direct-credit file (salaries, pensions,
           *> benefits) through the same validation as the teller
           *> path, under the direct-credit system teller, with
           *> channel "B" and the originator on the log. Every batch
           *> must prove to its trailer before any of its credits
           *> post; credits that cannot be applied go back to the
           *> originator on the return file, and the settlement
           *> report proves each batch against the originator's
           *> totals.
           PERFORM RECORD-RUN-START
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           MOVE 0 TO WS-STEP-RETURN-CODE
           MOVE SPACES TO WS-SEQUENCE-ERROR
           MOVE "N" TO WS-BATCH-OPEN-SW
           MOVE 0 TO WS-BATCHES-PROVED
           MOVE 0 TO WS-BATCHES-OUT
           MOVE 0 TO WS-ITEMS-IN
           MOVE 0 TO WS-ITEMS-POSTED
           MOVE 0 TO WS-ITEMS-RETURNED
           MOVE 0 TO WS-ITEMS-HELD
           MOVE 0 TO WS-RTN-CLOSED
           MOVE 0 TO WS-RTN-FROZEN
           MOVE 0 TO WS-RTN-ESCHEATED
           MOVE 0 TO WS-RTN-NO-ACCOUNT
           MOVE 0 TO WS-RTN-NOT-DEPOSIT
           MOVE 0 TO WS-RTN-CURRENCY
           MOVE 0 TO WS-RTN-BAD-AMOUNT
           MOVE 0 TO WS-RTN-REFUSED
           MOVE 0 TO WS-RTN-BATCH-ITEMS
           INITIALIZE WS-BATCH-TABLE
           OPEN INPUT CREDIT-FILE
           IF WS-DCR-FILE-STATUS NOT = "00"
               DISPLAY "No direct-credit file, status "
                   WS-DCR-FILE-STATUS
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           *> First pass: read the whole file, build the batch table
           *> and prove every batch to its trailer before anything
           *> touches an account
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL END-OF-CREDIT-FILE
                   OR WS-SEQUENCE-ERROR NOT = SPACES
               READ CREDIT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM PROVE-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE CREDIT-FILE
           IF WS-SEQUENCE-ERROR = SPACES AND BATCH-IS-OPEN
               MOVE "FILE ENDS INSIDE A BATCH" TO WS-SEQUENCE-ERROR
           END-IF
           OPEN OUTPUT SETTLEMENT-REPORT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open settlement report, status "
                   WS-RPT-FILE-STATUS "; nothing posted"
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           MOVE SPACES TO SR-LINE
           STRING "DIRECT CREDIT SETTLEMENT FOR " WS-TODAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           IF WS-SEQUENCE-ERROR NOT = SPACES
               *> A file out of sequence cannot be split into batches
               *> safely; it goes back to the originator untouched
               DISPLAY "Direct-credit file rejected: "
                   WS-SEQUENCE-ERROR
               MOVE SPACES TO SR-LINE
               STRING "FILE REJECTED, NOTHING POSTED - "
                      WS-SEQUENCE-ERROR
                   DELIMITED BY SIZE INTO SR-LINE
               WRITE SR-LINE
               CLOSE SETTLEMENT-REPORT
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           OPEN OUTPUT RETURN-FILE
           IF WS-RTN-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open return file, status "
                   WS-RTN-FILE-STATUS "; nothing posted"
               MOVE "RETURN FILE NOT AVAILABLE, NOTHING POSTED"
                   TO SR-LINE
               WRITE SR-LINE
               CLOSE SETTLEMENT-REPORT
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           PERFORM VARYING WS-BAT-SUB FROM 1 BY 1
                   UNTIL WS-BAT-SUB > WS-BAT-COUNT
               IF BT-PROVED (WS-BAT-SUB)
                   ADD 1 TO WS-BATCHES-PROVED
               ELSE
                   ADD 1 TO WS-BATCHES-OUT
                   PERFORM WRITE-BATCH-RETURN
               END-IF
           END-PERFORM
           *> Second pass: post the credits of the batches that
           *> proved; the headers step through the table in the
           *> same order the first pass built it
           OPEN INPUT CREDIT-FILE
           IF WS-DCR-FILE-STATUS NOT = "00"
               *> Batches out of proof are already on the return
               *> file; the proved ones stay unposted for a rerun
               DISPLAY "Unable to reopen direct-credit file, status "
                   WS-DCR-FILE-STATUS "; nothing posted"
               MOVE "CREDIT FILE NOT REOPENED, NOTHING POSTED"
                   TO SR-LINE
               WRITE SR-LINE
               CLOSE RETURN-FILE
               CLOSE SETTLEMENT-REPORT
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-BAT-SUB
           PERFORM UNTIL END-OF-CREDIT-FILE
               READ CREDIT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF DCR-HEADER
                           ADD 1 TO WS-BAT-SUB
                       END-IF
                       IF DCR-DETAIL AND BT-PROVED (WS-BAT-SUB)
                           PERFORM POST-ONE-CREDIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDIT-FILE
           CLOSE RETURN-FILE
           PERFORM WRITE-SETTLEMENT-REPORT
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
           PERFORM RECORD-RUN-END
           STOP RUN.

       PROVE-ONE-RECORD.
           EVALUATE TRUE
               WHEN DCR-HEADER
                   IF BATCH-IS-OPEN
                       MOVE "HEADER BEFORE PREVIOUS TRAILER"
                           TO WS-SEQUENCE-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-BAT-COUNT >= 50
                       MOVE "MORE THAN 50 BATCHES ON FILE"
                           TO WS-SEQUENCE-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-BAT-COUNT
                   MOVE WS-BAT-COUNT TO WS-BAT-SUB
                   MOVE DCR-ORIGINATOR-ID
                       TO BT-ORIGINATOR-ID (WS-BAT-SUB)
                   MOVE DCR-ORIGINATOR-NAME
                       TO BT-ORIGINATOR-NAME (WS-BAT-SUB)
                   MOVE DCR-BATCH-NUMBER
                       TO BT-BATCH-NUMBER (WS-BAT-SUB)
                   MOVE DCR-VALUE-DATE TO BT-VALUE-DATE (WS-BAT-SUB)
                   MOVE DCR-CURRENCY-CODE TO BT-CURRENCY (WS-BAT-SUB)
                   MOVE "N" TO BT-PROOF-SW (WS-BAT-SUB)
                   MOVE "Y" TO WS-BATCH-OPEN-SW
               WHEN DCR-DETAIL
                   IF NOT BATCH-IS-OPEN
                       MOVE "DETAIL OUTSIDE A BATCH"
                           TO WS-SEQUENCE-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-ITEMS-IN
                   ADD 1 TO RUNLOG-IN-COUNT
                   ADD 1 TO BT-READ-COUNT (WS-BAT-SUB)
                   IF DCR-AMOUNT IS NUMERIC
                       ADD DCR-AMOUNT TO BT-READ-AMOUNT (WS-BAT-SUB)
                   END-IF
               WHEN DCR-TRAILER
                   IF NOT BATCH-IS-OPEN
                       MOVE "TRAILER OUTSIDE A BATCH"
                           TO WS-SEQUENCE-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "N" TO WS-BATCH-OPEN-SW
                   *> The batch proves only when the originator's own
                   *> count and total agree with what was read
                   IF DCR-ITEM-COUNT IS NUMERIC
                           AND DCR-AMOUNT-TOTAL IS NUMERIC
                       MOVE DCR-ITEM-COUNT
                           TO BT-TRL-COUNT (WS-BAT-SUB)
                       MOVE DCR-AMOUNT-TOTAL
                           TO BT-TRL-AMOUNT (WS-BAT-SUB)
                       IF BT-TRL-COUNT (WS-BAT-SUB)
                                   = BT-READ-COUNT (WS-BAT-SUB)
                               AND BT-TRL-AMOUNT (WS-BAT-SUB)
                                   = BT-READ-AMOUNT (WS-BAT-SUB)
                           MOVE "Y" TO BT-PROOF-SW (WS-BAT-SUB)
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE ON FILE"
                       TO WS-SEQUENCE-ERROR
           END-EVALUATE.

       POST-ONE-CREDIT.
           IF DCR-AMOUNT IS NUMERIC
               MOVE DCR-AMOUNT TO WS-ITEM-AMOUNT
           ELSE
               MOVE 0 TO WS-ITEM-AMOUNT
           END-IF
           PERFORM CHECK-CREDIT-ACCOUNT
           IF WS-RETURN-REASON NOT = SPACES
               PERFORM WRITE-ITEM-RETURN
               EXIT PARAGRAPH
           END-IF
           MOVE DCR-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER
           MOVE DCR-AMOUNT TO WS-TRAN-AMOUNT
           MOVE BT-CURRENCY (WS-BAT-SUB) TO WS-TRAN-CURRENCY-CODE
           MOVE "B" TO WS-CHANNEL
           MOVE BT-ORIGINATOR-ID (WS-BAT-SUB) TO WS-TERMINAL-ID
           MOVE 0 TO WS-POST-RETURN-CODE
           CALL "TRANSACTION-PROCESSING"
               USING WS-ACCOUNT-NUMBER, WS-TRAN-TYPE,
                     WS-TRAN-AMOUNT, WS-TRAN-CURRENCY-CODE,
                     WS-TENDER-TYPE, WS-DEST-ACCOUNT,
                     WS-DEST-ROUTING, WS-CHANNEL-TERMINAL,
                     WS-SYSTEM-TELLER, WS-POST-RETURN-CODE
           EVALUATE WS-POST-RETURN-CODE
               WHEN 0
                   ADD 1 TO WS-ITEMS-POSTED
                   ADD 1 TO RUNLOG-OUT-COUNT
                   ADD 1 TO BT-POST-COUNT (WS-BAT-SUB)
                   ADD WS-ITEM-AMOUNT TO BT-POST-AMOUNT (WS-BAT-SUB)
               WHEN 97
                   *> Parked in suspense for the supervisor queue;
                   *> returning it as well would credit twice once
                   *> the hold is approved
                   ADD 1 TO WS-ITEMS-HELD
                   ADD 1 TO BT-HELD-COUNT (WS-BAT-SUB)
                   ADD WS-ITEM-AMOUNT TO BT-HELD-AMOUNT (WS-BAT-SUB)
                   PERFORM WRITE-HELD-LINE
               WHEN OTHER
                   *> Refused outright by the posting path, which has
                   *> already logged it; the money goes back
                   EVALUATE WS-POST-RETURN-CODE
                       WHEN 20
                           MOVE "NF" TO WS-RETURN-REASON
                       WHEN 80
                           MOVE "AF" TO WS-RETURN-REASON
                       WHEN 90
                           MOVE "ND" TO WS-RETURN-REASON
                       WHEN 96
                           MOVE "CM" TO WS-RETURN-REASON
                       WHEN OTHER
                           MOVE "PR" TO WS-RETURN-REASON
                   END-EVALUATE
                   PERFORM WRITE-ITEM-RETURN
           END-EVALUATE.

       CHECK-CREDIT-ACCOUNT.
           *> The account checks the posting path makes, taken apart
           *> here so each return carries the originator's reason:
           *> the posting path reports closed, escheated and unknown
           *> accounts under one code
           MOVE SPACES TO WS-RETURN-REASON
           MOVE 0 TO WS-POST-RETURN-CODE
           IF DCR-AMOUNT IS NOT NUMERIC
               MOVE "IA" TO WS-RETURN-REASON
               EXIT PARAGRAPH
           END-IF
           IF DCR-AMOUNT = 0
               MOVE "IA" TO WS-RETURN-REASON
               EXIT PARAGRAPH
           END-IF
           *> Opened per credit because the posting path opens the
           *> master for update itself on every call
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               *> The posting path could not reach the master either;
               *> the credit goes back as refused
               DISPLAY "Unable to open account master, status "
                   WS-ACCT-FILE-STATUS
               MOVE "PR" TO WS-RETURN-REASON
               MOVE 8 TO WS-STEP-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE DCR-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "NF" TO WS-RETURN-REASON
           END-READ
           IF WS-RETURN-REASON = SPACES
               EVALUATE TRUE
                   WHEN ACCT-STATUS-CLOSED
                       MOVE "AC" TO WS-RETURN-REASON
                   WHEN ACCT-STATUS-ESCHEATED
                       MOVE "AE" TO WS-RETURN-REASON
                   WHEN ACCT-STATUS-FROZEN
                       MOVE "AF" TO WS-RETURN-REASON
                   WHEN ACCT-TYPE-LOAN
                       MOVE "ND" TO WS-RETURN-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           CLOSE ACCOUNT-MASTER.

       WRITE-ITEM-RETURN.
           MOVE SPACES TO DCRT-RECORD
           MOVE "I" TO DCRT-RECORD-TYPE
           MOVE BT-ORIGINATOR-ID (WS-BAT-SUB) TO DCRT-ORIGINATOR-ID
           MOVE BT-BATCH-NUMBER (WS-BAT-SUB) TO DCRT-BATCH-NUMBER
           IF DCR-ITEM-SEQ IS NUMERIC
               MOVE DCR-ITEM-SEQ TO DCRT-ITEM-SEQ
           ELSE
               MOVE 0 TO DCRT-ITEM-SEQ
           END-IF
           MOVE DCR-ACCOUNT-NUMBER TO DCRT-ACCOUNT-NUMBER
           MOVE WS-ITEM-AMOUNT TO DCRT-AMOUNT
           MOVE BT-CURRENCY (WS-BAT-SUB) TO DCRT-CURRENCY-CODE
           MOVE DCR-ITEM-REFERENCE TO DCRT-ITEM-REFERENCE
           MOVE WS-RETURN-REASON TO DCRT-REASON-CODE
           EVALUATE TRUE
               WHEN DCRT-ACCOUNT-CLOSED
                   MOVE "ACCOUNT CLOSED" TO DCRT-REASON-TEXT
                   ADD 1 TO WS-RTN-CLOSED
               WHEN DCRT-ACCOUNT-FROZEN
                   MOVE "ACCOUNT FROZEN" TO DCRT-REASON-TEXT
                   ADD 1 TO WS-RTN-FROZEN
               WHEN DCRT-ACCOUNT-ESCHEATED
                   MOVE "ACCOUNT ESCHEATED" TO DCRT-REASON-TEXT
                   ADD 1 TO WS-RTN-ESCHEATED
               WHEN DCRT-NO-SUCH-ACCOUNT
                   MOVE "NO SUCH ACCOUNT" TO DCRT-REASON-TEXT
                   ADD 1 TO WS-RTN-NO-ACCOUNT
               WHEN DCRT-NOT-DEPOSIT-ACCT
                   MOVE "NOT A DEPOSIT ACCOUNT" TO DCRT-REASON-TEXT
                   ADD 1 TO WS-RTN-NOT-DEPOSIT
               WHEN DCRT-CURRENCY-WRONG
                   MOVE "NO RATE FOR CURRENCY" TO DCRT-REASON-TEXT
                   ADD 1 TO WS-RTN-CURRENCY
               WHEN DCRT-INVALID-AMOUNT
                   MOVE "INVALID AMOUNT" TO DCRT-REASON-TEXT
                   ADD 1 TO WS-RTN-BAD-AMOUNT
               WHEN OTHER
                   MOVE WS-POST-RETURN-CODE TO WS-CODE-DISPLAY
                   STRING "POSTING REFUSED, RC " WS-CODE-DISPLAY
                       DELIMITED BY SIZE INTO DCRT-REASON-TEXT
                   ADD 1 TO WS-RTN-REFUSED
           END-EVALUATE
           MOVE WS-TODAY TO DCRT-RETURN-DATE
           WRITE DCRT-RECORD
           ADD 1 TO WS-ITEMS-RETURNED
           ADD 1 TO BT-RTN-COUNT (WS-BAT-SUB)
           ADD WS-ITEM-AMOUNT TO BT-RTN-AMOUNT (WS-BAT-SUB)
           MOVE WS-ITEM-AMOUNT TO WS-ITEM-AMOUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "RETURNED " DCRT-ORIGINATOR-ID
                  " " DCRT-BATCH-NUMBER
                  " " DCRT-ITEM-SEQ
                  " " DCRT-ACCOUNT-NUMBER
                  " " WS-ITEM-AMOUNT-DISPLAY
                  " " DCRT-CURRENCY-CODE
                  " " DCRT-REASON-TEXT
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           DISPLAY "Direct credit returned, account "
               DCRT-ACCOUNT-NUMBER " originator " DCRT-ORIGINATOR-ID
               " " DCRT-REASON-TEXT.

       WRITE-HELD-LINE.
           MOVE WS-ITEM-AMOUNT TO WS-ITEM-AMOUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "HELD     " BT-ORIGINATOR-ID (WS-BAT-SUB)
                  " " BT-BATCH-NUMBER (WS-BAT-SUB)
                  " " DCR-ITEM-SEQ
                  " " DCR-ACCOUNT-NUMBER
                  " " WS-ITEM-AMOUNT-DISPLAY
                  " " BT-CURRENCY (WS-BAT-SUB)
                  " SUSPENSE, COMPLIANCE REVIEW"
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE.

       WRITE-BATCH-RETURN.
           *> A batch out of proof goes back whole, with the
           *> originator's trailer figures, and none of it posts
           MOVE SPACES TO DCRT-RECORD
           MOVE "B" TO DCRT-RECORD-TYPE
           MOVE BT-ORIGINATOR-ID (WS-BAT-SUB) TO DCRT-ORIGINATOR-ID
           MOVE BT-BATCH-NUMBER (WS-BAT-SUB) TO DCRT-BATCH-NUMBER
           MOVE 0 TO DCRT-ITEM-SEQ
           MOVE BT-TRL-AMOUNT (WS-BAT-SUB) TO DCRT-AMOUNT
           MOVE BT-CURRENCY (WS-BAT-SUB) TO DCRT-CURRENCY-CODE
           MOVE "TP" TO DCRT-REASON-CODE
           MOVE "BATCH OUT OF PROOF" TO DCRT-REASON-TEXT
           MOVE WS-TODAY TO DCRT-RETURN-DATE
           WRITE DCRT-RECORD
           ADD BT-READ-COUNT (WS-BAT-SUB) TO WS-RTN-BATCH-ITEMS
           IF WS-STEP-RETURN-CODE < 4
               MOVE 4 TO WS-STEP-RETURN-CODE
           END-IF
           DISPLAY "Direct-credit batch " BT-BATCH-NUMBER (WS-BAT-SUB)
               " from " BT-ORIGINATOR-ID (WS-BAT-SUB)
               " out of proof; returned unposted".

       WRITE-SETTLEMENT-REPORT.
           PERFORM VARYING WS-BAT-SUB FROM 1 BY 1
                   UNTIL WS-BAT-SUB > WS-BAT-COUNT
               PERFORM WRITE-BATCH-TOTALS
           END-PERFORM
           MOVE WS-BAT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "BATCHES IN           " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-BATCHES-PROVED TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "BATCHES PROVED       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-BATCHES-OUT TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "BATCHES OUT OF PROOF " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-ITEMS-IN TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "ITEMS IN             " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-ITEMS-POSTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "ITEMS POSTED         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-ITEMS-RETURNED TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "ITEMS RETURNED       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-ITEMS-HELD TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "ITEMS HELD           " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-RTN-BATCH-ITEMS TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "ITEMS IN BATCHES OUT " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           PERFORM WRITE-RETURN-REASON-TOTALS
           IF WS-ITEMS-IN = WS-ITEMS-POSTED + WS-ITEMS-RETURNED
                   + WS-ITEMS-HELD + WS-RTN-BATCH-ITEMS
               MOVE "ITEMS IN = POSTED + RETURNED + HELD + BATCHES OUT"
                   TO SR-LINE
           ELSE
               MOVE "ITEM COUNTS DO NOT PROVE - INVESTIGATE"
                   TO SR-LINE
               MOVE 8 TO WS-STEP-RETURN-CODE
           END-IF
           WRITE SR-LINE
           CLOSE SETTLEMENT-REPORT.

       WRITE-BATCH-TOTALS.
           MOVE SPACES TO SR-LINE
           STRING "BATCH " BT-BATCH-NUMBER (WS-BAT-SUB)
                  " " BT-ORIGINATOR-ID (WS-BAT-SUB)
                  " " BT-ORIGINATOR-NAME (WS-BAT-SUB)
                  " " BT-CURRENCY (WS-BAT-SUB)
                  " VALUE DATE " BT-VALUE-DATE (WS-BAT-SUB)
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE BT-TRL-COUNT (WS-BAT-SUB) TO WS-COUNT-DISPLAY
           MOVE BT-TRL-AMOUNT (WS-BAT-SUB) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "  TRAILER   COUNT " WS-COUNT-DISPLAY
                  " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE BT-READ-COUNT (WS-BAT-SUB) TO WS-COUNT-DISPLAY
           MOVE BT-READ-AMOUNT (WS-BAT-SUB) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "  ON FILE   COUNT " WS-COUNT-DISPLAY
                  " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           IF NOT BT-PROVED (WS-BAT-SUB)
               MOVE "  OUT OF PROOF - BATCH RETURNED, NOTHING POSTED"
                   TO SR-LINE
               WRITE SR-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE BT-POST-COUNT (WS-BAT-SUB) TO WS-COUNT-DISPLAY
           MOVE BT-POST-AMOUNT (WS-BAT-SUB) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "  POSTED    COUNT " WS-COUNT-DISPLAY
                  " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE BT-RTN-COUNT (WS-BAT-SUB) TO WS-COUNT-DISPLAY
           MOVE BT-RTN-AMOUNT (WS-BAT-SUB) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "  RETURNED  COUNT " WS-COUNT-DISPLAY
                  " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE BT-HELD-COUNT (WS-BAT-SUB) TO WS-COUNT-DISPLAY
           MOVE BT-HELD-AMOUNT (WS-BAT-SUB) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "  HELD      COUNT " WS-COUNT-DISPLAY
                  " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           *> Every credit in a proved batch must end up posted,
           *> returned or held, to the originator's own figures
           IF BT-POST-COUNT (WS-BAT-SUB) + BT-RTN-COUNT (WS-BAT-SUB)
                   + BT-HELD-COUNT (WS-BAT-SUB)
                       = BT-TRL-COUNT (WS-BAT-SUB)
               AND BT-POST-AMOUNT (WS-BAT-SUB)
                   + BT-RTN-AMOUNT (WS-BAT-SUB)
                   + BT-HELD-AMOUNT (WS-BAT-SUB)
                       = BT-TRL-AMOUNT (WS-BAT-SUB)
               MOVE "  POSTED + RETURNED + HELD = TRAILER"
                   TO SR-LINE
           ELSE
               MOVE "  BATCH DOES NOT PROVE TO TRAILER - INVESTIGATE"
                   TO SR-LINE
               MOVE 8 TO WS-STEP-RETURN-CODE
           END-IF
           WRITE SR-LINE.

       WRITE-RETURN-REASON-TOTALS.
           MOVE WS-RTN-NO-ACCOUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "  NF NO SUCH ACCOUNT       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-RTN-CLOSED TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "  AC ACCOUNT CLOSED        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-RTN-FROZEN TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "  AF ACCOUNT FROZEN        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-RTN-ESCHEATED TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "  AE ACCOUNT ESCHEATED     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-RTN-NOT-DEPOSIT TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "  ND NOT A DEPOSIT ACCOUNT " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-RTN-CURRENCY TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "  CM NO RATE FOR CURRENCY  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-RTN-BAD-AMOUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "  IA INVALID AMOUNT        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE
           MOVE WS-RTN-REFUSED TO WS-COUNT-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING "  PR POSTING REFUSED       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SR-LINE
           WRITE SR-LINE.

       RECORD-RUN-START.
           MOVE "S" TO RUNLOG-FUNCTION
           MOVE "DIRECT-CREDIT-BATCH" TO RUNLOG-PROGRAM-ID
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
