       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "DISPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISP-CASE-NUMBER
               ALTERNATE RECORD KEY IS DISP-HIST-KEY
               FILE STATUS IS WS-DISP-FILE-STATUS.
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
           SELECT NUMBER-CONTROL ASSIGN TO "NUMCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMC-KEY
               FILE STATUS IS WS-NUMC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
           COPY DISPREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  TRAN-HISTORY.
           COPY HISTREC.

       FD  NUMBER-CONTROL.
           COPY NUMCREC.

       WORKING-STORAGE SECTION.
       01 WS-DISP-FILE-STATUS          PIC X(02).
       01 WS-ACCT-FILE-STATUS          PIC X(02).
       01 WS-HIST-FILE-STATUS          PIC X(02).
       01 WS-NUMC-FILE-STATUS          PIC X(02).
       01 WS-CONTROL-KEY               PIC X(08) VALUE "DISPUTE".
      *> Working mirror of the TRANREC layout for the history
      *> entries listed for selection
       01 WS-TRAN-WORK.
           05 WK-ACCOUNT-NUMBER         PIC X(12).
           05 WK-TRAN-TYPE              PIC X(01).
               88 WK-TYPE-WITHDRAWAL    VALUE "W".
           05 WK-TRAN-AMOUNT            PIC S9(9)V99 COMP-3.
           05 WK-CURRENCY-CODE          PIC X(03).
           05 WK-RETURN-CODE            PIC 9(02).
           05 WK-STATUS                 PIC X(01).
               88 WK-STATUS-POSTED      VALUE "P".
           05 WK-TELLER-ID              PIC X(08).
           05 WK-DATE                   PIC 9(08).
           05 WK-TIME                   PIC 9(06).
           05 FILLER                    PIC X(42).
           05 WK-REVERSAL-FLAG          PIC X(01).
               88 WK-IS-REVERSAL        VALUE "Y".
           05 FILLER                    PIC X(15).
           05 WK-CHANNEL                PIC X(01).
               88 WK-CHANNEL-ATM        VALUE "A".
           05 WK-TERMINAL-ID            PIC X(08).
           05 FILLER                    PIC X(36).
      *> Machine withdrawals offered for the case, in history order
       01 WS-PICK-MAX                  PIC 9(02) VALUE 20.
       01 WS-PICK-COUNT                PIC 9(02).
       01 WS-PICK-TABLE.
           05 WS-PICK-ENTRY OCCURS 20 TIMES.
               10 WS-PICK-HIST-KEY      PIC X(29).
               10 WS-PICK-AMOUNT        PIC S9(9)V99 COMP-3.
               10 WS-PICK-CURRENCY      PIC X(03).
               10 WS-PICK-TERMINAL      PIC X(08).
       01 WS-PICK                      PIC 9(02).
       01 WS-HIST-EOF-SWITCH           PIC X(01).
           88 END-OF-ACCT-HISTORY       VALUE "Y".
       01 WS-ACTION                    PIC X(01).
       01 WS-MAINT-DONE                PIC X(01).
           88 MAINT-DONE                VALUE "Y".
       01 WS-ACCOUNT-NUMBER            PIC X(12).
       01 WS-CUSTOMER-ID               PIC X(10).
       01 WS-FROM-DATE                 PIC 9(08).
       01 WS-CASE-NUMBER               PIC 9(08).
       01 WS-CLAIM-AMOUNT              PIC S9(9)V99.
       01 WS-REASON                    PIC X(01).
       01 WS-DECISION                  PIC X(01).
       01 WS-POST-AMOUNT               PIC S9(9)V99.
       01 WS-POST-TYPE                 PIC X(01).
       01 WS-NOTICE-TYPE               PIC X(01).
       01 WS-POST-RETURN-CODE          PIC 9(02).
       01 WS-NOTICE-RETURN-CODE        PIC 9(02).
       01 WS-VALIDATE-RETURN-CODE      PIC 9(02).
      *> Regulatory windows on a machine-error claim, in calendar
      *> days from the day the case is opened: the customer has
      *> the money back provisionally by the first, and the case
      *> is decided by the second
       01 WS-PROVISIONAL-DAYS          PIC 9(03) VALUE 10.
       01 WS-RESOLUTION-DAYS           PIC 9(03) VALUE 45.
       01 WS-DATE-INTEGER              PIC 9(08).
       01 WS-TODAY                     PIC 9(08).
       01 WS-BDATE-RETURN-CODE         PIC 9(02).
       01 WS-AMOUNT-DISPLAY            PIC -(9)9.99.
       01 WS-CLAIM-DISPLAY             PIC -(9)9.99.

       LINKAGE SECTION.
       01 LS-TELLER-ID                 PIC X(08).
       01 LS-TELLER-ROLE               PIC X(01).
       01 LS-RETURN-CODE               PIC 9(02).
           COPY RETCODES.

       PROCEDURE DIVISION USING LS-TELLER-ID, LS-TELLER-ROLE,
               LS-RETURN-CODE.
       MAIN-PARA.
           *> ATM dispute cases: open a case on a specific machine
           *> withdrawal from the account's history, look one up,
           *> or (supervisor) decide it. The provisional credit on
           *> an open case is posted by the nightly aging run when
           *> its deadline arrives.
           MOVE 0 TO LS-RETURN-CODE
           CALL "GET-BUSINESS-DATE"
               USING WS-TODAY, WS-BDATE-RETURN-CODE
           PERFORM OPEN-DISPUTE-FILE
           IF LS-RETURN-CODE = 0
               MOVE "N" TO WS-MAINT-DONE
               PERFORM UNTIL MAINT-DONE
                   DISPLAY "=== ATM DISPUTE CASES ==="
                   DISPLAY "1. Open Case  2. Look Up  3. Resolve"
                       "  4. Exit"
                   DISPLAY "Enter action: "
                   ACCEPT WS-ACTION
                   EVALUATE WS-ACTION
                       WHEN "1"
                           PERFORM OPEN-CASE
                       WHEN "2"
                           PERFORM LOOKUP-CASE
                       WHEN "3"
                           PERFORM RESOLVE-CASE
                       WHEN "4"
                           MOVE "Y" TO WS-MAINT-DONE
                       WHEN OTHER
                           DISPLAY "Invalid action"
                   END-EVALUATE
               END-PERFORM
               CLOSE DISPUTE-FILE
           END-IF
           EXIT PROGRAM.

       OPEN-DISPUTE-FILE.
           *> Create-on-first-use applies only to file-not-found
           *> (status 35). Any other failure must NOT fall through
           *> to OPEN OUTPUT, which would truncate the file.
           OPEN I-O DISPUTE-FILE
           IF WS-DISP-FILE-STATUS = "35"
               OPEN OUTPUT DISPUTE-FILE
               IF WS-DISP-FILE-STATUS = "00"
                   CLOSE DISPUTE-FILE
                   OPEN I-O DISPUTE-FILE
               END-IF
           END-IF
           IF WS-DISP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open dispute file, status "
                   WS-DISP-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
           END-IF.

       OPEN-CASE.
           MOVE 0 TO LS-RETURN-CODE
           DISPLAY "Enter account number: "
           ACCEPT WS-ACCOUNT-NUMBER
           MOVE 0 TO WS-VALIDATE-RETURN-CODE
           CALL "ACCOUNT-NUMBER-VERIFY"
               USING WS-ACCOUNT-NUMBER, WS-VALIDATE-RETURN-CODE
           IF WS-VALIDATE-RETURN-CODE NOT = 0
               DISPLAY "Account number fails the check digit"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CUSTOMER-ID
           OPEN INPUT ACCOUNT-MASTER
           MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "Account not found"
                   MOVE 20 TO LS-RETURN-CODE
               NOT INVALID KEY
                   MOVE ACCT-CUSTOMER-ID TO WS-CUSTOMER-ID
           END-READ
           CLOSE ACCOUNT-MASTER
           IF LS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter date of the withdrawal, or first date to"
               " list (YYYYMMDD): "
           ACCEPT WS-FROM-DATE
           OPEN INPUT TRAN-HISTORY
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "Transaction history not available, status "
                   WS-HIST-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LIST-ATM-WITHDRAWALS
           CLOSE TRAN-HISTORY
           IF WS-PICK-COUNT = 0
               DISPLAY "No ATM withdrawals on file from that date"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Select entry (0 = cancel): "
           ACCEPT WS-PICK
           IF WS-PICK = 0 OR WS-PICK > WS-PICK-COUNT
               DISPLAY "No case opened"
               EXIT PARAGRAPH
           END-IF
           *> One case per machine item: the history key is a
           *> unique alternate key on the case file
           MOVE WS-PICK-HIST-KEY (WS-PICK) TO DISP-HIST-KEY
           READ DISPUTE-FILE KEY IS DISP-HIST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "That withdrawal is already under dispute"
                       " as case " DISP-CASE-NUMBER
                   MOVE 40 TO LS-RETURN-CODE
           END-READ
           IF LS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PICK-AMOUNT (WS-PICK) TO WS-AMOUNT-DISPLAY
           DISPLAY "Enter amount claimed (0 = full "
               WS-AMOUNT-DISPLAY "): "
           ACCEPT WS-CLAIM-AMOUNT
           IF WS-CLAIM-AMOUNT NOT > 0
               MOVE WS-PICK-AMOUNT (WS-PICK) TO WS-CLAIM-AMOUNT
           END-IF
           IF WS-CLAIM-AMOUNT > WS-PICK-AMOUNT (WS-PICK)
               DISPLAY "Claim exceeds the amount of the withdrawal"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason (N=Not dispensed, P=Part dispensed,"
               " D=Duplicate, O=Other): "
           ACCEPT WS-REASON
           IF WS-REASON NOT = "N" AND WS-REASON NOT = "P"
                   AND WS-REASON NOT = "D" AND WS-REASON NOT = "O"
               DISPLAY "Invalid reason"
               EXIT PARAGRAPH
           END-IF
           PERFORM ISSUE-CASE-NUMBER
           IF LS-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-NEW-CASE.

       LIST-ATM-WITHDRAWALS.
           *> Posted machine withdrawals only: teller work, credits,
           *> and items already reversed are not disputed here
           MOVE 0 TO WS-PICK-COUNT
           MOVE "N" TO WS-HIST-EOF-SWITCH
           MOVE WS-ACCOUNT-NUMBER TO HIST-ACCOUNT-NUMBER
           MOVE WS-FROM-DATE TO HIST-DATE
           MOVE 0 TO HIST-TIME
           MOVE 0 TO HIST-SEQ
           START TRAN-HISTORY KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HIST-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-ACCT-HISTORY
               READ TRAN-HISTORY NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-SWITCH
                   NOT AT END
                       IF HIST-ACCOUNT-NUMBER NOT = WS-ACCOUNT-NUMBER
                           MOVE "Y" TO WS-HIST-EOF-SWITCH
                       ELSE
                           MOVE HIST-TRAN-DATA TO WS-TRAN-WORK
                           IF WK-CHANNEL-ATM AND WK-TYPE-WITHDRAWAL
                                   AND WK-STATUS-POSTED
                                   AND NOT WK-IS-REVERSAL
                               PERFORM ADD-PICK-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-PICK-ENTRY.
           IF WS-PICK-COUNT >= WS-PICK-MAX
               DISPLAY "More withdrawals follow; key a later date"
                   " to see them"
               MOVE "Y" TO WS-HIST-EOF-SWITCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PICK-COUNT
           MOVE HIST-KEY TO WS-PICK-HIST-KEY (WS-PICK-COUNT)
           MOVE WK-TRAN-AMOUNT TO WS-PICK-AMOUNT (WS-PICK-COUNT)
           MOVE WK-CURRENCY-CODE TO WS-PICK-CURRENCY (WS-PICK-COUNT)
           MOVE WK-TERMINAL-ID TO WS-PICK-TERMINAL (WS-PICK-COUNT)
           MOVE WK-TRAN-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY WS-PICK-COUNT ". " WK-DATE " " WK-TIME
               " " WS-AMOUNT-DISPLAY
               " " WK-CURRENCY-CODE
               " terminal " WK-TERMINAL-ID.

       ISSUE-CASE-NUMBER.
           *> Case numbers run in their own series on the number
           *> control file. Create-on-first-use applies only to
           *> file-not-found (status 35).
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
               MOVE NUMC-LAST-NUMBER TO WS-CASE-NUMBER
           END-IF
           CLOSE NUMBER-CONTROL.

       WRITE-NEW-CASE.
           MOVE SPACES TO DISP-RECORD
           MOVE WS-CASE-NUMBER TO DISP-CASE-NUMBER
           MOVE WS-PICK-HIST-KEY (WS-PICK) TO DISP-HIST-KEY
           MOVE WS-CUSTOMER-ID TO DISP-CUSTOMER-ID
           MOVE WS-PICK-TERMINAL (WS-PICK) TO DISP-TERMINAL-ID
           MOVE WS-PICK-AMOUNT (WS-PICK) TO DISP-TRAN-AMOUNT
           MOVE WS-CLAIM-AMOUNT TO DISP-CLAIM-AMOUNT
           MOVE WS-PICK-CURRENCY (WS-PICK) TO DISP-CURRENCY-CODE
           MOVE WS-REASON TO DISP-REASON
           MOVE WS-TODAY TO DISP-OPENED-DATE
           MOVE LS-TELLER-ID TO DISP-OPENED-TELLER
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               + WS-PROVISIONAL-DAYS
           COMPUTE DISP-PROVISIONAL-DUE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               + WS-RESOLUTION-DAYS
           COMPUTE DISP-RESOLVE-BY =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE 0 TO DISP-CREDIT-DATE
           MOVE 0 TO DISP-CREDIT-AMOUNT
           MOVE "O" TO DISP-STATUS
           MOVE 0 TO DISP-RESOLVED-DATE
           MOVE SPACES TO DISP-RESOLVED-TELLER
           WRITE DISP-RECORD
           IF WS-DISP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to record dispute case, status "
                   WS-DISP-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
           ELSE
               DISPLAY "Case " DISP-CASE-NUMBER " opened"
               DISPLAY "Provisional credit due : "
                   DISP-PROVISIONAL-DUE
               DISPLAY "Decision due by        : " DISP-RESOLVE-BY
           END-IF.

       LOOKUP-CASE.
           DISPLAY "Enter case number: "
           ACCEPT WS-CASE-NUMBER
           MOVE WS-CASE-NUMBER TO DISP-CASE-NUMBER
           READ DISPUTE-FILE
               INVALID KEY
                   DISPLAY "Case not on file"
               NOT INVALID KEY
                   PERFORM DISPLAY-CASE-DETAIL
           END-READ.

       DISPLAY-CASE-DETAIL.
           DISPLAY "Account      : " DISP-ACCOUNT-NUMBER
               " customer " DISP-CUSTOMER-ID
           MOVE DISP-TRAN-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "Withdrawal   : " DISP-TRAN-DATE
               " " DISP-TRAN-TIME
               " " WS-AMOUNT-DISPLAY
               " " DISP-CURRENCY-CODE
               " terminal " DISP-TERMINAL-ID
           MOVE DISP-CLAIM-AMOUNT TO WS-CLAIM-DISPLAY
           DISPLAY "Claimed      : " WS-CLAIM-DISPLAY
               " reason " DISP-REASON
           DISPLAY "Opened       : " DISP-OPENED-DATE
               " by " DISP-OPENED-TELLER
           DISPLAY "Prov. due    : " DISP-PROVISIONAL-DUE
               "  decide by " DISP-RESOLVE-BY
           IF DISP-CREDIT-DATE NOT = 0
               MOVE DISP-CREDIT-AMOUNT TO WS-AMOUNT-DISPLAY
               DISPLAY "Credited     : " DISP-CREDIT-DATE
                   " " WS-AMOUNT-DISPLAY
           END-IF
           EVALUATE TRUE
               WHEN DISP-OPEN
                   DISPLAY "Status       : OPEN"
               WHEN DISP-CUSTOMER-FAVOR
                   DISPLAY "Status       : DECIDED FOR CUSTOMER "
                       DISP-RESOLVED-DATE " by " DISP-RESOLVED-TELLER
               WHEN DISP-BANK-FAVOR
                   DISPLAY "Status       : DECIDED FOR BANK "
                       DISP-RESOLVED-DATE " by " DISP-RESOLVED-TELLER
           END-EVALUATE.

       RESOLVE-CASE.
           *> A decision moves money and ends the case, so it takes
           *> supervisor authority
           MOVE 0 TO LS-RETURN-CODE
           IF LS-TELLER-ROLE NOT = "S"
               DISPLAY "Supervisor authority required to decide a"
                   " dispute"
               MOVE 88 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter case number: "
           ACCEPT WS-CASE-NUMBER
           MOVE WS-CASE-NUMBER TO DISP-CASE-NUMBER
           READ DISPUTE-FILE
               INVALID KEY
                   DISPLAY "Case not on file"
                   EXIT PARAGRAPH
           END-READ
           PERFORM DISPLAY-CASE-DETAIL
           IF NOT DISP-OPEN
               DISPLAY "Case is already decided"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Decision (C=Customer favor, B=Bank favor): "
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "C"
                   PERFORM DECIDE-FOR-CUSTOMER
               WHEN "B"
                   PERFORM DECIDE-FOR-BANK
               WHEN OTHER
                   DISPLAY "Invalid decision"
           END-EVALUATE.

       DECIDE-FOR-CUSTOMER.
           *> The customer keeps a provisional credit already given;
           *> a case decided before its provisional deadline gets
           *> the claim credited now as the final credit
           IF DISP-CREDIT-DATE = 0
               MOVE "Q" TO WS-POST-TYPE
               MOVE DISP-CLAIM-AMOUNT TO WS-POST-AMOUNT
               PERFORM POST-CASE-ENTRY
               IF WS-POST-RETURN-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TODAY TO DISP-CREDIT-DATE
               MOVE DISP-CLAIM-AMOUNT TO DISP-CREDIT-AMOUNT
           END-IF
           MOVE "C" TO DISP-STATUS
           MOVE "C" TO WS-NOTICE-TYPE
           MOVE DISP-CREDIT-AMOUNT TO WS-POST-AMOUNT
           PERFORM CLOSE-DECIDED-CASE.

       DECIDE-FOR-BANK.
           *> Any provisional credit comes back out, and the
           *> customer is told either way
           MOVE 0 TO WS-POST-AMOUNT
           IF DISP-CREDIT-DATE NOT = 0
               MOVE "U" TO WS-POST-TYPE
               MOVE DISP-CREDIT-AMOUNT TO WS-POST-AMOUNT
               PERFORM POST-CASE-ENTRY
               IF WS-POST-RETURN-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "B" TO DISP-STATUS
           MOVE "B" TO WS-NOTICE-TYPE
           PERFORM CLOSE-DECIDED-CASE.

       POST-CASE-ENTRY.
           MOVE 0 TO WS-POST-RETURN-CODE
           CALL "DISPUTE-POSTING"
               USING DISP-RECORD, WS-POST-TYPE, WS-POST-AMOUNT,
                     LS-TELLER-ID, WS-TODAY, WS-POST-RETURN-CODE
           IF WS-POST-RETURN-CODE NOT = 0
               DISPLAY "Posting refused, return code "
                   WS-POST-RETURN-CODE "; case left open"
               MOVE WS-POST-RETURN-CODE TO LS-RETURN-CODE
           END-IF.

       CLOSE-DECIDED-CASE.
           MOVE WS-TODAY TO DISP-RESOLVED-DATE
           MOVE LS-TELLER-ID TO DISP-RESOLVED-TELLER
           REWRITE DISP-RECORD
           IF WS-DISP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to update dispute case, status "
                   WS-DISP-FILE-STATUS
               MOVE 30 TO LS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "DISPUTE-NOTICE-WRITE"
               USING DISP-RECORD, WS-NOTICE-TYPE, WS-POST-AMOUNT,
                     WS-TODAY, WS-NOTICE-RETURN-CODE
           IF WS-NOTICE-RETURN-CODE NOT = 0
               DISPLAY "Customer notice not written; send it by hand"
           END-IF
           DISPLAY "Case " DISP-CASE-NUMBER " decided".
