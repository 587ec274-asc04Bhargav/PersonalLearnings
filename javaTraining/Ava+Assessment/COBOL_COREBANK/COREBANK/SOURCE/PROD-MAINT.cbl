       01 WS-EXCESS-TR-CHARGE          PIC S9(5)V99.
       01 WS-EXCESS-CK-CHARGE          PIC S9(5)V99.
       01 WS-WHT-RATE                  PIC S9V9(6).
       01 WS-ODP-TRANSFER-FEE          PIC S9(5)V99.
       01 WS-RETURNED-ITEM-FEE         PIC S9(5)V99.
       01 WS-TIER-SUB                  PIC 9(01).
       01 WS-FEE-DISPLAY               PIC -(5)9.99.
       01 WS-BAL-DISPLAY               PIC -(11)9.99.
       01 WS-RATE-DISPLAY              PIC 9.9(6).
       01 WS-BEFORE-IMAGE              PIC X(300).
       01 WS-AFTER-IMAGE               PIC X(300).
      *> Changes go to the pending-change queue for approval by a
      *> supervisor other than the maintaining ID
       01 WS-PEND-TARGET               PIC X(01) VALUE "P".
       01 WS-PEND-RECORD-KEY           PIC X(20).
       01 WS-PEND-PROGRAM              PIC X(24)
                                       VALUE "PRODUCT-MAINT".
       01 WS-PEND-FUNCTION             PIC X(10).
       01 WS-PEND-REQUIRED-ROLE        PIC X(01) VALUE "S".
       01 WS-PEND-NUMBER               PIC 9(08).

       LINKAGE SECTION.
       01 LS-TELLER-ID                 PIC X(08).
       01 LS-RETURN-CODE               PIC 9(02).
           COPY RETCODES.

       PROCEDURE DIVISION USING LS-TELLER-ID, LS-RETURN-CODE.
       MAIN-PARA.
           MOVE 0 TO LS-RETURN-CODE
           PERFORM OPEN-PRODUCT-FILE
           ACCEPT WS-EXCESS-CK-CHARGE
           DISPLAY "Enter interest withholding tax rate (0 = none): "
           ACCEPT WS-WHT-RATE
           DISPLAY "Enter overdraft protection transfer fee"
               " (0 = none): "
           ACCEPT WS-ODP-TRANSFER-FEE
           DISPLAY "Enter returned deposited item fee (0 = none): "
           ACCEPT WS-RETURNED-ITEM-FEE
           DISPLAY "Enter number of interest tiers (0-3): "
           ACCEPT WS-TIER-COUNT
           MOVE WS-ACCT-TYPE TO PROD-ACCT-TYPE
           MOVE WS-EFFECTIVE-DATE TO PROD-EFFECTIVE-DATE
           *> The record as it stands is the before image; with
           *> none on file the change is a create
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE SPACES TO PROD-RECORD
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE "CREATE" TO WS-PEND-FUNCTION
               NOT INVALID KEY
                   MOVE PROD-RECORD TO WS-BEFORE-IMAGE
                   MOVE "UPDATE" TO WS-PEND-FUNCTION
           END-READ
           MOVE WS-ACCT-TYPE TO PROD-ACCT-TYPE
           MOVE WS-EFFECTIVE-DATE TO PROD-EFFECTIVE-DATE
           MOVE WS-PROD-CODE TO PROD-CODE
           MOVE WS-MONTHLY-FEE TO PROD-MONTHLY-FEE
           MOVE WS-WAIVER-MIN-BAL TO PROD-FEE-WAIVER-MIN-BAL
           MOVE WS-EXCESS-TR-CHARGE TO PROD-EXCESS-TR-CHARGE
           MOVE WS-EXCESS-CK-CHARGE TO PROD-EXCESS-CK-CHARGE
           MOVE WS-WHT-RATE TO PROD-WHT-RATE
           MOVE WS-ODP-TRANSFER-FEE TO PROD-ODP-TRANSFER-FEE
           MOVE WS-RETURNED-ITEM-FEE TO PROD-RETURNED-ITEM-FEE
           IF WS-TIER-COUNT > 3
               MOVE 3 TO WS-TIER-COUNT
           END-IF
                   UNTIL WS-TIER-SUB > WS-TIER-COUNT
               PERFORM GET-ONE-TIER
           END-PERFORM
           MOVE PROD-RECORD TO WS-AFTER-IMAGE
           MOVE PROD-KEY TO WS-PEND-RECORD-KEY
           CALL "MAINT-PENDING-SUBMIT"
               USING WS-PEND-TARGET, WS-PEND-RECORD-KEY,
                   WS-PEND-PROGRAM, WS-PEND-FUNCTION,
                   WS-PEND-REQUIRED-ROLE, LS-TELLER-ID,
                   WS-BEFORE-IMAGE, WS-AFTER-IMAGE,
                   WS-PEND-NUMBER, LS-RETURN-CODE
           IF LS-RETURN-CODE = 0
               DISPLAY "Product change " WS-PEND-NUMBER
                   " raised; awaiting supervisor approval"
           END-IF.

       GET-ONE-TIER.
           DISPLAY "Excess CHK   : " WS-FEE-DISPLAY
           MOVE PROD-WHT-RATE TO WS-RATE-DISPLAY
           DISPLAY "WHT rate     : " WS-RATE-DISPLAY
           IF PROD-ODP-TRANSFER-FEE IS NUMERIC
               MOVE PROD-ODP-TRANSFER-FEE TO WS-FEE-DISPLAY
           ELSE
               MOVE 0 TO WS-FEE-DISPLAY
           END-IF
           DISPLAY "OD prot fee  : " WS-FEE-DISPLAY
           IF PROD-RETURNED-ITEM-FEE IS NUMERIC
               MOVE PROD-RETURNED-ITEM-FEE TO WS-FEE-DISPLAY
           ELSE
               MOVE 0 TO WS-FEE-DISPLAY
           END-IF
           DISPLAY "Return fee   : " WS-FEE-DISPLAY
           DISPLAY "Tiers        : " PROD-TIER-COUNT
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > PROD-TIER-COUNT
