       01 WS-BUY-RATE                  PIC S9(3)V9(6).
       01 WS-SELL-RATE                 PIC S9(3)V9(6).
       01 WS-RATE-DISPLAY              PIC ZZ9.9(6).
       01 WS-BEFORE-IMAGE              PIC X(300).
       01 WS-AFTER-IMAGE               PIC X(300).
      *> Changes go to the pending-change queue for approval by a
      *> supervisor other than the maintaining ID
       01 WS-PEND-TARGET               PIC X(01) VALUE "R".
       01 WS-PEND-RECORD-KEY           PIC X(20).
       01 WS-PEND-PROGRAM              PIC X(24)
                                       VALUE "EXCHANGE-RATE-MAINT".
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
           PERFORM OPEN-RATE-TABLE
           MOVE WS-FROM-CURRENCY TO RATE-FROM-CURRENCY
           MOVE WS-TO-CURRENCY TO RATE-TO-CURRENCY
           MOVE WS-EFFECTIVE-DATE TO RATE-EFFECTIVE-DATE
           *> The record as it stands is the before image; with
           *> none on file the change is a create
           READ RATE-TABLE
               INVALID KEY
                   MOVE SPACES TO RATE-RECORD
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE "CREATE" TO WS-PEND-FUNCTION
               NOT INVALID KEY
                   MOVE RATE-RECORD TO WS-BEFORE-IMAGE
                   MOVE "UPDATE" TO WS-PEND-FUNCTION
           END-READ
           MOVE WS-FROM-CURRENCY TO RATE-FROM-CURRENCY
           MOVE WS-TO-CURRENCY TO RATE-TO-CURRENCY
           MOVE WS-EFFECTIVE-DATE TO RATE-EFFECTIVE-DATE
           MOVE WS-BUY-RATE TO RATE-BUY
           MOVE WS-SELL-RATE TO RATE-SELL
           MOVE RATE-RECORD TO WS-AFTER-IMAGE
           MOVE RATE-KEY TO WS-PEND-RECORD-KEY
           CALL "MAINT-PENDING-SUBMIT"
               USING WS-PEND-TARGET, WS-PEND-RECORD-KEY,
                   WS-PEND-PROGRAM, WS-PEND-FUNCTION,
                   WS-PEND-REQUIRED-ROLE, LS-TELLER-ID,
                   WS-BEFORE-IMAGE, WS-AFTER-IMAGE,
                   WS-PEND-NUMBER, LS-RETURN-CODE
           IF LS-RETURN-CODE = 0
               DISPLAY "Rate change " WS-PEND-NUMBER
                   " raised; awaiting supervisor approval"
           END-IF.

       LOOKUP-RATE.
