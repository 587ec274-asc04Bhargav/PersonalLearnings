       01 WS-TELLER-NAME               PIC X(20).
       01 WS-PASSWORD                  PIC X(08).
       01 WS-ROLE                      PIC X(01).
       01 WS-BRANCH-CODE               PIC X(04).
       01 WS-BEFORE-IMAGE              PIC X(300).
       01 WS-AFTER-IMAGE               PIC X(300).
      *> Changes go to the pending-change queue for approval by a
      *> supervisor other than the maintaining ID
       01 WS-PEND-TARGET               PIC X(01) VALUE "T".
       01 WS-PEND-RECORD-KEY           PIC X(20).
       01 WS-PEND-PROGRAM              PIC X(24)
                                       VALUE "TELLER-MAINTENANCE".
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
           PERFORM OPEN-TELLER-MASTER
           DISPLAY "Enter role (T=Teller H=Head S=Supervisor"
               " C=CSR inquiry): "
           ACCEPT WS-ROLE
           *> Every posting the ID makes is booked to this branch,
           *> so an ID is not recorded without one
           DISPLAY "Enter home branch code: "
           ACCEPT WS-BRANCH-CODE
           IF WS-BRANCH-CODE = SPACES
               DISPLAY "A home branch is required"
               EXIT PARAGRAPH
           END-IF
           IF WS-TELLER-ID = LS-TELLER-ID
               DISPLAY "Your own teller record must be maintained"
                   " by another officer"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TELLER-ID TO TELL-ID
           *> The record as it stands is the before image; with
           *> none on file the change is a create
           READ TELLER-MASTER
               INVALID KEY
                   MOVE SPACES TO TELLER-RECORD
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE "CREATE" TO WS-PEND-FUNCTION
               NOT INVALID KEY
                   MOVE TELLER-RECORD TO WS-BEFORE-IMAGE
                   MOVE "UPDATE" TO WS-PEND-FUNCTION
           END-READ
           MOVE WS-TELLER-ID TO TELL-ID
           MOVE WS-TELLER-NAME TO TELL-NAME
           MOVE WS-PASSWORD TO TELL-PASSWORD
           MOVE WS-ROLE TO TELL-ROLE
           MOVE WS-BRANCH-CODE TO TELL-BRANCH-CODE
           MOVE "A" TO TELL-STATUS
           MOVE 0 TO TELL-FAILED-COUNT
           MOVE TELLER-RECORD TO WS-AFTER-IMAGE
           MOVE TELL-ID TO WS-PEND-RECORD-KEY
           CALL "MAINT-PENDING-SUBMIT"
               USING WS-PEND-TARGET, WS-PEND-RECORD-KEY,
                   WS-PEND-PROGRAM, WS-PEND-FUNCTION,
                   WS-PEND-REQUIRED-ROLE, LS-TELLER-ID,
                   WS-BEFORE-IMAGE, WS-AFTER-IMAGE,
                   WS-PEND-NUMBER, LS-RETURN-CODE
           IF LS-RETURN-CODE = 0
               DISPLAY "Teller change " WS-PEND-NUMBER
                   " raised; awaiting supervisor approval"
           END-IF.

       LOOKUP-TELLER.
               NOT INVALID KEY
                   DISPLAY "Name          : " TELL-NAME
                   DISPLAY "Role          : " TELL-ROLE
                   DISPLAY "Home branch   : " TELL-BRANCH-CODE
                   DISPLAY "Status        : " TELL-STATUS
                   DISPLAY "Failed logons : " TELL-FAILED-COUNT
           END-READ.
