               88 TELL-ACTIVE           VALUE "A".
               88 TELL-LOCKED           VALUE "L".
           05 TELL-FAILED-COUNT         PIC 9(01).
      *> Home branch of the ID. Everything the teller posts is
      *> stamped with it as the posting branch.
           05 TELL-BRANCH-CODE          PIC X(04).
           05 FILLER                    PIC X(06).
