               88 REL-ROLE-JOINT        VALUE "J".
               88 REL-ROLE-SIGNATORY    VALUE "S".
               88 REL-ROLE-POA          VALUE "A".
      *> A joint owner who has died: the account has passed to
      *> the survivors, and the entry stays only so credits still
      *> arriving in the deceased's name can be traced back
               88 REL-ROLE-DECEASED     VALUE "D".
           05 REL-ADDED-DATE            PIC 9(08).
           05 REL-ADDED-TELLER          PIC X(08).
           05 FILLER                    PIC X(10).
