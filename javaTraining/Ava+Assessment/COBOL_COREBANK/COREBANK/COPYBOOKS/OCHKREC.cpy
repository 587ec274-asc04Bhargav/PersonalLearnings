      *> OCHKREC.cpy
      *> Official check (bank draft) register, keyed on the check
      *> serial issued from the number control file. Every check
      *> the counter sells is recorded here when it is issued and
      *> stays outstanding until the clearing exchange presents it
      *> back to us, drawn on the official check account; the
      *> inclearing run then marks it paid. Outstanding items are
      *> the bank's liability and are proved monthly against the
      *> official check GL balance. A check bought from an account
      *> that the posting path parks for supervisor review is held
      *> (not yet sold); approval makes it outstanding, decline
      *> voids it. A serial whose purchase did not post is voided
      *> and never handed over.
       01 OCHK-RECORD.
           05 OCHK-SERIAL               PIC X(10).
           05 OCHK-AMOUNT               PIC S9(9)V99 COMP-3.
           05 OCHK-CURRENCY-CODE        PIC X(03).
           05 OCHK-PAYEE                PIC X(30).
      *> Who bought it: the account holder's name on an account
      *> purchase, the name the teller keys on a cash purchase
           05 OCHK-PURCHASER            PIC X(30).
           05 OCHK-FUNDING              PIC X(01).
               88 OCHK-FROM-ACCOUNT     VALUE "A".
               88 OCHK-FROM-CASH        VALUE "C".
      *> Account debited; spaces on a cash purchase
           05 OCHK-ACCOUNT-NUMBER       PIC X(12).
           05 OCHK-ISSUE-DATE           PIC 9(08).
           05 OCHK-ISSUE-TIME           PIC 9(06).
           05 OCHK-TELLER-ID            PIC X(08).
           05 OCHK-BRANCH-CODE          PIC X(04).
           05 OCHK-STATUS               PIC X(01).
               88 OCHK-HELD             VALUE "H".
               88 OCHK-OUTSTANDING      VALUE "O".
               88 OCHK-PAID             VALUE "P".
               88 OCHK-VOID             VALUE "V".
      *> Business date presented and paid, or date voided
           05 OCHK-STATUS-DATE          PIC 9(08).
           05 FILLER                    PIC X(20).
