      *> DISPREC.cpy
      *> ATM dispute case, keyed on a case number issued from the
      *> number control file. A case is opened against one posted
      *> ATM withdrawal in transaction history; that entry's
      *> history key is a unique alternate key, so the same item
      *> cannot be disputed twice. The customer is credited
      *> provisionally by DISP-PROVISIONAL-DUE if the case is still
      *> open then, and the case must be decided by
      *> DISP-RESOLVE-BY. A customer-favor decision keeps (or
      *> makes) the credit; a bank-favor decision takes back any
      *> provisional credit and notifies the customer.
       01 DISP-RECORD.
           05 DISP-CASE-NUMBER          PIC 9(08).
           05 DISP-HIST-KEY.
               10 DISP-ACCOUNT-NUMBER   PIC X(12).
               10 DISP-TRAN-DATE        PIC 9(08).
               10 DISP-TRAN-TIME        PIC 9(06).
               10 DISP-TRAN-SEQ         PIC 9(03).
           05 DISP-CUSTOMER-ID          PIC X(10).
           05 DISP-TERMINAL-ID          PIC X(08).
      *> What the machine debited, and what the customer says they
      *> are owed (all of it on a non-dispense or duplicate, the
      *> shortfall on a partial dispense)
           05 DISP-TRAN-AMOUNT          PIC S9(9)V99 COMP-3.
           05 DISP-CLAIM-AMOUNT         PIC S9(9)V99 COMP-3.
           05 DISP-CURRENCY-CODE        PIC X(03).
           05 DISP-REASON               PIC X(01).
               88 DISP-NOT-DISPENSED    VALUE "N".
               88 DISP-PART-DISPENSED   VALUE "P".
               88 DISP-DUPLICATE        VALUE "D".
               88 DISP-OTHER-REASON     VALUE "O".
           05 DISP-OPENED-DATE          PIC 9(08).
           05 DISP-OPENED-TELLER        PIC X(08).
           05 DISP-PROVISIONAL-DUE      PIC 9(08).
           05 DISP-RESOLVE-BY           PIC 9(08).
      *> Zero date until a credit has been posted on the case
           05 DISP-CREDIT-DATE          PIC 9(08).
           05 DISP-CREDIT-AMOUNT        PIC S9(9)V99 COMP-3.
           05 DISP-STATUS               PIC X(01).
               88 DISP-OPEN             VALUE "O".
               88 DISP-CUSTOMER-FAVOR   VALUE "C".
               88 DISP-BANK-FAVOR       VALUE "B".
           05 DISP-RESOLVED-DATE        PIC 9(08).
           05 DISP-RESOLVED-TELLER      PIC X(08).
           05 FILLER                    PIC X(10).
