      *> DNOTEREC.cpy
      *> Customer notice on an ATM dispute case, one record per
      *> letter, for the mailing run: the provisional credit, a
      *> decision in the customer's favor, or a decision in the
      *> bank's favor with the provisional credit taken back.
      *> Name and address come from the customer master.
       01 DNOTE-RECORD.
           05 DNOTE-CASE-NUMBER         PIC 9(08).
           05 DNOTE-TYPE                PIC X(01).
               88 DNOTE-PROVISIONAL     VALUE "P".
               88 DNOTE-CUSTOMER-FAVOR  VALUE "C".
               88 DNOTE-BANK-FAVOR      VALUE "B".
           05 DNOTE-ACCOUNT-NUMBER      PIC X(12).
           05 DNOTE-CUSTOMER-ID         PIC X(10).
           05 DNOTE-NAME                PIC X(30).
           05 DNOTE-ADDRESS             PIC X(40).
      *> The amount credited, or on a bank-favor notice the amount
      *> debited back
           05 DNOTE-AMOUNT              PIC S9(9)V99 COMP-3.
           05 DNOTE-CURRENCY-CODE       PIC X(03).
           05 DNOTE-TRAN-DATE           PIC 9(08).
           05 DNOTE-TERMINAL-ID         PIC X(08).
           05 DNOTE-POSTED-DATE         PIC 9(08).
           05 DNOTE-NOTICE-DATE         PIC 9(08).
           05 FILLER                    PIC X(10).
