      *> RNOTEREC.cpy
      *> Customer notice of a returned deposited item, one record
      *> per chargeback, for the mailing run: the check the
      *> customer paid in, why the paying bank sent it back, the
      *> amount debited back, the returned-item fee, and the
      *> balance left after both. Name and address come from the
      *> customer master.
       01 RNOTE-RECORD.
           05 RNOTE-ACCOUNT-NUMBER      PIC X(12).
           05 RNOTE-CUSTOMER-ID         PIC X(10).
           05 RNOTE-NAME                PIC X(30).
           05 RNOTE-ADDRESS             PIC X(40).
           05 RNOTE-CHECK-SERIAL        PIC X(10).
           05 RNOTE-RETURN-REASON       PIC X(06).
           05 RNOTE-DEPOSIT-DATE        PIC 9(08).
           05 RNOTE-AMOUNT              PIC S9(9)V99 COMP-3.
           05 RNOTE-FEE                 PIC S9(5)V99 COMP-3.
           05 RNOTE-CURRENCY-CODE       PIC X(03).
           05 RNOTE-BALANCE-AFTER       PIC S9(11)V99 COMP-3.
           05 RNOTE-NOTICE-DATE         PIC 9(08).
           05 FILLER                    PIC X(10).
