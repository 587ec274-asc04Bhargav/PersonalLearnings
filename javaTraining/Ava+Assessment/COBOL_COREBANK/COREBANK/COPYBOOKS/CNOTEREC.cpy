      *> CNOTEREC.cpy
      *> Collection notice letter for an account overdrawn without
      *> authority, written by the nightly overdraft aging step for
      *> the letter shop. Stage 1 is the reminder, stage 2 the
      *> formal demand, and stage 3 the final notice before the
      *> balance is charged off.
       01 CNOTE-RECORD.
           05 CNOTE-ACCOUNT-NUMBER      PIC X(12).
           05 CNOTE-CUSTOMER-ID         PIC X(10).
           05 CNOTE-NAME                PIC X(30).
           05 CNOTE-ADDRESS             PIC X(40).
           05 CNOTE-STAGE               PIC 9(01).
               88 CNOTE-REMINDER        VALUE 1.
               88 CNOTE-DEMAND          VALUE 2.
               88 CNOTE-FINAL           VALUE 3.
           05 CNOTE-BALANCE             PIC S9(11)V99 COMP-3.
           05 CNOTE-OD-LIMIT            PIC S9(9)V99 COMP-3.
           05 CNOTE-CURRENCY-CODE       PIC X(03).
           05 CNOTE-OVERDRAWN-SINCE     PIC 9(08).
           05 CNOTE-DAYS-OVERDRAWN      PIC 9(04).
           05 CNOTE-NOTICE-DATE         PIC 9(08).
           05 FILLER                    PIC X(10).
