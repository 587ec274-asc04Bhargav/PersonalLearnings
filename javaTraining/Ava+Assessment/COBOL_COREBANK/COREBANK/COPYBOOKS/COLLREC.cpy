      *> COLLREC.cpy
      *> Collections record for an account overdrawn without
      *> authority, keyed on the account number. The nightly
      *> overdraft aging step opens one the first night the balance
      *> is below the arranged limit (below zero where there is no
      *> facility), sends the collection notices as the days pass,
      *> and lists the account for charge-off at the policy cutoff.
      *> An account brought back within its limit is marked cured;
      *> going over again starts a fresh aging from that night.
      *> After charge-off the record carries the written-off amount
      *> and every recovery collected against it.
       01 COLL-RECORD.
           05 COLL-ACCOUNT-NUMBER       PIC X(12).
           05 COLL-CUSTOMER-ID          PIC X(10).
           05 COLL-CURRENCY-CODE        PIC X(03).
           05 COLL-STATUS               PIC X(01).
               88 COLL-AGING            VALUE "A".
               88 COLL-CURED            VALUE "C".
               88 COLL-CHARGED-OFF      VALUE "W".
      *> First business date the balance was found past the limit
           05 COLL-OVERDRAWN-SINCE      PIC 9(08).
      *> Highest collection notice sent so far (0 = none yet)
           05 COLL-NOTICE-STAGE         PIC 9(01).
           05 COLL-LAST-NOTICE-DATE     PIC 9(08).
      *> Date the account first reached the charge-off cutoff
           05 COLL-CHARGEOFF-DUE-DATE   PIC 9(08).
           05 COLL-CURED-DATE           PIC 9(08).
           05 COLL-CHARGEOFF-DATE       PIC 9(08).
           05 COLL-CHARGEOFF-AMOUNT     PIC S9(11)V99 COMP-3.
           05 COLL-CHARGEOFF-TELLER     PIC X(08).
           05 COLL-APPROVED-BY          PIC X(08).
           05 COLL-RECOVERED-AMOUNT     PIC S9(11)V99 COMP-3.
           05 COLL-LAST-RECOVERY-DATE   PIC 9(08).
           05 FILLER                    PIC X(10).
