      *> ADBREC.cpy
      *> Average daily balance per account for the month, written
      *> by the month-end MIS run for the pricing desk. The average
      *> weights each business day's closing ledger balance by the
      *> calendar days it stood (a Friday balance stands through
      *> the weekend) over the days the account was open in the
      *> month. Figures are in display form with a separate sign.
       01 ADB-RECORD.
           05 ADB-MONTH                 PIC 9(06).
           05 ADB-ACCOUNT-NUMBER        PIC X(12).
           05 ADB-CUSTOMER-ID           PIC X(10).
           05 ADB-ACCT-TYPE             PIC X(01).
           05 ADB-PRODUCT-CODE          PIC X(04).
           05 ADB-CURRENCY-CODE         PIC X(03).
           05 ADB-BRANCH-CODE           PIC X(04).
           05 ADB-DAYS                  PIC 9(03).
           05 ADB-AVERAGE-SIGN          PIC X(01).
           05 ADB-AVERAGE-BALANCE       PIC 9(11)V99.
      *> Closing ledger balance on the month's last snapshot
           05 ADB-PERIOD-END-SIGN       PIC X(01).
           05 ADB-PERIOD-END-BALANCE    PIC 9(11)V99.
           05 FILLER                    PIC X(09).
