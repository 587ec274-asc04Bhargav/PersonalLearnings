      *> SNAPREC.cpy
      *> Daily balance snapshot, one record per account per
      *> business day, keyed on account number plus the business
      *> date, so one account's days read in date order. Taken at
      *> end of day before the date roll: the balances are the
      *> day's closing figures. The product code is the definition
      *> in effect for the account type on the day. Snapshots are
      *> kept thirteen months; the month-end MIS run drops older
      *> days as it reads through the file.
       01 SNAP-RECORD.
           05 SNAP-KEY.
               10 SNAP-ACCOUNT-NUMBER   PIC X(12).
               10 SNAP-DATE             PIC 9(08).
           05 SNAP-CUSTOMER-ID          PIC X(10).
           05 SNAP-ACCT-TYPE            PIC X(01).
           05 SNAP-STATUS               PIC X(01).
               88 SNAP-STATUS-CLOSED    VALUE "C".
           05 SNAP-PRODUCT-CODE         PIC X(04).
           05 SNAP-CURRENCY-CODE        PIC X(03).
           05 SNAP-BRANCH-CODE          PIC X(04).
           05 SNAP-LEDGER-BALANCE       PIC S9(11)V99 COMP-3.
      *> Ledger less the holds still restricting funds that day
           05 SNAP-AVAILABLE-BALANCE    PIC S9(11)V99 COMP-3.
           05 SNAP-ACCRUED-INTEREST     PIC S9(9)V99 COMP-3.
           05 SNAP-DATE-OPENED          PIC 9(08).
           05 SNAP-DATE-CLOSED          PIC 9(08).
           05 FILLER                    PIC X(21).
