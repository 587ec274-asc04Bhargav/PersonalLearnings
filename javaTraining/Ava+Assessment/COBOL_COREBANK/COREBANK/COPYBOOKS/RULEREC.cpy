      *> RULEREC.cpy
      *> Transaction monitoring rule, keyed on a rule ID chosen by
      *> compliance. The nightly monitoring run applies every
      *> active rule to each customer's posted history, one
      *> currency at a time, over the last RULE-LOOKBACK-DAYS days
      *> (today included). Which figures a rule uses depends on
      *> its type; the rest are left zero:
      *>   S structuring  - cash deposits each between the low and
      *>                    high amounts; alert at RULE-MIN-COUNT
      *>                    such deposits in the window.
      *>   R rapid in/out - money in (deposits, transfers in) of
      *>                    at least the low amount, with money out
      *>                    (withdrawals, transfers, payments,
      *>                    checks) reaching RULE-PERCENT of it.
      *>   V volume spike - money in plus out of at least the low
      *>                    amount and above RULE-PERCENT of the
      *>                    customer's normal level, taken from the
      *>                    RULE-BASELINE-DAYS days before the
      *>                    window and scaled to the window length.
      *> Transfers between the customer's own accounts are not
      *> activity for the R and V rules. Retired rules stay on file
      *> so the alerts raised under them still read back.
       01 RULE-RECORD.
           05 RULE-ID                   PIC X(04).
           05 RULE-TYPE                 PIC X(01).
               88 RULE-STRUCTURING      VALUE "S".
               88 RULE-RAPID-MOVEMENT   VALUE "R".
               88 RULE-VOLUME-SPIKE     VALUE "V".
           05 RULE-DESCRIPTION          PIC X(30).
           05 RULE-LOW-AMOUNT           PIC S9(9)V99 COMP-3.
           05 RULE-HIGH-AMOUNT          PIC S9(9)V99 COMP-3.
           05 RULE-LOOKBACK-DAYS        PIC 9(03).
           05 RULE-MIN-COUNT            PIC 9(03).
           05 RULE-PERCENT              PIC 9(05).
           05 RULE-BASELINE-DAYS        PIC 9(03).
           05 RULE-STATUS               PIC X(01).
               88 RULE-ACTIVE           VALUE "A".
               88 RULE-RETIRED          VALUE "R".
           05 RULE-CHANGED-DATE         PIC 9(08).
           05 RULE-CHANGED-TELLER       PIC X(08).
           05 FILLER                    PIC X(10).
