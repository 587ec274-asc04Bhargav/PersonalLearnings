      *> CARDREC.cpy
      *> Card master, keyed on the 16-digit card number. Links a
      *> plastic to the account it draws on, with the controls the
      *> ATM settlement run applies before an item reaches the
      *> posting path: the card must be active and in date, and a
      *> withdrawal must fit inside what is left of the day's cash
      *> limit. Issued, blocked, and replaced at the terminal; a
      *> lost or stolen card is never reactivated - the customer
      *> gets a replacement with its own number.
       01 CARD-RECORD.
           05 CARD-NUMBER               PIC X(16).
           05 CARD-ACCOUNT-NUMBER       PIC X(12).
           05 CARD-CUSTOMER-ID          PIC X(10).
           05 CARD-STATUS               PIC X(01).
               88 CARD-ACTIVE           VALUE "A".
               88 CARD-LOST             VALUE "L".
               88 CARD-STOLEN           VALUE "S".
               88 CARD-EXPIRED          VALUE "E".
      *> Cardholder's death recorded: blocked like a lost card and
      *> never replaced
               88 CARD-HOLDER-DECEASED  VALUE "D".
      *> Valid through the last day of this month (the MM/YY on
      *> the plastic)
           05 CARD-EXPIRY-YYYYMM        PIC 9(06).
           05 CARD-DAILY-LIMIT          PIC S9(7)V99 COMP-3.
      *> Cash already taken on CARD-USED-DATE; a new business date
      *> starts the count again from zero
           05 CARD-USED-DATE            PIC 9(08).
           05 CARD-USED-AMOUNT          PIC S9(9)V99 COMP-3.
           05 CARD-ISSUED-DATE          PIC 9(08).
           05 CARD-ISSUED-TELLER        PIC X(08).
           05 CARD-STATUS-DATE          PIC 9(08).
           05 CARD-STATUS-TELLER        PIC X(08).
      *> Chain between a blocked card and the plastic issued in
      *> its place, in both directions
           05 CARD-REPLACES             PIC X(16).
           05 CARD-REPLACED-BY          PIC X(16).
           05 FILLER                    PIC X(02).
