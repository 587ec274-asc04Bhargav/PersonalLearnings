      *> check is the ledger balance less the account's unreleased
      *> holds. The nightly release step flips matured holds to
      *> released; a hold past its release date no longer restricts
      *> even before the batch lands. A hold on a check that comes
      *> back unpaid is cancelled when the item is charged back:
      *> the funds it protected have left the ledger with it.
       01 HOLD-RECORD.
           05 HOLD-KEY.
               10 HOLD-ACCOUNT-NUMBER   PIC X(12).
           05 HOLD-STATUS               PIC X(01).
               88 HOLD-ACTIVE           VALUE "A".
               88 HOLD-RELEASED         VALUE "R".
               88 HOLD-CANCELLED        VALUE "C".
           05 HOLD-REASON               PIC X(03).
           05 HOLD-TELLER-ID            PIC X(08).
           05 FILLER                    PIC X(10).
