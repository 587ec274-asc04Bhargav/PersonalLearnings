      *> AUDITREC.cpy
      *> Maintenance audit record. One entry per non-monetary
      *> maintenance action (create, update, close, freeze,
      *> unfreeze, overdraft limit, and the approval, rejection or
      *> expiry of a pending change) so compliance can review who
      *> ordered what, when, and who keyed it, with the record
      *> image before and after the change. Monetary activity is
      *> covered by TRANLOG.
           05 AUD-DATE                  PIC 9(08).
           05 AUD-TIME                  PIC 9(06).
      *> Raw record images around the change; spaces on a create's
      *> before side. Sized to hold any master record.
           05 AUD-BEFORE-IMAGE          PIC X(300).
           05 AUD-AFTER-IMAGE           PIC X(300).
      *> Second officer who approved or rejected a change raised
      *> through the pending-change queue (AUD-TELLER-ID is the
      *> maker); spaces on actions that took effect directly and
      *> on entries written before the field existed
           05 AUD-CHECKER-ID            PIC X(08).
           05 FILLER                    PIC X(02).
