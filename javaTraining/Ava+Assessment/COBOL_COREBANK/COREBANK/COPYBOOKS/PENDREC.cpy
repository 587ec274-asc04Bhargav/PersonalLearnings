      *> PENDREC.cpy
      *> Pending maintenance change awaiting a second officer,
      *> keyed on a change number issued from the number control
      *> file. The maintenance screens no longer write customer,
      *> product, exchange-rate or teller changes to the master
      *> themselves: they record the record image before and after
      *> the change here (the same raw images the audit trail
      *> carries), and the change takes effect only when a
      *> different ID holding at least PEND-REQUIRED-ROLE approves
      *> it from the approval queue. The target and record key form
      *> a duplicate alternate key so a second change cannot be
      *> raised against a record while one is still pending. A
      *> change not decided within the expiry period is expired by
      *> the nightly run; approved, rejected and expired changes
      *> stay on file and are logged to the audit trail.
       01 PEND-RECORD.
           05 PEND-NUMBER               PIC 9(08).
           05 PEND-MATCH-KEY.
               10 PEND-TARGET           PIC X(01).
                   88 PEND-TARGET-CUSTOMER VALUE "C".
                   88 PEND-TARGET-PRODUCT  VALUE "P".
                   88 PEND-TARGET-RATE     VALUE "R".
                   88 PEND-TARGET-TELLER   VALUE "T".
      *> Customer ID, product type + effective date, currency pair
      *> + effective date, or teller ID, left-justified
               10 PEND-RECORD-KEY       PIC X(20).
           05 PEND-PROGRAM              PIC X(24).
           05 PEND-FUNCTION             PIC X(10).
      *> H head teller or S supervisor; a supervisor may approve
      *> anything a head teller may
           05 PEND-REQUIRED-ROLE        PIC X(01).
           05 PEND-STATUS               PIC X(01).
               88 PEND-PENDING          VALUE "P".
               88 PEND-APPLIED          VALUE "A".
               88 PEND-REJECTED         VALUE "R".
               88 PEND-EXPIRED          VALUE "E".
           05 PEND-MAKER-ID             PIC X(08).
           05 PEND-MADE-DATE            PIC 9(08).
           05 PEND-MADE-TIME            PIC 9(06).
           05 PEND-CHECKER-ID           PIC X(08).
           05 PEND-DECIDED-DATE         PIC 9(08).
           05 PEND-DECIDED-TIME         PIC 9(06).
           05 PEND-REJECT-REASON        PIC X(40).
      *> Raw record images; spaces on a create's before side
           05 PEND-BEFORE-IMAGE         PIC X(300).
           05 PEND-AFTER-IMAGE          PIC X(300).
           05 FILLER                    PIC X(10).
