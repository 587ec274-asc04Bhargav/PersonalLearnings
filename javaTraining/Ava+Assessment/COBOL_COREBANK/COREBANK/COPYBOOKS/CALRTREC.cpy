      *> CALRTREC.cpy
      *> Customer alert for the SMS/e-mail messaging vendor, one
      *> record per alert per night. The vendor composes and sends
      *> the message; the record carries where to send it, what
      *> happened, and on which account. The file leaves the bank,
      *> so the account number is masked to its last four digits
      *> and every figure is in display form with a separate sign.
       01 CALRT-RECORD.
           05 CALRT-ALERT-DATE          PIC 9(08).
           05 CALRT-ALERT-TYPE          PIC X(06).
               88 CALRT-LOW-BALANCE     VALUE "LOWBAL".
               88 CALRT-LARGE-DEBIT     VALUE "DEBIT".
               88 CALRT-NSF-RETURN      VALUE "NSF".
               88 CALRT-HOLD-PLACED     VALUE "HOLD".
               88 CALRT-MATURITY        VALUE "MATURE".
      *> S text message, E e-mail, B both, as on the customer
           05 CALRT-CHANNEL             PIC X(01).
           05 CALRT-CUSTOMER-ID         PIC X(10).
           05 CALRT-CUST-NAME           PIC X(30).
           05 CALRT-EMAIL               PIC X(50).
           05 CALRT-MOBILE              PIC X(15).
           05 CALRT-ACCOUNT-MASKED      PIC X(12).
           05 CALRT-CURRENCY-CODE       PIC X(03).
      *> The debit, returned item or hold amount; the closing
      *> balance on a low-balance alert; the deposit balance on a
      *> maturity alert
           05 CALRT-AMOUNT-SIGN         PIC X(01).
           05 CALRT-AMOUNT              PIC 9(11)V99.
      *> Maturity date on a maturity alert, release date on a hold,
      *> otherwise the business date the event was posted
           05 CALRT-EVENT-DATE          PIC 9(08).
      *> Check serial on an NSF return; spaces otherwise
           05 CALRT-REFERENCE           PIC X(10).
           05 FILLER                    PIC X(13).
