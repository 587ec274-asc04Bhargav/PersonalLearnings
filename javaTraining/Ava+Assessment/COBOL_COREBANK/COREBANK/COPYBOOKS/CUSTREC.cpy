               88 CUST-ACTIVE          VALUES "A", " ".
               88 CUST-CLOSED          VALUE "C".
           05 CUST-DATE-CLOSED         PIC 9(08).
      *> Bereavement: zero while the customer is living. Once a
      *> death is recorded the customer can open nothing new; the
      *> solely owned accounts are frozen for the estate, joint
      *> accounts pass to the survivors, and any credit posted to
      *> an account of theirs after this date is flagged for
      *> possible return to the payer.
           05 CUST-DATE-OF-DEATH       PIC 9(08).
               88 CUST-DECEASED        VALUES 00000001 THRU 99999999.
      *> Contact details for the notification vendor and the
      *> customer's own alert choices. The channel says where alerts
      *> go; a zero amount or day count switches that alert off,
      *> and an amount is compared in the account's own currency.
      *> Changes are raised through the pending-change queue like
      *> the other customer details.
           05 CUST-EMAIL               PIC X(50).
           05 CUST-MOBILE              PIC X(15).
           05 CUST-ALERT-CHANNEL       PIC X(01).
               88 CUST-ALERTS-OFF      VALUES "N", " ".
               88 CUST-ALERT-BY-SMS    VALUE "S".
               88 CUST-ALERT-BY-EMAIL  VALUE "E".
               88 CUST-ALERT-BY-BOTH   VALUE "B".
      *> Balance floor: alert when the closing balance falls below
           05 CUST-ALERT-LOW-BALANCE   PIC S9(9)V99 COMP-3.
      *> Alert on any single posted debit above this amount
           05 CUST-ALERT-LARGE-DEBIT   PIC S9(9)V99 COMP-3.
      *> Alert on a check of theirs returned unpaid for funds
           05 CUST-ALERT-NSF           PIC X(01).
               88 CUST-ALERT-NSF-ON    VALUE "Y".
      *> Alert on a funds-availability hold placed on a deposit
           05 CUST-ALERT-HOLD          PIC X(01).
               88 CUST-ALERT-HOLD-ON   VALUE "Y".
      *> Alert this many days ahead of a term deposit's maturity
           05 CUST-ALERT-MATURITY-DAYS PIC 9(03).
      *> Know-your-customer identity data. A record from before
      *> these fields existed, or one created from a batch card,
      *> carries zeros and spaces here and counts as not on file.
           05 CUST-DATE-OF-BIRTH       PIC 9(08).
           05 CUST-ID-TYPE             PIC X(02).
               88 CUST-ID-PASSPORT     VALUE "PP".
               88 CUST-ID-DRIVING-LIC  VALUE "DL".
               88 CUST-ID-NATIONAL-ID  VALUE "NI".
               88 CUST-ID-RESIDENCE    VALUE "RP".
               88 CUST-ID-VALID-TYPE   VALUES "PP", "DL", "NI", "RP".
           05 CUST-ID-NUMBER           PIC X(20).
           05 CUST-ID-EXPIRY-DATE      PIC 9(08).
           05 CUST-TAX-ID              PIC X(15).
      *> Risk rating sets the periodic review interval: high risk
      *> is reviewed every year, medium every two, low every three
           05 CUST-RISK-RATING         PIC X(01).
               88 CUST-RISK-LOW        VALUE "L".
               88 CUST-RISK-MEDIUM     VALUE "M".
               88 CUST-RISK-HIGH       VALUE "H".
               88 CUST-RISK-RATED      VALUES "L", "M", "H".
      *> Date of the last review and the date the next falls due;
      *> zero while no review is on file
           05 CUST-KYC-REVIEW-DATE     PIC 9(08).
           05 CUST-KYC-NEXT-REVIEW     PIC 9(08).
           05 FILLER                   PIC X(27).
