      *> BKUPREC.cpy
      *> Point-in-time image of the account master, taken by the
      *> nightly backup step and read back by forward recovery. A
      *> header carries the moment the image was taken, one record
      *> per account carries the ACCTREC image unchanged, and a
      *> trailer carries the account count and balance totals so a
      *> restore can prove it read back the whole image. Totals are
      *> in display form with a separate sign.
       01 BKUP-RECORD.
           05 BKUP-RECORD-TYPE          PIC X(01).
               88 BKUP-HEADER           VALUE "H".
               88 BKUP-ACCOUNT          VALUE "A".
               88 BKUP-TRAILER          VALUE "T".
           05 BKUP-ACCOUNT-IMAGE        PIC X(149).
      *> Header: business date in force and the wall-clock moment
      *> the image was taken; history written after that moment is
      *> what recovery reapplies
           05 BKUP-HEADER-DATA REDEFINES BKUP-ACCOUNT-IMAGE.
               10 BKUP-BUSINESS-DATE    PIC 9(08).
               10 BKUP-IMAGE-DATE       PIC 9(08).
               10 BKUP-IMAGE-TIME       PIC 9(06).
               10 FILLER                PIC X(127).
           05 BKUP-TRAILER-DATA REDEFINES BKUP-ACCOUNT-IMAGE.
               10 BKUP-ACCOUNT-COUNT    PIC 9(09).
               10 BKUP-BALANCE-SIGN     PIC X(01).
               10 BKUP-BALANCE-TOTAL    PIC 9(13)V99.
               10 BKUP-ACCRUED-SIGN     PIC X(01).
               10 BKUP-ACCRUED-TOTAL    PIC 9(11)V99.
               10 FILLER                PIC X(110).
