      *> FRFDREC.cpy
      *> Fee refund register. One record per refund given back on
      *> a posted "F" fee, keyed on that fee's history key plus a
      *> refund sequence, so every refund against one fee sits
      *> together and the amount already given back can be totaled
      *> before another is allowed. Written by the fee refund
      *> workstation alongside the "2" posting; read by the
      *> month-end refund report.
       01 FRFD-RECORD.
           05 FRFD-KEY.
               10 FRFD-FEE-KEY.
                   15 FRFD-ACCOUNT-NUMBER PIC X(12).
                   15 FRFD-FEE-DATE     PIC 9(08).
                   15 FRFD-FEE-TIME     PIC 9(06).
                   15 FRFD-FEE-SEQ      PIC 9(03).
               10 FRFD-REFUND-SEQ       PIC 9(02).
      *> The fee as charged, and what this refund gave back of it
           05 FRFD-FEE-AMOUNT           PIC S9(9)V99 COMP-3.
           05 FRFD-REFUND-AMOUNT        PIC S9(9)V99 COMP-3.
           05 FRFD-CURRENCY-CODE        PIC X(03).
           05 FRFD-FEE-PRODUCT          PIC X(04).
           05 FRFD-REASON               PIC X(01).
               88 FRFD-COURTESY         VALUE "C".
               88 FRFD-BANK-ERROR       VALUE "E".
               88 FRFD-RELATIONSHIP     VALUE "R".
               88 FRFD-COMPLAINT        VALUE "P".
               88 FRFD-OTHER-REASON     VALUE "O".
               88 FRFD-VALID-REASON     VALUE "C" "E" "R" "P" "O".
           05 FRFD-TELLER-ID            PIC X(08).
           05 FRFD-TELLER-ROLE          PIC X(01).
           05 FRFD-BRANCH-CODE          PIC X(04).
           05 FRFD-REFUND-DATE          PIC 9(08).
           05 FRFD-REFUND-TIME          PIC 9(06).
           05 FILLER                    PIC X(20).
