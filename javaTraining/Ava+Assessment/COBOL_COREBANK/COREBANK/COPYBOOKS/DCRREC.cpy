      *> DCRREC.cpy
      *> Inbound direct-credit file from an employer or government
      *> agency (payroll, pensions, benefits). Each batch is a
      *> header naming the originator, the batch number, value date
      *> and currency, then one detail per credit, then a trailer
      *> with the originator's item count and amount total. A file
      *> may carry several batches. Amounts are unsigned display.
       01 DCR-RECORD.
           05 DCR-RECORD-TYPE           PIC X(01).
               88 DCR-HEADER            VALUE "H".
               88 DCR-DETAIL            VALUE "D".
               88 DCR-TRAILER           VALUE "T".
           05 DCR-RECORD-DATA           PIC X(99).
           05 DCR-HEADER-DATA REDEFINES DCR-RECORD-DATA.
               10 DCR-ORIGINATOR-ID     PIC X(08).
               10 DCR-ORIGINATOR-NAME   PIC X(30).
               10 DCR-BATCH-NUMBER      PIC 9(06).
               10 DCR-VALUE-DATE        PIC 9(08).
               10 DCR-CURRENCY-CODE     PIC X(03).
               10 DCR-BATCH-DESC        PIC X(10).
               10 FILLER                PIC X(34).
           05 DCR-DETAIL-DATA REDEFINES DCR-RECORD-DATA.
               10 DCR-ITEM-SEQ          PIC 9(06).
               10 DCR-ACCOUNT-NUMBER    PIC X(12).
               10 DCR-AMOUNT            PIC 9(09)V99.
               10 DCR-PAYEE-NAME        PIC X(30).
               10 DCR-ITEM-REFERENCE    PIC X(15).
               10 FILLER                PIC X(25).
           05 DCR-TRAILER-DATA REDEFINES DCR-RECORD-DATA.
               10 DCR-ITEM-COUNT        PIC 9(07).
               10 DCR-AMOUNT-TOTAL      PIC 9(13)V99.
               10 FILLER                PIC X(77).
