      *> logs the tax as its own transaction type for the GL and
      *> the year-end certificates. Zero withholds nothing.
           05 PROD-WHT-RATE             PIC S9V9(6) COMP-3.
      *> Charged on the checking account each time a shortfall is
      *> covered by a transfer from its linked protecting savings
      *> account. A definition recorded before the fee existed
      *> carries spaces here, which readers take as no fee.
           05 PROD-ODP-TRANSFER-FEE     PIC S9(5)V99 COMP-3.
      *> Charged each time a deposited check comes back unpaid and
      *> is charged back to the account. Spaces on an older
      *> definition read as no fee, as above.
           05 PROD-RETURNED-ITEM-FEE    PIC S9(5)V99 COMP-3.
           05 FILLER                    PIC X(02).
