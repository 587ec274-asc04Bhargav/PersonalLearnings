      *> ODPREC.cpy
      *> Overdraft protection link, keyed on the protected checking
      *> account. When a withdrawal or a paid check finds the
      *> checking account short, the shortfall (plus the product's
      *> protection fee) is pulled from the linked savings account
      *> of the same customer as a logged transfer pair before the
      *> item is tested again. A non-zero increment rounds each
      *> pull up to the next whole multiple of that amount; zero
      *> pulls exactly what is needed. Removing the link deletes
      *> the record; the audit log keeps its image.
       01 ODP-RECORD.
           05 ODP-CHECKING-ACCOUNT      PIC X(12).
           05 ODP-SAVINGS-ACCOUNT       PIC X(12).
           05 ODP-INCREMENT             PIC S9(9)V99 COMP-3.
           05 ODP-LINKED-DATE           PIC 9(08).
           05 ODP-LINKED-TELLER         PIC X(08).
           05 FILLER                    PIC X(10).
