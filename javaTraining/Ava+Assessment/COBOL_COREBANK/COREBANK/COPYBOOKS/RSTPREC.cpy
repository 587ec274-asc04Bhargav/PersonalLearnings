      *> RSTPREC.cpy
      *> Required-step card, one per batch program that must have
      *> a clean run logged for the business date before the date
      *> may roll. The deck is kept by operations; a card with an
      *> asterisk in column 1 is a comment. The job name is for the
      *> reader and the morning report only.
       01 RSTP-CARD.
           05 RSTP-PROGRAM-ID           PIC X(30).
           05 FILLER                    PIC X(01).
           05 RSTP-JOB-NAME             PIC X(08).
           05 FILLER                    PIC X(41).
