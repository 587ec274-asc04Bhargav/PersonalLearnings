      *> MTSCREC.cpy
      *> Electronic statement control, one record per account that
      *> has ever been sent an MT940 statement, keyed on account
      *> number. The statement number runs on from day to day so
      *> the client's treasury system can see a missing or repeated
      *> statement; the last closing balance lets the next day's
      *> run prove its opening balance follows on. A rerun for a
      *> date already sent reissues the same number.
       01 MTSC-RECORD.
           05 MTSC-ACCOUNT-NUMBER       PIC X(12).
           05 MTSC-LAST-STMT-NUMBER     PIC 9(05).
           05 MTSC-LAST-STMT-DATE       PIC 9(08).
           05 MTSC-LAST-CLOSING-BAL     PIC S9(11)V99 COMP-3.
      *> Number and closing balance of the statement before the
      *> last one, kept so a rerun can restore them
           05 MTSC-PREV-STMT-NUMBER     PIC 9(05).
           05 MTSC-PREV-CLOSING-BAL     PIC S9(11)V99 COMP-3.
           05 FILLER                    PIC X(10).
