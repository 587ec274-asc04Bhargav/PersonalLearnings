      *> ALRTREC.cpy
      *> Compliance alert raised by the nightly monitoring run,
      *> keyed on an alert number issued from the number control
      *> file. The customer, rule, and currency form a duplicate
      *> alternate key so the run can see what is already raised
      *> for the same pattern: nothing new is raised while an
      *> alert is still being worked, nor for activity an alert
      *> already covered. The amounts are what tripped the rule
      *> over the window from ALRT-WINDOW-FROM to the raised date.
      *> Compliance closes an open alert with a disposition, or
      *> escalates it for a suspicious activity filing and closes
      *> it once the filing decision is made.
       01 ALRT-RECORD.
           05 ALRT-NUMBER               PIC 9(08).
           05 ALRT-MATCH-KEY.
               10 ALRT-CUSTOMER-ID      PIC X(10).
               10 ALRT-RULE-ID          PIC X(04).
               10 ALRT-CURRENCY-CODE    PIC X(03).
           05 ALRT-RULE-TYPE            PIC X(01).
           05 ALRT-RAISED-DATE          PIC 9(08).
           05 ALRT-WINDOW-FROM          PIC 9(08).
           05 ALRT-ITEM-COUNT           PIC 9(05).
           05 ALRT-AMOUNT-IN            PIC S9(11)V99 COMP-3.
           05 ALRT-AMOUNT-OUT           PIC S9(11)V99 COMP-3.
      *> Volume rule only: the normal level scaled to the window
           05 ALRT-BASELINE-AMOUNT      PIC S9(11)V99 COMP-3.
           05 ALRT-STATUS               PIC X(01).
               88 ALRT-OPEN             VALUE "O".
               88 ALRT-ESCALATED        VALUE "E".
               88 ALRT-CLOSED           VALUE "C".
           05 ALRT-ESCALATED-DATE       PIC 9(08).
           05 ALRT-ESCALATED-TELLER     PIC X(08).
           05 ALRT-DISPOSITION          PIC X(01).
               88 ALRT-DISP-EXPLAINED   VALUE "E".
               88 ALRT-DISP-FALSE-POSITIVE VALUE "P".
               88 ALRT-DISP-FILED       VALUE "F".
               88 ALRT-DISP-NOT-FILED   VALUE "N".
      *> Regulator's reference for the filing, on "F" only
           05 ALRT-FILING-REF           PIC X(15).
           05 ALRT-NOTE                 PIC X(40).
           05 ALRT-CLOSED-DATE          PIC 9(08).
           05 ALRT-CLOSED-TELLER        PIC X(08).
           05 FILLER                    PIC X(10).
