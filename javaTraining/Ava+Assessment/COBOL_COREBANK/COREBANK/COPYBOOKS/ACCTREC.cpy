               88 ACCT-TYPE-SAVINGS    VALUE "S".
               88 ACCT-TYPE-CHECKING   VALUE "C".
               88 ACCT-TYPE-TERM       VALUE "T".
      *> Loan: the balance carries the outstanding principal as a
      *> negative figure (money the customer owes), so the master
      *> total and the GL net movement tie without a special case.
      *> Rate, term, and installment schedule are on LOANREC.
               88 ACCT-TYPE-LOAN       VALUE "L".
           05 ACCT-STATUS              PIC X(01).
               88 ACCT-STATUS-OPEN     VALUE "O".
               88 ACCT-STATUS-CLOSED   VALUE "C".
      *> the freeze; the full order detail is on the audit log.
      *> Unfreeze must come from a different teller than this one.
           05 ACCT-FREEZE-REASON       PIC X(03).
      *> Sole owner's death recorded: frozen for the estate
               88 ACCT-FROZEN-DECEASED VALUE "DEC".
      *> Overdrawn balance written off by the collections desk
               88 ACCT-FROZEN-CHARGEOFF VALUE "CHO".
           05 ACCT-FREEZE-TELLER       PIC X(08).
      *> Arranged overdraft: a checking account may run negative
      *> down to this limit; zero means no facility.
      *> posting and the GL extract carries it as a liability in
      *> between.
           05 ACCT-ACCRUED-INTEREST    PIC S9(9)V99 COMP-3.
      *> Overdrawn balance written off as a loss; the account stays
      *> frozen and later money is tracked as recoveries on the
      *> collections file. A record from before the flag existed
      *> carries a space and counts as not charged off.
           05 ACCT-CHARGEOFF-FLAG      PIC X(01).
               88 ACCT-CHARGED-OFF     VALUE "Y".
      *> Home branch that owns the account and carries its balance
      *> in the branch's books. An account opened before branches
      *> were recorded carries spaces and reports as unassigned.
           05 ACCT-BRANCH-CODE         PIC X(04).
      *> Electronic statement enrollment: a corporate client's
      *> treasury system takes an MT940 statement of the account
      *> every business day. Space on a record from before the flag
      *> existed, which counts as not enrolled.
           05 ACCT-MT940-FLAG          PIC X(01).
               88 ACCT-MT940-ENROLLED  VALUE "Y".
           05 FILLER                   PIC X(02).
