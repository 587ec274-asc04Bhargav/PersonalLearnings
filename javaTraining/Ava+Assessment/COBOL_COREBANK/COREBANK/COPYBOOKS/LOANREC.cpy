      *> LOANREC.cpy
      *> Loan master record, keyed on the loan's account number.
      *> The account master carries the loan as type "L" with the
      *> outstanding principal as a negative balance; this record
      *> carries the terms and the repayment schedule. Booking
      *> sets the level installment (annuity on the monthly rate)
      *> and the first due date one month out. Each night the
      *> collection batch bills any installment that has fallen
      *> due into the arrears buckets (interest on the principal
      *> still owed, the rest of the installment as principal)
      *> and then collects what it can from the repayment account,
      *> interest first. Whatever is still owed after the attempt
      *> stays in arrears and is tried again the next night.
       01 LOAN-RECORD.
           05 LOAN-ACCOUNT-NUMBER       PIC X(12).
           05 LOAN-CUSTOMER-ID          PIC X(10).
           05 LOAN-ORIG-PRINCIPAL       PIC S9(11)V99 COMP-3.
      *> Annual nominal rate as a fraction (0.075000 = 7.5%);
      *> the monthly installment works on one twelfth of it.
           05 LOAN-ANNUAL-RATE          PIC S9V9(6) COMP-3.
           05 LOAN-TERM-MONTHS          PIC 9(03).
           05 LOAN-INSTALLMENT          PIC S9(9)V99 COMP-3.
           05 LOAN-BOOKED-DATE          PIC 9(08).
           05 LOAN-BOOKED-TELLER        PIC X(08).
           05 LOAN-APPROVED-BY          PIC X(08).
      *> Next installment not yet billed, and how many have been.
           05 LOAN-NEXT-DUE-DATE        PIC 9(08).
           05 LOAN-INSTALLMENTS-BILLED  PIC 9(03).
      *> Due date of the last installment collected in full; zero
      *> until the first one is.
           05 LOAN-PAID-TO-DATE         PIC 9(08).
      *> Billed but not yet collected, split the way it will post.
           05 LOAN-ARREARS-PRINCIPAL    PIC S9(9)V99 COMP-3.
           05 LOAN-ARREARS-INTEREST     PIC S9(9)V99 COMP-3.
      *> Due date of the oldest installment still unpaid; zero when
      *> nothing is in arrears.
           05 LOAN-ARREARS-SINCE        PIC 9(08).
           05 LOAN-LAST-PAYMENT-DATE    PIC 9(08).
      *> Customer's own account the installments are drawn from.
           05 LOAN-REPAY-ACCOUNT        PIC X(12).
           05 LOAN-STATUS               PIC X(01).
               88 LOAN-ACTIVE           VALUE "A".
               88 LOAN-PAID-OFF         VALUE "P".
           05 FILLER                    PIC X(04).
