      *> cash moves carry no GL effect.
               88 TRAN-TYPE-VAULT-BUY  VALUE "B".
               88 TRAN-TYPE-VAULT-SELL VALUE "V".
      *> Loan servicing. "L" is the disbursement debit on the loan
      *> account at booking (its credit leg into checking is an
      *> "X" carrying the loan account as counterparty). A nightly
      *> collection debits the repayment account with an "R" and
      *> splits it on the loan account: "P" is the principal part,
      *> which reduces what is owed, and "N" is the interest part,
      *> a memo entry that touches no balance and feeds only the
      *> GL map's interest-income card.
               88 TRAN-TYPE-LOAN-ADVANCE VALUE "L".
               88 TRAN-TYPE-LOAN-REPAY  VALUE "R".
               88 TRAN-TYPE-LOAN-PRINCIPAL VALUE "P".
               88 TRAN-TYPE-LOAN-INTEREST VALUE "N".
      *> ATM dispute postings. "Q" credits the customer for a
      *> disputed machine withdrawal, provisionally while the case
      *> is open or finally when it is decided in the customer's
      *> favor; "U" takes a provisional credit back when the case
      *> goes the bank's way. TRAN-COUNTERPARTY-ACCT carries
      *> "DISP" plus the case number, and TRAN-ORIG-DATE/TIME the
      *> disputed withdrawal's own date and time.
               88 TRAN-TYPE-DISPUTE-CREDIT VALUE "Q".
               88 TRAN-TYPE-DISPUTE-DEBIT VALUE "U".
      *> Seizure under a court levy or tax garnishment: a debit on
      *> the debtor's account paid away to the agency on the
      *> outward clearing file. TRAN-COUNTERPARTY-ACCT carries the
      *> agency's remittance account, as on an "E" payment.
               88 TRAN-TYPE-LEGAL-SEIZURE VALUE "G".
      *> Overdraft charge-off. "C" writes the debit balance off
      *> as a loss: a credit that brings the account back to zero,
      *> which the GL map routes to the charge-off account. "Y" is
      *> a recovery collected on a written-off balance afterwards,
      *> a memo entry like "N" that touches no customer balance and
      *> feeds only the GL map's recovery card.
               88 TRAN-TYPE-CHARGE-OFF  VALUE "C".
               88 TRAN-TYPE-RECOVERY    VALUE "Y".
      *> Official checks (bank drafts). "J" debits the customer
      *> account that bought one; "M" is a check sold for cash, a
      *> memo under account "OFFCHECK" (tender cash) that touches
      *> no customer balance. "S" is a check of ours paid when the
      *> exchange presents it, also a memo under "OFFCHECK". Each
      *> carries the check serial in TRAN-CHECK-SERIAL, and the GL
      *> map books all three against the official check
      *> liability account.
               88 TRAN-TYPE-OFFICIAL-CHECK VALUE "J".
               88 TRAN-TYPE-OFFCHK-CASH VALUE "M".
               88 TRAN-TYPE-OFFCHK-PAID VALUE "S".
      *> Returned deposited item: a check the customer paid in that
      *> the paying bank sent back unpaid, debited back to the
      *> depositing account. TRAN-CHECK-SERIAL carries the item's
      *> serial and TRAN-COUNTERPARTY-ACCT the paying bank's return
      *> reason. The letters are all taken, so the type is a digit.
               88 TRAN-TYPE-CHARGEBACK  VALUE "1".
      *> Fee refund: a credit giving back all or part of a posted
      *> "F" fee. TRAN-ORIG-DATE/TIME carry the fee's own date and
      *> time, TRAN-PRODUCT-CODE the fee's product or price code,
      *> and TRAN-COUNTERPARTY-ACCT "FEEREF" plus the reason and
      *> refund sequence. The GL map books it back out of the fee
      *> income account the "F" card credits.
               88 TRAN-TYPE-FEE-REFUND  VALUE "2".
           05 TRAN-AMOUNT               PIC S9(9)V99 COMP-3.
           05 TRAN-CURRENCY-CODE        PIC X(03).
           05 TRAN-RETURN-CODE          PIC 9(02).
           05 TRAN-PRODUCT-CODE         PIC X(04).
           05 TRAN-RATE-TIER            PIC 9(02).
      *> Serial number of the paid item on inclearing check ("K")
      *> postings, of the official check on "J", "M" and "S"
      *> entries, and of the returned item on a "1" chargeback;
      *> spaces otherwise.
           05 TRAN-CHECK-SERIAL         PIC X(10).
      *> A reversal entry posts as the opposite type with the flag
      *> set and the original's date/time here; the original's
      *> What the customer handed over on a teller deposit: cash
      *> posts as immediately available, a check ("K") places a
      *> funds-availability hold. Space on withdrawals, transfers,
      *> and system postings, including "B" channel direct
      *> credits, which are electronic funds and never cash.
           05 TRAN-TENDER-TYPE          PIC X(01).
               88 TRAN-TENDER-CASH      VALUE "C".
               88 TRAN-TENDER-CHECK     VALUE "K".
      *> Originating channel and terminal: space/blank on teller
      *> window work, "A" plus the network terminal on ATM channel
      *> postings, so the proof report and disputes can tell window
      *> work from machine work. "B" marks a credit from an inbound
      *> direct-credit file, with the originator ID in the terminal
      *> field.
           05 TRAN-CHANNEL              PIC X(01).
               88 TRAN-CHANNEL-ATM      VALUE "A".
               88 TRAN-CHANNEL-DIRECT-CREDIT VALUE "B".
           05 TRAN-TERMINAL-ID          PIC X(08).
      *> Posting branch: the signed-on teller's home branch on
      *> window work, the account's home branch on batch and
      *> machine postings. An entry from before the field existed
      *> carries spaces and reports as unassigned.
           05 TRAN-BRANCH-CODE          PIC X(04).
