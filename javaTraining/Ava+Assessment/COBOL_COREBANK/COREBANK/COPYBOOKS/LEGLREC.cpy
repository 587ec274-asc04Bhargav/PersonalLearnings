      *> LEGLREC.cpy
      *> Legal order (court levy or tax garnishment) served on the
      *> bank, keyed on the order number as served. The nightly
      *> legal-order run finds every account the debtor owns or
      *> jointly owns through the relationship file, takes what it
      *> can up to the ordered amount while leaving the protected
      *> balance in each account, and pays the agency through the
      *> outward clearing file. An order not yet satisfied stays
      *> open and is tried again each night against later deposits
      *> until it is satisfied or released.
       01 LORD-RECORD.
           05 LORD-ORDER-NUMBER         PIC X(12).
           05 LORD-CUSTOMER-ID          PIC X(10).
           05 LORD-ORDER-TYPE           PIC X(01).
               88 LORD-TYPE-LEVY        VALUE "L".
               88 LORD-TYPE-GARNISHMENT VALUE "G".
      *> Issuing agency and where the seized funds are remitted
           05 LORD-AGENCY-NAME          PIC X(20).
           05 LORD-REMIT-ROUTING        PIC X(09).
           05 LORD-REMIT-ACCOUNT        PIC X(12).
           05 LORD-ORDERED-AMOUNT       PIC S9(11)V99 COMP-3.
           05 LORD-CURRENCY-CODE        PIC X(03).
      *> Balance the order leaves untouched in each account
           05 LORD-PROTECTED-AMOUNT     PIC S9(9)V99 COMP-3.
      *> Running total taken under the order so far
           05 LORD-SEIZED-AMOUNT        PIC S9(11)V99 COMP-3.
           05 LORD-RECEIVED-DATE        PIC 9(08).
           05 LORD-ENTERED-TELLER       PIC X(08).
           05 LORD-LAST-SEIZURE-DATE    PIC 9(08).
           05 LORD-STATUS               PIC X(01).
               88 LORD-OPEN             VALUE "O".
               88 LORD-SATISFIED        VALUE "S".
               88 LORD-RELEASED         VALUE "R".
      *> When and by whom the order stopped being worked: the
      *> releasing teller, or the batch when it was satisfied
           05 LORD-CLOSED-DATE          PIC 9(08).
           05 LORD-CLOSED-TELLER        PIC X(08).
           05 FILLER                    PIC X(02).
