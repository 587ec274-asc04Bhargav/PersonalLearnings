      *> DCRTREC.cpy
      *> Direct-credit return to the originator. An "I" record
      *> sends back one credit that could not be applied, with the
      *> reason; a "B" record sends back a whole batch that failed
      *> its trailer proof and was not posted at all. The amount is
      *> the item's, or the batch's trailer total on a "B". A
      *> credit the posting path itself refuses goes back as "PR"
      *> (or "CM" when there is no rate to convert the currency),
      *> with the posting return code in the reason text; one it
      *> holds for compliance review stays in suspense instead.
       01 DCRT-RECORD.
           05 DCRT-RECORD-TYPE          PIC X(01).
               88 DCRT-ITEM-RETURN      VALUE "I".
               88 DCRT-BATCH-RETURN     VALUE "B".
           05 DCRT-ORIGINATOR-ID        PIC X(08).
           05 DCRT-BATCH-NUMBER         PIC 9(06).
           05 DCRT-ITEM-SEQ             PIC 9(06).
           05 DCRT-ACCOUNT-NUMBER       PIC X(12).
           05 DCRT-AMOUNT               PIC 9(13)V99.
           05 DCRT-CURRENCY-CODE        PIC X(03).
           05 DCRT-ITEM-REFERENCE       PIC X(15).
           05 DCRT-REASON-CODE          PIC X(02).
               88 DCRT-ACCOUNT-CLOSED   VALUE "AC".
               88 DCRT-ACCOUNT-FROZEN   VALUE "AF".
               88 DCRT-ACCOUNT-ESCHEATED VALUE "AE".
               88 DCRT-NO-SUCH-ACCOUNT  VALUE "NF".
               88 DCRT-NOT-DEPOSIT-ACCT VALUE "ND".
               88 DCRT-CURRENCY-WRONG   VALUE "CM".
               88 DCRT-INVALID-AMOUNT   VALUE "IA".
               88 DCRT-POSTING-REFUSED  VALUE "PR".
               88 DCRT-BATCH-OUT-OF-PROOF VALUE "TP".
           05 DCRT-REASON-TEXT          PIC X(24).
           05 DCRT-RETURN-DATE          PIC 9(08).
