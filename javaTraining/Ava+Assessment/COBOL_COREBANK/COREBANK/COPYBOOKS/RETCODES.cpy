           88 SUCCESS                  VALUE 00.
           88 CUSTOMER-NOT-FOUND       VALUE 10.
           88 CUSTOMER-CLOSED          VALUE 15.
           88 CUSTOMER-DECEASED        VALUE 16.
           88 KYC-ID-EXPIRED           VALUE 17.
           88 KYC-REVIEW-OVERDUE       VALUE 18.
           88 ACCOUNT-NOT-FOUND        VALUE 20.
           88 ACCT-CHECK-DIGIT-BAD     VALUE 25.
           88 TRANSACTION-FAILED       VALUE 30.
