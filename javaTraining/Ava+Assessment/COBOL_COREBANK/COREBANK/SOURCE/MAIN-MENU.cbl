               DISPLAY "13. Customer Name Search"
               DISPLAY "14. Vault Cash Buy/Sell"
               DISPLAY "15. Transaction History Inquiry"
               DISPLAY "16. Card Maintenance"
               DISPLAY "17. ATM Dispute Cases"
               DISPLAY "18. Legal Order Maintenance"
               DISPLAY "19. Collections / Charge-Off"
               DISPLAY "20. Compliance Alert Queue"
               DISPLAY "21. Maintenance Approval Queue"
               DISPLAY "22. Official Check Issue"
               DISPLAY "23. Fee Refund"
               DISPLAY "24. Exit"
               DISPLAY "Enter choice: "
               ACCEPT WS-CHOICE

                       DISPLAY "Enter customer ID: "
                       ACCEPT WS-CUSTOMER-ID
                       PERFORM GET-ACCOUNT-ACTION-CODE
      *> The number is issued by the system at open and at loan
      *> booking, so it is keyed (and check-digit verified) only
      *> on other actions
                       MOVE SPACES TO WS-ACCOUNT-NUMBER
                       MOVE 0 TO WS-RETURN-CODE
                       IF WS-ACTION-CODE NOT = "1"
                               AND WS-ACTION-CODE NOT = "9"
                           DISPLAY "Enter account number: "
                           ACCEPT WS-ACCOUNT-NUMBER
                           CALL "ACCOUNT-NUMBER-VERIFY"
                                 WS-RETURN-CODE
                   WHEN 6
                       CALL "EXCHANGE-RATE-MAINT"
                           USING WS-TELLER-ID, WS-RETURN-CODE
                   WHEN 7
                       CALL "SUPERVISOR-REVIEW"
                           USING WS-TELLER-ID, WS-RETURN-CODE
                   WHEN 8
                       CALL "PRODUCT-MAINT"
                           USING WS-TELLER-ID, WS-RETURN-CODE
                   WHEN 9
                       CALL "STANDING-ORDER-MAINT"
                           USING WS-RETURN-CODE
                   WHEN 10
                       CALL "TELLER-MAINTENANCE"
                           USING WS-TELLER-ID, WS-RETURN-CODE
                   WHEN 11
                       CALL "TRANSACTION-REVERSAL"
                           USING WS-TELLER-ID, WS-TELLER-ROLE,
                                     WS-RETURN-CODE
                       END-IF
                   WHEN 16
                       CALL "CARD-MAINTENANCE"
                           USING WS-TELLER-ID, WS-RETURN-CODE
                   WHEN 17
                       CALL "DISPUTE-MAINTENANCE"
                           USING WS-TELLER-ID, WS-TELLER-ROLE,
                                 WS-RETURN-CODE
                   WHEN 18
                       CALL "LEGAL-ORDER-MAINT"
                           USING WS-TELLER-ID, WS-TELLER-ROLE,
                                 WS-RETURN-CODE
                   WHEN 19
                       CALL "COLLECTIONS-MAINT"
                           USING WS-TELLER-ID, WS-TELLER-ROLE,
                                 WS-RETURN-CODE
                   WHEN 20
                       CALL "AML-ALERT-MAINT"
                           USING WS-TELLER-ID, WS-TELLER-ROLE,
                                 WS-RETURN-CODE
                   WHEN 21
                       CALL "MAINT-APPROVAL-QUEUE"
                           USING WS-TELLER-ID, WS-TELLER-ROLE,
                                 WS-RETURN-CODE
                   WHEN 22
                       CALL "OFFICIAL-CHECK-ISSUE"
                           USING WS-TELLER-ID, WS-RETURN-CODE
                   WHEN 23
                       CALL "FEE-REFUND-ENTRY"
                           USING WS-TELLER-ID, WS-TELLER-ROLE,
                                 WS-RETURN-CODE
                   WHEN 24
                       MOVE "Y" TO WS-EXIT
                   WHEN OTHER
                       DISPLAY "Invalid choice"

       CHECK-MENU-AUTHORITY.
           *> Role gate: a CSR-inquiry ID reaches only the inquiry
           *> screen, and the supervisor queue, teller security
           *> maintenance, and the compliance alert queue need
           *> supervisor authority; the maintenance approval queue
           *> needs head teller or supervisor
           MOVE "Y" TO WS-AUTH-OK
           IF WS-TELLER-ROLE = "C"
                   AND WS-CHOICE NOT = 4 AND WS-CHOICE NOT = 13
                   AND WS-CHOICE NOT = 15 AND WS-CHOICE NOT = 24
               MOVE "N" TO WS-AUTH-OK
           END-IF
           IF (WS-CHOICE = 7 OR WS-CHOICE = 10 OR WS-CHOICE = 20)
                   AND WS-TELLER-ROLE NOT = "S"
               MOVE "N" TO WS-AUTH-OK
           END-IF
           IF WS-CHOICE = 21
                   AND WS-TELLER-ROLE NOT = "S"
                   AND WS-TELLER-ROLE NOT = "H"
               MOVE "N" TO WS-AUTH-OK
           END-IF.


       GET-CUSTOMER-ACTION-CODE.
           DISPLAY "1. Create  2. Look Up  3. Update  4. Close"
               "  5. Record Death  6. Alert Preferences"
           DISPLAY "Enter action: "
           ACCEPT WS-ACTION-CODE.

       GET-ACCOUNT-ACTION-CODE.
           DISPLAY "1. Create  2. Look Up  3. Close  4. Freeze"
               "  5. Unfreeze  6. Overdraft Limit"
               "  7. Relationships  8. Positive Pay  9. Book Loan"
               "  O. OD Protection  M. MT940 Statement"
           DISPLAY "Enter action: "
           ACCEPT WS-ACTION-CODE.

                   DISPLAY "Customer not found"
               WHEN CUSTOMER-CLOSED
                   DISPLAY "Customer record is closed"
               WHEN CUSTOMER-DECEASED
                   DISPLAY "Customer is deceased; nothing new can be"
                       " opened"
               WHEN KYC-ID-EXPIRED
                   DISPLAY "Customer's identity document has expired;"
                       " update it before opening"
               WHEN KYC-REVIEW-OVERDUE
                   DISPLAY "Customer's periodic review is overdue;"
                       " review before opening"
               WHEN ACCOUNT-NOT-FOUND
                   DISPLAY "Account not found"
               WHEN ACCT-CHECK-DIGIT-BAD
