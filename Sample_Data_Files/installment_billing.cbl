           MOVE 'O' TO BSC-PAYMENT-STATUS
           MOVE ZERO TO BSC-AMOUNT-PAID
           MOVE ZERO TO BSC-LAST-PAYMENT-DATE
           MOVE ZERO TO BSC-REFUND-OFFSET-AMOUNT
           MOVE ZERO TO BSC-REFUND-DISBURSED-AMOUNT
           WRITE BILLING-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING BILLSCHD - STATUS '
