      * POST. THIS IS THE FILE RECEIVABLES INVOICES FROM.
      * THE PAYMENT FIELDS WERE APPENDED (NOT INSERTED) SO EVERY
      * OLDER FIELD KEEPS ITS OFFSET IN SCHEDULES ALREADY ON DISK.
      * BSC-REFUND-OFFSET-AMOUNT, APPENDED THE SAME WAY, IS THE PART
      * OF BSC-AMOUNT-PAID THE REFUND DISBURSEMENT STEP (REFNDDSB)
      * SETTLED OUT OF A TERMINATED POLICY'S RETURN PREMIUM RATHER
      * THAN CASH RECEIVED THROUGH CASHAPPL.
      * BSC-REFUND-DISBURSED-AMOUNT, APPENDED AFTER IT, IS THE REFUND
      * CHECK REFNDDSB PAID OUT ON THE TERMINATED POLICY, CARRIED ON
      * THE APPLICATION'S FIRST INSTALLMENT ONLY SO THE REINSTATEMENT
      * STEP (POLREINS) CAN SEE THE PREMIUM HAS ALREADY GONE BACK.
      *================================================================
       01  BILLING-SCHEDULE-RECORD.
           05  BSC-KEY.
               88  BSC-VOIDED             VALUE 'V'.
           05  BSC-AMOUNT-PAID            PIC 9(6)V99.
           05  BSC-LAST-PAYMENT-DATE      PIC 9(8).
           05  BSC-REFUND-OFFSET-AMOUNT   PIC 9(6)V99.
           05  BSC-REFUND-DISBURSED-AMOUNT PIC 9(6)V99.
