      * ONE RECORD PER TERMINATED POLICY WITH A PRO-RATA RETURN
      * PREMIUM, WRITTEN BY THE CANCELLATION STEP (POLCANCL) AND READ
      * BY THE COMMISSION RUN (COMMCALC) TO RECOVER COMMISSION
      * ALREADY PAID ON THE RETURNED PREMIUM, AND BY THE REFUND
      * DISBURSEMENT STEP (REFNDDSB) TO PAY THE RETURN PREMIUM BACK.
      *================================================================
       01  CHARGEBACK-RECORD.
           05  CBK-PRODUCER-CODE          PIC X(6).
