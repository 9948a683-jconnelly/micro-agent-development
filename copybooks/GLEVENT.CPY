      *================================================================
      * GLEVENT - GENERAL LEDGER FINANCIAL EVENT RECORD LAYOUT
      * ONE RECORD PER MONEY MOVEMENT THE DAY'S STEPS POST: WRITTEN
      * PREMIUM (POLISSUE, RENLACCP), ENDORSEMENT CHARGES AND RETURN
      * CREDITS (POLENDRS), CASH APPLIED AND SUSPENDED (CASHAPPL),
      * COMMISSION EARNED AND CHARGED BACK (COMMCALC), RETURN PREMIUM
      * (POLCANCL), RESTORED PREMIUM ON REINSTATEMENT (POLREINS) AND
      * THE REFUND NETTING AND CHECK (REFNDDSB). EACH STEP APPENDS TO
      * THE ONE GLEVENTS FILE; THE JOURNAL STEP (GLJRNL) TURNS THE
      * DAY'S EVENTS INTO BALANCED DEBIT/CREDIT ENTRIES THROUGH THE
      * GLACCTS ACCOUNT MAP AND EMPTIES THE FILE ONCE THE JOURNAL IS
      * RELEASED. AMOUNTS ARE ALWAYS POSITIVE - THE EVENT CODE
      * CARRIES THE DIRECTION.
      *================================================================
       01  GL-EVENT-RECORD.
           05  GLE-EVENT-DATE             PIC 9(8).
           05  GLE-SOURCE-PROGRAM         PIC X(8).
           05  GLE-EVENT-CODE             PIC X(8).
           05  GLE-POLICY-NUMBER          PIC X(10).
           05  GLE-APPLICATION-ID         PIC X(10).
           05  GLE-AMOUNT                 PIC 9(7)V99.
