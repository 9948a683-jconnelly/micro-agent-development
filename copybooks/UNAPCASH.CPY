      *================================================================
      * UNAPCASH - UNAPPLIED CASH FEED RECORD LAYOUT
      * ONE RECORD PER PAYMENT (OR PAYMENT REMAINDER) THE CASH
      * APPLICATION STEP (CASHAPPL) COULD NOT APPLY TO AN OPEN
      * INSTALLMENT - THE MACHINE-READABLE TWIN OF THE CASHSUSP
      * LISTING. READ BY THE REFUND DISBURSEMENT STEP (REFNDDSB),
      * WHICH RETURNS THE SUSPENDED CASH OF A TERMINATED POLICY WITH
      * ITS REFUND AND CARRIES EVERY OTHER ITEM FORWARD UNCHANGED ON
      * UNAPCASO. THE JOB STREAM CONCATENATES THAT CARRY-FORWARD
      * AHEAD OF THE NEXT CASHAPPL GENERATION, SO CASH STAYS IN
      * SUSPENSE UNTIL IT IS REFUNDED OR WORKED BY THE DESK.
      *================================================================
       01  UNAPPLIED-CASH-RECORD.
           05  UCR-APPLICATION-ID         PIC X(10).
           05  UCR-PAYMENT-DATE           PIC 9(8).
           05  UCR-LOCKBOX-REFERENCE      PIC X(12).
           05  UCR-UNAPPLIED-AMOUNT       PIC 9(6)V99.
           05  UCR-SUSPENSE-REASON        PIC X(1).
               88  UCR-EXCESS-CASH        VALUE 'E'.
               88  UCR-NO-SCHEDULE        VALUE 'N'.
