      *================================================================
      * RFNDDISB - RETURN PREMIUM REFUND DISBURSEMENT RECORD LAYOUT
      * ONE RECORD PER REFUND CHECK, WRITTEN BY THE REFUND
      * DISBURSEMENT STEP (REFNDDSB) FOR EACH TERMINATED POLICY WHOSE
      * RETURN PREMIUM (PLUS ANY SUSPENDED CASH) STILL EXCEEDS WHAT
      * THE INSURED OWES AFTER NETTING. THE AMOUNT FIELDS SHOW THE
      * WHOLE NETTING SO ACCOUNTS PAYABLE CAN PROVE EACH CHECK:
      *   REFUND = RETURN PREMIUM - UNBILLED PREMIUM + SUSPENSE CASH
      *            - RECEIVABLE OFFSET
      * (THE RETURN LESS UNBILLED PREMIUM NEVER GOES BELOW ZERO).
      *================================================================
       01  REFUND-DISBURSEMENT-RECORD.
           05  RFD-CHECK-NUMBER           PIC 9(8).
           05  RFD-CHECK-DATE             PIC 9(8).
           05  RFD-POLICY-NUMBER          PIC X(10).
           05  RFD-APPLICATION-ID         PIC X(10).
           05  RFD-PAYEE-NAME             PIC X(30).
           05  RFD-PRODUCER-CODE          PIC X(6).
           05  RFD-POLICY-TYPE            PIC X(4).
           05  RFD-TERMINATION-DATE       PIC 9(8).
           05  RFD-CANCEL-TYPE            PIC X(1).
               88  RFD-INSURED-REQUESTED  VALUE 'I'.
               88  RFD-NON-PAYMENT-LAPSE  VALUE 'N'.
           05  RFD-RETURN-PREMIUM         PIC 9(6)V99.
           05  RFD-UNBILLED-PREMIUM       PIC 9(6)V99.
           05  RFD-SUSPENSE-CASH          PIC 9(6)V99.
           05  RFD-RECEIVABLE-OFFSET      PIC 9(6)V99.
           05  RFD-REFUND-AMOUNT          PIC 9(6)V99.
