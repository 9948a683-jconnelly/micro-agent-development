      *================================================================
      * CANCREQ - CANCELLATION REQUEST RECORD LAYOUT (CANCREQS)
      * ONE RECORD PER TERMINATION REQUEST READ BY THE CANCELLATION
      * STEP (POLCANCL). INSURED-REQUESTED CANCELLATIONS (TYPE I) ARE
      * KEYED BY THE POLICY SERVICES DESK; NON-PAYMENT LAPSES (TYPE N)
      * ARE APPENDED BY THE PAST-DUE NOTICE CYCLE (PDNOTICE) FOR EACH
      * POLICY STILL UNPAID ON THE CANCEL-ON DATE OF ITS NOTICE OF
      * INTENT TO CANCEL, AND MAY STILL BE KEYED BY THE RECEIVABLES
      * DESK.
      *================================================================
       01  CANCELLATION-REQUEST-RECORD.
           05  CCR-POLICY-NUMBER          PIC X(10).
           05  CCR-CANCEL-TYPE            PIC X(1).
               88  CCR-INSURED-REQUESTED  VALUE 'I'.
               88  CCR-NON-PAYMENT-LAPSE  VALUE 'N'.
           05  CCR-TERMINATION-DATE       PIC 9(8).
