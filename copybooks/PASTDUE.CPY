      *================================================================
      * PASTDUE - PAST-DUE INSTALLMENT FEED RECORD LAYOUT
      * ONE RECORD PER UNPAID, UNVOIDED INSTALLMENT PAST ITS DUE DATE
      * - THE MACHINE-READABLE TWIN OF THE CASH APPLICATION STEP'S
      * (CASHAPPL) AGINGRPT DETAIL LINES, WRITTEN IN THE SAME BSC-KEY
      * ORDER (APPLICATION ID, THEN DUE DATE - OLDEST FIRST). READ BY
      * THE PAST-DUE NOTICE CYCLE (PDNOTICE), WHICH SENDS REMINDERS
      * AND NOTICES OF INTENT TO CANCEL AND FEEDS NON-PAYMENT LAPSES
      * TO THE CANCELLATION STEP (POLCANCL). DAYS PAST DUE ARE ON THE
      * SAME 30/360 COUNT AS THE AGING REPORT.
      *================================================================
       01  PAST-DUE-RECORD.
           05  PDR-APPLICATION-ID         PIC X(10).
           05  PDR-DUE-DATE               PIC 9(8).
           05  PDR-INSTALLMENT-NUMBER     PIC 99.
           05  PDR-INSTALLMENT-COUNT      PIC 99.
           05  PDR-OPEN-BALANCE           PIC 9(6)V99.
           05  PDR-DAYS-PAST-DUE          PIC 9(5).
           05  PDR-AS-OF-DATE             PIC 9(8).
