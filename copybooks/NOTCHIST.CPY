      *================================================================
      * NOTCHIST - PAST-DUE NOTICE HISTORY RECORD LAYOUT
      * ONE RECORD PER NOTICE THE PAST-DUE NOTICE CYCLE (PDNOTICE)
      * SENDS OR LAPSE REQUEST IT GENERATES, APPENDED AND NEVER
      * EMPTIED - IT IS THE PROOF OF WHEN EACH NOTICE WENT OUT. A
      * DELINQUENCY IS IDENTIFIED BY THE APPLICATION ID AND THE DUE
      * DATE OF ITS OLDEST UNPAID INSTALLMENT, SO EACH NOTICE GOES
      * OUT ONCE PER DELINQUENCY; ONCE THAT INSTALLMENT IS PAID, A
      * LATER MISSED INSTALLMENT STARTS A NEW DELINQUENCY. THE
      * CANCEL-ON DATE IS SET ON THE NOTICE OF INTENT TO CANCEL AND
      * CARRIED ON THE LAPSE REQUEST; IT IS ZERO ON A REMINDER.
      *================================================================
       01  NOTICE-HISTORY-RECORD.
           05  NTH-POLICY-NUMBER          PIC X(10).
           05  NTH-APPLICATION-ID         PIC X(10).
           05  NTH-NOTICE-TYPE            PIC X(1).
               88  NTH-REMINDER           VALUE 'R'.
               88  NTH-INTENT-TO-CANCEL   VALUE 'C'.
               88  NTH-LAPSE-REQUESTED    VALUE 'L'.
           05  NTH-OLDEST-DUE-DATE        PIC 9(8).
           05  NTH-NOTICE-DATE            PIC 9(8).
           05  NTH-CANCEL-ON-DATE         PIC 9(8).
           05  NTH-PAST-DUE-AMOUNT        PIC 9(7)V99.
           05  NTH-DAYS-PAST-DUE          PIC 9(5).
