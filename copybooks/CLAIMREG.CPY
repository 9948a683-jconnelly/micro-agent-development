      * (CLMINTAK) AFTER VALIDATION AGAINST THE POLICY MASTER AND
      * READ BY THE RENEWAL CYCLE (POLRENEW) SO RE-RATING COUNTS
      * ACTUAL REGISTERED CLAIMS INSTEAD OF THE APPLICANT-REPORTED
      * FIGURE FROZEN IN THE APPLICATION IMAGE. THE CLAIMS
      * TRANSACTION STEP (CLMADJST) CARRIES EACH CLAIM THROUGH ITS
      * RESERVE, PAYMENT AND CLOSURE LIFECYCLE FROM THE ADJUSTERS'
      * DAILY TRANSACTIONS.
      *================================================================
       01  CLAIM-REGISTER-RECORD.
           05  CLM-KEY.
           05  CLM-REPORTED-DATE          PIC 9(8).
           05  CLM-CLAIM-AMOUNT           PIC 9(7)V99.
           05  CLM-CLAIM-DESCRIPTION      PIC X(30).
      * THE LIFECYCLE FIELDS WERE APPENDED (NOT INSERTED) SO EVERY
      * OLDER FIELD KEEPS ITS OFFSET IN REGISTERS ALREADY ON DISK.
      * A CLAIM REGISTERS AS REPORTED WITH NO RESERVE AND NOTHING
      * PAID; CLMADJST OPENS IT, MOVES THE RESERVE, POSTS PAYMENTS
      * AND CLOSES IT. A CLOSED CLAIM WITH ZERO PAID-TO-DATE WAS
      * CLOSED WITHOUT PAYMENT.
           05  CLM-CLAIM-STATUS           PIC X(1).
               88  CLM-REPORTED           VALUE 'R' SPACE.
               88  CLM-OPEN               VALUE 'O'.
               88  CLM-CLOSED             VALUE 'C'.
           05  CLM-RESERVE-AMOUNT         PIC 9(7)V99.
           05  CLM-PAID-TO-DATE           PIC 9(7)V99.
           05  CLM-CLOSE-DATE             PIC 9(8).
           05  CLM-LAST-ACTIVITY-DATE     PIC 9(8).
