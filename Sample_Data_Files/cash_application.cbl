      * OPEN INSTALLMENTS IN DUE-DATE ORDER (THE BSC-KEY SEQUENCE),
      * MARKING INSTALLMENTS PAID IN FULL OR PARTIALLY PAID; CASH THAT
      * CANNOT BE APPLIED GOES TO A SUSPENSE LISTING FOR THE
      * RECEIVABLES DESK, WITH A MATCHING UNAPCASH FEED RECORD FOR THE
      * REFUND DISBURSEMENT STEP (REFNDDSB). AFTER THE POSTING PASS
      * THE WHOLE SCHEDULE IS SWEPT FOR A RECEIVABLES AGING REPORT OF
      * UNPAID INSTALLMENTS PAST THEIR DUE DATE, BUCKETED AT 30/60/90
      * DAYS, WITH A MATCHING PASTDUE FEED RECORD PER ITEM FOR THE
      * PAST-DUE NOTICE CYCLE (PDNOTICE). EACH PAYMENT'S APPLIED AND
      * SUSPENDED CASH IS POSTED TO THE DAY'S GENERAL LEDGER EVENTS
      * (GLEVENTS)
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHAPPL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CASHSUSP-STATUS.

           SELECT UNAPPLIED-CASH-FILE ASSIGN TO "UNAPCASH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UNAPCASH-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "AGINGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AGINGRPT-STATUS.

           SELECT PAST-DUE-FILE ASSIGN TO "PASTDUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PASTDUE-STATUS.

           SELECT GL-EVENT-FILE ASSIGN TO "GLEVENTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLEVENTS-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "CASHSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.
           RECORDING MODE IS F.
       01  CASH-SUSPENSE-LINE             PIC X(132).

      * UNAPCASH - ONE RECORD PER SUSPENSE LISTING ITEM, SO THE
      * REFUND STEP CAN RETURN A TERMINATED POLICY'S SUSPENDED CASH.
       FD  UNAPPLIED-CASH-FILE
           RECORDING MODE IS F.
           COPY UNAPCASH.

       FD  AGING-REPORT-FILE
           RECORDING MODE IS F.
       01  AGING-REPORT-LINE              PIC X(132).

      * PASTDUE - ONE RECORD PER AGING REPORT DETAIL LINE, SO THE
      * NOTICE CYCLE CAN WARN THE INSURED AND LAPSE THE POLICY.
       FD  PAST-DUE-FILE
           RECORDING MODE IS F.
           COPY PASTDUE.

      * GLEVENTS - THE DAY'S GENERAL LEDGER EVENTS, SHARED BY EVERY
      * STEP THAT MOVES MONEY. APPENDED TO; THE JOURNAL STEP EMPTIES
      * IT ONCE THE DAY'S JOURNAL IS RELEASED.
       FD  GL-EVENT-FILE
           RECORDING MODE IS F.
           COPY GLEVENT.

      * RUN STATUS - ONE-RECORD STATUS FILE THE SCHEDULER AND THE
      * NEXT STEP GATE ON. REWRITTEN IN PROGRESS AT JOB START AND
      * WITH THE GRADED COMPLETION CODE AT END OF JOB.
       77  PAYMENTS-STATUS            PIC X(2) VALUE '00'.
       77  BILLSCHD-STATUS            PIC X(2) VALUE '00'.
       77  CASHSUSP-STATUS            PIC X(2) VALUE '00'.
       77  UNAPCASH-STATUS            PIC X(2) VALUE '00'.
       77  AGINGRPT-STATUS            PIC X(2) VALUE '00'.
       77  PASTDUE-STATUS             PIC X(2) VALUE '00'.
       77  GLEVENTS-STATUS            PIC X(2) VALUE '00'.
       77  END-OF-FILE-FLAG           PIC X(1) VALUE 'N'.
           88  END-OF-PAYMENTS        VALUE 'Y'.
       77  SCHEDULE-CHAIN-EOF-FLAG    PIC X(1) VALUE 'N'.
      * Payment Spreads Across The Application's Open Installments
       77  UNAPPLIED-AMOUNT           PIC 9(6)V99 VALUE ZERO.
       77  OPEN-BALANCE               PIC 9(6)V99 VALUE ZERO.
       77  PAYMENT-APPLIED-AMOUNT     PIC 9(6)V99 VALUE ZERO.

      * Aging Work Fields - Days Past Due Is Figured ON THE 30/360
      * CONVENTION THE SHOP USES FOR RECEIVABLES, WHICH IS CLOSE
               STOP RUN
           END-IF.

           OPEN OUTPUT UNAPPLIED-CASH-FILE
           IF UNAPCASH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING UNAPCASH - STATUS '
                   UNAPCASH-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT AGING-REPORT-FILE
           IF AGINGRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGINGRPT - STATUS '
               STOP RUN
           END-IF.

           OPEN OUTPUT PAST-DUE-FILE
           IF PASTDUE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PASTDUE - STATUS '
                   PASTDUE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-GL-EVENT-FILE.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           MOVE RUN-DATE TO SUS-HEADING-DATE
           ELSE
               ADD 1 TO PAYMENTS-APPLIED-COUNT
           END-IF
           PERFORM POST-PAYMENT-TO-LEDGER
           PERFORM READ-PAYMENT.

       PROCESS-PAYMENT-EXIT.
           EXIT.

      * Business Rule: A Payment Posts To The Ledger In Two Parts -
      * The Cash Applied Against Installments And Whatever Went To
      * Suspense. The Payment Carries Only The Application ID; The
      * Journal Keys Cash By Application.
       POST-PAYMENT-TO-LEDGER.
           COMPUTE PAYMENT-APPLIED-AMOUNT =
               PAY-PAYMENT-AMOUNT - UNAPPLIED-AMOUNT
           MOVE PAY-PAYMENT-DATE TO GLE-EVENT-DATE
           MOVE SPACES TO GLE-POLICY-NUMBER
           MOVE PAY-APPLICATION-ID TO GLE-APPLICATION-ID
           MOVE 'CASHAPPL' TO GLE-EVENT-CODE
           MOVE PAYMENT-APPLIED-AMOUNT TO GLE-AMOUNT
           PERFORM WRITE-GL-EVENT
           MOVE 'CASHSUSP' TO GLE-EVENT-CODE
           MOVE UNAPPLIED-AMOUNT TO GLE-AMOUNT
           PERFORM WRITE-GL-EVENT.

       POST-PAYMENT-TO-LEDGER-EXIT.
           EXIT.

      * Position The Billing Schedule At The Payment's First
      * Installment. An Invalid Start Means No Installments At All
      * For That Application - The Whole Payment Will Suspend.
           MOVE PAY-PAYMENT-DATE TO SUS-PAYMENT-DATE
           MOVE PAY-LOCKBOX-REFERENCE TO SUS-LOCKBOX-REFERENCE
           MOVE UNAPPLIED-AMOUNT TO SUS-UNAPPLIED-AMOUNT
           MOVE PAY-APPLICATION-ID TO UCR-APPLICATION-ID
           MOVE PAY-PAYMENT-DATE TO UCR-PAYMENT-DATE
           MOVE PAY-LOCKBOX-REFERENCE TO UCR-LOCKBOX-REFERENCE
           MOVE UNAPPLIED-AMOUNT TO UCR-UNAPPLIED-AMOUNT
           IF SCHEDULE-FOUND
               MOVE 'EXCESS OVER OPEN INSTALLMENTS' TO SUS-REASON
               SET UCR-EXCESS-CASH TO TRUE
           ELSE
               MOVE 'NO INSTALLMENTS ON FILE' TO SUS-REASON
               SET UCR-NO-SCHEDULE TO TRUE
           END-IF
           WRITE CASH-SUSPENSE-LINE FROM SUS-DETAIL-LINE
           PERFORM CHECK-SUSPENSE-WRITE

           WRITE UNAPPLIED-CASH-RECORD
           IF UNAPCASH-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING UNAPCASH - STATUS '
                   UNAPCASH-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO SUSPENSE-ITEMS-COUNT
           ADD UNAPPLIED-AMOUNT TO SUSPENSE-CASH-TOTAL

           WRITE AGING-REPORT-LINE FROM AGE-DETAIL-LINE
           PERFORM CHECK-AGING-WRITE

           MOVE BSC-APPLICATION-ID TO PDR-APPLICATION-ID
           MOVE BSC-DUE-DATE TO PDR-DUE-DATE
           MOVE BSC-INSTALLMENT-NUMBER TO PDR-INSTALLMENT-NUMBER
           MOVE BSC-INSTALLMENT-COUNT TO PDR-INSTALLMENT-COUNT
           MOVE OPEN-BALANCE TO PDR-OPEN-BALANCE
           MOVE DAYS-PAST-DUE TO PDR-DAYS-PAST-DUE
           MOVE RUN-DATE TO PDR-AS-OF-DATE
           WRITE PAST-DUE-RECORD
           IF PASTDUE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PASTDUE - STATUS '
                   PASTDUE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO PAST-DUE-ITEMS-COUNT
           ADD OPEN-BALANCE TO PAST-DUE-GRAND-TOTAL
           IF DAYS-PAST-DUE NOT > 30
               STOP RUN
           END-IF.

           CLOSE UNAPPLIED-CASH-FILE
           IF UNAPCASH-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING UNAPCASH - STATUS '
                   UNAPCASH-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE AGING-REPORT-FILE
           IF AGINGRPT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING AGINGRPT - STATUS '
               STOP RUN
           END-IF.

           CLOSE PAST-DUE-FILE
           IF PASTDUE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING PASTDUE - STATUS '
                   PASTDUE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CLOSE-GL-EVENT-FILE.

           DISPLAY 'CASH APPLICATION RUN COMPLETE'
           DISPLAY 'PAYMENTS READ:        ' PAYMENTS-READ-COUNT
           DISPLAY 'PAYMENTS FULLY APPLIED' PAYMENTS-APPLIED-COUNT
      * Shared Run Status Paragraphs - Same Copybook In Every
      * Program In The Suite.
           COPY RUNSTLOG.

      * Shared General Ledger Event Posting - Same Copybook In Every
      * Step That Moves Money.
           COPY GLEVPOST.
