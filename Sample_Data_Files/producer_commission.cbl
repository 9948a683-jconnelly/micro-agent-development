      * (RENLOFFR, OPTIONAL), USING THE COMMRATE RATE TABLE KEYED BY
      * PRODUCER, POLICY TYPE AND NEW/RENEWAL BUSINESS TYPE, AND
      * RECOVERS COMMISSION ON RETURNED PREMIUM FROM THE CANCELLATION
      * STEP'S CHARGEBACK FEED (CHRGBACK, OPTIONAL), GIVING IT BACK
      * WHEN THE REINSTATEMENT STEP'S FEED (REINSTMT, OPTIONAL) PUTS
      * THE POLICY BACK IN FORCE. WRITES A
      * PRINT-IMAGE STATEMENT FILE WITH ONE SECTION PER PRODUCER,
      * HEADED WITH THE PRODUCER'S NAME AND ADDRESS OFF THE PRODUCER
      * MASTER (PRODMAST): EACH POLICY, ITS RATE, THE EARNED
      * COMMISSION, AND PRODUCER TOTALS, PLUS A GRAND TOTAL.
      * COMMISSION EARNED BY A TERMINATED PRODUCER IS SHOWN BUT
      * WITHHELD FROM THE PAYABLE TOTALS. PAYABLE COMMISSION AND
      * CHARGEBACK RECOVERIES ARE POSTED TO THE DAY'S GENERAL LEDGER
      * EVENTS (GLEVENTS)
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMCALC.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHRGBACK-STATUS.

           SELECT REINSTATEMENT-FEED-FILE ASSIGN TO "REINSTMT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REINSTMT-STATUS.

           SELECT COMMISSION-RATE-FILE ASSIGN TO "COMMRATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COMMRATE-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COMMSTMT-STATUS.

           SELECT GL-EVENT-FILE ASSIGN TO "GLEVENTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLEVENTS-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "COMMSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.
           RECORDING MODE IS F.
           COPY CHRGBACK.

      * REINSTMT - REINSTATEMENT FEED FROM THE REINSTATEMENT STEP
      * (POLREINS), ONE RECORD PER POLICY PUT BACK IN FORCE WITH THE
      * RETURN PREMIUM IT HAD CHARGED BACK. OPTIONAL - ABSENT WHEN NO
      * REINSTATEMENT CYCLE RAN.
       FD  REINSTATEMENT-FEED-FILE
           RECORDING MODE IS F.
           COPY REINSTMT.

      * COMMRATE - COMMISSION RATE TABLE, ONE RECORD PER PRODUCER,
      * POLICY TYPE AND BUSINESS TYPE (N = NEW BUSINESS, R =
      * RENEWAL). RATE IS A PERCENT OF CALCULATED PREMIUM. LOADED
           RECORDING MODE IS F.
       01  COMMISSION-STATEMENT-LINE      PIC X(132).

      * GLEVENTS - THE DAY'S GENERAL LEDGER EVENTS, SHARED BY EVERY
      * STEP THAT MOVES MONEY. APPENDED TO; THE JOURNAL STEP EMPTIES
      * IT ONCE THE DAY'S JOURNAL IS RELEASED.
       FD  GL-EVENT-FILE
           RECORDING MODE IS F.
           COPY GLEVENT.

      * RUN STATUS - ONE-RECORD STATUS FILE THE SCHEDULER AND THE
      * NEXT STEP GATE ON. REWRITTEN IN PROGRESS AT JOB START AND
      * WITH THE GRADED COMPLETION CODE AT END OF JOB.
       77  DSPNAPPR-STATUS            PIC X(2) VALUE '00'.
       77  COMMRATE-STATUS            PIC X(2) VALUE '00'.
       77  COMMSTMT-STATUS            PIC X(2) VALUE '00'.
       77  GLEVENTS-STATUS            PIC X(2) VALUE '00'.
       77  END-OF-FILE-FLAG           PIC X(1) VALUE 'N'.
           88  END-OF-RESULTS         VALUE 'Y'.
       77  RENEWAL-EOF-FLAG           PIC X(1) VALUE 'N'.
           88  END-OF-CHARGEBACKS     VALUE 'Y'.
       77  CHARGEBACK-FILE-FLAG       PIC X(1) VALUE 'N'.
           88  CHARGEBACK-FILE-PRESENT VALUE 'Y'.
       77  REINSTMT-STATUS            PIC X(2) VALUE '00'.
       77  REINSTATEMENT-EOF-FLAG     PIC X(1) VALUE 'N'.
           88  END-OF-REINSTATEMENTS  VALUE 'Y'.
       77  REINSTATEMENT-FILE-FLAG    PIC X(1) VALUE 'N'.
           88  REINSTATEMENT-FILE-PRESENT VALUE 'Y'.
       77  RATE-EOF-FLAG              PIC X(1) VALUE 'N'.
           88  END-OF-RATE-TABLE      VALUE 'Y'.

       77  RENEWALS-READ-COUNT        PIC 9(6) VALUE ZERO.
       77  DISPOSITIONS-READ-COUNT    PIC 9(6) VALUE ZERO.
       77  CHARGEBACKS-READ-COUNT     PIC 9(6) VALUE ZERO.
       77  REINSTATEMENTS-READ-COUNT  PIC 9(6) VALUE ZERO.
       77  ITEMS-COMMISSIONED-COUNT   PIC 9(6) VALUE ZERO.
       77  MISSING-RATE-COUNT         PIC 9(6) VALUE ZERO.
       77  WITHHELD-ITEMS-COUNT       PIC 9(6) VALUE ZERO.
           88  CURRENT-ITEM-WITHHELD  VALUE 'Y'.

      * Chargebacks Recover At The Producer's New-Business Rate (The
      * Rate The Commission Was Originally Paid At), And
      * Reinstatements Give It Back At The Same Rate, So The Rate
      * Lookup Uses This Mapped Business Type Instead Of The Item's.
       77  RATE-LOOKUP-BUSINESS       PIC X(1) VALUE SPACE.

               PERFORM PROCESS-CHARGEBACK
                   UNTIL END-OF-CHARGEBACKS
           END-IF
           IF REINSTATEMENT-FILE-PRESENT
               PERFORM READ-REINSTATEMENT
               PERFORM PROCESS-REINSTATEMENT
                   UNTIL END-OF-REINSTATEMENTS
           END-IF
           PERFORM WRITE-STATEMENTS
           PERFORM TERMINATE-PROGRAM
           STOP RUN.
               END-IF
           END-IF.

      * A Cycle With No Reinstatement Step Has No Reinstatement Feed.
           OPEN INPUT REINSTATEMENT-FEED-FILE
           IF REINSTMT-STATUS = '00'
               SET REINSTATEMENT-FILE-PRESENT TO TRUE
           ELSE
               IF REINSTMT-STATUS NOT = '35'
                   DISPLAY 'ERROR OPENING REINSTMT - STATUS '
                       REINSTMT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT COMMISSION-STATEMENT-FILE
           IF COMMSTMT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING COMMSTMT - STATUS '

           PERFORM LOAD-PRODUCER-MASTER.

           PERFORM OPEN-GL-EVENT-FILE.

           ACCEPT RUN-TIMESTAMP-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIMESTAMP-TIME FROM TIME
           STRING RUN-TIMESTAMP-DATE RUN-TIMESTAMP-TIME
       PROCESS-CHARGEBACK-EXIT.
           EXIT.

       READ-REINSTATEMENT.
           READ REINSTATEMENT-FEED-FILE
               AT END
                   SET END-OF-REINSTATEMENTS TO TRUE
           END-READ.

       READ-REINSTATEMENT-EXIT.
           EXIT.

      * Business Rule: A Reinstatement Reverses The Chargeback Taken
      * When The Policy Was Terminated - A Positive Item On The Same
      * Restored Premium At The Producer's New-Business Rate, So The
      * Two Net To Zero. Unlike The Chargeback It Is Commission Paid
      * Out, So A Terminated Producer's Reinstatement Is Withheld.
       PROCESS-REINSTATEMENT.
           ADD 1 TO REINSTATEMENTS-READ-COUNT
           MOVE RIN-PRODUCER-CODE TO CURRENT-ITEM-PRODUCER
           MOVE RIN-POLICY-NUMBER TO CURRENT-ITEM-REFERENCE
           MOVE RIN-POLICY-TYPE TO CURRENT-ITEM-TYPE
           MOVE 'I' TO CURRENT-ITEM-BUSINESS
           MOVE RIN-RESTORED-PREMIUM TO CURRENT-ITEM-PREMIUM
           PERFORM ADD-COMMISSION-ITEM
           PERFORM READ-REINSTATEMENT.

       PROCESS-REINSTATEMENT-EXIT.
           EXIT.

      * Business Rule: Commission Is The Rated Premium Times The
      * Producer's Rate For That Policy Type And Business Type. An
      * Item With No Rate On File Is Carried At Zero And Flagged On

           ADD 1 TO ITEMS-COMMISSIONED-COUNT
           ADD CURRENT-ITEM-PAYABLE TO GRAND-TOTAL-COMMISSION
           PERFORM ADD-TO-PRODUCER-TOTALS
           PERFORM POST-COMMISSION-TO-LEDGER.

       ADD-COMMISSION-ITEM-EXIT.
           EXIT.

      * Business Rule: Only The Payable Commission Reaches The
      * Ledger - A Withheld Item Is Not Yet Owed. A Positive Payable
      * Posts As Commission Earned, A Negative One (A Chargeback) As
      * A Recovery. New Business Is Keyed By Application ID, Renewals,
      * Chargebacks And Reinstatements By Policy Number.
       POST-COMMISSION-TO-LEDGER.
           MOVE RUN-TIMESTAMP-DATE TO GLE-EVENT-DATE
           IF CURRENT-ITEM-BUSINESS = 'N'
               MOVE SPACES TO GLE-POLICY-NUMBER
               MOVE CURRENT-ITEM-REFERENCE TO GLE-APPLICATION-ID
           ELSE
               MOVE CURRENT-ITEM-REFERENCE TO GLE-POLICY-NUMBER
               MOVE SPACES TO GLE-APPLICATION-ID
           END-IF
           IF CURRENT-ITEM-PAYABLE < ZERO
               MOVE 'COMMCHBK' TO GLE-EVENT-CODE
           ELSE
               MOVE 'COMMEARN' TO GLE-EVENT-CODE
           END-IF
           MOVE CURRENT-ITEM-PAYABLE TO GLE-AMOUNT
           PERFORM WRITE-GL-EVENT.

       POST-COMMISSION-TO-LEDGER-EXIT.
           EXIT.

      * Business Rule: Commission Earned By A Producer Whose
      * Appointment Is Terminated Is Withheld - Shown On The
      * Statement But Kept Out Of The Payable Totals Until The
       LOOKUP-COMMISSION-RATE.
           MOVE 'N' TO RATE-FOUND-FLAG
           IF CURRENT-ITEM-BUSINESS = 'C'
               OR CURRENT-ITEM-BUSINESS = 'I'
               MOVE 'N' TO RATE-LOOKUP-BUSINESS
           ELSE
               MOVE CURRENT-ITEM-BUSINESS TO RATE-LOOKUP-BUSINESS
                   IF CIT-BUSINESS-TYPE (COMMISSION-ITEM-IDX) = 'C'
                       MOVE 'CHGBACK' TO CST-DETAIL-BUSINESS
                   ELSE
                       IF CIT-BUSINESS-TYPE (COMMISSION-ITEM-IDX)
                               = 'I'
                           MOVE 'REINST' TO CST-DETAIL-BUSINESS
                       ELSE
                           MOVE 'NEW' TO CST-DETAIL-BUSINESS
                       END-IF
                   END-IF
               END-IF
               MOVE CIT-PREMIUM (COMMISSION-ITEM-IDX)
               STOP RUN
           END-IF.

           IF REINSTATEMENT-FILE-PRESENT
               CLOSE REINSTATEMENT-FEED-FILE
               IF REINSTMT-STATUS NOT = '00'
                   DISPLAY 'ERROR CLOSING REINSTMT - STATUS '
                       REINSTMT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM CLOSE-GL-EVENT-FILE.

           DISPLAY 'PRODUCER COMMISSION RUN COMPLETE'
           DISPLAY 'RESULTS READ:      ' RESULTS-READ-COUNT
           DISPLAY 'RENEWALS READ:     ' RENEWALS-READ-COUNT
           DISPLAY 'DISPOSITIONS READ: ' DISPOSITIONS-READ-COUNT
           DISPLAY 'CHARGEBACKS READ:  ' CHARGEBACKS-READ-COUNT
           DISPLAY 'REINSTATEMENTS:    ' REINSTATEMENTS-READ-COUNT
           DISPLAY 'ITEMS COMMISSIONED:' ITEMS-COMMISSIONED-COUNT
           DISPLAY 'MISSING RATES:     ' MISSING-RATE-COUNT
           DISPLAY 'ITEMS WITHHELD:    ' WITHHELD-ITEMS-COUNT
      * Program In The Suite.
           COPY RUNSTLOG.

      * Shared General Ledger Event Posting - Same Copybook In Every
      * Step That Moves Money.
           COPY GLEVPOST.

      * Shared Predecessor Status Check - Same Copybook In Every
      * Step That Consumes The Nightly Run's Outputs.
           COPY PREDCHEK.
