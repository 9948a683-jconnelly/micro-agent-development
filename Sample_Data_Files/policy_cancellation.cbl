      * CHRGBACK FEED SO THE COMMISSION RUN (COMMCALC) RECOVERS
      * COMMISSION ALREADY PAID ON THE RETURNED PREMIUM. ONCE THE
      * STATUS LEAVES INFORCE THE RENEWAL CYCLE (POLRENEW) NO LONGER
      * SELECTS THE POLICY. THE RETURN PREMIUM IS POSTED TO THE DAY'S
      * GENERAL LEDGER EVENTS (GLEVENTS).
      * EVERY CHANGE TO THE POLICY MASTER IS LOGGED WITH ITS BEFORE AND
      * AFTER IMAGES ON THE POLICY TRANSACTION HISTORY (POLHIST)
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLCANCL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHRGBACK-STATUS.

           SELECT GL-EVENT-FILE ASSIGN TO "GLEVENTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLEVENTS-STATUS.

           SELECT POLICY-HISTORY-FILE ASSIGN TO "POLHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POLHIST-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "CANCSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.
       FILE SECTION.

      * CANCREQS - ONE RECORD PER TERMINATION REQUEST AS KEYED BY THE
      * POLICY SERVICES DESK (TYPE I) OR GENERATED FOR NON-PAYMENT
      * (TYPE N) BY THE PAST-DUE NOTICE CYCLE (PDNOTICE).
       FD  CANCELLATION-REQUEST-FILE
           RECORDING MODE IS F.
           COPY CANCREQ.

       FD  POLICY-MASTER-FILE.
           COPY POLMASTR.
           RECORDING MODE IS F.
           COPY CHRGBACK.

      * GLEVENTS - THE DAY'S GENERAL LEDGER EVENTS, SHARED BY EVERY
      * STEP THAT MOVES MONEY. APPENDED TO; THE JOURNAL STEP EMPTIES
      * IT ONCE THE DAY'S JOURNAL IS RELEASED.
       FD  GL-EVENT-FILE
           RECORDING MODE IS F.
           COPY GLEVENT.

      * POLHIST - THE POLICY TRANSACTION HISTORY, SHARED BY EVERY
      * STEP THAT CHANGES THE POLICY MASTER. APPENDED TO AND NEVER
      * EMPTIED - IT IS THE PERMANENT RECORD OF EVERY MASTER CHANGE.
       FD  POLICY-HISTORY-FILE
           RECORDING MODE IS F.
           COPY POLHIST.

      * RUN STATUS - ONE-RECORD STATUS FILE THE SCHEDULER AND THE
      * NEXT STEP GATE ON. REWRITTEN IN PROGRESS AT JOB START AND
      * WITH THE GRADED COMPLETION CODE AT END OF JOB.
       77  POLMASTR-STATUS            PIC X(2) VALUE '00'.
       77  BILLSCHD-STATUS            PIC X(2) VALUE '00'.
       77  CHRGBACK-STATUS            PIC X(2) VALUE '00'.
       77  GLEVENTS-STATUS            PIC X(2) VALUE '00'.
       77  POLHIST-STATUS             PIC X(2) VALUE '00'.
       77  END-OF-FILE-FLAG           PIC X(1) VALUE 'N'.
           88  END-OF-REQUESTS        VALUE 'Y'.
       77  SCHEDULE-CHAIN-EOF-FLAG    PIC X(1) VALUE 'N'.
               STOP RUN
           END-IF.

           PERFORM OPEN-GL-EVENT-FILE.

           PERFORM OPEN-POLICY-HISTORY-FILE.

       INITIALIZE-PROGRAM-EXIT.
           EXIT.

      * Cancellation; The Distinction Travels On The Chargeback Feed
      * For THE COMMISSION AND ACCOUNTING DESKS.
       TERMINATE-POLICY.
           MOVE POLICY-MASTER-RECORD TO PHR-BEFORE-IMAGE
           PERFORM COMPUTE-RETURN-PREMIUM

           IF CCR-INSURED-REQUESTED
               MOVE 'CANCELLED' TO PM-POLICY-STATUS
               MOVE 'CANC' TO PHR-TRANSACTION-TYPE
               ADD 1 TO POLICIES-CANCELLED-COUNT
           ELSE
               MOVE 'LAPSED' TO PM-POLICY-STATUS
               MOVE 'LAPS' TO PHR-TRANSACTION-TYPE
               ADD 1 TO POLICIES-LAPSED-COUNT
           END-IF
           MOVE CCR-TERMINATION-DATE TO PM-TERMINATION-DATE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           MOVE CCR-TERMINATION-DATE TO PHR-EFFECTIVE-DATE
           PERFORM WRITE-POLICY-HISTORY

           PERFORM VOID-UNBILLED-INSTALLMENTS
           PERFORM WRITE-CHARGEBACK-RECORD

           MOVE CCR-TERMINATION-DATE TO GLE-EVENT-DATE
           MOVE 'RETNPREM' TO GLE-EVENT-CODE
           MOVE PM-POLICY-NUMBER TO GLE-POLICY-NUMBER
           MOVE PM-APPLICATION-ID TO GLE-APPLICATION-ID
           MOVE RETURN-PREMIUM TO GLE-AMOUNT
           PERFORM WRITE-GL-EVENT

           ADD RETURN-PREMIUM TO RETURN-PREMIUM-TOTAL

           DISPLAY 'TERMINATED: ' PM-POLICY-NUMBER
      * Business Rule: Installments Still Open And Falling Due After
      * The Termination Date Are Voided So Receivables Stops
      * Invoicing Them. An Installment Already Partially Paid Is Left
      * Standing - The Cash On It Is Real And The Refund Step
      * (REFNDDSB) Settles It Against The Return Premium.
       VOID-UNBILLED-INSTALLMENTS.
           MOVE 'N' TO SCHEDULE-CHAIN-EOF-FLAG
           MOVE PM-APPLICATION-ID TO BSC-APPLICATION-ID
               STOP RUN
           END-IF.

           PERFORM CLOSE-GL-EVENT-FILE.

           PERFORM CLOSE-POLICY-HISTORY-FILE.

           DISPLAY 'POLICY CANCELLATION RUN COMPLETE'
           DISPLAY 'REQUESTS READ:       ' REQUESTS-READ-COUNT
           DISPLAY 'POLICIES CANCELLED:  ' POLICIES-CANCELLED-COUNT
      * Shared Run Status Paragraphs - Same Copybook In Every
      * Program In The Suite.
           COPY RUNSTLOG.

      * Shared General Ledger Event Posting - Same Copybook In Every
      * Step That Moves Money.
           COPY GLEVPOST.

      * Shared Policy History Posting - Same Copybook In Every Step
      * That Changes The Policy Master.
           COPY POLHPOST.
