      * LONGER SELECTS THE OLD TERM; A DECLINED OFFER, OR ONE STILL
      * UNANSWERED WHEN THE EXPIRING TERM ENDS, MOVES THE POLICY TO
      * EXPIRED. UNANSWERED OFFERS WHOSE TERM HAS NOT YET ENDED CARRY
      * FORWARD TO THE NEXT ACCEPTANCE CYCLE ON RENLOFFO. EACH
      * ACCEPTED RENEWAL'S WRITTEN PREMIUM IS POSTED TO THE DAY'S
      * GENERAL LEDGER EVENTS (GLEVENTS).
      * EVERY CHANGE TO THE POLICY MASTER IS LOGGED WITH ITS BEFORE AND
      * AFTER IMAGES ON THE POLICY TRANSACTION HISTORY (POLHIST)
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENLACCP.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RENLOFFO-STATUS.

           SELECT GL-EVENT-FILE ASSIGN TO "GLEVENTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLEVENTS-STATUS.

           SELECT POLICY-HISTORY-FILE ASSIGN TO "POLHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POLHIST-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "ACCPSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.
           RECORDING MODE IS F.
       01  CARRY-FORWARD-OFFER-RECORD     PIC X(102).

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
       77  RENLRESP-STATUS            PIC X(2) VALUE '00'.
       77  POLMASTR-STATUS            PIC X(2) VALUE '00'.
       77  RENLOFFO-STATUS            PIC X(2) VALUE '00'.
       77  GLEVENTS-STATUS            PIC X(2) VALUE '00'.
       77  POLHIST-STATUS             PIC X(2) VALUE '00'.
       77  END-OF-FILE-FLAG           PIC X(1) VALUE 'N'.
           88  END-OF-OFFERS          VALUE 'Y'.
       77  RESPONSE-EOF-FLAG          PIC X(1) VALUE 'N'.
               STOP RUN
           END-IF.

           PERFORM OPEN-GL-EVENT-FILE.

           PERFORM OPEN-POLICY-HISTORY-FILE.

           PERFORM LOAD-OFFER-RESPONSES.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT-RENEWAL.
           PERFORM FETCH-MASTER-FOR-OFFER
           IF MASTER-USABLE
               MOVE POLICY-MASTER-RECORD TO PHR-BEFORE-IMAGE
               MOVE RNO-RENEWAL-PREMIUM TO PM-ANNUAL-PREMIUM
               MOVE RNO-RENEWAL-EFFECTIVE-DATE TO PM-EFFECTIVE-DATE
               MOVE RNO-RENEWAL-EXPIRY-DATE TO PM-EXPIRY-DATE
               MOVE RNO-RISK-RATING TO PM-RISK-RATING
               PERFORM REWRITE-MASTER-RECORD
               MOVE 'RENW' TO PHR-TRANSACTION-TYPE
               MOVE RNO-RENEWAL-EFFECTIVE-DATE TO PHR-EFFECTIVE-DATE
               PERFORM WRITE-POLICY-HISTORY
               ADD 1 TO OFFERS-ACCEPTED-COUNT
               MOVE RUN-DATE TO GLE-EVENT-DATE
               MOVE 'PREMRENW' TO GLE-EVENT-CODE
               MOVE PM-POLICY-NUMBER TO GLE-POLICY-NUMBER
               MOVE PM-APPLICATION-ID TO GLE-APPLICATION-ID
               MOVE PM-ANNUAL-PREMIUM TO GLE-AMOUNT
               PERFORM WRITE-GL-EVENT
               DISPLAY 'RENEWED: ' PM-POLICY-NUMBER
                   ' PREMIUM: ' PM-ANNUAL-PREMIUM
                   ' EXPIRES: ' PM-EXPIRY-DATE
       EXPIRE-POLICY.
           PERFORM FETCH-MASTER-FOR-OFFER
           IF MASTER-USABLE
               MOVE POLICY-MASTER-RECORD TO PHR-BEFORE-IMAGE
               MOVE 'EXPIRED' TO PM-POLICY-STATUS
               MOVE RNO-RENEWAL-EFFECTIVE-DATE
                   TO PM-TERMINATION-DATE
               PERFORM REWRITE-MASTER-RECORD
               MOVE 'EXPR' TO PHR-TRANSACTION-TYPE
               MOVE RNO-RENEWAL-EFFECTIVE-DATE TO PHR-EFFECTIVE-DATE
               PERFORM WRITE-POLICY-HISTORY
               DISPLAY 'EXPIRED: ' PM-POLICY-NUMBER
                   ' AT TERM END ' PM-TERMINATION-DATE
           END-IF.
               STOP RUN
           END-IF.

           PERFORM CLOSE-GL-EVENT-FILE.

           PERFORM CLOSE-POLICY-HISTORY-FILE.

           DISPLAY 'RENEWAL ACCEPTANCE RUN COMPLETE'
           DISPLAY 'OFFERS READ:         ' OFFERS-READ-COUNT
           DISPLAY 'OFFERS ACCEPTED:     ' OFFERS-ACCEPTED-COUNT
      * Shared Run Status Paragraphs - Same Copybook In Every
      * Program In The Suite.
           COPY RUNSTLOG.

      * Shared General Ledger Event Posting - Same Copybook In Every
      * Step That Moves Money.
           COPY GLEVPOST.

      * Shared Policy History Posting - Same Copybook In Every Step
      * That Changes The Policy Master.
           COPY POLHPOST.
