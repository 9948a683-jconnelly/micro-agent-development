      * ASSIGNS A POLICY NUMBER FROM THE POLNUMCT CONTROL FILE,
      * DERIVES THE EFFECTIVE AND EXPIRY DATES FROM
      * POLICY-TERM-YEARS, AND WRITES THE INDEXED POLICY MASTER FILE
      * KEYED BY POLICY NUMBER. EACH ISSUED POLICY'S WRITTEN PREMIUM
      * IS POSTED TO THE DAY'S GENERAL LEDGER EVENTS (GLEVENTS).
      * EVERY CHANGE TO THE POLICY MASTER IS LOGGED WITH ITS BEFORE AND
      * AFTER IMAGES ON THE POLICY TRANSACTION HISTORY (POLHIST)
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLISSUE.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POLNUMCT-STATUS.

           SELECT GL-EVENT-FILE ASSIGN TO "GLEVENTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLEVENTS-STATUS.

           SELECT POLICY-HISTORY-FILE ASSIGN TO "POLHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POLHIST-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "ISSUSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.
       01  POLICY-NUMBER-CONTROL-RECORD.
           05  PNC-LAST-POLICY-SEQUENCE   PIC 9(9).

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
       77  POLNUMCT-STATUS            PIC X(2) VALUE '00'.
       77  DSPNAPPR-STATUS            PIC X(2) VALUE '00'.
       77  GLEVENTS-STATUS            PIC X(2) VALUE '00'.
       77  POLHIST-STATUS             PIC X(2) VALUE '00'.
       77  END-OF-FILE-FLAG           PIC X(1) VALUE 'N'.
           88  END-OF-RESULTS         VALUE 'Y'.
       77  DISPOSITION-EOF-FLAG       PIC X(1) VALUE 'N'.
               END-IF
           END-IF.

           PERFORM OPEN-GL-EVENT-FILE.

           PERFORM OPEN-POLICY-HISTORY-FILE.

           PERFORM LOAD-POLICY-NUMBER-CONTROL.

           ACCEPT EFFECTIVE-DATE FROM DATE YYYYMMDD.
           MOVE LAST-POLICY-SEQUENCE TO PNB-SEQUENCE
           PERFORM DERIVE-EXPIRY-DATE

           MOVE SPACES TO PHR-BEFORE-IMAGE
           MOVE POLICY-NUMBER-BUILD TO PM-POLICY-NUMBER
           MOVE ISSUE-APPLICATION-ID TO PM-APPLICATION-ID
           MOVE ISSUE-APPLICANT-NAME TO PM-APPLICANT-NAME

           ADD 1 TO POLICIES-ISSUED-COUNT

           MOVE EFFECTIVE-DATE TO GLE-EVENT-DATE
           MOVE 'PREMWRIT' TO GLE-EVENT-CODE
           MOVE PM-POLICY-NUMBER TO GLE-POLICY-NUMBER
           MOVE PM-APPLICATION-ID TO GLE-APPLICATION-ID
           MOVE PM-ANNUAL-PREMIUM TO GLE-AMOUNT
           PERFORM WRITE-GL-EVENT

           MOVE 'ISSU' TO PHR-TRANSACTION-TYPE
           MOVE PM-EFFECTIVE-DATE TO PHR-EFFECTIVE-DATE
           PERFORM WRITE-POLICY-HISTORY

           DISPLAY 'POLICY ISSUED: ' PM-POLICY-NUMBER
               ' APPLICATION: ' PM-APPLICATION-ID.

               END-IF
           END-IF.

           PERFORM CLOSE-GL-EVENT-FILE.

           PERFORM CLOSE-POLICY-HISTORY-FILE.

           DISPLAY 'POLICY ISSUANCE COMPLETE'
           DISPLAY 'RESULTS READ:      ' RESULTS-READ-COUNT
           DISPLAY 'DISPOSITIONS READ: ' DISPOSITIONS-READ-COUNT
      * Program In The Suite.
           COPY RUNSTLOG.

      * Shared General Ledger Event Posting - Same Copybook In Every
      * Step That Moves Money.
           COPY GLEVPOST.

      * Shared Policy History Posting - Same Copybook In Every Step
      * That Changes The Policy Master.
           COPY POLHPOST.

      * Shared Predecessor Status Check - Same Copybook In Every
      * Step That Consumes The Nightly Run's Outputs.
           COPY PREDCHEK.
