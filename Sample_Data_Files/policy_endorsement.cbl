      * PREMIUM DIFFERENCE OVER THE REMAINING TERM, AND REWRITES THE
      * MASTER PLUS AN ENDORSEMENT CHARGE ON THE BILLING SCHEDULE. A
      * CHANGE THAT NO LONGER PASSES UNDERWRITING IS DECLINED AND THE
      * POLICY STANDS UNCHANGED. BILLED CHARGES AND RETURN CREDITS ARE
      * POSTED TO THE DAY'S GENERAL LEDGER EVENTS (GLEVENTS).
      * A COVERAGE INCREASE IN, OR A MOVE INTO, A STATE UNDER A
      * CATASTROPHE MORATORIUM (MORATRM) IS DECLINED BEFORE IT IS
      * RE-RATED AND LOGGED ON THE MORATORIUM HOLD FILE (MORAHOLD).
      * EVERY CHANGE TO THE POLICY MASTER IS LOGGED WITH ITS BEFORE AND
      * AFTER IMAGES ON THE POLICY TRANSACTION HISTORY (POLHIST)
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLENDRS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ENDRBRKD-STATUS.

           SELECT GL-EVENT-FILE ASSIGN TO "GLEVENTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLEVENTS-STATUS.

           SELECT POLICY-HISTORY-FILE ASSIGN TO "POLHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POLHIST-STATUS.

           SELECT MORATORIUM-TABLE-FILE ASSIGN TO "MORATRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MORATRM-STATUS.

           SELECT MORATORIUM-HOLD-FILE ASSIGN TO "MORAHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MORAHOLD-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "ENDRSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.
           05  EBD-FACTOR-NAME            PIC X(30).
           05  EBD-MULTIPLIER             PIC 9V9999.

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

      * MORATRM - STATE CATASTROPHE MORATORIUM TABLE, LOADED ONCE AT
      * JOB START - THE SAME TABLE INSVALID HOLDS NEW BUSINESS ON.
       FD  MORATORIUM-TABLE-FILE
           RECORDING MODE IS F.
           COPY MORATRM.

      * MORAHOLD - MORATORIUM HOLD ACTIVITY, SHARED WITH INSVALID AND
      * POLRENEW. APPENDED TO AND NEVER EMPTIED; THE ACTIVITY REPORT
      * (MORARPT) LISTS IT.
       FD  MORATORIUM-HOLD-FILE
           RECORDING MODE IS F.
           COPY MORAHOLD.

      * RUN STATUS - ONE-RECORD STATUS FILE THE SCHEDULER AND THE
      * NEXT STEP GATE ON. REWRITTEN IN PROGRESS AT JOB START AND
      * WITH THE GRADED COMPLETION CODE AT END OF JOB.
       77  RULESPRM-STATUS            PIC X(2) VALUE '00'.
       77  STATERSK-STATUS            PIC X(2) VALUE '00'.
       77  ENDRBRKD-STATUS            PIC X(2) VALUE '00'.
       77  GLEVENTS-STATUS            PIC X(2) VALUE '00'.
       77  POLHIST-STATUS             PIC X(2) VALUE '00'.
       77  MORATRM-STATUS             PIC X(2) VALUE '00'.
       77  MORAHOLD-STATUS            PIC X(2) VALUE '00'.
       77  END-OF-FILE-FLAG           PIC X(1) VALUE 'N'.
           88  END-OF-REQUESTS        VALUE 'Y'.
       77  STATE-RISK-EOF-FLAG        PIC X(1) VALUE 'N'.
           88  END-OF-STATE-RISK-TABLE VALUE 'Y'.
       77  MORATORIUM-EOF-FLAG        PIC X(1) VALUE 'N'.
           88  END-OF-MORATORIUM-TABLE VALUE 'Y'.
       77  REQUEST-REJECTED-FLAG      PIC X(1) VALUE 'N'.
           88  REQUEST-REJECTED       VALUE 'Y'.

       77  REQUESTS-READ-COUNT        PIC 9(6) VALUE ZERO.
       77  ENDORSEMENTS-APPLIED-COUNT PIC 9(6) VALUE ZERO.
       77  ENDORSEMENTS-DECLINED-COUNT PIC 9(6) VALUE ZERO.
       77  MORATORIUM-DECLINED-COUNT  PIC 9(6) VALUE ZERO.
       77  REQUESTS-REJECTED-COUNT    PIC 9(6) VALUE ZERO.
       77  ENDORSEMENT-CHARGES-COUNT  PIC 9(6) VALUE ZERO.
       77  BILLING-COLLISION-COUNT    PIC 9(6) VALUE ZERO.
      * As INSVALID Loads For New Business.
           COPY UNDRWRWS.

      * Shared State Moratorium Working Storage - Same Restrictions
      * As INSVALID Holds New Business Against.
           COPY MORATWS.

      * Run Status Controls - Graded Completion Code And The
      * One-Record Status File The Scheduler Gates On
       77  RUNSTAT-STATUS             PIC X(2) VALUE '00'.
               STOP RUN
           END-IF.

           PERFORM OPEN-GL-EVENT-FILE.

           PERFORM OPEN-POLICY-HISTORY-FILE.

           PERFORM OPEN-MORATORIUM-HOLD-FILE.

           PERFORM LOAD-RULES-PARAMETERS.

           PERFORM LOAD-STATE-RISK-TABLE.

           PERFORM LOAD-MORATORIUM-TABLE.

       INITIALIZE-PROGRAM-EXIT.
           EXIT.

           MOVE PM-APPLICATION-IMAGE TO POLICY-APPLICATION
           PERFORM APPLY-REQUESTED-CHANGES
           INITIALIZE VALIDATION-RESULTS
           PERFORM CHECK-ENDORSEMENT-MORATORIUM
               THRU CHECK-ENDORSEMENT-MORATORIUM-EXIT
           IF MORATORIUM-IN-EFFECT
               PERFORM DECLINE-FOR-MORATORIUM
           ELSE
               PERFORM VALIDATE-APPLICATION THRU VALIDATION-EXIT
               PERFORM CALCULATE-PREMIUM
               IF APPROVED
                   PERFORM REWRITE-ENDORSED-MASTER
                   PERFORM BILL-ENDORSEMENT-PREMIUM
                   ADD 1 TO ENDORSEMENTS-APPLIED-COUNT
                   DISPLAY 'ENDORSED: ' PM-POLICY-NUMBER
                       ' NEW ANNUAL PREMIUM: ' CALCULATED-PREMIUM
                       ' ENDORSEMENT PREMIUM: ' ENDORSEMENT-PREMIUM
               ELSE
                   ADD 1 TO ENDORSEMENTS-DECLINED-COUNT
                   DISPLAY 'DECLINED: ' PM-POLICY-NUMBER
                       ' ' POLICY-STATUS
                       ' REASON: ' REJECTION-REASON
               END-IF
           END-IF.

       ENDORSE-POLICY-EXIT.
           EXIT.

      * Business Rule: While A State Is Under A Catastrophe
      * Moratorium, A Policy May Not Move Into It And A Policy In It
      * May Not Raise Its Coverage, For The Policy Type Restricted.
      * Judged On The Endorsement Date, So A Change Effective Before
      * The Restriction Began Still Goes Through. A Move Is Checked
      * Against The New State; An Increase Against The State The
      * Policy Will Be In After The Change.
       CHECK-ENDORSEMENT-MORATORIUM.
           MOVE 'N' TO MORATORIUM-FOUND-FLAG
           MOVE PM-POLICY-TYPE TO MORATORIUM-LOOKUP-TYPE
           MOVE ENR-ENDORSEMENT-DATE TO MORATORIUM-LOOKUP-DATE

           IF ENR-NEW-STATE NOT = SPACES
               AND ENR-NEW-STATE NOT = PM-APPLICANT-STATE
               MOVE ENR-NEW-STATE TO MORATORIUM-LOOKUP-STATE
               MOVE 'M' TO MORATORIUM-LOOKUP-RESTRICT
               PERFORM LOOKUP-MORATORIUM
               IF MORATORIUM-IN-EFFECT
                   MOVE 'STATE MORATORIUM - STATE MOVE DECLINED'
                       TO REJECTION-REASON
                   GO TO CHECK-ENDORSEMENT-MORATORIUM-EXIT
               END-IF
           END-IF

           IF ENR-NEW-COVERAGE-AMOUNT > PM-COVERAGE-AMOUNT
               MOVE APPLICANT-STATE TO MORATORIUM-LOOKUP-STATE
               MOVE 'I' TO MORATORIUM-LOOKUP-RESTRICT
               PERFORM LOOKUP-MORATORIUM
               IF MORATORIUM-IN-EFFECT
                   MOVE 'STATE MORATORIUM - COVERAGE INCREASE DECLINED'
                       TO REJECTION-REASON
               END-IF
           END-IF.

       CHECK-ENDORSEMENT-MORATORIUM-EXIT.
           EXIT.

      * The Policy Stands Unchanged; The Hold Is Logged On MORAHOLD
      * For The Moratorium Activity Report.
       DECLINE-FOR-MORATORIUM.
           MOVE 'REJECTED' TO POLICY-STATUS
           ADD 1 TO ENDORSEMENTS-DECLINED-COUNT
           ADD 1 TO MORATORIUM-DECLINED-COUNT
           ADD 1 TO MRT-HOLD-COUNT (MORATORIUM-IDX)
           SET MHD-ENDORSEMENT-DECLINED TO TRUE
           MOVE PM-APPLICATION-ID TO MHD-APPLICATION-ID
           MOVE PM-POLICY-NUMBER TO MHD-POLICY-NUMBER
           MOVE PM-APPLICANT-NAME TO MHD-APPLICANT-NAME
           MOVE COVERAGE-AMOUNT TO MHD-COVERAGE-AMOUNT
           PERFORM WRITE-MORATORIUM-HOLD
           DISPLAY 'DECLINED: ' PM-POLICY-NUMBER
               ' ' POLICY-STATUS
               ' REASON: ' REJECTION-REASON.

       DECLINE-FOR-MORATORIUM-EXIT.
           EXIT.

       APPLY-REQUESTED-CHANGES.
           IF ENR-NEW-STATE NOT = SPACES
               MOVE ENR-NEW-STATE TO APPLICANT-STATE
           EXIT.

       REWRITE-ENDORSED-MASTER.
           MOVE POLICY-MASTER-RECORD TO PHR-BEFORE-IMAGE
           MOVE PM-ANNUAL-PREMIUM TO PRIOR-ANNUAL-PREMIUM
           PERFORM COMPUTE-ENDORSEMENT-PREMIUM

                       PM-POLICY-NUMBER
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-REWRITE

           MOVE 'ENDR' TO PHR-TRANSACTION-TYPE
           MOVE ENR-ENDORSEMENT-DATE TO PHR-EFFECTIVE-DATE
           PERFORM WRITE-POLICY-HISTORY.

       REWRITE-ENDORSED-MASTER-EXIT.
           EXIT.
      * Reduction Does Not Bill; The Return Credit Is Totaled For The
      * Accounting Desk To Refund. A Key Collision With An Existing
      * Installment ON THE SAME DUE DATE IS LEFT FOR THE RECEIVABLES
      * DESK TO BILL BY HAND RATHER THAN RISK DOUBLE-POSTING, SO ONLY
      * A CHARGE THAT BILLED IS POSTED TO THE LEDGER.
       BILL-ENDORSEMENT-PREMIUM.
           MOVE ENR-ENDORSEMENT-DATE TO GLE-EVENT-DATE
           MOVE PM-POLICY-NUMBER TO GLE-POLICY-NUMBER
           MOVE PM-APPLICATION-ID TO GLE-APPLICATION-ID
           IF ENDORSEMENT-PREMIUM > ZERO
               MOVE PM-APPLICATION-ID TO BSC-APPLICATION-ID
               MOVE ENR-ENDORSEMENT-DATE TO BSC-DUE-DATE
               MOVE 'O' TO BSC-PAYMENT-STATUS
               MOVE ZERO TO BSC-AMOUNT-PAID
               MOVE ZERO TO BSC-LAST-PAYMENT-DATE
               MOVE ZERO TO BSC-REFUND-OFFSET-AMOUNT
               MOVE ZERO TO BSC-REFUND-DISBURSED-AMOUNT
               WRITE BILLING-SCHEDULE-RECORD
                   INVALID KEY
                       ADD 1 TO BILLING-COLLISION-COUNT
                   ADD 1 TO ENDORSEMENT-CHARGES-COUNT
                   ADD ENDORSEMENT-PREMIUM
                       TO ADDITIONAL-PREMIUM-TOTAL
                   MOVE 'ENDRADDL' TO GLE-EVENT-CODE
                   MOVE ENDORSEMENT-PREMIUM TO GLE-AMOUNT
                   PERFORM WRITE-GL-EVENT
               END-IF
           ELSE
               IF ENDORSEMENT-PREMIUM < ZERO
                       FROM RETURN-CREDIT-TOTAL
                   DISPLAY 'RETURN CREDIT DUE: ' PM-POLICY-NUMBER
                       ' AMOUNT: ' ENDORSEMENT-PREMIUM
                   MOVE 'ENDRRETN' TO GLE-EVENT-CODE
                   MOVE ENDORSEMENT-PREMIUM TO GLE-AMOUNT
                   PERFORM WRITE-GL-EVENT
               END-IF
           END-IF.

               STOP RUN
           END-IF.

           PERFORM CLOSE-GL-EVENT-FILE.

           PERFORM CLOSE-POLICY-HISTORY-FILE.

           PERFORM CLOSE-MORATORIUM-HOLD-FILE.

           DISPLAY 'POLICY ENDORSEMENT RUN COMPLETE'
           DISPLAY 'REQUESTS READ:        ' REQUESTS-READ-COUNT
           DISPLAY 'ENDORSEMENTS APPLIED: ' ENDORSEMENTS-APPLIED-COUNT
           DISPLAY 'ENDORSEMENTS DECLINED:'
               ENDORSEMENTS-DECLINED-COUNT
           DISPLAY 'MORATORIUM DECLINES:  ' MORATORIUM-DECLINED-COUNT
           DISPLAY 'REQUESTS REJECTED:    ' REQUESTS-REJECTED-COUNT
           DISPLAY 'CHARGES BILLED:       ' ENDORSEMENT-CHARGES-COUNT
           DISPLAY 'BILLING COLLISIONS:   ' BILLING-COLLISION-COUNT
      * Shared Run Status Paragraphs - Same Copybook In Every
      * Program In The Suite.
           COPY RUNSTLOG.

      * Shared General Ledger Event Posting - Same Copybook In Every
      * Step That Moves Money.
           COPY GLEVPOST.

      * Shared Policy History Posting - Same Copybook In Every Step
      * That Changes The Policy Master.
           COPY POLHPOST.

      * Shared State Moratorium Load And Lookup - Same Copybook In
      * Every Program That Holds Business Against A Moratorium.
           COPY MORALOAD.

      * Shared Moratorium Hold Posting - Same Copybook In Every Step
      * That Holds Business Against A Moratorium.
           COPY MORAPOST.
