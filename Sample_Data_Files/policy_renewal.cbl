      * AND RATING FACTORS (RATECALC) AT TODAY'S RULESPRM/STATERSK
      * VALUES - WITH THE SELF-REPORTED CLAIMS FIGURE IN THE IMAGE
      * REPLACED BY THE ACTUAL FIVE-YEAR COUNT OFF THE CLAIMS
      * REGISTER (CLAIMREG, OPTIONAL), LESS CLAIMS CLOSED WITHOUT
      * PAYMENT - AND WRITES RENEWAL OFFERS FOR POLICIES THAT STILL
      * PASS AND NON-RENEWAL NOTICES FOR POLICIES THAT NO LONGER DO.
      * A RENEWAL WHOSE EFFECTIVE DATE FALLS UNDER A STATE CATASTROPHE
      * MORATORIUM (MORATRM) ON NEW BUSINESS FOR THE POLICY'S STATE
      * AND TYPE IS HELD BEFORE IT IS RE-RATED - NEITHER OFFERED NOR
      * NON-RENEWED - AND LOGGED ON THE MORATORIUM HOLD FILE (MORAHOLD)
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLRENEW.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RENLBRKD-STATUS.

           SELECT MORATORIUM-TABLE-FILE ASSIGN TO "MORATRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MORATRM-STATUS.

           SELECT MORATORIUM-HOLD-FILE ASSIGN TO "MORAHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MORAHOLD-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RENWSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.
           05  RBD-FACTOR-NAME            PIC X(30).
           05  RBD-MULTIPLIER             PIC 9V9999.

      * MORATRM - STATE CATASTROPHE MORATORIUM TABLE, LOADED ONCE AT
      * JOB START - THE SAME TABLE INSVALID HOLDS NEW BUSINESS ON.
       FD  MORATORIUM-TABLE-FILE
           RECORDING MODE IS F.
           COPY MORATRM.

      * MORAHOLD - MORATORIUM HOLD ACTIVITY, SHARED WITH INSVALID AND
      * POLENDRS. APPENDED TO AND NEVER EMPTIED; THE ACTIVITY REPORT
      * (MORARPT) LISTS IT.
       FD  MORATORIUM-HOLD-FILE
           RECORDING MODE IS F.
           COPY MORAHOLD.

      * RUN STATUS - ONE-RECORD STATUS FILE THE SCHEDULER AND THE
      * NEXT STEP GATE ON. REWRITTEN IN PROGRESS AT JOB START AND
      * WITH THE GRADED COMPLETION CODE AT END OF JOB.
       77  RENLOFFR-STATUS            PIC X(2) VALUE '00'.
       77  NONRENEW-STATUS            PIC X(2) VALUE '00'.
       77  RENLBRKD-STATUS            PIC X(2) VALUE '00'.
       77  MORATRM-STATUS             PIC X(2) VALUE '00'.
       77  MORAHOLD-STATUS            PIC X(2) VALUE '00'.
       77  END-OF-FILE-FLAG           PIC X(1) VALUE 'N'.
           88  END-OF-POLICY-MASTER   VALUE 'Y'.
       77  STATE-RISK-EOF-FLAG        PIC X(1) VALUE 'N'.
           88  END-OF-STATE-RISK-TABLE VALUE 'Y'.
       77  MORATORIUM-EOF-FLAG        PIC X(1) VALUE 'N'.
           88  END-OF-MORATORIUM-TABLE VALUE 'Y'.
       77  CLAIMREG-STATUS            PIC X(2) VALUE '00'.
       77  CLAIM-FILE-FLAG            PIC X(1) VALUE 'N'.
           88  CLAIM-FILE-PRESENT     VALUE 'Y'.
      * Unpacked Image Before The Rules Run, Capped At The Field's
      * Two DIGITS
       77  REGISTERED-CLAIM-COUNT     PIC 9(4) VALUE ZERO.
       77  UNPAID-CLOSURES-COUNT      PIC 9(6) VALUE ZERO.
       01  RUN-DATE-FIELDS.
           05  RUN-DATE               PIC 9(8).
           05  RUN-DATE-PARTS REDEFINES RUN-DATE.
       77  POLICIES-SELECTED-COUNT    PIC 9(6) VALUE ZERO.
       77  RENEWAL-OFFERS-COUNT       PIC 9(6) VALUE ZERO.
       77  NON-RENEWALS-COUNT         PIC 9(6) VALUE ZERO.
       77  MORATORIUM-HELD-COUNT      PIC 9(6) VALUE ZERO.

      * Renewal Term Dates - The Renewal Term Starts The Day The
      * Expiring Term Ends
      * As INSVALID Loads For New Business.
           COPY UNDRWRWS.

      * Shared State Moratorium Working Storage - Same Restrictions
      * INSVALID And POLENDRS Hold Business Against.
           COPY MORATWS.

      * Run Status Controls - Graded Completion Code And The
      * One-Record Status File The Scheduler Gates On
       77  RUNSTAT-STATUS             PIC X(2) VALUE '00'.

           PERFORM LOAD-STATE-RISK-TABLE.

           PERFORM LOAD-MORATORIUM-TABLE.

           PERFORM OPEN-MORATORIUM-HOLD-FILE.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO CLAIM-CUTOFF-DATE
           SUBTRACT 5 FROM CLAIM-CUTOFF-YEAR.
           IF PM-IN-FORCE
               AND PM-EXPIRY-DATE NOT < RENEWAL-WINDOW-FROM
               AND PM-EXPIRY-DATE NOT > RENEWAL-WINDOW-TO
               PERFORM RE-RATE-POLICY THRU RE-RATE-POLICY-EXIT
           END-IF
           PERFORM READ-POLICY-MASTER.

      * Issue Is Fully Reflected.
       RE-RATE-POLICY.
           ADD 1 TO POLICIES-SELECTED-COUNT
           PERFORM CHECK-RENEWAL-MORATORIUM
           IF MORATORIUM-IN-EFFECT
               PERFORM HOLD-FOR-MORATORIUM
               GO TO RE-RATE-POLICY-EXIT
           END-IF
           MOVE PM-APPLICATION-IMAGE TO POLICY-APPLICATION
           IF CLAIM-FILE-PRESENT
               PERFORM SUBSTITUTE-REGISTERED-CLAIMS
       RE-RATE-POLICY-EXIT.
           EXIT.

      * Business Rule: A Renewal Binds A New Term, So While The
      * Policy's State Is Under A No-New-Business Moratorium For Its
      * Policy Type The Renewal Is Held. Judged On The Renewal
      * Effective Date - The Day The Expiring Term Ends - So A Term
      * Starting After The Restriction Lapses Renews As Usual.
       CHECK-RENEWAL-MORATORIUM.
           MOVE PM-APPLICANT-STATE TO MORATORIUM-LOOKUP-STATE
           MOVE PM-POLICY-TYPE TO MORATORIUM-LOOKUP-TYPE
           MOVE 'N' TO MORATORIUM-LOOKUP-RESTRICT
           MOVE PM-EXPIRY-DATE TO MORATORIUM-LOOKUP-DATE
           PERFORM LOOKUP-MORATORIUM.

       CHECK-RENEWAL-MORATORIUM-EXIT.
           EXIT.

      * No Offer And No Non-Renewal Notice Is Written - The Hold Is
      * Logged On MORAHOLD So Underwriting Can Work The Policy From
      * The Moratorium Activity Report Before The Term Ends.
       HOLD-FOR-MORATORIUM.
           ADD 1 TO MORATORIUM-HELD-COUNT
           ADD 1 TO MRT-HOLD-COUNT (MORATORIUM-IDX)
           SET MHD-RENEWAL-HELD TO TRUE
           MOVE PM-APPLICATION-ID TO MHD-APPLICATION-ID
           MOVE PM-POLICY-NUMBER TO MHD-POLICY-NUMBER
           MOVE PM-APPLICANT-NAME TO MHD-APPLICANT-NAME
           MOVE PM-COVERAGE-AMOUNT TO MHD-COVERAGE-AMOUNT
           PERFORM WRITE-MORATORIUM-HOLD
           DISPLAY 'HELD: ' PM-POLICY-NUMBER
               ' STATE MORATORIUM - RENEWAL HELD'.

       HOLD-FOR-MORATORIUM-EXIT.
           EXIT.

      * Business Rule: The Claims Figure The Applicant Declared At
      * Issue Is Frozen In The Image - Re-Rating Counts The Actual
      * Registered Claims With A Date Of Loss Inside The Last Five
      * Years Instead, So A Policyholder With PAID CLAIMS NO LONGER
      * RENEWS ON THE FIGURE THEY DECLARED YEARS AGO. The Substitute
      * Lives Only In The Unpacked Work Area - The Stored Image Is
      * Not Rewritten. A Claim The Adjusters Closed Without Paying
      * Anything Is Not A Loss And Is Left Out Of The Count; Open
      * Claims And Claims Closed With Payment Both Count.
       SUBSTITUTE-REGISTERED-CLAIMS.
           MOVE ZERO TO REGISTERED-CLAIM-COUNT
           MOVE 'N' TO CLAIM-CHAIN-EOF-FLAG

       COUNT-CHAIN-CLAIM.
           IF CLM-DATE-OF-LOSS NOT < CLAIM-CUTOFF-DATE
               IF CLM-CLOSED AND CLM-PAID-TO-DATE = ZERO
                   ADD 1 TO UNPAID-CLOSURES-COUNT
               ELSE
                   ADD 1 TO REGISTERED-CLAIM-COUNT
               END-IF
           END-IF
           PERFORM READ-NEXT-CHAIN-CLAIM.

               STOP RUN
           END-IF.

           PERFORM CLOSE-MORATORIUM-HOLD-FILE.

           DISPLAY 'POLICY RENEWAL CYCLE COMPLETE'
           DISPLAY 'WINDOW FROM:       ' RENEWAL-WINDOW-FROM
           DISPLAY 'WINDOW TO:         ' RENEWAL-WINDOW-TO
           DISPLAY 'POLICIES READ:     ' POLICIES-READ-COUNT
           DISPLAY 'POLICIES SELECTED: ' POLICIES-SELECTED-COUNT
           DISPLAY 'RENEWAL OFFERS:    ' RENEWAL-OFFERS-COUNT
           DISPLAY 'NON-RENEWALS:      ' NON-RENEWALS-COUNT
           DISPLAY 'MORATORIUM HOLDS:  ' MORATORIUM-HELD-COUNT
           DISPLAY 'UNPAID CLOSURES:   ' UNPAID-CLOSURES-COUNT.

           MOVE ZERO TO RUN-COMPLETION-CODE
           MOVE 'RUN COMPLETE' TO RUN-STATUS-MESSAGE
      * Shared Run Status Paragraphs - Same Copybook In Every
      * Program In The Suite.
           COPY RUNSTLOG.

      * Shared State Moratorium Load And Lookup - Same Copybook In
      * Every Program That Holds Business Against A Moratorium.
           COPY MORALOAD.

      * Shared Moratorium Hold Posting - Same Copybook In Every Step
      * That Holds Business Against A Moratorium.
           COPY MORAPOST.
