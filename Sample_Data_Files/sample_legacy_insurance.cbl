               RECORD KEY IS QMS-KEY
               FILE STATUS IS QUOTMSTR-STATUS.

           SELECT MORATORIUM-TABLE-FILE ASSIGN TO "MORATRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MORATRM-STATUS.

           SELECT MORATORIUM-HOLD-FILE ASSIGN TO "MORAHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MORAHOLD-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "INSVSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.
           05  QMS-QUOTED-PREMIUM         PIC 9(6)V99.
           05  QMS-RISK-RATING            PIC X(10).

      * MORATRM - STATE CATASTROPHE MORATORIUM TABLE, LOADED ONCE AT
      * JOB START. AN APPLICATION FOR A STATE AND POLICY TYPE UNDER A
      * NO-NEW-BUSINESS RESTRICTION ON THE RUN DATE IS NOT RATED BUT
      * PENDED TO THE MANUAL REVIEW QUEUE.
       FD  MORATORIUM-TABLE-FILE
           RECORDING MODE IS F.
           COPY MORATRM.

      * MORAHOLD - MORATORIUM HOLD ACTIVITY, SHARED WITH POLENDRS AND
      * POLRENEW. APPENDED TO AND NEVER EMPTIED; THE ACTIVITY REPORT
      * (MORARPT) LISTS IT. A QUOTE RUN NEVER TOUCHES IT.
       FD  MORATORIUM-HOLD-FILE
           RECORDING MODE IS F.
           COPY MORAHOLD.

      * RUN STATUS - ONE-RECORD STATUS FILE THE SCHEDULER AND THE
      * DOWNSTREAM STEPS GATE ON. REWRITTEN IN PROGRESS AT JOB START
      * AND WITH THE GRADED COMPLETION CODE AT END OF JOB. A QUOTE
           88  DUPLICATE-APPLICATION-FOUND VALUE 'Y'.
       77  DUPLICATES-FOUND-COUNT     PIC 9(6) VALUE ZERO.

      * State Moratorium Controls - Table And Lookup Fields Live In
      * The Shared MORATWS Copybook So POLENDRS Holds Endorsements
      * Against The Same Restrictions.
       77  MORATRM-STATUS             PIC X(2) VALUE '00'.
       77  MORAHOLD-STATUS            PIC X(2) VALUE '00'.
       77  MORATORIUM-EOF-FLAG        PIC X(1) VALUE 'N'.
           88  END-OF-MORATORIUM-TABLE VALUE 'Y'.
       77  MORATORIUM-HOLDS-COUNT     PIC 9(6) VALUE ZERO.
           COPY MORATWS.

       01  PRIOR-DECISION-TABLE-WS.
           05  PRIOR-DECISION-ENTRY OCCURS 5000 TIMES
                   INDEXED BY PRIOR-DECISION-IDX.

           PERFORM LOAD-STATE-RISK-TABLE.

           PERFORM LOAD-MORATORIUM-TABLE.

           PERFORM LOAD-PRODUCER-MASTER.

           PERFORM LOAD-PRIOR-DECISIONS.
               STOP RUN
           END-IF.

      * MORAHOLD Is Shared With POLENDRS And Kept Permanently, So It
      * Is Appended To On Every Run, Restart Or Not.
           PERFORM OPEN-MORATORIUM-HOLD-FILE.

       OPEN-DECISION-FILES-EXIT.
           EXIT.

               IF DUPLICATE-APPLICATION-FOUND
                   PERFORM ROUTE-DUPLICATE-TO-REVIEW
               ELSE
                   PERFORM CHECK-NEW-BUSINESS-MORATORIUM
                   IF MORATORIUM-IN-EFFECT
                       PERFORM ROUTE-MORATORIUM-TO-REVIEW
                   ELSE
                       PERFORM UNDERWRITE-APPLICATION
                   END-IF
               END-IF
               PERFORM ADD-TO-SEEN-THIS-RUN
           END-IF
       ROUTE-DUPLICATE-TO-REVIEW-EXIT.
           EXIT.

      * Business Rule: A State Under A Catastrophe Moratorium Takes
      * No New Business Of The Restricted Policy Type While It Is In
      * Effect - Binding Is Judged On The Run Date, The Day The
      * Business Would Be Bound.
       CHECK-NEW-BUSINESS-MORATORIUM.
           MOVE APPLICANT-STATE TO MORATORIUM-LOOKUP-STATE
           MOVE POLICY-TYPE TO MORATORIUM-LOOKUP-TYPE
           MOVE 'N' TO MORATORIUM-LOOKUP-RESTRICT
           MOVE RUN-TIMESTAMP-DATE TO MORATORIUM-LOOKUP-DATE
           PERFORM LOOKUP-MORATORIUM.

       CHECK-NEW-BUSINESS-MORATORIUM-EXIT.
           EXIT.

      * Business Rule: An Application Caught By A Moratorium Is Not
      * Rated - Like A Suspected Duplicate It Goes To The Manual
      * Review Queue At A Zero Premium, Where It Waits Until The
      * Restriction Is Lifted. The Bureau Record Is Still Consumed
      * To Hold Lockstep, And The Hold Is Logged On MORAHOLD For The
      * Moratorium Activity Report.
       ROUTE-MORATORIUM-TO-REVIEW.
           PERFORM CONSUME-BUREAU-RECORD
           MOVE 'PENDING' TO POLICY-STATUS
           MOVE 'STATE MORATORIUM - NEW BUSINESS PENDING'
               TO REJECTION-REASON
           ADD 1 TO MORATORIUM-HOLDS-COUNT
           ADD 1 TO MRT-HOLD-COUNT (MORATORIUM-IDX)
           IF NORMAL-MODE
               SET MHD-ROUTED-TO-REVIEW TO TRUE
               MOVE APPLICATION-ID TO MHD-APPLICATION-ID
               MOVE SPACES TO MHD-POLICY-NUMBER
               MOVE APPLICANT-NAME TO MHD-APPLICANT-NAME
               MOVE COVERAGE-AMOUNT TO MHD-COVERAGE-AMOUNT
               PERFORM WRITE-MORATORIUM-HOLD
           END-IF
           PERFORM ACCUMULATE-RUN-TOTALS
           PERFORM DISPLAY-RESULTS THRU DISPLAY-RESULTS-EXIT.

       ROUTE-MORATORIUM-TO-REVIEW-EXIT.
           EXIT.

       CHECK-DUPLICATE-APPLICATION.
           MOVE 'N' TO DUPLICATE-FOUND-FLAG
           PERFORM SEARCH-PRIOR-DECISIONS
      * Every Program That Validates Or Pays Producers.
           COPY PRODLOAD.

      * Shared State Moratorium Load And Lookup - Same Copybook In
      * Every Program That Holds Business Against A Moratorium.
           COPY MORALOAD.

      * Shared Moratorium Hold Posting - Same Copybook In Every Step
      * That Holds Business Against A Moratorium.
           COPY MORAPOST.

       TERMINATE-PROGRAM.
           IF NORMAL-MODE
               AND APPLICATIONS-SINCE-CHECKPOINT > ZERO
               STOP RUN
           END-IF.

           PERFORM CLOSE-MORATORIUM-HOLD-FILE.

           IF QUOTE-MASTER-PRESENT
               CLOSE QUOTE-MASTER-FILE
               IF QUOTMSTR-STATUS NOT = '00'
           MOVE 'DUPLICATES ROUTED TO REVIEW' TO RCR-COUNT-LABEL
           MOVE DUPLICATES-FOUND-COUNT TO RCR-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'MORATORIUM HOLDS TO REVIEW' TO RCR-COUNT-LABEL
           MOVE MORATORIUM-HOLDS-COUNT TO RCR-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           IF QUOTE-MODE
               MOVE 'RECORDS WRITTEN - QUOTEOUT' TO RCR-COUNT-LABEL
               MOVE QUOTES-WRITTEN-COUNT TO RCR-COUNT-VALUE
