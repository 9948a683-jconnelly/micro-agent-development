      *================================================================
      * MORATORIUM ACTIVITY REPORT PROGRAM
      * LISTS EVERYTHING HELD BY A STATE CATASTROPHE MORATORIUM OVER
      * A DATE RANGE. THE MORAPARM CARD GIVES THE FIRST AND LAST HOLD
      * DATES TO REPORT. EVERY HOLD ON THE MORATORIUM HOLD FILE
      * (MORAHOLD) WRITTEN IN THE RANGE IS LISTED - NEW BUSINESS
      * APPLICATIONS INSVALID ROUTED TO MANUAL REVIEW, ENDORSEMENTS
      * POLENDRS DECLINED AND RENEWALS POLRENEW HELD. THE RESTRICTIONS
      * ON THE MORATORIUM TABLE (MORATRM) IN FORCE AT ANY TIME IN THE
      * RANGE FOLLOW WITH THE NUMBER OF HOLDS EACH CAUGHT, THEN TOTALS
      * BY RESTRICTION TYPE AND BY ACTION. WRITES THE ACTIVITY REPORT
      * (MORARPT)
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORARPT.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MORATORIUM-PARM-FILE ASSIGN TO "MORAPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MORAPARM-STATUS.

           SELECT MORATORIUM-TABLE-FILE ASSIGN TO "MORATRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MORATRM-STATUS.

           SELECT MORATORIUM-HOLD-FILE ASSIGN TO "MORAHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MORAHOLD-STATUS.

           SELECT MORATORIUM-REPORT-FILE ASSIGN TO "MORARPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MORARPT-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "MORASTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * MORAPARM - ONE-RECORD PARAMETER CARD NAMING THE FIRST AND
      * LAST HOLD DATES (YYYYMMDD) TO REPORT. OPERATIONS SETS IT SO
      * ANY PERIOD CAN BE RERUN.
       FD  MORATORIUM-PARM-FILE
           RECORDING MODE IS F.
       01  MORATORIUM-PARM-RECORD.
           05  MAP-FROM-DATE              PIC 9(8).
           05  MAP-TO-DATE                PIC 9(8).

      * MORATRM - STATE CATASTROPHE MORATORIUM TABLE, THE SAME TABLE
      * INSVALID, POLENDRS AND POLRENEW HOLD BUSINESS AGAINST.
       FD  MORATORIUM-TABLE-FILE
           RECORDING MODE IS F.
           COPY MORATRM.

      * MORAHOLD - MORATORIUM HOLD ACTIVITY. OPTIONAL - BEFORE THE
      * FIRST HOLD IS WRITTEN THERE IS NOTHING TO LIST.
       FD  MORATORIUM-HOLD-FILE
           RECORDING MODE IS F.
           COPY MORAHOLD.

       FD  MORATORIUM-REPORT-FILE
           RECORDING MODE IS F.
       01  MORATORIUM-REPORT-LINE         PIC X(132).

      * RUN STATUS - ONE-RECORD STATUS FILE THE SCHEDULER AND THE
      * NEXT STEP GATE ON. REWRITTEN IN PROGRESS AT JOB START AND
      * WITH THE GRADED COMPLETION CODE AT END OF JOB.
       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.

      * File Status And End-Of-File Controls
       77  MORAPARM-STATUS            PIC X(2) VALUE '00'.
       77  MORATRM-STATUS             PIC X(2) VALUE '00'.
       77  MORAHOLD-STATUS            PIC X(2) VALUE '00'.
       77  MORARPT-STATUS             PIC X(2) VALUE '00'.
       77  MORATORIUM-EOF-FLAG        PIC X(1) VALUE 'N'.
           88  END-OF-MORATORIUM-TABLE VALUE 'Y'.
       77  END-OF-HOLD-FLAG           PIC X(1) VALUE 'N'.
           88  END-OF-HOLD-FILE       VALUE 'Y'.
       77  HOLD-FILE-FLAG             PIC X(1) VALUE 'N'.
           88  HOLD-FILE-PRESENT      VALUE 'Y'.

      * Report Window - Saved From The MORAPARM Card At Job Start
       77  REPORT-FROM-DATE           PIC 9(8) VALUE ZERO.
       77  REPORT-TO-DATE             PIC 9(8) VALUE ZERO.

      * Shared State Moratorium Working Storage - Same Restrictions
      * INSVALID, POLENDRS And POLRENEW Hold Business Against.
           COPY MORATWS.

      * Activity Counters
       77  HOLDS-READ-COUNT           PIC 9(6) VALUE ZERO.
       77  HOLDS-LISTED-COUNT         PIC 9(6) VALUE ZERO.
       77  ROUTED-TO-REVIEW-COUNT     PIC 9(6) VALUE ZERO.
       77  ENDORSEMENT-DECLINED-COUNT PIC 9(6) VALUE ZERO.
       77  RENEWAL-HELD-COUNT         PIC 9(6) VALUE ZERO.
       77  NEW-BUSINESS-HOLD-COUNT    PIC 9(6) VALUE ZERO.
       77  COVERAGE-INCREASE-HOLD-COUNT PIC 9(6) VALUE ZERO.
       77  STATE-MOVE-HOLD-COUNT      PIC 9(6) VALUE ZERO.
       77  UNMATCHED-HOLD-COUNT       PIC 9(6) VALUE ZERO.
       77  MORATORIA-LISTED-COUNT     PIC 9(6) VALUE ZERO.

      * Report Print Lines
       01  MAR-HEADING-LINE.
           05  FILLER                 PIC X(36) VALUE
               'STATE MORATORIUM ACTIVITY - HOLDS '.
           05  MAR-HEADING-FROM-DATE  PIC 9(8).
           05  FILLER                 PIC X(6) VALUE ' THRU '.
           05  MAR-HEADING-TO-DATE    PIC 9(8).
           05  FILLER                 PIC X(74) VALUE SPACES.

       01  MAR-TEXT-LINE.
           05  MAR-TEXT               PIC X(60).
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  MAR-HOLD-COLUMN-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(8) VALUE 'HELD ON'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(8) VALUE 'ACTION'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'APPL ID'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'POLICY'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(24) VALUE 'NAME'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(2) VALUE 'ST'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(4) VALUE 'TYPE'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(21) VALUE 'RESTRICTION'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(8) VALUE 'TRN DATE'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE
               '    COVERAGE'.
           05  FILLER                 PIC X(5) VALUE SPACES.

       01  MAR-HOLD-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MAR-HLD-HOLD-DATE      PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MAR-HLD-ACTION         PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MAR-HLD-APPLICATION-ID PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MAR-HLD-POLICY-NUMBER  PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MAR-HLD-APPLICANT-NAME PIC X(24).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MAR-HLD-STATE          PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MAR-HLD-POLICY-TYPE    PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MAR-HLD-RESTRICTION    PIC X(21).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MAR-HLD-TRANSACTION-DATE PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MAR-HLD-COVERAGE       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(5) VALUE SPACES.

       01  MAR-MORATORIUM-COLUMN-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(2) VALUE 'ST'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(4) VALUE 'TYPE'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(21) VALUE 'RESTRICTION'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(8) VALUE 'STARTS'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(8) VALUE 'ENDS'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(20) VALUE 'EVENT'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(7) VALUE '  HOLDS'.
           05  FILLER                 PIC X(48) VALUE SPACES.

       01  MAR-MORATORIUM-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MAR-MOR-STATE          PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MAR-MOR-POLICY-TYPE    PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MAR-MOR-RESTRICTION    PIC X(21).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MAR-MOR-START-DATE     PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MAR-MOR-END-DATE       PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MAR-MOR-EVENT-NAME     PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MAR-MOR-HOLD-COUNT     PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(48) VALUE SPACES.

       01  MAR-TOTAL-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MAR-TOT-LABEL          PIC X(40).
           05  MAR-TOT-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(83) VALUE SPACES.

      * Restriction And Action Descriptions For The Print Lines
       77  RESTRICTION-DESCRIPTION    PIC X(21) VALUE SPACES.
       77  RESTRICTION-CODE-WORK      PIC X(1) VALUE SPACES.

      * Run Status Controls - Graded Completion Code And The
      * One-Record Status File The Scheduler Gates On
       77  RUNSTAT-STATUS             PIC X(2) VALUE '00'.
       77  RUN-STATUS-PROGRAM-ID      PIC X(8) VALUE 'MORARPT'.
       77  RUN-COMPLETION-CODE        PIC 99 VALUE ZERO.
       77  RUN-STATUS-MESSAGE         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-PROGRAM
           PERFORM WRITE-REPORT-HEADING
           MOVE SPACES TO MAR-TEXT
           PERFORM WRITE-REPORT-TEXT-LINE
           MOVE 'BUSINESS HELD BY A STATE MORATORIUM' TO MAR-TEXT
           PERFORM WRITE-REPORT-TEXT-LINE
           WRITE MORATORIUM-REPORT-LINE FROM MAR-HOLD-COLUMN-LINE
           PERFORM CHECK-REPORT-WRITE
           IF HOLD-FILE-PRESENT
               PERFORM READ-MORATORIUM-HOLD
               PERFORM PROCESS-HOLD-RECORD
                   THRU PROCESS-HOLD-RECORD-EXIT
                   UNTIL END-OF-HOLD-FILE
           END-IF
           IF HOLDS-LISTED-COUNT = ZERO
               MOVE '  NO HOLDS IN THE REPORT PERIOD' TO MAR-TEXT
               PERFORM WRITE-REPORT-TEXT-LINE
           END-IF
           PERFORM WRITE-MORATORIUM-SECTION
           PERFORM WRITE-ACTIVITY-TOTALS
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           PERFORM MARK-RUN-IN-PROGRESS.

      * Before The First Hold Is Written There Is No Hold File.
           OPEN INPUT MORATORIUM-HOLD-FILE
           IF MORAHOLD-STATUS = '00'
               SET HOLD-FILE-PRESENT TO TRUE
           ELSE
               IF MORAHOLD-STATUS NOT = '35'
                   DISPLAY 'ERROR OPENING MORAHOLD - STATUS '
                       MORAHOLD-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT MORATORIUM-REPORT-FILE
           IF MORARPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MORARPT - STATUS '
                   MORARPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-REPORT-PARAMETERS.

           PERFORM LOAD-MORATORIUM-TABLE.

       INITIALIZE-PROGRAM-EXIT.
           EXIT.

      * Business Rule: Both Report Dates Must Be Numeric And The
      * First May Not Fall After The Last - A Miskeyed Card Stops The
      * Run Rather Than Report An Empty Or Wrong Period.
       LOAD-REPORT-PARAMETERS.
           OPEN INPUT MORATORIUM-PARM-FILE
           IF MORAPARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MORAPARM - STATUS '
                   MORAPARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ MORATORIUM-PARM-FILE
               AT END
                   DISPLAY 'ERROR - MORAPARM CONTAINS NO RECORD'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.

           IF MAP-FROM-DATE NOT NUMERIC
               OR MAP-TO-DATE NOT NUMERIC
               DISPLAY 'ERROR - MORAPARM DATES NOT NUMERIC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF MAP-FROM-DATE > MAP-TO-DATE
               DISPLAY 'ERROR - MORAPARM FROM DATE AFTER TO DATE: '
                   MAP-FROM-DATE ' ' MAP-TO-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE MORATORIUM-PARM-FILE.

           MOVE MAP-FROM-DATE TO REPORT-FROM-DATE
           MOVE MAP-TO-DATE TO REPORT-TO-DATE.

       LOAD-REPORT-PARAMETERS-EXIT.
           EXIT.

       READ-MORATORIUM-HOLD.
           READ MORATORIUM-HOLD-FILE
               AT END
                   MOVE 'Y' TO END-OF-HOLD-FLAG
           END-READ.

       READ-MORATORIUM-HOLD-EXIT.
           EXIT.

      * Business Rule: A Hold Belongs To The Period It Was Written
      * In. It Is Credited To The Restriction In Force On Its
      * Transaction Date; One Whose Restriction Has Since Been Taken
      * Off The Table Is Still Listed And Counted Apart.
       PROCESS-HOLD-RECORD.
           ADD 1 TO HOLDS-READ-COUNT
           IF MHD-HOLD-DATE < REPORT-FROM-DATE
               OR MHD-HOLD-DATE > REPORT-TO-DATE
               GO TO PROCESS-HOLD-NEXT
           END-IF

           ADD 1 TO HOLDS-LISTED-COUNT
           IF MHD-ROUTED-TO-REVIEW
               ADD 1 TO ROUTED-TO-REVIEW-COUNT
               MOVE 'REVIEW' TO MAR-HLD-ACTION
           ELSE
               IF MHD-RENEWAL-HELD
                   ADD 1 TO RENEWAL-HELD-COUNT
                   MOVE 'HELD' TO MAR-HLD-ACTION
               ELSE
                   ADD 1 TO ENDORSEMENT-DECLINED-COUNT
                   MOVE 'DECLINED' TO MAR-HLD-ACTION
               END-IF
           END-IF

           EVALUATE MHD-RESTRICTION-TYPE
               WHEN 'N'
                   ADD 1 TO NEW-BUSINESS-HOLD-COUNT
               WHEN 'I'
                   ADD 1 TO COVERAGE-INCREASE-HOLD-COUNT
               WHEN 'M'
                   ADD 1 TO STATE-MOVE-HOLD-COUNT
           END-EVALUATE

           MOVE MHD-STATE-CODE TO MORATORIUM-LOOKUP-STATE
           MOVE MHD-POLICY-TYPE TO MORATORIUM-LOOKUP-TYPE
           MOVE MHD-RESTRICTION-TYPE TO MORATORIUM-LOOKUP-RESTRICT
           MOVE MHD-TRANSACTION-DATE TO MORATORIUM-LOOKUP-DATE
           PERFORM LOOKUP-MORATORIUM
           IF MORATORIUM-IN-EFFECT
               ADD 1 TO MRT-HOLD-COUNT (MORATORIUM-IDX)
           ELSE
               ADD 1 TO UNMATCHED-HOLD-COUNT
           END-IF

           MOVE MHD-RESTRICTION-TYPE TO RESTRICTION-CODE-WORK
           PERFORM DESCRIBE-RESTRICTION
           MOVE MHD-HOLD-DATE TO MAR-HLD-HOLD-DATE
           MOVE MHD-APPLICATION-ID TO MAR-HLD-APPLICATION-ID
           MOVE MHD-POLICY-NUMBER TO MAR-HLD-POLICY-NUMBER
           MOVE MHD-APPLICANT-NAME TO MAR-HLD-APPLICANT-NAME
           MOVE MHD-STATE-CODE TO MAR-HLD-STATE
           MOVE MHD-POLICY-TYPE TO MAR-HLD-POLICY-TYPE
           MOVE RESTRICTION-DESCRIPTION TO MAR-HLD-RESTRICTION
           MOVE MHD-TRANSACTION-DATE TO MAR-HLD-TRANSACTION-DATE
           MOVE MHD-COVERAGE-AMOUNT TO MAR-HLD-COVERAGE
           WRITE MORATORIUM-REPORT-LINE FROM MAR-HOLD-LINE
           PERFORM CHECK-REPORT-WRITE.

       PROCESS-HOLD-NEXT.
           PERFORM READ-MORATORIUM-HOLD.

       PROCESS-HOLD-RECORD-EXIT.
           EXIT.

       DESCRIBE-RESTRICTION.
           EVALUATE RESTRICTION-CODE-WORK
               WHEN 'N'
                   MOVE 'NO NEW BUSINESS' TO RESTRICTION-DESCRIPTION
               WHEN 'I'
                   MOVE 'NO COVERAGE INCREASES'
                       TO RESTRICTION-DESCRIPTION
               WHEN 'M'
                   MOVE 'NO STATE MOVES IN' TO RESTRICTION-DESCRIPTION
               WHEN OTHER
                   MOVE 'UNKNOWN' TO RESTRICTION-DESCRIPTION
           END-EVALUATE.

       DESCRIBE-RESTRICTION-EXIT.
           EXIT.

      * Business Rule: A Restriction Is Listed When It Was In Force
      * At Any Time In The Report Period - Starting On Or Before The
      * Last Day And Not Ended Before The First. One Still Open Shows
      * No End Date.
       WRITE-MORATORIUM-SECTION.
           MOVE SPACES TO MAR-TEXT
           PERFORM WRITE-REPORT-TEXT-LINE
           MOVE 'MORATORIA IN FORCE DURING THE REPORT PERIOD'
               TO MAR-TEXT
           PERFORM WRITE-REPORT-TEXT-LINE
           WRITE MORATORIUM-REPORT-LINE FROM MAR-MORATORIUM-COLUMN-LINE
           PERFORM CHECK-REPORT-WRITE
           SET MORATORIUM-IDX TO 1
           PERFORM WRITE-MORATORIUM-LINE
               THRU WRITE-MORATORIUM-LINE-EXIT
               UNTIL MORATORIUM-IDX > MORATORIUM-TABLE-COUNT
           IF MORATORIA-LISTED-COUNT = ZERO
               MOVE '  NO MORATORIA IN FORCE IN THE REPORT PERIOD'
                   TO MAR-TEXT
               PERFORM WRITE-REPORT-TEXT-LINE
           END-IF.

       WRITE-MORATORIUM-SECTION-EXIT.
           EXIT.

       WRITE-MORATORIUM-LINE.
           IF MRT-START-DATE (MORATORIUM-IDX) > REPORT-TO-DATE
               GO TO WRITE-MORATORIUM-NEXT
           END-IF
           IF MRT-END-DATE (MORATORIUM-IDX) > ZERO
               AND MRT-END-DATE (MORATORIUM-IDX) < REPORT-FROM-DATE
               GO TO WRITE-MORATORIUM-NEXT
           END-IF

           ADD 1 TO MORATORIA-LISTED-COUNT
           MOVE MRT-RESTRICTION-TYPE (MORATORIUM-IDX)
               TO RESTRICTION-CODE-WORK
           PERFORM DESCRIBE-RESTRICTION
           MOVE MRT-STATE-CODE (MORATORIUM-IDX) TO MAR-MOR-STATE
           MOVE MRT-POLICY-TYPE (MORATORIUM-IDX) TO MAR-MOR-POLICY-TYPE
           MOVE RESTRICTION-DESCRIPTION TO MAR-MOR-RESTRICTION
           MOVE MRT-START-DATE (MORATORIUM-IDX) TO MAR-MOR-START-DATE
           IF MRT-END-DATE (MORATORIUM-IDX) = ZERO
               MOVE 'OPEN' TO MAR-MOR-END-DATE
           ELSE
               MOVE MRT-END-DATE (MORATORIUM-IDX) TO MAR-MOR-END-DATE
           END-IF
           MOVE MRT-EVENT-NAME (MORATORIUM-IDX) TO MAR-MOR-EVENT-NAME
           MOVE MRT-HOLD-COUNT (MORATORIUM-IDX) TO MAR-MOR-HOLD-COUNT
           WRITE MORATORIUM-REPORT-LINE FROM MAR-MORATORIUM-LINE
           PERFORM CHECK-REPORT-WRITE.

       WRITE-MORATORIUM-NEXT.
           SET MORATORIUM-IDX UP BY 1.

       WRITE-MORATORIUM-LINE-EXIT.
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE REPORT-FROM-DATE TO MAR-HEADING-FROM-DATE
           MOVE REPORT-TO-DATE TO MAR-HEADING-TO-DATE
           WRITE MORATORIUM-REPORT-LINE FROM MAR-HEADING-LINE
           PERFORM CHECK-REPORT-WRITE.

       WRITE-REPORT-HEADING-EXIT.
           EXIT.

      * Totals By Restriction Type, Then By Action, Then The Grand
      * Total Of Holds Listed.
       WRITE-ACTIVITY-TOTALS.
           MOVE SPACES TO MAR-TEXT
           PERFORM WRITE-REPORT-TEXT-LINE
           MOVE 'HOLD TOTALS' TO MAR-TEXT
           PERFORM WRITE-REPORT-TEXT-LINE

           MOVE 'NO NEW BUSINESS' TO MAR-TOT-LABEL
           MOVE NEW-BUSINESS-HOLD-COUNT TO MAR-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'NO COVERAGE INCREASES' TO MAR-TOT-LABEL
           MOVE COVERAGE-INCREASE-HOLD-COUNT TO MAR-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'NO STATE MOVES IN' TO MAR-TOT-LABEL
           MOVE STATE-MOVE-HOLD-COUNT TO MAR-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE

           MOVE SPACES TO MAR-TEXT
           PERFORM WRITE-REPORT-TEXT-LINE
           MOVE 'APPLICATIONS ROUTED TO MANUAL REVIEW' TO MAR-TOT-LABEL
           MOVE ROUTED-TO-REVIEW-COUNT TO MAR-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ENDORSEMENTS DECLINED' TO MAR-TOT-LABEL
           MOVE ENDORSEMENT-DECLINED-COUNT TO MAR-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'RENEWALS HELD' TO MAR-TOT-LABEL
           MOVE RENEWAL-HELD-COUNT TO MAR-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'HOLDS UNDER RESTRICTIONS SINCE REMOVED'
               TO MAR-TOT-LABEL
           MOVE UNMATCHED-HOLD-COUNT TO MAR-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE

           MOVE SPACES TO MAR-TEXT
           PERFORM WRITE-REPORT-TEXT-LINE
           MOVE 'TOTAL HOLDS' TO MAR-TOT-LABEL
           MOVE HOLDS-LISTED-COUNT TO MAR-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE.

       WRITE-ACTIVITY-TOTALS-EXIT.
           EXIT.

       WRITE-TOTAL-LINE.
           WRITE MORATORIUM-REPORT-LINE FROM MAR-TOTAL-LINE
           PERFORM CHECK-REPORT-WRITE.

       WRITE-TOTAL-LINE-EXIT.
           EXIT.

       WRITE-REPORT-TEXT-LINE.
           WRITE MORATORIUM-REPORT-LINE FROM MAR-TEXT-LINE
           PERFORM CHECK-REPORT-WRITE.

       WRITE-REPORT-TEXT-LINE-EXIT.
           EXIT.

       CHECK-REPORT-WRITE.
           IF MORARPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING MORARPT - STATUS '
                   MORARPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-REPORT-WRITE-EXIT.
           EXIT.

       TERMINATE-PROGRAM.
           IF HOLD-FILE-PRESENT
               CLOSE MORATORIUM-HOLD-FILE
               IF MORAHOLD-STATUS NOT = '00'
                   DISPLAY 'ERROR CLOSING MORAHOLD - STATUS '
                       MORAHOLD-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           CLOSE MORATORIUM-REPORT-FILE
           IF MORARPT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING MORARPT - STATUS '
                   MORARPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'MORATORIUM ACTIVITY REPORT COMPLETE'
           DISPLAY 'REPORT PERIOD:      ' REPORT-FROM-DATE
               ' THRU ' REPORT-TO-DATE
           DISPLAY 'MORATORIA LOADED:   ' MORATORIUM-TABLE-COUNT
           DISPLAY 'MORATORIA LISTED:   ' MORATORIA-LISTED-COUNT
           DISPLAY 'HOLDS READ:         ' HOLDS-READ-COUNT
           DISPLAY 'HOLDS LISTED:       ' HOLDS-LISTED-COUNT
           DISPLAY 'ROUTED TO REVIEW:   ' ROUTED-TO-REVIEW-COUNT
           DISPLAY 'ENDORSEMENTS DECL:  ' ENDORSEMENT-DECLINED-COUNT
           DISPLAY 'RENEWALS HELD:      ' RENEWAL-HELD-COUNT
           DISPLAY 'UNMATCHED HOLDS:    ' UNMATCHED-HOLD-COUNT.

           MOVE ZERO TO RUN-COMPLETION-CODE
           MOVE 'RUN COMPLETE' TO RUN-STATUS-MESSAGE
           PERFORM WRITE-RUN-STATUS.

       TERMINATE-PROGRAM-EXIT.
           EXIT.

      * Shared State Moratorium Load And Lookup - Same Copybook
      * INSVALID, POLENDRS And POLRENEW Hold Business With.
           COPY MORALOAD.

      * Shared Run Status Paragraphs - Same Copybook In Every
      * Program In The Suite.
           COPY RUNSTLOG.
