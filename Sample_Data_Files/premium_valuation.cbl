      *================================================================
      * EARNED / UNEARNED PREMIUM VALUATION PROGRAM
      * THE MONTH-END PREMIUM VALUATION FOR THE STATUTORY STATEMENTS.
      * TAKES THE VALUATION AS-OF DATE FROM THE VALUPARM CARD AND
      * SWEEPS THE POLICY MASTER, FIGURING FOR EACH POLICY WHOSE TERM
      * HAS STARTED BY THAT DATE THE WRITTEN, EARNED AND UNEARNED
      * PREMIUM ON A DAILY PRO-RATA BASIS. A POLICY TERMINATED MID-TERM
      * (PM-TERMINATION-DATE) HAS ITS WRITTEN PREMIUM CUT BACK TO THE
      * DAYS IT WAS ACTUALLY ON RISK, THE SAME SHARE THE CANCELLATION
      * STEP RETURNS. WRITES ONE UPRXTRCT DETAIL RECORD PER POLICY
      * VALUED FOR THE ACTUARIAL AND FINANCE DESKS, AND A SUMMARY
      * REPORT (UPRRPT) BY POLICY TYPE AND STATE WITH TYPE AND GRAND
      * TOTALS. A POLICY WHOSE RENEWAL WAS ACCEPTED AHEAD OF THE
      * AS-OF DATE IS VALUED ON THE TERM STILL RUNNING, TAKEN FROM
      * THE POLICY TRANSACTION HISTORY (POLHIST)
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMVALU.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER-FILE ASSIGN TO "POLMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-POLICY-NUMBER
               FILE STATUS IS POLMASTR-STATUS.

           SELECT POLICY-HISTORY-FILE ASSIGN TO "POLHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POLHIST-STATUS.

           SELECT VALUATION-PARM-FILE ASSIGN TO "VALUPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VALUPARM-STATUS.

           SELECT VALUATION-EXTRACT-FILE ASSIGN TO "UPRXTRCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UPRXTRCT-STATUS.

           SELECT VALUATION-REPORT-FILE ASSIGN TO "UPRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UPRRPT-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "VALUSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  POLICY-MASTER-FILE.
           COPY POLMASTR.

      * POLHIST - THE POLICY TRANSACTION HISTORY, READ FOR THE TERMS
      * RENEWALS NOT YET STARTED REPLACED ON THE MASTER. OPTIONAL -
      * BEFORE THE FIRST MASTER CHANGE IS LOGGED THERE ARE NONE.
       FD  POLICY-HISTORY-FILE
           RECORDING MODE IS F.
           COPY POLHIST.

      * VALUPARM - ONE-RECORD PARAMETER CARD NAMING THE VALUATION
      * AS-OF DATE, NORMALLY THE LAST DAY OF THE MONTH BEING CLOSED.
      * OPERATIONS SETS IT SO A MONTH CAN BE RERUN WITH THE SAME DATE.
       FD  VALUATION-PARM-FILE
           RECORDING MODE IS F.
       01  VALUATION-PARM-RECORD.
           05  VLP-AS-OF-DATE             PIC 9(8).

      * UPRXTRCT - ONE RECORD PER POLICY VALUED. PREMIUM FIGURES ARE
      * FOR THE POLICY'S CURRENT TERM AS OF THE VALUATION DATE;
      * WRITTEN = EARNED + UNEARNED ON EVERY RECORD.
       FD  VALUATION-EXTRACT-FILE
           RECORDING MODE IS F.
       01  VALUATION-EXTRACT-RECORD.
           05  PVX-AS-OF-DATE             PIC 9(8).
           05  PVX-POLICY-NUMBER          PIC X(10).
           05  PVX-POLICY-TYPE            PIC X(4).
           05  PVX-APPLICANT-STATE        PIC X(2).
           05  PVX-POLICY-STATUS          PIC X(10).
           05  PVX-EFFECTIVE-DATE         PIC 9(8).
           05  PVX-EXPIRY-DATE            PIC 9(8).
           05  PVX-TERMINATION-DATE       PIC 9(8).
           05  PVX-TERM-DAYS              PIC 9(5).
           05  PVX-EARNED-DAYS            PIC 9(5).
           05  PVX-WRITTEN-PREMIUM        PIC 9(7)V99.
           05  PVX-EARNED-PREMIUM         PIC 9(7)V99.
           05  PVX-UNEARNED-PREMIUM       PIC 9(7)V99.

       FD  VALUATION-REPORT-FILE
           RECORDING MODE IS F.
       01  VALUATION-REPORT-LINE          PIC X(132).

      * RUN STATUS - ONE-RECORD STATUS FILE THE SCHEDULER AND THE
      * NEXT STEP GATE ON. REWRITTEN IN PROGRESS AT JOB START AND
      * WITH THE GRADED COMPLETION CODE AT END OF JOB.
       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.

      * File Status And End-Of-File Controls
       77  POLMASTR-STATUS            PIC X(2) VALUE '00'.
       77  POLHIST-STATUS             PIC X(2) VALUE '00'.
       77  VALUPARM-STATUS            PIC X(2) VALUE '00'.
       77  UPRXTRCT-STATUS            PIC X(2) VALUE '00'.
       77  UPRRPT-STATUS              PIC X(2) VALUE '00'.
       77  END-OF-FILE-FLAG           PIC X(1) VALUE 'N'.
           88  END-OF-POLICY-MASTER   VALUE 'Y'.
       77  END-OF-HISTORY-FLAG        PIC X(1) VALUE 'N'.
           88  END-OF-HISTORY         VALUE 'Y'.

      * Valuation Date - Saved From The VALUPARM Card At Job Start
       01  AS-OF-DATE-FIELDS.
           05  AS-OF-DATE             PIC 9(8).
           05  AS-OF-DATE-PARTS REDEFINES AS-OF-DATE.
               10  AS-OF-YEAR         PIC 9(4).
               10  AS-OF-MONTH        PIC 9(2).
               10  AS-OF-DAY          PIC 9(2).

      * Shared Prior Term Working Storage - Same Table The
      * Reinsurance Cession Step Reports Its In-Force Cessions From.
           COPY PRIORWS.

      * Valuation Counters And Totals
       77  POLICIES-READ-COUNT        PIC 9(6) VALUE ZERO.
       77  POLICIES-VALUED-COUNT      PIC 9(6) VALUE ZERO.
       77  NOT-STARTED-COUNT          PIC 9(6) VALUE ZERO.
       77  BAD-TERM-COUNT             PIC 9(6) VALUE ZERO.
       77  WRITTEN-PREMIUM-TOTAL      PIC 9(9)V99 VALUE ZERO.
       77  EARNED-PREMIUM-TOTAL       PIC 9(9)V99 VALUE ZERO.
       77  UNEARNED-PREMIUM-TOTAL     PIC 9(9)V99 VALUE ZERO.

      * Daily Pro-Rata Work Fields - Days Are Actual Calendar Days.
      * The Term Runs From The Effective Date Up To (Not Including)
      * The Expiry Date; A Termination Date Inside The Term Ends The
      * Coverage There Instead. Premium Is Earned Through The End Of
      * The As-Of Day.
       77  EFFECTIVE-DAY-NUMBER       PIC 9(7) VALUE ZERO.
       77  EXPIRY-DAY-NUMBER          PIC 9(7) VALUE ZERO.
       77  COVERAGE-END-DAY-NUMBER    PIC 9(7) VALUE ZERO.
       77  AS-OF-DAY-NUMBER           PIC 9(7) VALUE ZERO.
       77  TERM-DAYS                  PIC S9(5) VALUE ZERO.
       77  COVERED-DAYS               PIC S9(5) VALUE ZERO.
       77  EARNED-DAYS                PIC S9(5) VALUE ZERO.
       77  POLICY-WRITTEN-PREMIUM     PIC 9(7)V99 VALUE ZERO.
       77  POLICY-EARNED-PREMIUM      PIC 9(7)V99 VALUE ZERO.
       77  POLICY-UNEARNED-PREMIUM    PIC 9(7)V99 VALUE ZERO.

      * Valuation Cells - One Entry Per Policy Type And State
      * Combination, In First-Seen Order
       77  VALUATION-CELL-MAX         PIC 999 VALUE 200.
       77  VALUATION-CELL-COUNT       PIC 999 VALUE ZERO.
       77  VALUATION-CELL-FOUND-FLAG  PIC X(1) VALUE 'N'.
           88  VALUATION-CELL-FOUND   VALUE 'Y'.
       01  VALUATION-CELL-TABLE-WS.
           05  VALUATION-CELL-ENTRY OCCURS 200 TIMES
                   INDEXED BY VALUATION-CELL-IDX.
               10  VLC-POLICY-TYPE        PIC X(4).
               10  VLC-STATE              PIC X(2).
               10  VLC-POLICY-COUNT       PIC 9(6).
               10  VLC-WRITTEN-TOTAL      PIC 9(9)V99.
               10  VLC-EARNED-TOTAL       PIC 9(9)V99.
               10  VLC-UNEARNED-TOTAL     PIC 9(9)V99.

      * Policy Type Totals, In First-Seen Order
       77  VALUATION-TYPE-MAX         PIC 99 VALUE 20.
       77  VALUATION-TYPE-COUNT       PIC 99 VALUE ZERO.
       77  VALUATION-TYPE-FOUND-FLAG  PIC X(1) VALUE 'N'.
           88  VALUATION-TYPE-FOUND   VALUE 'Y'.
       01  VALUATION-TYPE-TABLE-WS.
           05  VALUATION-TYPE-ENTRY OCCURS 20 TIMES
                   INDEXED BY VALUATION-TYPE-IDX.
               10  VLT-POLICY-TYPE        PIC X(4).
               10  VLT-POLICY-COUNT       PIC 9(6).
               10  VLT-WRITTEN-TOTAL      PIC 9(9)V99.
               10  VLT-EARNED-TOTAL       PIC 9(9)V99.
               10  VLT-UNEARNED-TOTAL     PIC 9(9)V99.

      * Report Print Lines
       01  VAL-HEADING-LINE.
           05  FILLER                 PIC X(44) VALUE
               'EARNED / UNEARNED PREMIUM VALUATION - AS OF '.
           05  VAL-HEADING-DATE       PIC 9(8).
           05  FILLER                 PIC X(80) VALUE SPACES.

       01  VAL-TEXT-LINE.
           05  VAL-TEXT               PIC X(60).
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  VAL-COLUMN-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(4) VALUE 'TYPE'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(2) VALUE 'ST'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(7) VALUE '  COUNT'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE
               '       WRITTEN'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE
               '        EARNED'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE
               '      UNEARNED'.
           05  FILLER                 PIC X(65) VALUE SPACES.

       01  VAL-DETAIL-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VAL-POLICY-TYPE        PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VAL-STATE              PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VAL-POLICY-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VAL-WRITTEN            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VAL-EARNED             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VAL-UNEARNED           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(65) VALUE SPACES.

      * Run Status Controls - Graded Completion Code And The
      * One-Record Status File The Scheduler Gates On
       77  RUNSTAT-STATUS             PIC X(2) VALUE '00'.
       77  RUN-STATUS-PROGRAM-ID      PIC X(8) VALUE 'PREMVALU'.
       77  RUN-COMPLETION-CODE        PIC 99 VALUE ZERO.
       77  RUN-STATUS-MESSAGE         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-PROGRAM
           PERFORM READ-POLICY-MASTER
           PERFORM VALUE-POLICY UNTIL END-OF-POLICY-MASTER
           PERFORM WRITE-VALUATION-REPORT
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           PERFORM MARK-RUN-IN-PROGRESS.

           OPEN INPUT POLICY-MASTER-FILE
           IF POLMASTR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING POLMASTR - STATUS '
                   POLMASTR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT VALUATION-EXTRACT-FILE
           IF UPRXTRCT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING UPRXTRCT - STATUS '
                   UPRXTRCT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT VALUATION-REPORT-FILE
           IF UPRRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING UPRRPT - STATUS '
                   UPRRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-VALUATION-PARAMETERS.

           PERFORM LOAD-PRIOR-TERMS.

       INITIALIZE-PROGRAM-EXIT.
           EXIT.

      * Business Rule: The As-Of Date Must Be A Real Calendar Date -
      * A Miskeyed Card Stops The Run Rather Than Value The Book At
      * The Wrong Date.
       LOAD-VALUATION-PARAMETERS.
           OPEN INPUT VALUATION-PARM-FILE
           IF VALUPARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING VALUPARM - STATUS '
                   VALUPARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ VALUATION-PARM-FILE
               AT END
                   DISPLAY 'ERROR - VALUPARM CONTAINS NO RECORD'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.

           IF VLP-AS-OF-DATE NOT NUMERIC
               DISPLAY 'ERROR - VALUPARM AS-OF DATE NOT NUMERIC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE VLP-AS-OF-DATE TO AS-OF-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD (AS-OF-DATE) NOT = ZERO
               DISPLAY 'ERROR - VALUPARM AS-OF DATE INVALID '
                   AS-OF-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE AS-OF-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (AS-OF-DATE)

           CLOSE VALUATION-PARM-FILE.

       LOAD-VALUATION-PARAMETERS-EXIT.
           EXIT.

      * Before The First Master Change There Is No History File.
       LOAD-PRIOR-TERMS.
           COMPUTE PRIOR-TERM-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER (AS-OF-DAY-NUMBER + 1)
           OPEN INPUT POLICY-HISTORY-FILE
           IF POLHIST-STATUS = '35'
               GO TO LOAD-PRIOR-TERMS-EXIT
           END-IF
           IF POLHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING POLHIST - STATUS '
                   POLHIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-POLICY-HISTORY
           PERFORM LOAD-PRIOR-TERM-ENTRY UNTIL END-OF-HISTORY

           CLOSE POLICY-HISTORY-FILE
           IF POLHIST-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING POLHIST - STATUS '
                   POLHIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-PRIOR-TERMS-EXIT.
           EXIT.

       LOAD-PRIOR-TERM-ENTRY.
           PERFORM SAVE-PRIOR-TERM THRU SAVE-PRIOR-TERM-EXIT
           PERFORM READ-POLICY-HISTORY.

       LOAD-PRIOR-TERM-ENTRY-EXIT.
           EXIT.

       READ-POLICY-HISTORY.
           READ POLICY-HISTORY-FILE
               AT END
                   MOVE 'Y' TO END-OF-HISTORY-FLAG
           END-READ.

       READ-POLICY-HISTORY-EXIT.
           EXIT.

       READ-POLICY-MASTER.
           READ POLICY-MASTER-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-FLAG
           END-READ.

       READ-POLICY-MASTER-EXIT.
           EXIT.

      * Business Rule: Every Policy Whose Current Term Has Started By
      * The As-Of Date Is Valued, Whatever Its Status - A Cancelled,
      * Lapsed Or Expired Term Still Carries Written And Earned
      * Premium, Just No Unearned. A Renewal Accepted Ahead Of Its
      * Effective Date Is Not Yet Written; The Term It Replaced On
      * The Master Is Still Running And Is Valued Instead. Any Other
      * Term Starting After The As-Of Date Is Skipped.
       VALUE-POLICY.
           ADD 1 TO POLICIES-READ-COUNT
           PERFORM USE-PRIOR-TERM THRU USE-PRIOR-TERM-EXIT
           IF PM-EFFECTIVE-DATE > AS-OF-DATE
               ADD 1 TO NOT-STARTED-COUNT
           ELSE
               PERFORM COMPUTE-POLICY-VALUATION
                   THRU COMPUTE-POLICY-VALUATION-EXIT
               IF TERM-DAYS > ZERO
                   PERFORM WRITE-VALUATION-EXTRACT
                   PERFORM ADD-TO-VALUATION-CELL
                   PERFORM ADD-TO-VALUATION-TYPE
                   ADD 1 TO POLICIES-VALUED-COUNT
                   ADD POLICY-WRITTEN-PREMIUM
                       TO WRITTEN-PREMIUM-TOTAL
                   ADD POLICY-EARNED-PREMIUM TO EARNED-PREMIUM-TOTAL
                   ADD POLICY-UNEARNED-PREMIUM
                       TO UNEARNED-PREMIUM-TOTAL
               END-IF
           END-IF
           PERFORM READ-POLICY-MASTER.

       VALUE-POLICY-EXIT.
           EXIT.

      * Business Rule: Written Premium Is The Term Premium Times The
      * Share Of The Term The Policy Was On Risk - The Whole Term
      * Unless A Termination Date Cuts It Short. Earned Premium Is
      * The Term Premium Times The Share Of The Term Elapsed Through
      * The As-Of Day, Never More Than The Days On Risk. Unearned Is
      * The Difference. A Master Whose Expiry Is Not After Its
      * Effective Date Cannot Be Pro-Rated And Is Reported.
       COMPUTE-POLICY-VALUATION.
           MOVE ZERO TO POLICY-WRITTEN-PREMIUM
           MOVE ZERO TO POLICY-EARNED-PREMIUM
           MOVE ZERO TO POLICY-UNEARNED-PREMIUM
           MOVE ZERO TO EARNED-DAYS

           COMPUTE EFFECTIVE-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (PM-EFFECTIVE-DATE)
           COMPUTE EXPIRY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (PM-EXPIRY-DATE)
           COMPUTE TERM-DAYS =
               EXPIRY-DAY-NUMBER - EFFECTIVE-DAY-NUMBER
           IF TERM-DAYS NOT > ZERO
               MOVE ZERO TO TERM-DAYS
               ADD 1 TO BAD-TERM-COUNT
               DISPLAY 'WARNING - POLICY ' PM-POLICY-NUMBER
                   ' TERM ' PM-EFFECTIVE-DATE ' TO ' PM-EXPIRY-DATE
                   ' NOT VALUED'
               GO TO COMPUTE-POLICY-VALUATION-EXIT
           END-IF

           MOVE EXPIRY-DAY-NUMBER TO COVERAGE-END-DAY-NUMBER
           IF PM-TERMINATION-DATE > ZERO
               AND PM-TERMINATION-DATE < PM-EXPIRY-DATE
               COMPUTE COVERAGE-END-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (PM-TERMINATION-DATE)
           END-IF
           COMPUTE COVERED-DAYS =
               COVERAGE-END-DAY-NUMBER - EFFECTIVE-DAY-NUMBER
           IF COVERED-DAYS < ZERO
               MOVE ZERO TO COVERED-DAYS
           END-IF

           COMPUTE EARNED-DAYS =
               AS-OF-DAY-NUMBER - EFFECTIVE-DAY-NUMBER + 1
           IF EARNED-DAYS > COVERED-DAYS
               MOVE COVERED-DAYS TO EARNED-DAYS
           END-IF

           COMPUTE POLICY-WRITTEN-PREMIUM ROUNDED =
               PM-ANNUAL-PREMIUM * COVERED-DAYS / TERM-DAYS
           COMPUTE POLICY-EARNED-PREMIUM ROUNDED =
               PM-ANNUAL-PREMIUM * EARNED-DAYS / TERM-DAYS
           COMPUTE POLICY-UNEARNED-PREMIUM =
               POLICY-WRITTEN-PREMIUM - POLICY-EARNED-PREMIUM.

       COMPUTE-POLICY-VALUATION-EXIT.
           EXIT.

       WRITE-VALUATION-EXTRACT.
           MOVE AS-OF-DATE TO PVX-AS-OF-DATE
           MOVE PM-POLICY-NUMBER TO PVX-POLICY-NUMBER
           MOVE PM-POLICY-TYPE TO PVX-POLICY-TYPE
           MOVE PM-APPLICANT-STATE TO PVX-APPLICANT-STATE
           MOVE PM-POLICY-STATUS TO PVX-POLICY-STATUS
           MOVE PM-EFFECTIVE-DATE TO PVX-EFFECTIVE-DATE
           MOVE PM-EXPIRY-DATE TO PVX-EXPIRY-DATE
           MOVE PM-TERMINATION-DATE TO PVX-TERMINATION-DATE
           MOVE TERM-DAYS TO PVX-TERM-DAYS
           MOVE EARNED-DAYS TO PVX-EARNED-DAYS
           MOVE POLICY-WRITTEN-PREMIUM TO PVX-WRITTEN-PREMIUM
           MOVE POLICY-EARNED-PREMIUM TO PVX-EARNED-PREMIUM
           MOVE POLICY-UNEARNED-PREMIUM TO PVX-UNEARNED-PREMIUM
           WRITE VALUATION-EXTRACT-RECORD.
           IF UPRXTRCT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING UPRXTRCT - STATUS '
                   UPRXTRCT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-VALUATION-EXTRACT-EXIT.
           EXIT.

      * The Searches Are Bounded At The Loaded Counts - Slots Past
      * Them Hold Unpredictable Data.
       ADD-TO-VALUATION-CELL.
           MOVE 'N' TO VALUATION-CELL-FOUND-FLAG
           IF VALUATION-CELL-COUNT > ZERO
               SET VALUATION-CELL-IDX TO 1
               SEARCH VALUATION-CELL-ENTRY
                   AT END
                       CONTINUE
                   WHEN VALUATION-CELL-IDX > VALUATION-CELL-COUNT
                       CONTINUE
                   WHEN VLC-POLICY-TYPE (VALUATION-CELL-IDX)
                           = PM-POLICY-TYPE
                       AND VLC-STATE (VALUATION-CELL-IDX)
                           = PM-APPLICANT-STATE
                       MOVE 'Y' TO VALUATION-CELL-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT VALUATION-CELL-FOUND
               ADD 1 TO VALUATION-CELL-COUNT
               IF VALUATION-CELL-COUNT > VALUATION-CELL-MAX
                   DISPLAY 'ERROR - MORE THAN ' VALUATION-CELL-MAX
                       ' TYPE/STATE CELLS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET VALUATION-CELL-IDX TO VALUATION-CELL-COUNT
               MOVE PM-POLICY-TYPE
                   TO VLC-POLICY-TYPE (VALUATION-CELL-IDX)
               MOVE PM-APPLICANT-STATE
                   TO VLC-STATE (VALUATION-CELL-IDX)
               MOVE ZERO TO VLC-POLICY-COUNT (VALUATION-CELL-IDX)
               MOVE ZERO TO VLC-WRITTEN-TOTAL (VALUATION-CELL-IDX)
               MOVE ZERO TO VLC-EARNED-TOTAL (VALUATION-CELL-IDX)
               MOVE ZERO TO VLC-UNEARNED-TOTAL (VALUATION-CELL-IDX)
           END-IF

           ADD 1 TO VLC-POLICY-COUNT (VALUATION-CELL-IDX)
           ADD POLICY-WRITTEN-PREMIUM
               TO VLC-WRITTEN-TOTAL (VALUATION-CELL-IDX)
           ADD POLICY-EARNED-PREMIUM
               TO VLC-EARNED-TOTAL (VALUATION-CELL-IDX)
           ADD POLICY-UNEARNED-PREMIUM
               TO VLC-UNEARNED-TOTAL (VALUATION-CELL-IDX).

       ADD-TO-VALUATION-CELL-EXIT.
           EXIT.

       ADD-TO-VALUATION-TYPE.
           MOVE 'N' TO VALUATION-TYPE-FOUND-FLAG
           IF VALUATION-TYPE-COUNT > ZERO
               SET VALUATION-TYPE-IDX TO 1
               SEARCH VALUATION-TYPE-ENTRY
                   AT END
                       CONTINUE
                   WHEN VALUATION-TYPE-IDX > VALUATION-TYPE-COUNT
                       CONTINUE
                   WHEN VLT-POLICY-TYPE (VALUATION-TYPE-IDX)
                           = PM-POLICY-TYPE
                       MOVE 'Y' TO VALUATION-TYPE-FOUND-FLAG
               END-SEARCH
           END-IF

           IF NOT VALUATION-TYPE-FOUND
               ADD 1 TO VALUATION-TYPE-COUNT
               IF VALUATION-TYPE-COUNT > VALUATION-TYPE-MAX
                   DISPLAY 'ERROR - MORE THAN ' VALUATION-TYPE-MAX
                       ' POLICY TYPES'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET VALUATION-TYPE-IDX TO VALUATION-TYPE-COUNT
               MOVE PM-POLICY-TYPE
                   TO VLT-POLICY-TYPE (VALUATION-TYPE-IDX)
               MOVE ZERO TO VLT-POLICY-COUNT (VALUATION-TYPE-IDX)
               MOVE ZERO TO VLT-WRITTEN-TOTAL (VALUATION-TYPE-IDX)
               MOVE ZERO TO VLT-EARNED-TOTAL (VALUATION-TYPE-IDX)
               MOVE ZERO TO VLT-UNEARNED-TOTAL (VALUATION-TYPE-IDX)
           END-IF

           ADD 1 TO VLT-POLICY-COUNT (VALUATION-TYPE-IDX)
           ADD POLICY-WRITTEN-PREMIUM
               TO VLT-WRITTEN-TOTAL (VALUATION-TYPE-IDX)
           ADD POLICY-EARNED-PREMIUM
               TO VLT-EARNED-TOTAL (VALUATION-TYPE-IDX)
           ADD POLICY-UNEARNED-PREMIUM
               TO VLT-UNEARNED-TOTAL (VALUATION-TYPE-IDX).

       ADD-TO-VALUATION-TYPE-EXIT.
           EXIT.

      * One Report: The Valuation By Policy Type And State, Then By
      * Policy Type Alone, Then The Grand Total.
       WRITE-VALUATION-REPORT.
           MOVE AS-OF-DATE TO VAL-HEADING-DATE
           WRITE VALUATION-REPORT-LINE FROM VAL-HEADING-LINE
           PERFORM CHECK-REPORT-WRITE

           MOVE SPACES TO VAL-TEXT
           PERFORM WRITE-REPORT-TEXT-LINE
           MOVE 'PREMIUM VALUATION BY POLICY TYPE AND STATE'
               TO VAL-TEXT
           PERFORM WRITE-REPORT-TEXT-LINE
           WRITE VALUATION-REPORT-LINE FROM VAL-COLUMN-LINE
           PERFORM CHECK-REPORT-WRITE
           SET VALUATION-CELL-IDX TO 1
           PERFORM WRITE-VALUATION-CELL-LINE
               UNTIL VALUATION-CELL-IDX > VALUATION-CELL-COUNT

           MOVE SPACES TO VAL-TEXT
           PERFORM WRITE-REPORT-TEXT-LINE
           MOVE 'PREMIUM VALUATION BY POLICY TYPE' TO VAL-TEXT
           PERFORM WRITE-REPORT-TEXT-LINE
           WRITE VALUATION-REPORT-LINE FROM VAL-COLUMN-LINE
           PERFORM CHECK-REPORT-WRITE
           SET VALUATION-TYPE-IDX TO 1
           PERFORM WRITE-VALUATION-TYPE-LINE
               UNTIL VALUATION-TYPE-IDX > VALUATION-TYPE-COUNT

           MOVE SPACES TO VAL-TEXT
           PERFORM WRITE-REPORT-TEXT-LINE
           MOVE 'ALL ' TO VAL-POLICY-TYPE
           MOVE SPACES TO VAL-STATE
           MOVE POLICIES-VALUED-COUNT TO VAL-POLICY-COUNT
           MOVE WRITTEN-PREMIUM-TOTAL TO VAL-WRITTEN
           MOVE EARNED-PREMIUM-TOTAL TO VAL-EARNED
           MOVE UNEARNED-PREMIUM-TOTAL TO VAL-UNEARNED
           WRITE VALUATION-REPORT-LINE FROM VAL-DETAIL-LINE
           PERFORM CHECK-REPORT-WRITE.

       WRITE-VALUATION-REPORT-EXIT.
           EXIT.

       WRITE-VALUATION-CELL-LINE.
           MOVE VLC-POLICY-TYPE (VALUATION-CELL-IDX)
               TO VAL-POLICY-TYPE
           MOVE VLC-STATE (VALUATION-CELL-IDX) TO VAL-STATE
           MOVE VLC-POLICY-COUNT (VALUATION-CELL-IDX)
               TO VAL-POLICY-COUNT
           MOVE VLC-WRITTEN-TOTAL (VALUATION-CELL-IDX) TO VAL-WRITTEN
           MOVE VLC-EARNED-TOTAL (VALUATION-CELL-IDX) TO VAL-EARNED
           MOVE VLC-UNEARNED-TOTAL (VALUATION-CELL-IDX)
               TO VAL-UNEARNED
           WRITE VALUATION-REPORT-LINE FROM VAL-DETAIL-LINE
           PERFORM CHECK-REPORT-WRITE
           SET VALUATION-CELL-IDX UP BY 1.

       WRITE-VALUATION-CELL-LINE-EXIT.
           EXIT.

       WRITE-VALUATION-TYPE-LINE.
           MOVE VLT-POLICY-TYPE (VALUATION-TYPE-IDX)
               TO VAL-POLICY-TYPE
           MOVE SPACES TO VAL-STATE
           MOVE VLT-POLICY-COUNT (VALUATION-TYPE-IDX)
               TO VAL-POLICY-COUNT
           MOVE VLT-WRITTEN-TOTAL (VALUATION-TYPE-IDX) TO VAL-WRITTEN
           MOVE VLT-EARNED-TOTAL (VALUATION-TYPE-IDX) TO VAL-EARNED
           MOVE VLT-UNEARNED-TOTAL (VALUATION-TYPE-IDX)
               TO VAL-UNEARNED
           WRITE VALUATION-REPORT-LINE FROM VAL-DETAIL-LINE
           PERFORM CHECK-REPORT-WRITE
           SET VALUATION-TYPE-IDX UP BY 1.

       WRITE-VALUATION-TYPE-LINE-EXIT.
           EXIT.

       WRITE-REPORT-TEXT-LINE.
           WRITE VALUATION-REPORT-LINE FROM VAL-TEXT-LINE
           PERFORM CHECK-REPORT-WRITE.

       WRITE-REPORT-TEXT-LINE-EXIT.
           EXIT.

       CHECK-REPORT-WRITE.
           IF UPRRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING UPRRPT - STATUS '
                   UPRRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-REPORT-WRITE-EXIT.
           EXIT.

       TERMINATE-PROGRAM.
           CLOSE POLICY-MASTER-FILE
           IF POLMASTR-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING POLMASTR - STATUS '
                   POLMASTR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE VALUATION-EXTRACT-FILE
           IF UPRXTRCT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING UPRXTRCT - STATUS '
                   UPRXTRCT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE VALUATION-REPORT-FILE
           IF UPRRPT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING UPRRPT - STATUS '
                   UPRRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'PREMIUM VALUATION COMPLETE'
           DISPLAY 'AS-OF DATE:         ' AS-OF-DATE
           DISPLAY 'POLICIES READ:      ' POLICIES-READ-COUNT
           DISPLAY 'POLICIES VALUED:    ' POLICIES-VALUED-COUNT
           DISPLAY 'PRIOR TERM VALUED:  ' PRIOR-TERM-USED-COUNT
           DISPLAY 'TERM NOT STARTED:   ' NOT-STARTED-COUNT
           DISPLAY 'BAD TERM DATES:     ' BAD-TERM-COUNT
           DISPLAY 'WRITTEN PREMIUM:    ' WRITTEN-PREMIUM-TOTAL
           DISPLAY 'EARNED PREMIUM:     ' EARNED-PREMIUM-TOTAL
           DISPLAY 'UNEARNED PREMIUM:   ' UNEARNED-PREMIUM-TOTAL.

           MOVE ZERO TO RUN-COMPLETION-CODE
           MOVE 'RUN COMPLETE' TO RUN-STATUS-MESSAGE
           IF BAD-TERM-COUNT > ZERO
               MOVE 04 TO RUN-COMPLETION-CODE
               MOVE 'POLICIES WITH BAD TERM DATES - SEE LOG'
                   TO RUN-STATUS-MESSAGE
           END-IF
           PERFORM WRITE-RUN-STATUS.

       TERMINATE-PROGRAM-EXIT.
           EXIT.

      * Shared Prior Term Paragraphs - Same Copybook In Every Step
      * That Reports On The Term In Force On A Past Date.
           COPY PRIORTRM.

      * Shared Run Status Paragraphs - Same Copybook In Every
      * Program In The Suite.
           COPY RUNSTLOG.
