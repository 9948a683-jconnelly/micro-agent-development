      *================================================================
      * REINSURANCE CESSION PROGRAM
      * THE MONTH-END CESSION RUN FOR THE PER-RISK SURPLUS TREATY.
      * THE TREATY PARAMETER FILE (TREATYPM) CARRIES THE RETENTION AND
      * THE CESSION PERCENTAGE FOR EACH POLICY TYPE THE TREATY COVERS;
      * ANY POLICY OF THOSE TYPES WHOSE COVERAGE IS ABOVE THE
      * RETENTION CEDES THAT PERCENTAGE OF THE EXCESS, AND THE SAME
      * SHARE OF ITS PREMIUM. THE BORDEREAU MONTH COMES FROM THE
      * CESSPARM CARD. THE POLICY TRANSACTION HISTORY (POLHIST) GIVES
      * THE PREMIUM MOVEMENTS PROCESSED IN THE MONTH - NEW BUSINESS,
      * RENEWALS, ENDORSEMENTS, CANCELLATIONS, LAPSES AND
      * REINSTATEMENTS - EACH PRICED AS THE CHANGE IN CEDED PREMIUM
      * OVER THE UNEXPIRED TERM ON THE SAME 30/360 BASIS THE
      * ENDORSEMENT AND CANCELLATION STEPS USE. A PASS OF THE POLICY
      * MASTER THEN GIVES THE CESSIONS IN FORCE AT MONTH END - FOR A
      * POLICY WHOSE RENEWAL WAS ACCEPTED AHEAD, THE EXPIRING TERM
      * SAVED FROM ITS RENEWAL HISTORY ENTRY. WRITES
      * THE MONTHLY BORDEREAU FILE (BORDERX) THE REINSURER TAKES AND
      * THE BORDEREAU REPORT (CESSRPT) WITH TOTALS BY POLICY TYPE
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RICESSN.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CESSION-PARM-FILE ASSIGN TO "CESSPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CESSPARM-STATUS.

           SELECT TREATY-PARM-FILE ASSIGN TO "TREATYPM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TREATYPM-STATUS.

           SELECT POLICY-HISTORY-FILE ASSIGN TO "POLHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POLHIST-STATUS.

           SELECT POLICY-MASTER-FILE ASSIGN TO "POLMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-POLICY-NUMBER
               FILE STATUS IS POLMASTR-STATUS.

           SELECT BORDEREAU-FILE ASSIGN TO "BORDERX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BORDERX-STATUS.

           SELECT CESSION-REPORT-FILE ASSIGN TO "CESSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CESSRPT-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "CESSSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * CESSPARM - ONE-RECORD PARAMETER CARD NAMING THE BORDEREAU
      * MONTH (YYYYMM). OPERATIONS SETS IT SO A MONTH CAN BE RERUN.
       FD  CESSION-PARM-FILE
           RECORDING MODE IS F.
       01  CESSION-PARM-RECORD.
           05  CSP-BORDEREAU-MONTH        PIC 9(6).

      * TREATYPM - ONE RECORD PER POLICY TYPE THE TREATY COVERS: THE
      * PER-RISK RETENTION AND THE PERCENTAGE OF COVERAGE ABOVE IT
      * THAT IS CEDED. A POLICY TYPE NOT ON THE FILE IS NOT CEDED.
       FD  TREATY-PARM-FILE
           RECORDING MODE IS F.
       01  TREATY-PARM-RECORD.
           05  TRP-POLICY-TYPE            PIC X(4).
           05  TRP-RETENTION-AMOUNT       PIC 9(7)V99.
           05  TRP-CESSION-PERCENT        PIC 9(3)V99.

      * POLHIST - THE POLICY TRANSACTION HISTORY. OPTIONAL - BEFORE
      * THE FIRST MASTER CHANGE IS LOGGED THERE ARE NO MOVEMENTS.
       FD  POLICY-HISTORY-FILE
           RECORDING MODE IS F.
           COPY POLHIST.

      * POLMASTR - READ SEQUENTIALLY FOR THE CESSIONS IN FORCE AT
      * MONTH END. THE BEFORE AND AFTER IMAGES OF EACH HISTORY ENTRY
      * ARE ALSO LAID INTO THIS RECORD AREA TO BE PRICED, WHICH IS
      * WHY THE HISTORY IS PASSED BEFORE THE FIRST MASTER READ.
       FD  POLICY-MASTER-FILE.
           COPY POLMASTR.

      * BORDERX - THE MONTHLY BORDEREAU FOR THE REINSURER. ONE 'INFC'
      * RECORD PER CESSION IN FORCE AT MONTH END CARRYING THE CEDED
      * ANNUAL PREMIUM, AND ONE RECORD PER PREMIUM MOVEMENT IN THE
      * MONTH TYPED BY THE HISTORY TRANSACTION (ISSU, RENW, ENDR,
      * CANC, LAPS, REIN) CARRYING THE CEDED PREMIUM DUE TO ('A') OR
      * BACK FROM ('R') THE REINSURER. AMOUNTS ARE UNSIGNED.
       FD  BORDEREAU-FILE
           RECORDING MODE IS F.
       01  BORDEREAU-RECORD.
           05  CBR-BORDEREAU-MONTH        PIC 9(6).
           05  CBR-ENTRY-TYPE             PIC X(4).
               88  CBR-IN-FORCE           VALUE 'INFC'.
           05  CBR-POLICY-NUMBER          PIC X(10).
           05  CBR-POLICY-TYPE            PIC X(4).
           05  CBR-APPLICANT-STATE        PIC X(2).
           05  CBR-EFFECTIVE-DATE         PIC 9(8).
           05  CBR-EXPIRY-DATE            PIC 9(8).
           05  CBR-TRANSACTION-DATE       PIC 9(8).
           05  CBR-COVERAGE-AMOUNT        PIC 9(7)V99.
           05  CBR-RETENTION-AMOUNT       PIC 9(7)V99.
           05  CBR-CESSION-PERCENT        PIC 9(3)V99.
           05  CBR-PRIOR-CEDED-COVERAGE   PIC 9(7)V99.
           05  CBR-CEDED-COVERAGE         PIC 9(7)V99.
           05  CBR-ANNUAL-PREMIUM         PIC 9(6)V99.
           05  CBR-PREMIUM-DIRECTION      PIC X(1).
               88  CBR-ADDITIONAL-PREMIUM VALUE 'A'.
               88  CBR-RETURN-PREMIUM     VALUE 'R'.
           05  CBR-CEDED-PREMIUM          PIC 9(6)V99.

       FD  CESSION-REPORT-FILE
           RECORDING MODE IS F.
       01  CESSION-REPORT-LINE            PIC X(132).

      * RUN STATUS - ONE-RECORD STATUS FILE THE SCHEDULER AND THE
      * NEXT STEP GATE ON. REWRITTEN IN PROGRESS AT JOB START AND
      * WITH THE GRADED COMPLETION CODE AT END OF JOB.
       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.

      * File Status And End-Of-File Controls
       77  CESSPARM-STATUS            PIC X(2) VALUE '00'.
       77  TREATYPM-STATUS            PIC X(2) VALUE '00'.
       77  POLHIST-STATUS             PIC X(2) VALUE '00'.
       77  POLMASTR-STATUS            PIC X(2) VALUE '00'.
       77  BORDERX-STATUS             PIC X(2) VALUE '00'.
       77  CESSRPT-STATUS             PIC X(2) VALUE '00'.
       77  END-OF-TREATY-FLAG         PIC X(1) VALUE 'N'.
           88  END-OF-TREATY-FILE     VALUE 'Y'.
       77  END-OF-HISTORY-FLAG        PIC X(1) VALUE 'N'.
           88  END-OF-HISTORY         VALUE 'Y'.
       77  HISTORY-FILE-FLAG          PIC X(1) VALUE 'N'.
           88  HISTORY-FILE-PRESENT   VALUE 'Y'.
       77  END-OF-FILE-FLAG           PIC X(1) VALUE 'N'.
           88  END-OF-POLICY-MASTER   VALUE 'Y'.

      * Bordereau Month - Saved From The CESSPARM Card At Job Start.
      * A Date Is In The Month When It Is On Or After The First Of
      * The Month And Before The First Of The Next.
       01  BORDEREAU-MONTH-FIELDS.
           05  BORDEREAU-MONTH        PIC 9(6).
           05  BORDEREAU-MONTH-PARTS REDEFINES BORDEREAU-MONTH.
               10  BORDEREAU-YEAR     PIC 9(4).
               10  BORDEREAU-MM       PIC 9(2).
       01  MONTH-START-FIELDS.
           05  MONTH-START-DATE       PIC 9(8).
           05  MONTH-START-PARTS REDEFINES MONTH-START-DATE.
               10  MONTH-START-YEAR   PIC 9(4).
               10  MONTH-START-MONTH  PIC 9(2).
               10  MONTH-START-DAY    PIC 9(2).
       01  NEXT-MONTH-START-FIELDS.
           05  NEXT-MONTH-START-DATE  PIC 9(8).
           05  NEXT-MONTH-START-PARTS REDEFINES NEXT-MONTH-START-DATE.
               10  NEXT-MONTH-START-YEAR  PIC 9(4).
               10  NEXT-MONTH-START-MONTH PIC 9(2).
               10  NEXT-MONTH-START-DAY   PIC 9(2).

      * Treaty Terms By Policy Type, Loaded From TREATYPM, With The
      * Month's Bordereau Totals For Each Type
       77  TREATY-MAX                 PIC 99 VALUE 20.
       77  TREATY-COUNT               PIC 99 VALUE ZERO.
       77  TREATY-FOUND-FLAG          PIC X(1) VALUE 'N'.
           88  TREATY-FOUND           VALUE 'Y'.
       77  TREATY-LOOKUP-TYPE         PIC X(4) VALUE SPACES.
       01  TREATY-TABLE-WS.
           05  TREATY-ENTRY OCCURS 20 TIMES
                   INDEXED BY TREATY-IDX.
               10  TRT-POLICY-TYPE        PIC X(4).
               10  TRT-RETENTION-AMOUNT   PIC 9(7)V99.
               10  TRT-CESSION-PERCENT    PIC 9(3)V99.
               10  TRT-IN-FORCE-COUNT     PIC 9(6).
               10  TRT-IN-FORCE-COVERAGE  PIC 9(11)V99.
               10  TRT-IN-FORCE-PREMIUM   PIC 9(9)V99.
               10  TRT-ADDITIONAL-PREMIUM PIC 9(9)V99.
               10  TRT-RETURN-PREMIUM     PIC 9(9)V99.

      * Cession Work Fields - Set For Whatever Policy Image Is In The
      * Master Record Area
       77  CEDED-COVERAGE             PIC 9(7)V99 VALUE ZERO.
       77  CEDED-PREMIUM              PIC 9(6)V99 VALUE ZERO.
       77  BEFORE-CEDED-COVERAGE      PIC 9(7)V99 VALUE ZERO.
       77  BEFORE-CEDED-PREMIUM       PIC 9(6)V99 VALUE ZERO.
       77  BEFORE-TERMINATION-DATE    PIC 9(8) VALUE ZERO.
       77  CEDED-PREMIUM-CHANGE       PIC S9(7)V99 VALUE ZERO.
       77  MOVEMENT-PREMIUM           PIC S9(7)V99 VALUE ZERO.
       77  PRORATE-FROM-DATE          PIC 9(8) VALUE ZERO.

      * Pro-Rata Work Fields - 30/360 Day Count, The Same Convention
      * The Endorsement And Cancellation Steps Use
       77  UNEXPIRED-DAYS             PIC S9(5) VALUE ZERO.
       77  TERM-DAYS                  PIC S9(5) VALUE ZERO.
       01  TERM-FROM-DATE-FIELDS.
           05  TERM-FROM-DATE         PIC 9(8).
           05  TERM-FROM-PARTS REDEFINES TERM-FROM-DATE.
               10  TERM-FROM-YEAR     PIC 9(4).
               10  TERM-FROM-MONTH    PIC 9(2).
               10  TERM-FROM-DAY      PIC 9(2).
       01  TERM-TO-DATE-FIELDS.
           05  TERM-TO-DATE           PIC 9(8).
           05  TERM-TO-PARTS REDEFINES TERM-TO-DATE.
               10  TERM-TO-YEAR       PIC 9(4).
               10  TERM-TO-MONTH      PIC 9(2).
               10  TERM-TO-DAY        PIC 9(2).
       77  DAY-COUNT-WORK             PIC S9(5) VALUE ZERO.

      * Cession Counters And Totals
       77  HISTORY-READ-COUNT         PIC 9(6) VALUE ZERO.
       77  MOVEMENT-COUNT             PIC 9(6) VALUE ZERO.
       77  POLICIES-READ-COUNT        PIC 9(6) VALUE ZERO.
       77  IN-FORCE-CESSION-COUNT     PIC 9(6) VALUE ZERO.
       77  BAD-TERM-COUNT             PIC 9(6) VALUE ZERO.
       77  IN-FORCE-COVERAGE-TOTAL    PIC 9(11)V99 VALUE ZERO.
       77  IN-FORCE-PREMIUM-TOTAL     PIC 9(9)V99 VALUE ZERO.
       77  ADDITIONAL-PREMIUM-TOTAL   PIC 9(9)V99 VALUE ZERO.
       77  RETURN-PREMIUM-TOTAL       PIC 9(9)V99 VALUE ZERO.
       77  NET-PREMIUM-WORK           PIC S9(9)V99 VALUE ZERO.

      * Shared Prior Term Working Storage - Same Table The Premium
      * Valuation Step Values The Running Term From.
           COPY PRIORWS.

      * Report Print Lines
       01  CSR-HEADING-LINE.
           05  FILLER                 PIC X(38) VALUE
               'REINSURANCE CESSION BORDEREAU - MONTH '.
           05  CSR-HEADING-MONTH      PIC 9(6).
           05  FILLER                 PIC X(88) VALUE SPACES.

       01  CSR-TEXT-LINE.
           05  CSR-TEXT               PIC X(60).
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  CSR-TREATY-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-TREATY-TYPE        PIC X(4).
           05  FILLER                 PIC X(13) VALUE
               '  RETENTION '.
           05  CSR-TREATY-RETENTION   PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(11) VALUE
               '  CEDING '.
           05  CSR-TREATY-PERCENT     PIC ZZ9.99.
           05  FILLER                 PIC X(22) VALUE
               ' PCT OF THE EXCESS'.
           05  FILLER                 PIC X(62) VALUE SPACES.

       01  CSR-MOVEMENT-COLUMN-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'POLICY'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(4) VALUE 'TYPE'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(2) VALUE 'ST'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(4) VALUE 'TRAN'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(8) VALUE 'EFF DATE'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE
               '    COVERAGE'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE
               ' PRIOR CEDED'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE
               '   NOW CEDED'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(3) VALUE 'A/R'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(13) VALUE
               'CEDED PREMIUM'.
           05  FILLER                 PIC X(32) VALUE SPACES.

       01  CSR-MOVEMENT-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-MOV-POLICY-NUMBER  PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-MOV-POLICY-TYPE    PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-MOV-STATE          PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-MOV-TRANSACTION    PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-MOV-DATE           PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-MOV-COVERAGE       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-MOV-PRIOR-CEDED    PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-MOV-CEDED          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  CSR-MOV-DIRECTION      PIC X(1).
           05  FILLER                 PIC X(6) VALUE SPACES.
           05  CSR-MOV-PREMIUM        PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(32) VALUE SPACES.

       01  CSR-IN-FORCE-COLUMN-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'POLICY'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(4) VALUE 'TYPE'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(2) VALUE 'ST'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(8) VALUE 'EFF DATE'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(8) VALUE 'EXP DATE'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE
               '    COVERAGE'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE
               '       CEDED'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE
               '   PREMIUM'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE
               'CEDED PREM'.
           05  FILLER                 PIC X(38) VALUE SPACES.

       01  CSR-IN-FORCE-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-INF-POLICY-NUMBER  PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-INF-POLICY-TYPE    PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-INF-STATE          PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-INF-EFFECTIVE-DATE PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-INF-EXPIRY-DATE    PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-INF-COVERAGE       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-INF-CEDED          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-INF-PREMIUM        PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-INF-CEDED-PREMIUM  PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(38) VALUE SPACES.

       01  CSR-TOTAL-COLUMN-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(4) VALUE 'TYPE'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(7) VALUE '  COUNT'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(17) VALUE
               '   CEDED COVERAGE'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE
               ' CEDED PREMIUM'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE
               '    ADDITIONAL'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE
               '        RETURN'.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(15) VALUE
               '  NET MOVEMENT'.
           05  FILLER                 PIC X(33) VALUE SPACES.

       01  CSR-TOTAL-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-TOT-POLICY-TYPE    PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-TOT-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-TOT-COVERAGE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-TOT-PREMIUM        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-TOT-ADDITIONAL     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-TOT-RETURN         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CSR-TOT-NET            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(33) VALUE SPACES.

      * Run Status Controls - Graded Completion Code And The
      * One-Record Status File The Scheduler Gates On
       77  RUNSTAT-STATUS             PIC X(2) VALUE '00'.
       77  RUN-STATUS-PROGRAM-ID      PIC X(8) VALUE 'RICESSN'.
       77  RUN-COMPLETION-CODE        PIC 99 VALUE ZERO.
       77  RUN-STATUS-MESSAGE         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-PROGRAM
           PERFORM WRITE-REPORT-HEADING
           MOVE SPACES TO CSR-TEXT
           PERFORM WRITE-REPORT-TEXT-LINE
           MOVE 'CEDED PREMIUM MOVEMENTS PROCESSED IN THE MONTH'
               TO CSR-TEXT
           PERFORM WRITE-REPORT-TEXT-LINE
           WRITE CESSION-REPORT-LINE FROM CSR-MOVEMENT-COLUMN-LINE
           PERFORM CHECK-REPORT-WRITE
           IF HISTORY-FILE-PRESENT
               PERFORM READ-POLICY-HISTORY
               PERFORM PROCESS-HISTORY-ENTRY
                   THRU PROCESS-HISTORY-ENTRY-EXIT
                   UNTIL END-OF-HISTORY
           END-IF
           MOVE SPACES TO CSR-TEXT
           PERFORM WRITE-REPORT-TEXT-LINE
           MOVE 'CESSIONS IN FORCE AT MONTH END' TO CSR-TEXT
           PERFORM WRITE-REPORT-TEXT-LINE
           WRITE CESSION-REPORT-LINE FROM CSR-IN-FORCE-COLUMN-LINE
           PERFORM CHECK-REPORT-WRITE
           PERFORM READ-POLICY-MASTER
           PERFORM PROCESS-IN-FORCE-POLICY
               THRU PROCESS-IN-FORCE-POLICY-EXIT
               UNTIL END-OF-POLICY-MASTER
           PERFORM WRITE-TYPE-TOTALS
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           PERFORM MARK-RUN-IN-PROGRESS.

      * Before The First Master Change There Is No History File.
           OPEN INPUT POLICY-HISTORY-FILE
           IF POLHIST-STATUS = '00'
               SET HISTORY-FILE-PRESENT TO TRUE
           ELSE
               IF POLHIST-STATUS NOT = '35'
                   DISPLAY 'ERROR OPENING POLHIST - STATUS '
                       POLHIST-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT POLICY-MASTER-FILE
           IF POLMASTR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING POLMASTR - STATUS '
                   POLMASTR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BORDEREAU-FILE
           IF BORDERX-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BORDERX - STATUS '
                   BORDERX-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CESSION-REPORT-FILE
           IF CESSRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CESSRPT - STATUS '
                   CESSRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-CESSION-PARAMETERS.

           PERFORM LOAD-TREATY-TABLE.

       INITIALIZE-PROGRAM-EXIT.
           EXIT.

      * Business Rule: The Bordereau Month Must Be A Real Year And
      * Month - A Miskeyed Card Stops The Run Rather Than Send The
      * Reinsurer The Wrong Month.
       LOAD-CESSION-PARAMETERS.
           OPEN INPUT CESSION-PARM-FILE
           IF CESSPARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CESSPARM - STATUS '
                   CESSPARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ CESSION-PARM-FILE
               AT END
                   DISPLAY 'ERROR - CESSPARM CONTAINS NO RECORD'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.

           IF CSP-BORDEREAU-MONTH NOT NUMERIC
               DISPLAY 'ERROR - CESSPARM MONTH NOT NUMERIC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CSP-BORDEREAU-MONTH TO BORDEREAU-MONTH
           IF BORDEREAU-MM < 1 OR BORDEREAU-MM > 12
               DISPLAY 'ERROR - CESSPARM MONTH INVALID: '
                   CSP-BORDEREAU-MONTH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE CESSION-PARM-FILE.

           MOVE BORDEREAU-YEAR TO MONTH-START-YEAR
           MOVE BORDEREAU-MM TO MONTH-START-MONTH
           MOVE 1 TO MONTH-START-DAY
           MOVE MONTH-START-DATE TO NEXT-MONTH-START-DATE
           IF BORDEREAU-MM = 12
               ADD 1 TO NEXT-MONTH-START-YEAR
               MOVE 1 TO NEXT-MONTH-START-MONTH
           ELSE
               ADD 1 TO NEXT-MONTH-START-MONTH
           END-IF.
           MOVE NEXT-MONTH-START-DATE TO PRIOR-TERM-CUTOFF-DATE.

       LOAD-CESSION-PARAMETERS-EXIT.
           EXIT.

      * Business Rule: A Treaty Row With A Non-Numeric Amount, A
      * Cession Percentage Over 100 Or A Policy Type Already Loaded
      * Stops The Run - The Bordereau Must Not Go Out On Bad Terms.
       LOAD-TREATY-TABLE.
           OPEN INPUT TREATY-PARM-FILE
           IF TREATYPM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TREATYPM - STATUS '
                   TREATYPM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-TREATY-PARM
           PERFORM LOAD-TREATY-ENTRY UNTIL END-OF-TREATY-FILE

           CLOSE TREATY-PARM-FILE.

           IF TREATY-COUNT = ZERO
               DISPLAY 'ERROR - TREATYPM CONTAINS NO RECORDS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-TREATY-TABLE-EXIT.
           EXIT.

       READ-TREATY-PARM.
           READ TREATY-PARM-FILE
               AT END
                   MOVE 'Y' TO END-OF-TREATY-FLAG
           END-READ.

       READ-TREATY-PARM-EXIT.
           EXIT.

       LOAD-TREATY-ENTRY.
           IF TRP-RETENTION-AMOUNT NOT NUMERIC
               OR TRP-CESSION-PERCENT NOT NUMERIC
               DISPLAY 'ERROR - TREATYPM AMOUNTS NOT NUMERIC FOR '
                   TRP-POLICY-TYPE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF TRP-CESSION-PERCENT > 100
               DISPLAY 'ERROR - TREATYPM CESSION OVER 100 PCT FOR '
                   TRP-POLICY-TYPE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE TRP-POLICY-TYPE TO TREATY-LOOKUP-TYPE
           PERFORM FIND-TREATY-ENTRY
           IF TREATY-FOUND
               DISPLAY 'ERROR - TREATYPM DUPLICATE POLICY TYPE '
                   TRP-POLICY-TYPE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO TREATY-COUNT
           IF TREATY-COUNT > TREATY-MAX
               DISPLAY 'ERROR - MORE THAN ' TREATY-MAX
                   ' TREATY POLICY TYPES'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET TREATY-IDX TO TREATY-COUNT
           MOVE TRP-POLICY-TYPE TO TRT-POLICY-TYPE (TREATY-IDX)
           MOVE TRP-RETENTION-AMOUNT
               TO TRT-RETENTION-AMOUNT (TREATY-IDX)
           MOVE TRP-CESSION-PERCENT
               TO TRT-CESSION-PERCENT (TREATY-IDX)
           MOVE ZERO TO TRT-IN-FORCE-COUNT (TREATY-IDX)
           MOVE ZERO TO TRT-IN-FORCE-COVERAGE (TREATY-IDX)
           MOVE ZERO TO TRT-IN-FORCE-PREMIUM (TREATY-IDX)
           MOVE ZERO TO TRT-ADDITIONAL-PREMIUM (TREATY-IDX)
           MOVE ZERO TO TRT-RETURN-PREMIUM (TREATY-IDX)

           PERFORM READ-TREATY-PARM.

       LOAD-TREATY-ENTRY-EXIT.
           EXIT.

      * The Search Is Bounded At The Loaded Count - Slots Past It
      * Hold Unpredictable Data.
       FIND-TREATY-ENTRY.
           MOVE 'N' TO TREATY-FOUND-FLAG
           IF TREATY-COUNT > ZERO
               SET TREATY-IDX TO 1
               SEARCH TREATY-ENTRY
                   AT END
                       CONTINUE
                   WHEN TREATY-IDX > TREATY-COUNT
                       CONTINUE
                   WHEN TRT-POLICY-TYPE (TREATY-IDX)
                           = TREATY-LOOKUP-TYPE
                       MOVE 'Y' TO TREATY-FOUND-FLAG
               END-SEARCH
           END-IF.

       FIND-TREATY-ENTRY-EXIT.
           EXIT.

       READ-POLICY-HISTORY.
           READ POLICY-HISTORY-FILE
               AT END
                   MOVE 'Y' TO END-OF-HISTORY-FLAG
           END-READ.

       READ-POLICY-HISTORY-EXIT.
           EXIT.

      * Business Rule: A Movement Belongs To The Month It Was
      * Processed In, So A Back-Dated Change Is Reported When It Is
      * Made Rather Than Reopening A Bordereau Already Sent. Expiries
      * Move No Premium - The Cession Simply Runs Off With The Term.
       PROCESS-HISTORY-ENTRY.
           ADD 1 TO HISTORY-READ-COUNT
           PERFORM SAVE-PRIOR-TERM THRU SAVE-PRIOR-TERM-EXIT
           IF PHR-PROCESS-DATE < MONTH-START-DATE
               OR PHR-PROCESS-DATE NOT < NEXT-MONTH-START-DATE
               GO TO PROCESS-HISTORY-NEXT
           END-IF
           IF NOT PHR-ISSUANCE AND NOT PHR-RENEWAL
               AND NOT PHR-ENDORSEMENT AND NOT PHR-CANCELLATION
               AND NOT PHR-LAPSE AND NOT PHR-REINSTATEMENT
               GO TO PROCESS-HISTORY-NEXT
           END-IF

           MOVE PHR-AFTER-IMAGE TO POLICY-MASTER-RECORD
           MOVE PM-POLICY-TYPE TO TREATY-LOOKUP-TYPE
           PERFORM FIND-TREATY-ENTRY
           IF NOT TREATY-FOUND
               GO TO PROCESS-HISTORY-NEXT
           END-IF

      * A New Policy Or A New Term Has No Prior Cession On It - The
      * Expiring Term's Cession Ran Its Full Course.
           MOVE ZERO TO BEFORE-CEDED-COVERAGE
           MOVE ZERO TO BEFORE-CEDED-PREMIUM
           MOVE ZERO TO BEFORE-TERMINATION-DATE
           IF NOT PHR-ISSUANCE AND NOT PHR-RENEWAL
               AND PHR-BEFORE-IMAGE NOT = SPACES
               MOVE PHR-BEFORE-IMAGE TO POLICY-MASTER-RECORD
               MOVE PM-TERMINATION-DATE TO BEFORE-TERMINATION-DATE
               IF PM-IN-FORCE
                   PERFORM COMPUTE-POLICY-CESSION
                   MOVE CEDED-COVERAGE TO BEFORE-CEDED-COVERAGE
                   MOVE CEDED-PREMIUM TO BEFORE-CEDED-PREMIUM
               END-IF
           END-IF

           MOVE PHR-AFTER-IMAGE TO POLICY-MASTER-RECORD
           MOVE ZERO TO CEDED-COVERAGE
           MOVE ZERO TO CEDED-PREMIUM
           IF PM-IN-FORCE
               PERFORM COMPUTE-POLICY-CESSION
           END-IF

           COMPUTE CEDED-PREMIUM-CHANGE =
               CEDED-PREMIUM - BEFORE-CEDED-PREMIUM
           IF CEDED-PREMIUM-CHANGE = ZERO
               GO TO PROCESS-HISTORY-NEXT
           END-IF

           PERFORM COMPUTE-MOVEMENT-PREMIUM
               THRU COMPUTE-MOVEMENT-PREMIUM-EXIT
           IF MOVEMENT-PREMIUM = ZERO
               GO TO PROCESS-HISTORY-NEXT
           END-IF

           PERFORM WRITE-MOVEMENT-ENTRY.

       PROCESS-HISTORY-NEXT.
           PERFORM READ-POLICY-HISTORY.

       PROCESS-HISTORY-ENTRY-EXIT.
           EXIT.

      * Business Rule: The Ceded Coverage Is The Treaty Percentage Of
      * The Coverage Above The Retention; The Ceded Premium Is The
      * Same Share Of The Policy's Premium As The Ceded Coverage Is
      * Of Its Coverage. At Or Under The Retention Nothing Is Ceded.
      * Requires TREATY-IDX On The Policy Type's Treaty Entry.
       COMPUTE-POLICY-CESSION.
           MOVE ZERO TO CEDED-COVERAGE
           MOVE ZERO TO CEDED-PREMIUM
           IF PM-COVERAGE-AMOUNT > TRT-RETENTION-AMOUNT (TREATY-IDX)
               COMPUTE CEDED-COVERAGE ROUNDED =
                   (PM-COVERAGE-AMOUNT
                       - TRT-RETENTION-AMOUNT (TREATY-IDX))
                   * TRT-CESSION-PERCENT (TREATY-IDX) / 100
               COMPUTE CEDED-PREMIUM ROUNDED =
                   PM-ANNUAL-PREMIUM * CEDED-COVERAGE
                   / PM-COVERAGE-AMOUNT
           END-IF.

       COMPUTE-POLICY-CESSION-EXIT.
           EXIT.

      * Business Rule: The Change In Ceded Premium Is Pro-Rated Over
      * The Part Of The Term Left From The Date The Change Took
      * Effect, As POLENDRS And POLCANCL Do For The Insured - The
      * Whole Term For A New Policy Or Renewal. A Reinstatement
      * Restores The Cession From The Termination Date, As POLREINS
      * Restores The Insured's Premium. A Term Whose Expiry Is Not
      * After Its Effective Date Cannot Be Pro-Rated And Is Reported.
       COMPUTE-MOVEMENT-PREMIUM.
           MOVE ZERO TO MOVEMENT-PREMIUM
           MOVE PHR-EFFECTIVE-DATE TO PRORATE-FROM-DATE
           IF PHR-REINSTATEMENT AND BEFORE-TERMINATION-DATE > ZERO
               MOVE BEFORE-TERMINATION-DATE TO PRORATE-FROM-DATE
           END-IF
           IF PRORATE-FROM-DATE < PM-EFFECTIVE-DATE
               MOVE PM-EFFECTIVE-DATE TO PRORATE-FROM-DATE
           END-IF

           MOVE PM-EFFECTIVE-DATE TO TERM-FROM-DATE
           MOVE PM-EXPIRY-DATE TO TERM-TO-DATE
           PERFORM COMPUTE-DAY-COUNT
           MOVE DAY-COUNT-WORK TO TERM-DAYS
           IF TERM-DAYS NOT > ZERO
               DISPLAY 'WARNING - POLICY ' PM-POLICY-NUMBER
                   ' TERM DATES CANNOT BE PRO-RATED'
               ADD 1 TO BAD-TERM-COUNT
               GO TO COMPUTE-MOVEMENT-PREMIUM-EXIT
           END-IF

           MOVE PRORATE-FROM-DATE TO TERM-FROM-DATE
           PERFORM COMPUTE-DAY-COUNT
           MOVE DAY-COUNT-WORK TO UNEXPIRED-DAYS
           IF UNEXPIRED-DAYS > ZERO
               COMPUTE MOVEMENT-PREMIUM ROUNDED =
                   CEDED-PREMIUM-CHANGE * UNEXPIRED-DAYS / TERM-DAYS
           END-IF.

       COMPUTE-MOVEMENT-PREMIUM-EXIT.
           EXIT.

      * 30/360 Day Count From TERM-FROM-DATE To TERM-TO-DATE.
       COMPUTE-DAY-COUNT.
           COMPUTE DAY-COUNT-WORK =
               (TERM-TO-YEAR - TERM-FROM-YEAR) * 360
               + (TERM-TO-MONTH - TERM-FROM-MONTH) * 30
               + (TERM-TO-DAY - TERM-FROM-DAY).

       COMPUTE-DAY-COUNT-EXIT.
           EXIT.

      * The Master Record Area Holds The After Image And TREATY-IDX
      * Its Treaty Entry.
       WRITE-MOVEMENT-ENTRY.
           MOVE BORDEREAU-MONTH TO CBR-BORDEREAU-MONTH
           MOVE PHR-TRANSACTION-TYPE TO CBR-ENTRY-TYPE
           PERFORM MOVE-POLICY-TO-BORDEREAU
           MOVE PHR-EFFECTIVE-DATE TO CBR-TRANSACTION-DATE
           MOVE BEFORE-CEDED-COVERAGE TO CBR-PRIOR-CEDED-COVERAGE
           IF MOVEMENT-PREMIUM > ZERO
               SET CBR-ADDITIONAL-PREMIUM TO TRUE
               MOVE MOVEMENT-PREMIUM TO CBR-CEDED-PREMIUM
               ADD MOVEMENT-PREMIUM TO ADDITIONAL-PREMIUM-TOTAL
               ADD MOVEMENT-PREMIUM
                   TO TRT-ADDITIONAL-PREMIUM (TREATY-IDX)
           ELSE
               SET CBR-RETURN-PREMIUM TO TRUE
               COMPUTE CBR-CEDED-PREMIUM = 0 - MOVEMENT-PREMIUM
               SUBTRACT MOVEMENT-PREMIUM FROM RETURN-PREMIUM-TOTAL
               SUBTRACT MOVEMENT-PREMIUM
                   FROM TRT-RETURN-PREMIUM (TREATY-IDX)
           END-IF
           PERFORM WRITE-BORDEREAU-RECORD
           ADD 1 TO MOVEMENT-COUNT

           MOVE PM-POLICY-NUMBER TO CSR-MOV-POLICY-NUMBER
           MOVE PM-POLICY-TYPE TO CSR-MOV-POLICY-TYPE
           MOVE PM-APPLICANT-STATE TO CSR-MOV-STATE
           MOVE PHR-TRANSACTION-TYPE TO CSR-MOV-TRANSACTION
           MOVE PHR-EFFECTIVE-DATE TO CSR-MOV-DATE
           MOVE PM-COVERAGE-AMOUNT TO CSR-MOV-COVERAGE
           MOVE BEFORE-CEDED-COVERAGE TO CSR-MOV-PRIOR-CEDED
           MOVE CEDED-COVERAGE TO CSR-MOV-CEDED
           MOVE CBR-PREMIUM-DIRECTION TO CSR-MOV-DIRECTION
           MOVE CBR-CEDED-PREMIUM TO CSR-MOV-PREMIUM
           WRITE CESSION-REPORT-LINE FROM CSR-MOVEMENT-LINE
           PERFORM CHECK-REPORT-WRITE.

       WRITE-MOVEMENT-ENTRY-EXIT.
           EXIT.

       READ-POLICY-MASTER.
           READ POLICY-MASTER-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-FLAG
           END-READ.

       READ-POLICY-MASTER-EXIT.
           EXIT.

      * Business Rule: A Cession Is In Force At Month End When The
      * Policy's Term Has Started By The Last Day Of The Month, Runs
      * Past It, And Was Not Terminated On Or Before It. A Renewal
      * Accepted Ahead Has Not Started; The Expiring Term It Replaced
      * On The Master Still Covers The Risk And Is Reported Instead.
       PROCESS-IN-FORCE-POLICY.
           ADD 1 TO POLICIES-READ-COUNT
           PERFORM USE-PRIOR-TERM THRU USE-PRIOR-TERM-EXIT
           IF PM-EFFECTIVE-DATE NOT < NEXT-MONTH-START-DATE
               OR PM-EXPIRY-DATE < NEXT-MONTH-START-DATE
               GO TO PROCESS-IN-FORCE-NEXT
           END-IF
           IF PM-TERMINATION-DATE > ZERO
               AND PM-TERMINATION-DATE < NEXT-MONTH-START-DATE
               GO TO PROCESS-IN-FORCE-NEXT
           END-IF

           MOVE PM-POLICY-TYPE TO TREATY-LOOKUP-TYPE
           PERFORM FIND-TREATY-ENTRY
           IF NOT TREATY-FOUND
               GO TO PROCESS-IN-FORCE-NEXT
           END-IF

           PERFORM COMPUTE-POLICY-CESSION
           IF CEDED-COVERAGE = ZERO
               GO TO PROCESS-IN-FORCE-NEXT
           END-IF

           MOVE BORDEREAU-MONTH TO CBR-BORDEREAU-MONTH
           SET CBR-IN-FORCE TO TRUE
           PERFORM MOVE-POLICY-TO-BORDEREAU
           MOVE ZERO TO CBR-TRANSACTION-DATE
           MOVE ZERO TO CBR-PRIOR-CEDED-COVERAGE
           SET CBR-ADDITIONAL-PREMIUM TO TRUE
           MOVE CEDED-PREMIUM TO CBR-CEDED-PREMIUM
           PERFORM WRITE-BORDEREAU-RECORD

           ADD 1 TO IN-FORCE-CESSION-COUNT
           ADD CEDED-COVERAGE TO IN-FORCE-COVERAGE-TOTAL
           ADD CEDED-PREMIUM TO IN-FORCE-PREMIUM-TOTAL
           ADD 1 TO TRT-IN-FORCE-COUNT (TREATY-IDX)
           ADD CEDED-COVERAGE TO TRT-IN-FORCE-COVERAGE (TREATY-IDX)
           ADD CEDED-PREMIUM TO TRT-IN-FORCE-PREMIUM (TREATY-IDX)

           MOVE PM-POLICY-NUMBER TO CSR-INF-POLICY-NUMBER
           MOVE PM-POLICY-TYPE TO CSR-INF-POLICY-TYPE
           MOVE PM-APPLICANT-STATE TO CSR-INF-STATE
           MOVE PM-EFFECTIVE-DATE TO CSR-INF-EFFECTIVE-DATE
           MOVE PM-EXPIRY-DATE TO CSR-INF-EXPIRY-DATE
           MOVE PM-COVERAGE-AMOUNT TO CSR-INF-COVERAGE
           MOVE CEDED-COVERAGE TO CSR-INF-CEDED
           MOVE PM-ANNUAL-PREMIUM TO CSR-INF-PREMIUM
           MOVE CEDED-PREMIUM TO CSR-INF-CEDED-PREMIUM
           WRITE CESSION-REPORT-LINE FROM CSR-IN-FORCE-LINE
           PERFORM CHECK-REPORT-WRITE.

       PROCESS-IN-FORCE-NEXT.
           PERFORM READ-POLICY-MASTER.

       PROCESS-IN-FORCE-POLICY-EXIT.
           EXIT.

       MOVE-POLICY-TO-BORDEREAU.
           MOVE PM-POLICY-NUMBER TO CBR-POLICY-NUMBER
           MOVE PM-POLICY-TYPE TO CBR-POLICY-TYPE
           MOVE PM-APPLICANT-STATE TO CBR-APPLICANT-STATE
           MOVE PM-EFFECTIVE-DATE TO CBR-EFFECTIVE-DATE
           MOVE PM-EXPIRY-DATE TO CBR-EXPIRY-DATE
           MOVE PM-COVERAGE-AMOUNT TO CBR-COVERAGE-AMOUNT
           MOVE TRT-RETENTION-AMOUNT (TREATY-IDX)
               TO CBR-RETENTION-AMOUNT
           MOVE TRT-CESSION-PERCENT (TREATY-IDX)
               TO CBR-CESSION-PERCENT
           MOVE CEDED-COVERAGE TO CBR-CEDED-COVERAGE
           MOVE PM-ANNUAL-PREMIUM TO CBR-ANNUAL-PREMIUM.

       MOVE-POLICY-TO-BORDEREAU-EXIT.
           EXIT.

       WRITE-BORDEREAU-RECORD.
           WRITE BORDEREAU-RECORD
           IF BORDERX-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING BORDERX - STATUS '
                   BORDERX-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-BORDEREAU-RECORD-EXIT.
           EXIT.

      * The Report Opens With The Treaty Terms The Month Was Ceded
      * On, So The Reinsurer Can Check The Figures Against Them.
       WRITE-REPORT-HEADING.
           MOVE BORDEREAU-MONTH TO CSR-HEADING-MONTH
           WRITE CESSION-REPORT-LINE FROM CSR-HEADING-LINE
           PERFORM CHECK-REPORT-WRITE

           MOVE SPACES TO CSR-TEXT
           PERFORM WRITE-REPORT-TEXT-LINE
           MOVE 'TREATY TERMS BY POLICY TYPE' TO CSR-TEXT
           PERFORM WRITE-REPORT-TEXT-LINE
           SET TREATY-IDX TO 1
           PERFORM WRITE-TREATY-TERMS-LINE
               UNTIL TREATY-IDX > TREATY-COUNT.

       WRITE-REPORT-HEADING-EXIT.
           EXIT.

       WRITE-TREATY-TERMS-LINE.
           MOVE TRT-POLICY-TYPE (TREATY-IDX) TO CSR-TREATY-TYPE
           MOVE TRT-RETENTION-AMOUNT (TREATY-IDX)
               TO CSR-TREATY-RETENTION
           MOVE TRT-CESSION-PERCENT (TREATY-IDX)
               TO CSR-TREATY-PERCENT
           WRITE CESSION-REPORT-LINE FROM CSR-TREATY-LINE
           PERFORM CHECK-REPORT-WRITE
           SET TREATY-IDX UP BY 1.

       WRITE-TREATY-TERMS-LINE-EXIT.
           EXIT.

      * Totals By Policy Type, Then The Grand Total. Net Movement Is
      * Additional Less Return Ceded Premium For The Month.
       WRITE-TYPE-TOTALS.
           MOVE SPACES TO CSR-TEXT
           PERFORM WRITE-REPORT-TEXT-LINE
           MOVE 'BORDEREAU TOTALS BY POLICY TYPE' TO CSR-TEXT
           PERFORM WRITE-REPORT-TEXT-LINE
           WRITE CESSION-REPORT-LINE FROM CSR-TOTAL-COLUMN-LINE
           PERFORM CHECK-REPORT-WRITE
           SET TREATY-IDX TO 1
           PERFORM WRITE-TYPE-TOTAL-LINE
               UNTIL TREATY-IDX > TREATY-COUNT

           MOVE SPACES TO CSR-TEXT
           PERFORM WRITE-REPORT-TEXT-LINE
           MOVE 'ALL ' TO CSR-TOT-POLICY-TYPE
           MOVE IN-FORCE-CESSION-COUNT TO CSR-TOT-COUNT
           MOVE IN-FORCE-COVERAGE-TOTAL TO CSR-TOT-COVERAGE
           MOVE IN-FORCE-PREMIUM-TOTAL TO CSR-TOT-PREMIUM
           MOVE ADDITIONAL-PREMIUM-TOTAL TO CSR-TOT-ADDITIONAL
           MOVE RETURN-PREMIUM-TOTAL TO CSR-TOT-RETURN
           COMPUTE NET-PREMIUM-WORK =
               ADDITIONAL-PREMIUM-TOTAL - RETURN-PREMIUM-TOTAL
           MOVE NET-PREMIUM-WORK TO CSR-TOT-NET
           WRITE CESSION-REPORT-LINE FROM CSR-TOTAL-LINE
           PERFORM CHECK-REPORT-WRITE.

       WRITE-TYPE-TOTALS-EXIT.
           EXIT.

       WRITE-TYPE-TOTAL-LINE.
           MOVE TRT-POLICY-TYPE (TREATY-IDX) TO CSR-TOT-POLICY-TYPE
           MOVE TRT-IN-FORCE-COUNT (TREATY-IDX) TO CSR-TOT-COUNT
           MOVE TRT-IN-FORCE-COVERAGE (TREATY-IDX)
               TO CSR-TOT-COVERAGE
           MOVE TRT-IN-FORCE-PREMIUM (TREATY-IDX)
               TO CSR-TOT-PREMIUM
           MOVE TRT-ADDITIONAL-PREMIUM (TREATY-IDX)
               TO CSR-TOT-ADDITIONAL
           MOVE TRT-RETURN-PREMIUM (TREATY-IDX) TO CSR-TOT-RETURN
           COMPUTE NET-PREMIUM-WORK =
               TRT-ADDITIONAL-PREMIUM (TREATY-IDX)
               - TRT-RETURN-PREMIUM (TREATY-IDX)
           MOVE NET-PREMIUM-WORK TO CSR-TOT-NET
           WRITE CESSION-REPORT-LINE FROM CSR-TOTAL-LINE
           PERFORM CHECK-REPORT-WRITE
           SET TREATY-IDX UP BY 1.

       WRITE-TYPE-TOTAL-LINE-EXIT.
           EXIT.

       WRITE-REPORT-TEXT-LINE.
           WRITE CESSION-REPORT-LINE FROM CSR-TEXT-LINE
           PERFORM CHECK-REPORT-WRITE.

       WRITE-REPORT-TEXT-LINE-EXIT.
           EXIT.

       CHECK-REPORT-WRITE.
           IF CESSRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CESSRPT - STATUS '
                   CESSRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-REPORT-WRITE-EXIT.
           EXIT.

       TERMINATE-PROGRAM.
           IF HISTORY-FILE-PRESENT
               CLOSE POLICY-HISTORY-FILE
               IF POLHIST-STATUS NOT = '00'
                   DISPLAY 'ERROR CLOSING POLHIST - STATUS '
                       POLHIST-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           CLOSE POLICY-MASTER-FILE
           IF POLMASTR-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING POLMASTR - STATUS '
                   POLMASTR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE BORDEREAU-FILE
           IF BORDERX-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING BORDERX - STATUS '
                   BORDERX-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE CESSION-REPORT-FILE
           IF CESSRPT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING CESSRPT - STATUS '
                   CESSRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'REINSURANCE CESSION COMPLETE'
           DISPLAY 'BORDEREAU MONTH:    ' BORDEREAU-MONTH
           DISPLAY 'HISTORY READ:       ' HISTORY-READ-COUNT
           DISPLAY 'MOVEMENTS CEDED:    ' MOVEMENT-COUNT
           DISPLAY 'POLICIES READ:      ' POLICIES-READ-COUNT
           DISPLAY 'CESSIONS IN FORCE:  ' IN-FORCE-CESSION-COUNT
           DISPLAY 'PRIOR TERMS USED:   ' PRIOR-TERM-USED-COUNT
           DISPLAY 'BAD TERM DATES:     ' BAD-TERM-COUNT
           DISPLAY 'CEDED COVERAGE:     ' IN-FORCE-COVERAGE-TOTAL
           DISPLAY 'CEDED PREMIUM:      ' IN-FORCE-PREMIUM-TOTAL
           DISPLAY 'ADDITIONAL PREMIUM: ' ADDITIONAL-PREMIUM-TOTAL
           DISPLAY 'RETURN PREMIUM:     ' RETURN-PREMIUM-TOTAL.

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
