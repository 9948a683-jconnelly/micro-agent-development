      *================================================================
      * GENERAL LEDGER JOURNAL INTERFACE PROGRAM
      * TURNS THE DAY'S FINANCIAL EVENTS INTO ONE BALANCED JOURNAL
      * FILE FOR THE GENERAL LEDGER. READS THE GLEVENTS FILE EVERY
      * STEP THAT MOVES MONEY APPENDS TO - WRITTEN PREMIUM (POLISSUE,
      * RENLACCP), ENDORSEMENT CHARGES AND RETURN CREDITS (POLENDRS),
      * CASH APPLIED AND SUSPENDED (CASHAPPL), COMMISSION AND
      * CHARGEBACKS (COMMCALC), RETURN PREMIUM (POLCANCL) AND REFUND
      * SETTLEMENTS (REFNDDSB) - AND POSTS EACH EVENT AS A NUMBERED
      * DEBIT/CREDIT PAIR TO THE ACCOUNTS THE GLACCTS ACCOUNT MAP NAMES
      * FOR ITS EVENT CODE. A TRIAL BALANCE CONTROL REPORT (GLTRLBAL)
      * TOTALS EVERY ACCOUNT AND PROVES TOTAL DEBITS AGAINST TOTAL
      * CREDITS AND AGAINST THE EVENT CONTROL TOTAL. ONLY A JOURNAL
      * THAT PROVES IS RELEASED ON GLJRNL, AND ONLY THEN IS GLEVENTS
      * EMPTIED FOR THE NEXT DAY; AN OUT-OF-BALANCE DAY RELEASES
      * NOTHING, LEAVES THE EVENTS IN PLACE FOR A RERUN ONCE THE
      * ACCOUNT MAP IS CORRECTED, AND ENDS WITH A FATAL CODE
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-EVENT-FILE ASSIGN TO "GLEVENTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLEVENTS-STATUS.

           SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO "GLACCTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLACCTS-STATUS.

           SELECT JOURNAL-WORK-FILE ASSIGN TO "GLJRNLWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLJRNLWK-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLJRNL-STATUS.

           SELECT TRIAL-BALANCE-FILE ASSIGN TO "GLTRLBAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLTRLBAL-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "GLSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * GLEVENTS - THE DAY'S GENERAL LEDGER EVENTS, IN THE ORDER THE
      * STEPS APPENDED THEM. ABSENT WHEN NO STEP MOVED MONEY TODAY.
       FD  GL-EVENT-FILE
           RECORDING MODE IS F.
           COPY GLEVENT.

      * GLACCTS - GENERAL LEDGER ACCOUNT MAP, ONE RECORD PER EVENT
      * CODE NAMING THE ACCOUNT TO DEBIT AND THE ACCOUNT TO CREDIT.
      * MAINTAINED BY THE ACCOUNTING DESK AND LOADED ONCE AT JOB
      * START LIKE THE COMMISSION RATE TABLE.
       FD  GL-ACCOUNT-MAP-FILE
           RECORDING MODE IS F.
       01  GL-ACCOUNT-MAP-RECORD.
           05  GLA-EVENT-CODE             PIC X(8).
           05  GLA-DEBIT-ACCOUNT          PIC X(10).
           05  GLA-CREDIT-ACCOUNT         PIC X(10).
           05  GLA-DESCRIPTION            PIC X(30).

      * GLJRNLWK - THE JOURNAL AS BUILT, HELD BACK UNTIL THE TRIAL
      * BALANCE PROVES. COPIED TO GLJRNL ONLY WHEN IT DOES.
       FD  JOURNAL-WORK-FILE
           RECORDING MODE IS F.
       01  JOURNAL-WORK-RECORD            PIC X(79).

      * GLJRNL - THE RELEASED JOURNAL THE GENERAL LEDGER LOADS.
      * NOT CREATED ON A DAY THAT DOES NOT BALANCE.
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY GLJRNL.

       FD  TRIAL-BALANCE-FILE
           RECORDING MODE IS F.
       01  TRIAL-BALANCE-LINE             PIC X(132).

      * RUN STATUS - ONE-RECORD STATUS FILE THE SCHEDULER AND THE
      * NEXT STEP GATE ON. REWRITTEN IN PROGRESS AT JOB START AND
      * WITH THE GRADED COMPLETION CODE AT END OF JOB.
       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.

      * File Status And End-Of-File Controls
       77  GLEVENTS-STATUS            PIC X(2) VALUE '00'.
       77  GLACCTS-STATUS             PIC X(2) VALUE '00'.
       77  GLJRNLWK-STATUS            PIC X(2) VALUE '00'.
       77  GLJRNL-STATUS              PIC X(2) VALUE '00'.
       77  GLTRLBAL-STATUS            PIC X(2) VALUE '00'.
       77  END-OF-FILE-FLAG           PIC X(1) VALUE 'N'.
           88  END-OF-EVENTS          VALUE 'Y'.
       77  EVENT-FILE-FLAG            PIC X(1) VALUE 'N'.
           88  EVENT-FILE-PRESENT     VALUE 'Y'.
       77  ACCOUNT-MAP-EOF-FLAG       PIC X(1) VALUE 'N'.
           88  END-OF-ACCOUNT-MAP     VALUE 'Y'.
       77  WORK-EOF-FLAG              PIC X(1) VALUE 'N'.
           88  END-OF-JOURNAL-WORK    VALUE 'Y'.
       77  JOURNAL-BALANCED-FLAG      PIC X(1) VALUE 'N'.
           88  JOURNAL-BALANCED       VALUE 'Y'.

      * Journal Counters And Control Totals
       77  EVENTS-READ-COUNT          PIC 9(6) VALUE ZERO.
       77  JOURNAL-ENTRY-COUNT        PIC 9(7) VALUE ZERO.
       77  JOURNAL-LINE-COUNT         PIC 9(7) VALUE ZERO.
       77  LINES-RELEASED-COUNT       PIC 9(7) VALUE ZERO.
       77  UNJOURNALED-EVENT-COUNT    PIC 9(6) VALUE ZERO.
       77  EVENT-CONTROL-TOTAL        PIC 9(9)V99 VALUE ZERO.
       77  UNJOURNALED-AMOUNT-TOTAL   PIC 9(9)V99 VALUE ZERO.
       77  TOTAL-DEBITS               PIC 9(9)V99 VALUE ZERO.
       77  TOTAL-CREDITS              PIC 9(9)V99 VALUE ZERO.

      * Account Map Table - Loaded Once At Job Start
       77  ACCOUNT-MAP-MAX            PIC 9(4) VALUE 200.
       77  ACCOUNT-MAP-COUNT          PIC 9(4) VALUE ZERO.
       77  ACCOUNT-MAP-FOUND-FLAG     PIC X(1) VALUE 'N'.
           88  ACCOUNT-MAP-FOUND      VALUE 'Y'.
       01  ACCOUNT-MAP-TABLE-WS.
           05  ACCOUNT-MAP-ENTRY OCCURS 200 TIMES
                   INDEXED BY ACCOUNT-MAP-IDX.
               10  AMW-EVENT-CODE         PIC X(8).
               10  AMW-DEBIT-ACCOUNT      PIC X(10).
               10  AMW-CREDIT-ACCOUNT     PIC X(10).

      * Account Totals, In First-Seen Order
       77  ACCOUNT-TOTAL-MAX          PIC 9(4) VALUE 500.
       77  ACCOUNT-TOTAL-COUNT        PIC 9(4) VALUE ZERO.
       77  ACCOUNT-TOTAL-FOUND-FLAG   PIC X(1) VALUE 'N'.
           88  ACCOUNT-TOTAL-FOUND    VALUE 'Y'.
       01  ACCOUNT-TOTAL-TABLE-WS.
           05  ACCOUNT-TOTAL-ENTRY OCCURS 500 TIMES
                   INDEXED BY ACCOUNT-TOTAL-IDX.
               10  ATW-ACCOUNT-NUMBER     PIC X(10).
               10  ATW-DEBIT-TOTAL        PIC 9(9)V99.
               10  ATW-CREDIT-TOTAL       PIC 9(9)V99.

      * Journal Line Work Fields - Set Before WRITE-JOURNAL-LINE
       77  POSTING-ACCOUNT            PIC X(10) VALUE SPACES.
       77  POSTING-SIDE               PIC X(1) VALUE SPACE.
       77  ACCOUNT-NET-BALANCE        PIC S9(9)V99 VALUE ZERO.
       77  UNJOURNALED-REASON         PIC X(16) VALUE SPACES.

      * Journal Date - The Run Date Every Line Is Booked Under
       01  RUN-DATE                   PIC 9(8).

      * Trial Balance Print Lines
       01  TBL-HEADING-LINE.
           05  FILLER                 PIC X(44) VALUE
               'GENERAL LEDGER TRIAL BALANCE - JOURNAL DATE '.
           05  TBL-HEADING-DATE       PIC 9(8).
           05  FILLER                 PIC X(80) VALUE SPACES.

       01  TBL-COLUMN-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE 'ACCOUNT'.
           05  FILLER                 PIC X(18) VALUE
               '        DEBITS    '.
           05  FILLER                 PIC X(18) VALUE
               '       CREDITS    '.
           05  FILLER                 PIC X(15) VALUE
               '    NET DR(CR-)'.
           05  FILLER                 PIC X(65) VALUE SPACES.

       01  TBL-ACCOUNT-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  TBL-ACCOUNT-NUMBER     PIC X(10).
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  TBL-ACCOUNT-DEBITS     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  TBL-ACCOUNT-CREDITS    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  TBL-ACCOUNT-NET        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(65) VALUE SPACES.

       01  TBL-EXCEPTION-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  TBL-EXCEPTION-REASON   PIC X(16).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  TBL-EXCEPTION-CODE     PIC X(8).
           05  FILLER                 PIC X(6) VALUE ' FROM '.
           05  TBL-EXCEPTION-SOURCE   PIC X(8).
           05  FILLER                 PIC X(9) VALUE ' POLICY: '.
           05  TBL-EXCEPTION-POLICY   PIC X(10).
           05  FILLER                 PIC X(6) VALUE ' APP: '.
           05  TBL-EXCEPTION-APPL-ID  PIC X(10).
           05  FILLER                 PIC X(9) VALUE ' AMOUNT: '.
           05  TBL-EXCEPTION-AMOUNT   PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(34) VALUE SPACES.

       01  TBL-TOTAL-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  TBL-TOTAL-LABEL        PIC X(30).
           05  TBL-TOTAL-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  TBL-TOTAL-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  TBL-TEXT-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  TBL-TEXT               PIC X(130).

      * Run Status Controls - Graded Completion Code And The
      * One-Record Status File The Scheduler Gates On
       77  RUNSTAT-STATUS             PIC X(2) VALUE '00'.
       77  RUN-STATUS-PROGRAM-ID      PIC X(8) VALUE 'GLJRNL'.
       77  RUN-COMPLETION-CODE        PIC 99 VALUE ZERO.
       77  RUN-STATUS-MESSAGE         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-PROGRAM
           IF EVENT-FILE-PRESENT
               PERFORM READ-GL-EVENT
               PERFORM PROCESS-GL-EVENT UNTIL END-OF-EVENTS
           END-IF
           PERFORM PROVE-JOURNAL-BALANCE
           PERFORM WRITE-TRIAL-BALANCE
           IF JOURNAL-BALANCED
               PERFORM RELEASE-JOURNAL
               PERFORM CLEAR-GL-EVENT-FILE
           END-IF
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           PERFORM MARK-RUN-IN-PROGRESS.

      * A Day On Which No Step Moved Money Has No Event File - It
      * Journals As An Empty, Balanced Day.
           OPEN INPUT GL-EVENT-FILE
           IF GLEVENTS-STATUS = '00'
               SET EVENT-FILE-PRESENT TO TRUE
           ELSE
               IF GLEVENTS-STATUS NOT = '35'
                   DISPLAY 'ERROR OPENING GLEVENTS - STATUS '
                       GLEVENTS-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT JOURNAL-WORK-FILE
           IF GLJRNLWK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GLJRNLWK - STATUS '
                   GLJRNLWK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT TRIAL-BALANCE-FILE
           IF GLTRLBAL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GLTRLBAL - STATUS '
                   GLTRLBAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-ACCOUNT-MAP.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           MOVE RUN-DATE TO TBL-HEADING-DATE
           WRITE TRIAL-BALANCE-LINE FROM TBL-HEADING-LINE
           PERFORM CHECK-TRIAL-BALANCE-WRITE
           MOVE SPACES TO TBL-TEXT
           PERFORM WRITE-TRIAL-BALANCE-TEXT.

       INITIALIZE-PROGRAM-EXIT.
           EXIT.

       LOAD-ACCOUNT-MAP.
           OPEN INPUT GL-ACCOUNT-MAP-FILE
           IF GLACCTS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GLACCTS - STATUS '
                   GLACCTS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-ACCOUNT-MAP
           PERFORM STORE-ACCOUNT-MAP
               UNTIL END-OF-ACCOUNT-MAP

           CLOSE GL-ACCOUNT-MAP-FILE.

       LOAD-ACCOUNT-MAP-EXIT.
           EXIT.

       READ-ACCOUNT-MAP.
           READ GL-ACCOUNT-MAP-FILE
               AT END
                   SET END-OF-ACCOUNT-MAP TO TRUE
           END-READ.

       READ-ACCOUNT-MAP-EXIT.
           EXIT.

       STORE-ACCOUNT-MAP.
           ADD 1 TO ACCOUNT-MAP-COUNT
           IF ACCOUNT-MAP-COUNT > ACCOUNT-MAP-MAX
               DISPLAY 'ERROR - GLACCTS HAS MORE THAN '
                   ACCOUNT-MAP-MAX ' ENTRIES'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET ACCOUNT-MAP-IDX TO ACCOUNT-MAP-COUNT
           MOVE GLA-EVENT-CODE TO AMW-EVENT-CODE (ACCOUNT-MAP-IDX)
           MOVE GLA-DEBIT-ACCOUNT
               TO AMW-DEBIT-ACCOUNT (ACCOUNT-MAP-IDX)
           MOVE GLA-CREDIT-ACCOUNT
               TO AMW-CREDIT-ACCOUNT (ACCOUNT-MAP-IDX)
           PERFORM READ-ACCOUNT-MAP.

       STORE-ACCOUNT-MAP-EXIT.
           EXIT.

       READ-GL-EVENT.
           READ GL-EVENT-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-FLAG
           END-READ.

       READ-GL-EVENT-EXIT.
           EXIT.

      * Business Rule: Every Event Posts Whole Or Not At All - A
      * Debit And A Credit Of The Event Amount Under One Entry
      * Number. An Event Whose Code Is Not In The Account Map, Or
      * Whose Map Entry Is Missing Either Account, Cannot Be Posted
      * Whole; It Is Listed On The Trial Balance And Keeps The Day
      * Out Of Balance Against The Event Control Total.
       PROCESS-GL-EVENT.
           ADD 1 TO EVENTS-READ-COUNT
           ADD GLE-AMOUNT TO EVENT-CONTROL-TOTAL
           PERFORM LOOKUP-ACCOUNT-MAP
           IF NOT ACCOUNT-MAP-FOUND
               MOVE 'NO ACCOUNT MAP' TO UNJOURNALED-REASON
               PERFORM LIST-UNJOURNALED-EVENT
           ELSE
               IF AMW-DEBIT-ACCOUNT (ACCOUNT-MAP-IDX) = SPACES
                   OR AMW-CREDIT-ACCOUNT (ACCOUNT-MAP-IDX) = SPACES
                   MOVE 'ACCOUNT MISSING' TO UNJOURNALED-REASON
                   PERFORM LIST-UNJOURNALED-EVENT
               ELSE
                   PERFORM JOURNAL-GL-EVENT
               END-IF
           END-IF
           PERFORM READ-GL-EVENT.

       PROCESS-GL-EVENT-EXIT.
           EXIT.

      * The Search Is Bounded At The Loaded Count - Slots Past It
      * Hold Unpredictable Data.
       LOOKUP-ACCOUNT-MAP.
           MOVE 'N' TO ACCOUNT-MAP-FOUND-FLAG
           IF ACCOUNT-MAP-COUNT > ZERO
               SET ACCOUNT-MAP-IDX TO 1
               SEARCH ACCOUNT-MAP-ENTRY
                   AT END
                       CONTINUE
                   WHEN ACCOUNT-MAP-IDX > ACCOUNT-MAP-COUNT
                       CONTINUE
                   WHEN AMW-EVENT-CODE (ACCOUNT-MAP-IDX)
                           = GLE-EVENT-CODE
                       SET ACCOUNT-MAP-FOUND TO TRUE
               END-SEARCH
           END-IF.

       LOOKUP-ACCOUNT-MAP-EXIT.
           EXIT.

       JOURNAL-GL-EVENT.
           ADD 1 TO JOURNAL-ENTRY-COUNT
           MOVE AMW-DEBIT-ACCOUNT (ACCOUNT-MAP-IDX) TO POSTING-ACCOUNT
           MOVE 'D' TO POSTING-SIDE
           PERFORM WRITE-JOURNAL-LINE
           MOVE AMW-CREDIT-ACCOUNT (ACCOUNT-MAP-IDX)
               TO POSTING-ACCOUNT
           MOVE 'C' TO POSTING-SIDE
           PERFORM WRITE-JOURNAL-LINE.

       JOURNAL-GL-EVENT-EXIT.
           EXIT.

       WRITE-JOURNAL-LINE.
           MOVE RUN-DATE TO JEN-JOURNAL-DATE
           MOVE JOURNAL-ENTRY-COUNT TO JEN-ENTRY-NUMBER
           MOVE POSTING-ACCOUNT TO JEN-ACCOUNT-NUMBER
           MOVE POSTING-SIDE TO JEN-DEBIT-CREDIT
           MOVE GLE-AMOUNT TO JEN-AMOUNT
           MOVE GLE-POLICY-NUMBER TO JEN-POLICY-NUMBER
           MOVE GLE-APPLICATION-ID TO JEN-APPLICATION-ID
           MOVE GLE-SOURCE-PROGRAM TO JEN-SOURCE-PROGRAM
           MOVE GLE-EVENT-CODE TO JEN-EVENT-CODE
           MOVE GLE-EVENT-DATE TO JEN-EVENT-DATE
           WRITE JOURNAL-WORK-RECORD FROM JOURNAL-ENTRY-RECORD.
           IF GLJRNLWK-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING GLJRNLWK - STATUS '
                   GLJRNLWK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO JOURNAL-LINE-COUNT
           IF JEN-DEBIT
               ADD GLE-AMOUNT TO TOTAL-DEBITS
           ELSE
               ADD GLE-AMOUNT TO TOTAL-CREDITS
           END-IF
           PERFORM ADD-TO-ACCOUNT-TOTALS.

       WRITE-JOURNAL-LINE-EXIT.
           EXIT.

      * Account Totals Are Kept In First-Seen Order - The Map Is
      * Small And The Trial Balance Reads Best In Posting Order.
       ADD-TO-ACCOUNT-TOTALS.
           MOVE 'N' TO ACCOUNT-TOTAL-FOUND-FLAG
           IF ACCOUNT-TOTAL-COUNT > ZERO
               SET ACCOUNT-TOTAL-IDX TO 1
               SEARCH ACCOUNT-TOTAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN ACCOUNT-TOTAL-IDX > ACCOUNT-TOTAL-COUNT
                       CONTINUE
                   WHEN ATW-ACCOUNT-NUMBER (ACCOUNT-TOTAL-IDX)
                           = POSTING-ACCOUNT
                       SET ACCOUNT-TOTAL-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT ACCOUNT-TOTAL-FOUND
               ADD 1 TO ACCOUNT-TOTAL-COUNT
               IF ACCOUNT-TOTAL-COUNT > ACCOUNT-TOTAL-MAX
                   DISPLAY 'ERROR - MORE THAN ' ACCOUNT-TOTAL-MAX
                       ' ACCOUNTS IN ONE JOURNAL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET ACCOUNT-TOTAL-IDX TO ACCOUNT-TOTAL-COUNT
               MOVE POSTING-ACCOUNT
                   TO ATW-ACCOUNT-NUMBER (ACCOUNT-TOTAL-IDX)
               MOVE ZERO TO ATW-DEBIT-TOTAL (ACCOUNT-TOTAL-IDX)
               MOVE ZERO TO ATW-CREDIT-TOTAL (ACCOUNT-TOTAL-IDX)
           END-IF
           IF POSTING-SIDE = 'D'
               ADD GLE-AMOUNT TO ATW-DEBIT-TOTAL (ACCOUNT-TOTAL-IDX)
           ELSE
               ADD GLE-AMOUNT
                   TO ATW-CREDIT-TOTAL (ACCOUNT-TOTAL-IDX)
           END-IF.

       ADD-TO-ACCOUNT-TOTALS-EXIT.
           EXIT.

       LIST-UNJOURNALED-EVENT.
           ADD 1 TO UNJOURNALED-EVENT-COUNT
           ADD GLE-AMOUNT TO UNJOURNALED-AMOUNT-TOTAL
           MOVE UNJOURNALED-REASON TO TBL-EXCEPTION-REASON
           MOVE GLE-EVENT-CODE TO TBL-EXCEPTION-CODE
           MOVE GLE-SOURCE-PROGRAM TO TBL-EXCEPTION-SOURCE
           MOVE GLE-POLICY-NUMBER TO TBL-EXCEPTION-POLICY
           MOVE GLE-APPLICATION-ID TO TBL-EXCEPTION-APPL-ID
           MOVE GLE-AMOUNT TO TBL-EXCEPTION-AMOUNT
           WRITE TRIAL-BALANCE-LINE FROM TBL-EXCEPTION-LINE
           PERFORM CHECK-TRIAL-BALANCE-WRITE
           DISPLAY 'NOT JOURNALED: ' GLE-EVENT-CODE
               ' FROM ' GLE-SOURCE-PROGRAM
               ' ' UNJOURNALED-REASON.

       LIST-UNJOURNALED-EVENT-EXIT.
           EXIT.

      * Business Rule: The Journal Is Released Only When Total
      * Debits Equal Total Credits And Both Equal The Event Control
      * Total - Every Dollar The Day's Steps Reported Is On The
      * Journal, Once On Each Side.
       PROVE-JOURNAL-BALANCE.
           MOVE 'N' TO JOURNAL-BALANCED-FLAG
           IF TOTAL-DEBITS = TOTAL-CREDITS
               AND TOTAL-DEBITS = EVENT-CONTROL-TOTAL
               SET JOURNAL-BALANCED TO TRUE
           END-IF.

       PROVE-JOURNAL-BALANCE-EXIT.
           EXIT.

       WRITE-TRIAL-BALANCE.
           IF UNJOURNALED-EVENT-COUNT > ZERO
               MOVE SPACES TO TBL-TEXT
               PERFORM WRITE-TRIAL-BALANCE-TEXT
           END-IF
           WRITE TRIAL-BALANCE-LINE FROM TBL-COLUMN-LINE
           PERFORM CHECK-TRIAL-BALANCE-WRITE

           SET ACCOUNT-TOTAL-IDX TO 1
           PERFORM WRITE-ACCOUNT-LINE
               UNTIL ACCOUNT-TOTAL-IDX > ACCOUNT-TOTAL-COUNT

           MOVE SPACES TO TBL-TEXT
           PERFORM WRITE-TRIAL-BALANCE-TEXT
           MOVE 'EVENTS READ' TO TBL-TOTAL-LABEL
           MOVE EVENTS-READ-COUNT TO TBL-TOTAL-COUNT
           MOVE EVENT-CONTROL-TOTAL TO TBL-TOTAL-AMOUNT
           PERFORM WRITE-TRIAL-BALANCE-TOTAL
           MOVE 'EVENTS NOT JOURNALED' TO TBL-TOTAL-LABEL
           MOVE UNJOURNALED-EVENT-COUNT TO TBL-TOTAL-COUNT
           MOVE UNJOURNALED-AMOUNT-TOTAL TO TBL-TOTAL-AMOUNT
           PERFORM WRITE-TRIAL-BALANCE-TOTAL
           MOVE 'TOTAL DEBITS' TO TBL-TOTAL-LABEL
           MOVE JOURNAL-ENTRY-COUNT TO TBL-TOTAL-COUNT
           MOVE TOTAL-DEBITS TO TBL-TOTAL-AMOUNT
           PERFORM WRITE-TRIAL-BALANCE-TOTAL
           MOVE 'TOTAL CREDITS' TO TBL-TOTAL-LABEL
           MOVE JOURNAL-ENTRY-COUNT TO TBL-TOTAL-COUNT
           MOVE TOTAL-CREDITS TO TBL-TOTAL-AMOUNT
           PERFORM WRITE-TRIAL-BALANCE-TOTAL

           MOVE SPACES TO TBL-TEXT
           PERFORM WRITE-TRIAL-BALANCE-TEXT
           IF JOURNAL-BALANCED
               MOVE 'JOURNAL IN BALANCE - RELEASED TO GLJRNL'
                   TO TBL-TEXT
           ELSE
               MOVE '*** JOURNAL OUT OF BALANCE - NOT RELEASED ***'
                   TO TBL-TEXT
           END-IF
           PERFORM WRITE-TRIAL-BALANCE-TEXT.

       WRITE-TRIAL-BALANCE-EXIT.
           EXIT.

       WRITE-ACCOUNT-LINE.
           MOVE ATW-ACCOUNT-NUMBER (ACCOUNT-TOTAL-IDX)
               TO TBL-ACCOUNT-NUMBER
           MOVE ATW-DEBIT-TOTAL (ACCOUNT-TOTAL-IDX)
               TO TBL-ACCOUNT-DEBITS
           MOVE ATW-CREDIT-TOTAL (ACCOUNT-TOTAL-IDX)
               TO TBL-ACCOUNT-CREDITS
           COMPUTE ACCOUNT-NET-BALANCE =
               ATW-DEBIT-TOTAL (ACCOUNT-TOTAL-IDX)
               - ATW-CREDIT-TOTAL (ACCOUNT-TOTAL-IDX)
           MOVE ACCOUNT-NET-BALANCE TO TBL-ACCOUNT-NET
           WRITE TRIAL-BALANCE-LINE FROM TBL-ACCOUNT-LINE
           PERFORM CHECK-TRIAL-BALANCE-WRITE
           SET ACCOUNT-TOTAL-IDX UP BY 1.

       WRITE-ACCOUNT-LINE-EXIT.
           EXIT.

       WRITE-TRIAL-BALANCE-TOTAL.
           WRITE TRIAL-BALANCE-LINE FROM TBL-TOTAL-LINE
           PERFORM CHECK-TRIAL-BALANCE-WRITE.

       WRITE-TRIAL-BALANCE-TOTAL-EXIT.
           EXIT.

       WRITE-TRIAL-BALANCE-TEXT.
           WRITE TRIAL-BALANCE-LINE FROM TBL-TEXT-LINE
           PERFORM CHECK-TRIAL-BALANCE-WRITE.

       WRITE-TRIAL-BALANCE-TEXT-EXIT.
           EXIT.

       CHECK-TRIAL-BALANCE-WRITE.
           IF GLTRLBAL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING GLTRLBAL - STATUS '
                   GLTRLBAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-TRIAL-BALANCE-WRITE-EXIT.
           EXIT.

      * The Proven Work File Is Copied Line For Line To The
      * Released Journal.
       RELEASE-JOURNAL.
           CLOSE JOURNAL-WORK-FILE
           IF GLJRNLWK-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING GLJRNLWK - STATUS '
                   GLJRNLWK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT JOURNAL-WORK-FILE
           IF GLJRNLWK-STATUS NOT = '00'
               DISPLAY 'ERROR REOPENING GLJRNLWK - STATUS '
                   GLJRNLWK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT JOURNAL-FILE
           IF GLJRNL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GLJRNL - STATUS '
                   GLJRNL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-JOURNAL-WORK
           PERFORM COPY-JOURNAL-LINE
               UNTIL END-OF-JOURNAL-WORK

           CLOSE JOURNAL-FILE
           IF GLJRNL-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING GLJRNL - STATUS '
                   GLJRNL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       RELEASE-JOURNAL-EXIT.
           EXIT.

       READ-JOURNAL-WORK.
           READ JOURNAL-WORK-FILE
               AT END
                   SET END-OF-JOURNAL-WORK TO TRUE
           END-READ.

       READ-JOURNAL-WORK-EXIT.
           EXIT.

       COPY-JOURNAL-LINE.
           MOVE JOURNAL-WORK-RECORD TO JOURNAL-ENTRY-RECORD
           WRITE JOURNAL-ENTRY-RECORD
           IF GLJRNL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING GLJRNL - STATUS '
                   GLJRNL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO LINES-RELEASED-COUNT
           PERFORM READ-JOURNAL-WORK.

       COPY-JOURNAL-LINE-EXIT.
           EXIT.

      * Business Rule: Once The Day's Journal Is Released The Events
      * Behind It Are Cleared, So Tomorrow's First Step Starts A New
      * Event File And No Event Is Ever Journaled Twice.
       CLEAR-GL-EVENT-FILE.
           IF EVENT-FILE-PRESENT
               CLOSE GL-EVENT-FILE
               MOVE 'N' TO EVENT-FILE-FLAG
           END-IF
           OPEN OUTPUT GL-EVENT-FILE
           IF GLEVENTS-STATUS NOT = '00'
               DISPLAY 'ERROR CLEARING GLEVENTS - STATUS '
                   GLEVENTS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE GL-EVENT-FILE.

       CLEAR-GL-EVENT-FILE-EXIT.
           EXIT.

       TERMINATE-PROGRAM.
           IF EVENT-FILE-PRESENT
               CLOSE GL-EVENT-FILE
               IF GLEVENTS-STATUS NOT = '00'
                   DISPLAY 'ERROR CLOSING GLEVENTS - STATUS '
                       GLEVENTS-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           CLOSE JOURNAL-WORK-FILE
           IF GLJRNLWK-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING GLJRNLWK - STATUS '
                   GLJRNLWK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE TRIAL-BALANCE-FILE
           IF GLTRLBAL-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING GLTRLBAL - STATUS '
                   GLTRLBAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'GENERAL LEDGER JOURNAL RUN COMPLETE'
           DISPLAY 'EVENTS READ:          ' EVENTS-READ-COUNT
           DISPLAY 'EVENT CONTROL TOTAL:  ' EVENT-CONTROL-TOTAL
           DISPLAY 'JOURNAL ENTRIES:      ' JOURNAL-ENTRY-COUNT
           DISPLAY 'TOTAL DEBITS:         ' TOTAL-DEBITS
           DISPLAY 'TOTAL CREDITS:        ' TOTAL-CREDITS
           DISPLAY 'EVENTS NOT JOURNALED: ' UNJOURNALED-EVENT-COUNT
           DISPLAY 'LINES RELEASED:       ' LINES-RELEASED-COUNT.

           MOVE ZERO TO RUN-COMPLETION-CODE
           MOVE 'RUN COMPLETE' TO RUN-STATUS-MESSAGE
           IF NOT JOURNAL-BALANCED
               MOVE 12 TO RUN-COMPLETION-CODE
               MOVE 'JOURNAL OUT OF BALANCE - NOT RELEASED'
                   TO RUN-STATUS-MESSAGE
           END-IF
           PERFORM WRITE-RUN-STATUS.

       TERMINATE-PROGRAM-EXIT.
           EXIT.

      * Shared Run Status Paragraphs - Same Copybook In Every
      * Program In The Suite.
           COPY RUNSTLOG.
