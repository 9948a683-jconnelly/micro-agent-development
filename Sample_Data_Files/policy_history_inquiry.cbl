      *================================================================
      * POLICY HISTORY INQUIRY PROGRAM
      * ANSWERS "WHAT DID THIS POLICY LOOK LIKE ON THIS DATE" FOR THE
      * POLICY SERVICES AND CLAIMS DESKS. READS THE DAY'S INQUIRY
      * REQUESTS (HISTINQ - POLICY NUMBER AND AS-OF DATE), THEN MAKES
      * ONE PASS OF THE POLICY TRANSACTION HISTORY (POLHIST). FOR
      * EACH INQUIRY THE POLICY AS IT STOOD ON THE AS-OF DATE IS THE
      * AFTER IMAGE OF THE LAST CHANGE EFFECTIVE ON OR BEFORE THAT
      * DATE; WHEN EVERY CHANGE ON FILE TOOK EFFECT LATER, IT IS THE
      * BEFORE IMAGE OF THE EARLIEST OF THEM. A POLICY WITH NO
      * HISTORY AT ALL HAS NOT CHANGED SINCE THE HISTORY BEGAN AND IS
      * SHOWN FROM THE CURRENT POLICY MASTER. PRINTS THE REBUILT
      * POLICY - INSURED, STATE, TYPE, STATUS, TERM, COVERAGE,
      * PREMIUM AND RISK RATING - WITH THE TRANSACTION IT WAS TAKEN
      * FROM ON THE HISTRPT REPORT
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLHINQ.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-INQUIRY-FILE ASSIGN TO "HISTINQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HISTINQ-STATUS.

           SELECT POLICY-HISTORY-FILE ASSIGN TO "POLHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POLHIST-STATUS.

           SELECT POLICY-MASTER-FILE ASSIGN TO "POLMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-POLICY-NUMBER
               FILE STATUS IS POLMASTR-STATUS.

           SELECT HISTORY-REPORT-FILE ASSIGN TO "HISTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HISTRPT-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "HINQSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * HISTINQ - ONE RECORD PER INQUIRY AS KEYED BY THE DESK. THE
      * SAME POLICY MAY BE ASKED FOR AT SEVERAL DATES.
       FD  HISTORY-INQUIRY-FILE
           RECORDING MODE IS F.
       01  HISTORY-INQUIRY-RECORD.
           05  HINQ-POLICY-NUMBER         PIC X(10).
           05  HINQ-AS-OF-DATE            PIC 9(8).

      * POLHIST - THE POLICY TRANSACTION HISTORY. OPTIONAL - BEFORE
      * THE FIRST MASTER CHANGE IS LOGGED EVERY INQUIRY IS ANSWERED
      * FROM THE CURRENT MASTER.
       FD  POLICY-HISTORY-FILE
           RECORDING MODE IS F.
           COPY POLHIST.

      * POLMASTR - READ ONLY FOR POLICIES WITH NO HISTORY ON FILE.
      * THE REBUILT IMAGE OF EVERY INQUIRY IS ALSO LAID INTO THIS
      * RECORD AREA SO THE REPORT CAN USE THE PM- FIELD NAMES.
       FD  POLICY-MASTER-FILE.
           COPY POLMASTR.

       FD  HISTORY-REPORT-FILE
           RECORDING MODE IS F.
       01  HISTORY-REPORT-LINE            PIC X(132).

      * RUN STATUS - ONE-RECORD STATUS FILE THE SCHEDULER AND THE
      * NEXT STEP GATE ON. REWRITTEN IN PROGRESS AT JOB START AND
      * WITH THE GRADED COMPLETION CODE AT END OF JOB.
       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.

      * File Status And End-Of-File Controls
       77  HISTINQ-STATUS             PIC X(2) VALUE '00'.
       77  POLHIST-STATUS             PIC X(2) VALUE '00'.
       77  POLMASTR-STATUS            PIC X(2) VALUE '00'.
       77  HISTRPT-STATUS             PIC X(2) VALUE '00'.
       77  INQUIRY-EOF-FLAG           PIC X(1) VALUE 'N'.
           88  END-OF-INQUIRIES       VALUE 'Y'.
       77  HISTORY-EOF-FLAG           PIC X(1) VALUE 'N'.
           88  END-OF-HISTORY         VALUE 'Y'.
       77  HISTORY-FILE-FLAG          PIC X(1) VALUE 'N'.
           88  HISTORY-FILE-PRESENT   VALUE 'Y'.
       77  MASTER-FOUND-FLAG          PIC X(1) VALUE 'N'.
           88  MASTER-FOUND           VALUE 'Y'.

      * Inquiry Counters
       77  INQUIRIES-READ-COUNT       PIC 9(6) VALUE ZERO.
       77  HISTORY-READ-COUNT         PIC 9(6) VALUE ZERO.
       77  FROM-HISTORY-COUNT         PIC 9(6) VALUE ZERO.
       77  FROM-MASTER-COUNT          PIC 9(6) VALUE ZERO.
       77  NOT-IN-FORCE-COUNT         PIC 9(6) VALUE ZERO.
       77  NOT-ON-FILE-COUNT          PIC 9(6) VALUE ZERO.

      * Business Rule: Changes Are Ordered By The Date They Took
      * Effect On The Policy, Then By When The Step That Made Them
      * Ran - So Two Changes Effective The Same Day Apply In The
      * Order They Were Processed.
       01  HISTORY-ORDER-KEY.
           05  HOK-EFFECTIVE-DATE     PIC 9(8).
           05  HOK-PROCESS-DATE       PIC 9(8).
           05  HOK-PROCESS-TIME       PIC 9(8).

      * Inquiry Table - Loaded Once At Job Start. Each Entry Keeps
      * The Last Change Effective On Or Before Its As-Of Date (Its
      * After Image) And The First Change Effective After It (Its
      * Before Image) As The History Pass Goes By.
       77  INQUIRY-MAX                PIC 999 VALUE 500.
       77  INQUIRY-COUNT              PIC 999 VALUE ZERO.
       01  INQUIRY-TABLE-WS.
           05  INQUIRY-ENTRY OCCURS 500 TIMES
                   INDEXED BY INQUIRY-IDX.
               10  INQ-POLICY-NUMBER      PIC X(10).
               10  INQ-AS-OF-DATE         PIC 9(8).
               10  INQ-ENTRY-COUNT        PIC 9(4).
               10  INQ-PRIOR-FLAG         PIC X(1).
                   88  INQ-PRIOR-FOUND    VALUE 'Y'.
               10  INQ-PRIOR-KEY.
                   15  INQ-PRIOR-EFFECTIVE    PIC 9(8).
                   15  INQ-PRIOR-PROCESS-DATE PIC 9(8).
                   15  INQ-PRIOR-PROCESS-TIME PIC 9(8).
               10  INQ-PRIOR-TYPE         PIC X(4).
               10  INQ-PRIOR-PROGRAM      PIC X(8).
               10  INQ-PRIOR-IMAGE        PIC X(317).
               10  INQ-LATER-FLAG         PIC X(1).
                   88  INQ-LATER-FOUND    VALUE 'Y'.
               10  INQ-LATER-KEY.
                   15  INQ-LATER-EFFECTIVE    PIC 9(8).
                   15  INQ-LATER-PROCESS-DATE PIC 9(8).
                   15  INQ-LATER-PROCESS-TIME PIC 9(8).
               10  INQ-LATER-TYPE         PIC X(4).
               10  INQ-LATER-PROGRAM      PIC X(8).
               10  INQ-LATER-IMAGE        PIC X(317).

      * Run Date - Captured Once At Job Start
       77  RUN-DATE                   PIC 9(8) VALUE ZERO.

      * History Report Print Lines
       01  HIQ-HEADING-LINE.
           05  FILLER                 PIC X(30) VALUE
               'POLICY HISTORY INQUIRY - RUN '.
           05  HIQ-HEADING-DATE       PIC 9(8).
           05  FILLER                 PIC X(94) VALUE SPACES.

       01  HIQ-BLANK-LINE             PIC X(132) VALUE SPACES.

       01  HIQ-POLICY-LINE.
           05  FILLER                 PIC X(8) VALUE 'POLICY: '.
           05  HIQ-POLICY-NUMBER      PIC X(10).
           05  FILLER                 PIC X(9) VALUE '  AS OF: '.
           05  HIQ-AS-OF-DATE         PIC 9(8).
           05  FILLER                 PIC X(19) VALUE
               '  HISTORY ENTRIES: '.
           05  HIQ-ENTRY-COUNT        PIC ZZZ9.
           05  FILLER                 PIC X(74) VALUE SPACES.

       01  HIQ-BASIS-LINE.
           05  FILLER                 PIC X(9) VALUE '  BASIS: '.
           05  HIQ-BASIS-WHEN         PIC X(7).
           05  HIQ-BASIS-TYPE         PIC X(4).
           05  FILLER                 PIC X(11) VALUE ' EFFECTIVE '.
           05  HIQ-BASIS-EFFECTIVE    PIC 9(8).
           05  FILLER                 PIC X(11) VALUE ' PROCESSED '.
           05  HIQ-BASIS-PROCESSED    PIC 9(8).
           05  FILLER                 PIC X(4) VALUE ' BY '.
           05  HIQ-BASIS-PROGRAM      PIC X(8).
           05  FILLER                 PIC X(62) VALUE SPACES.

       01  HIQ-NOTE-LINE.
           05  FILLER                 PIC X(9) VALUE '  BASIS: '.
           05  HIQ-NOTE               PIC X(50).
           05  FILLER                 PIC X(73) VALUE SPACES.

       01  HIQ-INSURED-LINE.
           05  FILLER                 PIC X(11) VALUE '  INSURED: '.
           05  HIQ-APPLICANT-NAME     PIC X(30).
           05  FILLER                 PIC X(9) VALUE '  STATE: '.
           05  HIQ-STATE              PIC X(2).
           05  FILLER                 PIC X(8) VALUE '  TYPE: '.
           05  HIQ-POLICY-TYPE        PIC X(4).
           05  FILLER                 PIC X(10) VALUE '  STATUS: '.
           05  HIQ-POLICY-STATUS      PIC X(10).
           05  FILLER                 PIC X(48) VALUE SPACES.

       01  HIQ-TERM-LINE.
           05  FILLER                 PIC X(8) VALUE '  TERM: '.
           05  HIQ-EFFECTIVE-DATE     PIC 9(8).
           05  FILLER                 PIC X(4) VALUE ' TO '.
           05  HIQ-EXPIRY-DATE        PIC 9(8).
           05  FILLER                 PIC X(14) VALUE
               '  TERMINATED: '.
           05  HIQ-TERMINATION-DATE   PIC 9(8).
           05  FILLER                 PIC X(12) VALUE
               '  COVERAGE: '.
           05  HIQ-COVERAGE-AMOUNT    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(11) VALUE
               '  PREMIUM: '.
           05  HIQ-ANNUAL-PREMIUM     PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(8) VALUE '  RISK: '.
           05  HIQ-RISK-RATING        PIC X(10).
           05  FILLER                 PIC X(18) VALUE SPACES.

      * Run Status Controls - Graded Completion Code And The
      * One-Record Status File The Scheduler Gates On
       77  RUNSTAT-STATUS             PIC X(2) VALUE '00'.
       77  RUN-STATUS-PROGRAM-ID      PIC X(8) VALUE 'POLHINQ'.
       77  RUN-COMPLETION-CODE        PIC 99 VALUE ZERO.
       77  RUN-STATUS-MESSAGE         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-PROGRAM
           PERFORM LOAD-INQUIRIES
           IF HISTORY-FILE-PRESENT
               PERFORM READ-POLICY-HISTORY
               PERFORM APPLY-HISTORY-ENTRY UNTIL END-OF-HISTORY
           END-IF
           PERFORM WRITE-INQUIRY-REPORT
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           PERFORM MARK-RUN-IN-PROGRESS.

           OPEN INPUT HISTORY-INQUIRY-FILE
           IF HISTINQ-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HISTINQ - STATUS '
                   HISTINQ-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

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

           OPEN OUTPUT HISTORY-REPORT-FILE
           IF HISTRPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HISTRPT - STATUS '
                   HISTRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

       INITIALIZE-PROGRAM-EXIT.
           EXIT.

       LOAD-INQUIRIES.
           PERFORM READ-HISTORY-INQUIRY
           PERFORM STORE-HISTORY-INQUIRY
               UNTIL END-OF-INQUIRIES.

       LOAD-INQUIRIES-EXIT.
           EXIT.

       READ-HISTORY-INQUIRY.
           READ HISTORY-INQUIRY-FILE
               AT END
                   SET END-OF-INQUIRIES TO TRUE
           END-READ.

       READ-HISTORY-INQUIRY-EXIT.
           EXIT.

       STORE-HISTORY-INQUIRY.
           ADD 1 TO INQUIRIES-READ-COUNT
           ADD 1 TO INQUIRY-COUNT
           IF INQUIRY-COUNT > INQUIRY-MAX
               DISPLAY 'ERROR - HISTINQ HAS MORE THAN '
                   INQUIRY-MAX ' INQUIRIES'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET INQUIRY-IDX TO INQUIRY-COUNT
           MOVE HINQ-POLICY-NUMBER TO INQ-POLICY-NUMBER (INQUIRY-IDX)
           MOVE HINQ-AS-OF-DATE TO INQ-AS-OF-DATE (INQUIRY-IDX)
           MOVE ZERO TO INQ-ENTRY-COUNT (INQUIRY-IDX)
           MOVE 'N' TO INQ-PRIOR-FLAG (INQUIRY-IDX)
           MOVE 'N' TO INQ-LATER-FLAG (INQUIRY-IDX)
           PERFORM READ-HISTORY-INQUIRY.

       STORE-HISTORY-INQUIRY-EXIT.
           EXIT.

       READ-POLICY-HISTORY.
           READ POLICY-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ.

       READ-POLICY-HISTORY-EXIT.
           EXIT.

      * Every Inquiry On The Entry's Policy Is Offered The Entry - A
      * Policy Asked For At Several Dates Has Several Inquiries.
       APPLY-HISTORY-ENTRY.
           ADD 1 TO HISTORY-READ-COUNT
           MOVE PHR-EFFECTIVE-DATE TO HOK-EFFECTIVE-DATE
           MOVE PHR-PROCESS-DATE TO HOK-PROCESS-DATE
           MOVE PHR-PROCESS-TIME TO HOK-PROCESS-TIME
           SET INQUIRY-IDX TO 1
           PERFORM OFFER-ENTRY-TO-INQUIRY
               UNTIL INQUIRY-IDX > INQUIRY-COUNT
           PERFORM READ-POLICY-HISTORY.

       APPLY-HISTORY-ENTRY-EXIT.
           EXIT.

      * Business Rule: An Entry Effective On Or Before The As-Of Date
      * Replaces The Inquiry's Prior Entry When It Is Later In Order;
      * An Entry Effective After It Replaces The Inquiry's Later
      * Entry When It Is Earlier In Order.
       OFFER-ENTRY-TO-INQUIRY.
           IF INQ-POLICY-NUMBER (INQUIRY-IDX) = PHR-POLICY-NUMBER
               ADD 1 TO INQ-ENTRY-COUNT (INQUIRY-IDX)
               IF PHR-EFFECTIVE-DATE NOT > INQ-AS-OF-DATE (INQUIRY-IDX)
                   IF NOT INQ-PRIOR-FOUND (INQUIRY-IDX)
                       OR HISTORY-ORDER-KEY
                           NOT < INQ-PRIOR-KEY (INQUIRY-IDX)
                       MOVE 'Y' TO INQ-PRIOR-FLAG (INQUIRY-IDX)
                       MOVE HISTORY-ORDER-KEY
                           TO INQ-PRIOR-KEY (INQUIRY-IDX)
                       MOVE PHR-TRANSACTION-TYPE
                           TO INQ-PRIOR-TYPE (INQUIRY-IDX)
                       MOVE PHR-SOURCE-PROGRAM
                           TO INQ-PRIOR-PROGRAM (INQUIRY-IDX)
                       MOVE PHR-AFTER-IMAGE
                           TO INQ-PRIOR-IMAGE (INQUIRY-IDX)
                   END-IF
               ELSE
                   IF NOT INQ-LATER-FOUND (INQUIRY-IDX)
                       OR HISTORY-ORDER-KEY
                           < INQ-LATER-KEY (INQUIRY-IDX)
                       MOVE 'Y' TO INQ-LATER-FLAG (INQUIRY-IDX)
                       MOVE HISTORY-ORDER-KEY
                           TO INQ-LATER-KEY (INQUIRY-IDX)
                       MOVE PHR-TRANSACTION-TYPE
                           TO INQ-LATER-TYPE (INQUIRY-IDX)
                       MOVE PHR-SOURCE-PROGRAM
                           TO INQ-LATER-PROGRAM (INQUIRY-IDX)
                       MOVE PHR-BEFORE-IMAGE
                           TO INQ-LATER-IMAGE (INQUIRY-IDX)
                   END-IF
               END-IF
           END-IF
           SET INQUIRY-IDX UP BY 1.

       OFFER-ENTRY-TO-INQUIRY-EXIT.
           EXIT.

       WRITE-INQUIRY-REPORT.
           MOVE RUN-DATE TO HIQ-HEADING-DATE
           WRITE HISTORY-REPORT-LINE FROM HIQ-HEADING-LINE
           PERFORM CHECK-REPORT-WRITE
           SET INQUIRY-IDX TO 1
           PERFORM REPORT-INQUIRY
               UNTIL INQUIRY-IDX > INQUIRY-COUNT.

       WRITE-INQUIRY-REPORT-EXIT.
           EXIT.

       REPORT-INQUIRY.
           WRITE HISTORY-REPORT-LINE FROM HIQ-BLANK-LINE
           PERFORM CHECK-REPORT-WRITE
           MOVE INQ-POLICY-NUMBER (INQUIRY-IDX) TO HIQ-POLICY-NUMBER
           MOVE INQ-AS-OF-DATE (INQUIRY-IDX) TO HIQ-AS-OF-DATE
           MOVE INQ-ENTRY-COUNT (INQUIRY-IDX) TO HIQ-ENTRY-COUNT
           WRITE HISTORY-REPORT-LINE FROM HIQ-POLICY-LINE
           PERFORM CHECK-REPORT-WRITE
           PERFORM REBUILD-POLICY-IMAGE
               THRU REBUILD-POLICY-IMAGE-EXIT
           SET INQUIRY-IDX UP BY 1.

       REPORT-INQUIRY-EXIT.
           EXIT.

      * Business Rule: The Last Change On Or Before The As-Of Date
      * Gives The Policy As It Stood. Failing That, The First Change
      * After It Shows The Policy Just Before - Unless That Change Was
      * The Issuance (A Blank Before Image), When The Policy Did Not
      * Yet Exist. With No History At All The Current Master Stands,
      * Provided Its Term Had Started By The As-Of Date.
       REBUILD-POLICY-IMAGE.
           IF INQ-PRIOR-FOUND (INQUIRY-IDX)
               MOVE 'AFTER  ' TO HIQ-BASIS-WHEN
               MOVE INQ-PRIOR-TYPE (INQUIRY-IDX) TO HIQ-BASIS-TYPE
               MOVE INQ-PRIOR-EFFECTIVE (INQUIRY-IDX)
                   TO HIQ-BASIS-EFFECTIVE
               MOVE INQ-PRIOR-PROCESS-DATE (INQUIRY-IDX)
                   TO HIQ-BASIS-PROCESSED
               MOVE INQ-PRIOR-PROGRAM (INQUIRY-IDX)
                   TO HIQ-BASIS-PROGRAM
               MOVE INQ-PRIOR-IMAGE (INQUIRY-IDX)
                   TO POLICY-MASTER-RECORD
               ADD 1 TO FROM-HISTORY-COUNT
               PERFORM WRITE-REBUILT-POLICY
               GO TO REBUILD-POLICY-IMAGE-EXIT
           END-IF

           IF INQ-LATER-FOUND (INQUIRY-IDX)
               IF INQ-LATER-IMAGE (INQUIRY-IDX) = SPACES
                   MOVE 'POLICY NOT YET ISSUED ON THE AS-OF DATE'
                       TO HIQ-NOTE
                   ADD 1 TO NOT-IN-FORCE-COUNT
                   PERFORM WRITE-NOTE-LINE
               ELSE
                   MOVE 'BEFORE ' TO HIQ-BASIS-WHEN
                   MOVE INQ-LATER-TYPE (INQUIRY-IDX) TO HIQ-BASIS-TYPE
                   MOVE INQ-LATER-EFFECTIVE (INQUIRY-IDX)
                       TO HIQ-BASIS-EFFECTIVE
                   MOVE INQ-LATER-PROCESS-DATE (INQUIRY-IDX)
                       TO HIQ-BASIS-PROCESSED
                   MOVE INQ-LATER-PROGRAM (INQUIRY-IDX)
                       TO HIQ-BASIS-PROGRAM
                   MOVE INQ-LATER-IMAGE (INQUIRY-IDX)
                       TO POLICY-MASTER-RECORD
                   ADD 1 TO FROM-HISTORY-COUNT
                   PERFORM WRITE-REBUILT-POLICY
               END-IF
               GO TO REBUILD-POLICY-IMAGE-EXIT
           END-IF

           MOVE 'Y' TO MASTER-FOUND-FLAG
           MOVE INQ-POLICY-NUMBER (INQUIRY-IDX) TO PM-POLICY-NUMBER
           READ POLICY-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO MASTER-FOUND-FLAG
           END-READ
           IF NOT MASTER-FOUND
               MOVE 'POLICY NOT ON FILE' TO HIQ-NOTE
               ADD 1 TO NOT-ON-FILE-COUNT
               PERFORM WRITE-NOTE-LINE
               GO TO REBUILD-POLICY-IMAGE-EXIT
           END-IF

           IF PM-EFFECTIVE-DATE > INQ-AS-OF-DATE (INQUIRY-IDX)
               MOVE 'POLICY TERM NOT STARTED ON THE AS-OF DATE'
                   TO HIQ-NOTE
               ADD 1 TO NOT-IN-FORCE-COUNT
               PERFORM WRITE-NOTE-LINE
               GO TO REBUILD-POLICY-IMAGE-EXIT
           END-IF

           MOVE 'NO HISTORY ON FILE - CURRENT POLICY MASTER'
               TO HIQ-NOTE
           ADD 1 TO FROM-MASTER-COUNT
           PERFORM WRITE-NOTE-LINE
           PERFORM WRITE-POLICY-LINES.

       REBUILD-POLICY-IMAGE-EXIT.
           EXIT.

       WRITE-REBUILT-POLICY.
           WRITE HISTORY-REPORT-LINE FROM HIQ-BASIS-LINE
           PERFORM CHECK-REPORT-WRITE
           PERFORM WRITE-POLICY-LINES.

       WRITE-REBUILT-POLICY-EXIT.
           EXIT.

       WRITE-POLICY-LINES.
           MOVE PM-APPLICANT-NAME TO HIQ-APPLICANT-NAME
           MOVE PM-APPLICANT-STATE TO HIQ-STATE
           MOVE PM-POLICY-TYPE TO HIQ-POLICY-TYPE
           MOVE PM-POLICY-STATUS TO HIQ-POLICY-STATUS
           WRITE HISTORY-REPORT-LINE FROM HIQ-INSURED-LINE
           PERFORM CHECK-REPORT-WRITE
           MOVE PM-EFFECTIVE-DATE TO HIQ-EFFECTIVE-DATE
           MOVE PM-EXPIRY-DATE TO HIQ-EXPIRY-DATE
           MOVE PM-TERMINATION-DATE TO HIQ-TERMINATION-DATE
           MOVE PM-COVERAGE-AMOUNT TO HIQ-COVERAGE-AMOUNT
           MOVE PM-ANNUAL-PREMIUM TO HIQ-ANNUAL-PREMIUM
           MOVE PM-RISK-RATING TO HIQ-RISK-RATING
           WRITE HISTORY-REPORT-LINE FROM HIQ-TERM-LINE
           PERFORM CHECK-REPORT-WRITE.

       WRITE-POLICY-LINES-EXIT.
           EXIT.

       WRITE-NOTE-LINE.
           WRITE HISTORY-REPORT-LINE FROM HIQ-NOTE-LINE
           PERFORM CHECK-REPORT-WRITE.

       WRITE-NOTE-LINE-EXIT.
           EXIT.

       CHECK-REPORT-WRITE.
           IF HISTRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING HISTRPT - STATUS '
                   HISTRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-REPORT-WRITE-EXIT.
           EXIT.

       TERMINATE-PROGRAM.
           CLOSE HISTORY-INQUIRY-FILE
           IF HISTINQ-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING HISTINQ - STATUS '
                   HISTINQ-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

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

           CLOSE HISTORY-REPORT-FILE
           IF HISTRPT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING HISTRPT - STATUS '
                   HISTRPT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'POLICY HISTORY INQUIRY COMPLETE'
           DISPLAY 'INQUIRIES READ:     ' INQUIRIES-READ-COUNT
           DISPLAY 'HISTORY ENTRIES:    ' HISTORY-READ-COUNT
           DISPLAY 'FROM HISTORY:       ' FROM-HISTORY-COUNT
           DISPLAY 'FROM MASTER:        ' FROM-MASTER-COUNT
           DISPLAY 'NOT YET IN FORCE:   ' NOT-IN-FORCE-COUNT
           DISPLAY 'NOT ON FILE:        ' NOT-ON-FILE-COUNT.

           MOVE ZERO TO RUN-COMPLETION-CODE
           MOVE 'RUN COMPLETE' TO RUN-STATUS-MESSAGE
           IF NOT-ON-FILE-COUNT > ZERO
               MOVE 04 TO RUN-COMPLETION-CODE
               MOVE 'INQUIRIES FOR UNKNOWN POLICIES - SEE LOG'
                   TO RUN-STATUS-MESSAGE
           END-IF
           PERFORM WRITE-RUN-STATUS.

       TERMINATE-PROGRAM-EXIT.
           EXIT.

      * Shared Run Status Paragraphs - Same Copybook In Every
      * Program In The Suite.
           COPY RUNSTLOG.
