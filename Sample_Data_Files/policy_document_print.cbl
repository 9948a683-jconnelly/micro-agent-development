      *================================================================
      * POLICY DOCUMENT PRINT PROGRAM
      * PRINTS THE INSURED'S POLICY DOCUMENTS FOR EVERY POLICY ISSUED
      * (POLISSUE), ENDORSED (POLENDRS) OR RENEWED (RENLACCP) SINCE
      * THE LAST PRINT RUN. THOSE CHANGES ARE PICKED OFF THE POLICY
      * TRANSACTION HISTORY (POLHIST), WHOSE AFTER IMAGE IS THE
      * POLICY AS THE CHANGE LEFT IT; THE DOCCTL CONTROL FILE CARRIES
      * THE PROCESS DATE AND TIME OF THE LAST HISTORY ENTRY PRINTED
      * SO NO CHANGE IS PRINTED TWICE OR MISSED. EACH CHANGE GETS A
      * DECLARATIONS PAGE - POLICY NUMBER, TERM DATES, COVERAGE,
      * PREMIUM, RISK RATING AND THE PRODUCER'S NAME AND ADDRESS FROM
      * THE PRODUCER MASTER (PRODMAST) - LABELED AS A NEW BUSINESS,
      * ENDORSEMENT OR RENEWAL DECLARATIONS. AUTO POLICIES ALSO GET
      * THEIR INSURANCE IDENTIFICATION CARDS. OUTPUT IS A 133-BYTE
      * PRINT FILE WITH ASA CARRIAGE CONTROL IN COLUMN 1 ('1' STARTS
      * EACH DOCUMENT ON A NEW PAGE), THE SAME AS THE APPLICANT
      * LETTERS (CORRLETR)
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLDOCPR.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-HISTORY-FILE ASSIGN TO "POLHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POLHIST-STATUS.

           SELECT DOCUMENT-CONTROL-FILE ASSIGN TO "DOCCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DOCCTL-STATUS.

           SELECT PRODUCER-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRODMAST-STATUS.

           SELECT DOCUMENT-PRINT-FILE ASSIGN TO "DECPRINT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DECPRINT-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "DOCSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * POLHIST - THE POLICY TRANSACTION HISTORY. OPTIONAL - BEFORE
      * THE FIRST MASTER CHANGE IS LOGGED THERE IS NOTHING TO PRINT.
       FD  POLICY-HISTORY-FILE
           RECORDING MODE IS F.
           COPY POLHIST.

      * DOCCTL - ONE-RECORD CONTROL FILE CARRYING THE PROCESS DATE
      * AND TIME OF THE LAST HISTORY ENTRY THIS STEP HAS SEEN.
      * REWRITTEN AT END OF JOB; ENTRIES AT OR BEFORE IT ARE SKIPPED.
       FD  DOCUMENT-CONTROL-FILE
           RECORDING MODE IS F.
       01  DOCUMENT-CONTROL-RECORD.
           05  DCC-LAST-PROCESS-DATE      PIC 9(8).
           05  DCC-LAST-PROCESS-TIME      PIC 9(8).

      * PRODMAST - PRODUCER MASTER, ONE RECORD PER PRODUCER WITH
      * NAME, ADDRESS, APPOINTMENT STATUS AND LICENSED STATES. LOADED
      * ONCE AT JOB START.
       FD  PRODUCER-MASTER-FILE
           RECORDING MODE IS F.
           COPY PRODMAST.

       FD  DOCUMENT-PRINT-FILE
           RECORDING MODE IS F.
       01  DOCUMENT-PRINT-RECORD.
           05  DPR-CARRIAGE-CONTROL       PIC X(1).
           05  DPR-TEXT                   PIC X(132).

      * RUN STATUS - ONE-RECORD STATUS FILE THE SCHEDULER AND THE
      * NEXT STEP GATE ON. REWRITTEN IN PROGRESS AT JOB START AND
      * WITH THE GRADED COMPLETION CODE AT END OF JOB.
       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.

      * File Status And End-Of-File Controls
       77  POLHIST-STATUS             PIC X(2) VALUE '00'.
       77  DOCCTL-STATUS              PIC X(2) VALUE '00'.
       77  DECPRINT-STATUS            PIC X(2) VALUE '00'.
       77  HISTORY-EOF-FLAG           PIC X(1) VALUE 'N'.
           88  END-OF-HISTORY         VALUE 'Y'.
       77  HISTORY-FILE-FLAG          PIC X(1) VALUE 'N'.
           88  HISTORY-FILE-PRESENT   VALUE 'Y'.
       77  PRODMAST-STATUS            PIC X(2) VALUE '00'.
       77  PRODUCER-EOF-FLAG          PIC X(1) VALUE 'N'.
           88  END-OF-PRODUCER-MASTER VALUE 'Y'.
           COPY PRODMWS.

      * Document Counters
       77  HISTORY-READ-COUNT         PIC 9(6) VALUE ZERO.
       77  ALREADY-PRINTED-COUNT      PIC 9(6) VALUE ZERO.
       77  NEW-DECS-COUNT             PIC 9(6) VALUE ZERO.
       77  ENDORSEMENT-DECS-COUNT     PIC 9(6) VALUE ZERO.
       77  RENEWAL-DECS-COUNT         PIC 9(6) VALUE ZERO.
       77  ID-CARDS-COUNT             PIC 9(6) VALUE ZERO.
       77  PRODUCER-MISSING-COUNT     PIC 9(6) VALUE ZERO.

      * Business Rule: Each Auto Policy Gets Two Identification Cards
      * - One For The Vehicle And One For The Insured To Carry.
       77  ID-CARD-COPIES             PIC 9 VALUE 2.

      * Print Position - History Entries Are Taken In Process Date
      * And Time Order; Anything At Or Before The Last Entry Seen On
      * The Previous Run Has Already Been Printed.
       01  LAST-PRINTED-KEY.
           05  LPK-PROCESS-DATE       PIC 9(8) VALUE ZERO.
           05  LPK-PROCESS-TIME       PIC 9(8) VALUE ZERO.
       01  HIGH-WATER-KEY.
           05  HWK-PROCESS-DATE       PIC 9(8) VALUE ZERO.
           05  HWK-PROCESS-TIME       PIC 9(8) VALUE ZERO.
       01  HISTORY-ENTRY-KEY.
           05  HEK-PROCESS-DATE       PIC 9(8).
           05  HEK-PROCESS-TIME       PIC 9(8).

      * Document Work Fields
       77  DOCUMENT-CARRIAGE          PIC X(1) VALUE SPACE.
       77  DOCUMENT-TEXT              PIC X(132) VALUE SPACES.
       77  DOCUMENT-LABEL             PIC X(12) VALUE SPACES.
       77  PRIOR-COVERAGE-AMOUNT      PIC 9(7)V99 VALUE ZERO.
       77  PRIOR-ANNUAL-PREMIUM       PIC 9(6)V99 VALUE ZERO.
       77  DOCUMENT-PRODUCER-FLAG     PIC X(1) VALUE 'N'.
           88  DOCUMENT-PRODUCER-FOUND VALUE 'Y'.

      * Dates Print MM/DD/YYYY On The Insured's Documents
       01  DOCUMENT-DATE-FIELDS.
           05  DOCUMENT-DATE-IN       PIC 9(8).
           05  DOCUMENT-DATE-PARTS REDEFINES DOCUMENT-DATE-IN.
               10  DOCUMENT-DATE-YEAR     PIC 9(4).
               10  DOCUMENT-DATE-MONTH    PIC 9(2).
               10  DOCUMENT-DATE-DAY      PIC 9(2).
       01  DOCUMENT-DATE-OUT.
           05  DDO-MONTH              PIC 9(2).
           05  FILLER                 PIC X(1) VALUE '/'.
           05  DDO-DAY                PIC 9(2).
           05  FILLER                 PIC X(1) VALUE '/'.
           05  DDO-YEAR               PIC 9(4).
       77  RUN-DATE                   PIC 9(8) VALUE ZERO.
       77  RUN-DATE-PRINTED           PIC X(10) VALUE SPACES.

      * The History After Image Is Unpacked Into The Master Layout,
      * And Its Stored Application Image Into The Application Layout
      * To Pick Up The Producer Code And The Vehicle.
           COPY POLMASTR.
           COPY POLAPPL.

      * Declarations Page Print Lines
       01  DEC-TITLE-LINE.
           05  FILLER                 PIC X(22) VALUE
               'POLICY DECLARATIONS - '.
           05  DEC-TITLE-LABEL        PIC X(12).
           05  FILLER                 PIC X(98) VALUE SPACES.

       01  DEC-DATE-LINE.
           05  FILLER                 PIC X(16) VALUE
               'DATE PRINTED:   '.
           05  DEC-PRINT-DATE         PIC X(10).
           05  FILLER                 PIC X(106) VALUE SPACES.

       01  DEC-POLICY-LINE.
           05  FILLER                 PIC X(16) VALUE
               'POLICY NUMBER:  '.
           05  DEC-POLICY-NUMBER      PIC X(10).
           05  FILLER                 PIC X(18) VALUE
               '     POLICY TYPE: '.
           05  DEC-POLICY-TYPE        PIC X(4).
           05  FILLER                 PIC X(84) VALUE SPACES.

       01  DEC-INSURED-LINE.
           05  FILLER                 PIC X(16) VALUE
               'NAMED INSURED:  '.
           05  DEC-APPLICANT-NAME     PIC X(30).
           05  FILLER                 PIC X(12) VALUE
               '     STATE: '.
           05  DEC-STATE              PIC X(2).
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  DEC-PERIOD-LINE.
           05  FILLER                 PIC X(16) VALUE
               'POLICY PERIOD:  '.
           05  DEC-EFFECTIVE-DATE     PIC X(10).
           05  FILLER                 PIC X(4) VALUE ' TO '.
           05  DEC-EXPIRY-DATE        PIC X(10).
           05  FILLER                 PIC X(92) VALUE SPACES.

       01  DEC-ENDORSEMENT-LINE.
           05  FILLER                 PIC X(23) VALUE
               'ENDORSEMENT EFFECTIVE: '.
           05  DEC-ENDORSEMENT-DATE   PIC X(10).
           05  FILLER                 PIC X(99) VALUE SPACES.

       01  DEC-COVERAGE-LINE.
           05  FILLER                 PIC X(16) VALUE
               'COVERAGE LIMIT: '.
           05  DEC-COVERAGE-AMOUNT    PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(102) VALUE SPACES.

       01  DEC-PREMIUM-LINE.
           05  FILLER                 PIC X(16) VALUE
               'POLICY PREMIUM: '.
           05  DEC-ANNUAL-PREMIUM     PIC $$$$,$$9.99.
           05  FILLER                 PIC X(105) VALUE SPACES.

       01  DEC-RISK-LINE.
           05  FILLER                 PIC X(16) VALUE
               'RISK RATING:    '.
           05  DEC-RISK-RATING        PIC X(10).
           05  FILLER                 PIC X(106) VALUE SPACES.

       01  DEC-PRIOR-LINE.
           05  FILLER                 PIC X(16) VALUE
               'PREVIOUS LIMIT: '.
           05  DEC-PRIOR-COVERAGE     PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(23) VALUE
               '     PREVIOUS PREMIUM: '.
           05  DEC-PRIOR-PREMIUM      PIC $$$$,$$9.99.
           05  FILLER                 PIC X(68) VALUE SPACES.

       01  DEC-PRODUCER-LINE.
           05  FILLER                 PIC X(16) VALUE
               'PRODUCER:       '.
           05  DEC-PRODUCER-CODE      PIC X(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  DEC-PRODUCER-NAME      PIC X(30).
           05  FILLER                 PIC X(79) VALUE SPACES.

       01  DEC-ADDRESS-LINE.
           05  FILLER                 PIC X(16) VALUE SPACES.
           05  DEC-PRODUCER-ADDRESS   PIC X(40).
           05  FILLER                 PIC X(76) VALUE SPACES.

      * Identification Card Print Lines
       01  IDC-TITLE-LINE.
           05  FILLER                 PIC X(43) VALUE
               'AUTOMOBILE INSURANCE IDENTIFICATION CARD - '.
           05  IDC-TITLE-LABEL        PIC X(12).
           05  FILLER                 PIC X(77) VALUE SPACES.

       01  IDC-POLICY-LINE.
           05  FILLER                 PIC X(15) VALUE
               'POLICY NUMBER: '.
           05  IDC-POLICY-NUMBER      PIC X(10).
           05  FILLER                 PIC X(10) VALUE '   STATE: '.
           05  IDC-STATE              PIC X(2).
           05  FILLER                 PIC X(95) VALUE SPACES.

       01  IDC-INSURED-LINE.
           05  FILLER                 PIC X(15) VALUE
               'INSURED:       '.
           05  IDC-APPLICANT-NAME     PIC X(30).
           05  FILLER                 PIC X(87) VALUE SPACES.

       01  IDC-PERIOD-LINE.
           05  FILLER                 PIC X(15) VALUE
               'EFFECTIVE:     '.
           05  IDC-EFFECTIVE-DATE     PIC X(10).
           05  FILLER                 PIC X(12) VALUE
               '   EXPIRES: '.
           05  IDC-EXPIRY-DATE        PIC X(10).
           05  FILLER                 PIC X(85) VALUE SPACES.

       01  IDC-VEHICLE-LINE.
           05  FILLER                 PIC X(15) VALUE
               'VEHICLE TYPE:  '.
           05  IDC-VEHICLE-TYPE       PIC X(10).
           05  FILLER                 PIC X(107) VALUE SPACES.

       01  IDC-PRODUCER-LINE.
           05  FILLER                 PIC X(15) VALUE
               'PRODUCER:      '.
           05  IDC-PRODUCER-NAME      PIC X(30).
           05  FILLER                 PIC X(87) VALUE SPACES.

      * Run Status Controls - Graded Completion Code And The
      * One-Record Status File The Scheduler Gates On
       77  RUNSTAT-STATUS             PIC X(2) VALUE '00'.
       77  RUN-STATUS-PROGRAM-ID      PIC X(8) VALUE 'POLDOCPR'.
       77  RUN-COMPLETION-CODE        PIC 99 VALUE ZERO.
       77  RUN-STATUS-MESSAGE         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-PROGRAM
           IF HISTORY-FILE-PRESENT
               PERFORM READ-POLICY-HISTORY
               PERFORM PROCESS-HISTORY-ENTRY UNTIL END-OF-HISTORY
           END-IF
           PERFORM UPDATE-DOCUMENT-CONTROL
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

           OPEN OUTPUT DOCUMENT-PRINT-FILE
           IF DECPRINT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DECPRINT - STATUS '
                   DECPRINT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-DOCUMENT-CONTROL.

           PERFORM LOAD-PRODUCER-MASTER.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO DOCUMENT-DATE-IN
           PERFORM FORMAT-DOCUMENT-DATE
           MOVE DOCUMENT-DATE-OUT TO RUN-DATE-PRINTED.

       INITIALIZE-PROGRAM-EXIT.
           EXIT.

      * DOCCTL Does Not Exist Yet Before The First Print Run - Every
      * Issuance, Endorsement And Renewal On The History Is Printed.
       LOAD-DOCUMENT-CONTROL.
           OPEN INPUT DOCUMENT-CONTROL-FILE
           IF DOCCTL-STATUS = '35'
               MOVE ZERO TO LPK-PROCESS-DATE
               MOVE ZERO TO LPK-PROCESS-TIME
           ELSE
               IF DOCCTL-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING DOCCTL - STATUS '
                       DOCCTL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ DOCUMENT-CONTROL-FILE
                   AT END
                       MOVE ZERO TO LPK-PROCESS-DATE
                       MOVE ZERO TO LPK-PROCESS-TIME
                   NOT AT END
                       MOVE DCC-LAST-PROCESS-DATE TO LPK-PROCESS-DATE
                       MOVE DCC-LAST-PROCESS-TIME TO LPK-PROCESS-TIME
               END-READ
               CLOSE DOCUMENT-CONTROL-FILE
               IF DOCCTL-STATUS NOT = '00'
                   DISPLAY 'ERROR CLOSING DOCCTL - STATUS '
                       DOCCTL-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE LAST-PRINTED-KEY TO HIGH-WATER-KEY.

       LOAD-DOCUMENT-CONTROL-EXIT.
           EXIT.

       READ-POLICY-HISTORY.
           READ POLICY-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ.

       READ-POLICY-HISTORY-EXIT.
           EXIT.

       PROCESS-HISTORY-ENTRY.
           ADD 1 TO HISTORY-READ-COUNT
           PERFORM PRINT-ENTRY-DOCUMENTS
               THRU PRINT-ENTRY-DOCUMENTS-EXIT
           PERFORM READ-POLICY-HISTORY.

       PROCESS-HISTORY-ENTRY-EXIT.
           EXIT.

      * Business Rule: Only A New Policy, An Endorsement Or A Renewal
      * Changes What The Insured Holds - Cancellations, Lapses,
      * Expiries And Reinstatements Are Confirmed By Letter, Not By A
      * New Declarations Page.
       PRINT-ENTRY-DOCUMENTS.
           MOVE PHR-PROCESS-DATE TO HEK-PROCESS-DATE
           MOVE PHR-PROCESS-TIME TO HEK-PROCESS-TIME
           IF HISTORY-ENTRY-KEY NOT > LAST-PRINTED-KEY
               ADD 1 TO ALREADY-PRINTED-COUNT
               GO TO PRINT-ENTRY-DOCUMENTS-EXIT
           END-IF
           IF HISTORY-ENTRY-KEY > HIGH-WATER-KEY
               MOVE HISTORY-ENTRY-KEY TO HIGH-WATER-KEY
           END-IF

           IF PHR-ISSUANCE
               MOVE 'NEW BUSINESS' TO DOCUMENT-LABEL
               ADD 1 TO NEW-DECS-COUNT
           ELSE
               IF PHR-ENDORSEMENT
                   MOVE 'ENDORSEMENT' TO DOCUMENT-LABEL
                   ADD 1 TO ENDORSEMENT-DECS-COUNT
               ELSE
                   IF PHR-RENEWAL
                       MOVE 'RENEWAL' TO DOCUMENT-LABEL
                       ADD 1 TO RENEWAL-DECS-COUNT
                   ELSE
                       GO TO PRINT-ENTRY-DOCUMENTS-EXIT
                   END-IF
               END-IF
           END-IF

      * The Before Image Gives An Endorsement's Previous Limit And
      * Premium; The After Image Is Then Laid Over It.
           IF PHR-ENDORSEMENT
               MOVE PHR-BEFORE-IMAGE TO POLICY-MASTER-RECORD
               MOVE PM-COVERAGE-AMOUNT TO PRIOR-COVERAGE-AMOUNT
               MOVE PM-ANNUAL-PREMIUM TO PRIOR-ANNUAL-PREMIUM
           END-IF
           MOVE PHR-AFTER-IMAGE TO POLICY-MASTER-RECORD
           MOVE PM-APPLICATION-IMAGE TO POLICY-APPLICATION

           MOVE PRODUCER-CODE TO PRODUCER-LOOKUP-CODE
           PERFORM LOOKUP-PRODUCER
           IF PRODUCER-ON-FILE
               SET DOCUMENT-PRODUCER-FOUND TO TRUE
               MOVE PMT-PRODUCER-NAME (PRODUCER-MASTER-IDX)
                   TO DEC-PRODUCER-NAME
               MOVE PMT-PRODUCER-ADDRESS (PRODUCER-MASTER-IDX)
                   TO DEC-PRODUCER-ADDRESS
           ELSE
               MOVE 'N' TO DOCUMENT-PRODUCER-FLAG
               MOVE '** NOT ON PRODMAST **' TO DEC-PRODUCER-NAME
               MOVE SPACES TO DEC-PRODUCER-ADDRESS
               ADD 1 TO PRODUCER-MISSING-COUNT
               DISPLAY 'PRODUCER NOT ON PRODMAST FOR POLICY '
                   PM-POLICY-NUMBER ' - ' PRODUCER-CODE
           END-IF

           PERFORM PRINT-DECLARATIONS-PAGE
           IF PM-POLICY-TYPE = 'AUTO'
               PERFORM PRINT-ID-CARD ID-CARD-COPIES TIMES
           END-IF.

       PRINT-ENTRY-DOCUMENTS-EXIT.
           EXIT.

       PRINT-DECLARATIONS-PAGE.
           MOVE '1' TO DOCUMENT-CARRIAGE
           MOVE DOCUMENT-LABEL TO DEC-TITLE-LABEL
           MOVE DEC-TITLE-LINE TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE
           MOVE RUN-DATE-PRINTED TO DEC-PRINT-DATE
           MOVE DEC-DATE-LINE TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE
           MOVE SPACES TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE

           MOVE PM-POLICY-NUMBER TO DEC-POLICY-NUMBER
           MOVE PM-POLICY-TYPE TO DEC-POLICY-TYPE
           MOVE DEC-POLICY-LINE TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE
           MOVE PM-APPLICANT-NAME TO DEC-APPLICANT-NAME
           MOVE PM-APPLICANT-STATE TO DEC-STATE
           MOVE DEC-INSURED-LINE TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE
           MOVE PM-EFFECTIVE-DATE TO DOCUMENT-DATE-IN
           PERFORM FORMAT-DOCUMENT-DATE
           MOVE DOCUMENT-DATE-OUT TO DEC-EFFECTIVE-DATE
           MOVE PM-EXPIRY-DATE TO DOCUMENT-DATE-IN
           PERFORM FORMAT-DOCUMENT-DATE
           MOVE DOCUMENT-DATE-OUT TO DEC-EXPIRY-DATE
           MOVE DEC-PERIOD-LINE TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE
           IF PHR-ENDORSEMENT
               MOVE PHR-EFFECTIVE-DATE TO DOCUMENT-DATE-IN
               PERFORM FORMAT-DOCUMENT-DATE
               MOVE DOCUMENT-DATE-OUT TO DEC-ENDORSEMENT-DATE
               MOVE DEC-ENDORSEMENT-LINE TO DOCUMENT-TEXT
               PERFORM WRITE-DOCUMENT-LINE
           END-IF
           MOVE SPACES TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE

           MOVE PM-COVERAGE-AMOUNT TO DEC-COVERAGE-AMOUNT
           MOVE DEC-COVERAGE-LINE TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE
           MOVE PM-ANNUAL-PREMIUM TO DEC-ANNUAL-PREMIUM
           MOVE DEC-PREMIUM-LINE TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE
           MOVE PM-RISK-RATING TO DEC-RISK-RATING
           MOVE DEC-RISK-LINE TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE
           IF PHR-ENDORSEMENT
               MOVE PRIOR-COVERAGE-AMOUNT TO DEC-PRIOR-COVERAGE
               MOVE PRIOR-ANNUAL-PREMIUM TO DEC-PRIOR-PREMIUM
               MOVE DEC-PRIOR-LINE TO DOCUMENT-TEXT
               PERFORM WRITE-DOCUMENT-LINE
           END-IF
           MOVE SPACES TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE

           MOVE PRODUCER-CODE TO DEC-PRODUCER-CODE
           MOVE DEC-PRODUCER-LINE TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE
           IF DOCUMENT-PRODUCER-FOUND
               MOVE DEC-ADDRESS-LINE TO DOCUMENT-TEXT
               PERFORM WRITE-DOCUMENT-LINE
           END-IF
           MOVE SPACES TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE

           IF PHR-ISSUANCE
               MOVE 'THIS DECLARATIONS PAGE FORMS PART OF YOUR POLICY.'
                   TO DOCUMENT-TEXT
           ELSE
               MOVE 'THIS DECLARATIONS PAGE REPLACES ANY EARLIER'
                   TO DOCUMENT-TEXT
               PERFORM WRITE-DOCUMENT-LINE
               MOVE 'DECLARATIONS PAGE ISSUED FOR THIS POLICY.'
                   TO DOCUMENT-TEXT
           END-IF
           PERFORM WRITE-DOCUMENT-LINE
           MOVE 'PLEASE KEEP IT WITH YOUR POLICY AND CONTACT YOUR'
               TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE
           MOVE 'PRODUCER WITH ANY QUESTIONS ABOUT YOUR COVERAGE.'
               TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE.

       PRINT-DECLARATIONS-PAGE-EXIT.
           EXIT.

      * Business Rule: The Card Shows The Term From The Same Image As
      * The Declarations Page, So A Renewal Card Carries The New Term.
       PRINT-ID-CARD.
           MOVE '1' TO DOCUMENT-CARRIAGE
           MOVE DOCUMENT-LABEL TO IDC-TITLE-LABEL
           MOVE IDC-TITLE-LINE TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE
           MOVE SPACES TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE
           MOVE PM-POLICY-NUMBER TO IDC-POLICY-NUMBER
           MOVE PM-APPLICANT-STATE TO IDC-STATE
           MOVE IDC-POLICY-LINE TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE
           MOVE PM-APPLICANT-NAME TO IDC-APPLICANT-NAME
           MOVE IDC-INSURED-LINE TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE
           MOVE DEC-EFFECTIVE-DATE TO IDC-EFFECTIVE-DATE
           MOVE DEC-EXPIRY-DATE TO IDC-EXPIRY-DATE
           MOVE IDC-PERIOD-LINE TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE
           MOVE VEHICLE-TYPE TO IDC-VEHICLE-TYPE
           MOVE IDC-VEHICLE-LINE TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE
           MOVE DEC-PRODUCER-NAME TO IDC-PRODUCER-NAME
           MOVE IDC-PRODUCER-LINE TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE
           MOVE SPACES TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE
           MOVE 'KEEP THIS CARD IN THE INSURED VEHICLE. IT MUST BE'
               TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE
           MOVE 'SHOWN ON REQUEST AS PROOF OF INSURANCE.'
               TO DOCUMENT-TEXT
           PERFORM WRITE-DOCUMENT-LINE
           ADD 1 TO ID-CARDS-COUNT.

       PRINT-ID-CARD-EXIT.
           EXIT.

       FORMAT-DOCUMENT-DATE.
           MOVE DOCUMENT-DATE-MONTH TO DDO-MONTH
           MOVE DOCUMENT-DATE-DAY TO DDO-DAY
           MOVE DOCUMENT-DATE-YEAR TO DDO-YEAR.

       FORMAT-DOCUMENT-DATE-EXIT.
           EXIT.

      * Every Line Goes Out Through Here - The Carriage Control Byte
      * Is '1' Only On The First Line Of A Document And Resets To
      * Single Spacing After It.
       WRITE-DOCUMENT-LINE.
           MOVE DOCUMENT-CARRIAGE TO DPR-CARRIAGE-CONTROL
           MOVE DOCUMENT-TEXT TO DPR-TEXT
           WRITE DOCUMENT-PRINT-RECORD.
           IF DECPRINT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DECPRINT - STATUS '
                   DECPRINT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACE TO DOCUMENT-CARRIAGE.

       WRITE-DOCUMENT-LINE-EXIT.
           EXIT.

      * The Control Moves To The Last History Entry Seen, Whether Or
      * Not It Printed, So The Next Run Starts After It.
       UPDATE-DOCUMENT-CONTROL.
           OPEN OUTPUT DOCUMENT-CONTROL-FILE
           IF DOCCTL-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING DOCCTL - STATUS '
                   DOCCTL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE HWK-PROCESS-DATE TO DCC-LAST-PROCESS-DATE
           MOVE HWK-PROCESS-TIME TO DCC-LAST-PROCESS-TIME
           WRITE DOCUMENT-CONTROL-RECORD
           IF DOCCTL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DOCCTL - STATUS '
                   DOCCTL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE DOCUMENT-CONTROL-FILE
           IF DOCCTL-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING DOCCTL - STATUS '
                   DOCCTL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       UPDATE-DOCUMENT-CONTROL-EXIT.
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

           CLOSE DOCUMENT-PRINT-FILE
           IF DECPRINT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING DECPRINT - STATUS '
                   DECPRINT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'POLICY DOCUMENT PRINT COMPLETE'
           DISPLAY 'HISTORY ENTRIES:    ' HISTORY-READ-COUNT
           DISPLAY 'ALREADY PRINTED:    ' ALREADY-PRINTED-COUNT
           DISPLAY 'NEW BUSINESS DECS:  ' NEW-DECS-COUNT
           DISPLAY 'ENDORSEMENT DECS:   ' ENDORSEMENT-DECS-COUNT
           DISPLAY 'RENEWAL DECS:       ' RENEWAL-DECS-COUNT
           DISPLAY 'ID CARDS:           ' ID-CARDS-COUNT
           DISPLAY 'PRODUCER MISSING:   ' PRODUCER-MISSING-COUNT.

           MOVE ZERO TO RUN-COMPLETION-CODE
           MOVE 'RUN COMPLETE' TO RUN-STATUS-MESSAGE
           IF PRODUCER-MISSING-COUNT > ZERO
               MOVE 04 TO RUN-COMPLETION-CODE
               MOVE 'PRODUCERS NOT ON PRODMAST - SEE LOG'
                   TO RUN-STATUS-MESSAGE
           END-IF
           PERFORM WRITE-RUN-STATUS.

       TERMINATE-PROGRAM-EXIT.
           EXIT.

      * Shared Run Status Paragraphs - Same Copybook In Every
      * Program In The Suite.
           COPY RUNSTLOG.

      * Shared Producer Master Load And Lookup - Same Copybook As
      * The Programs That Validate And Pay Producers.
           COPY PRODLOAD.
