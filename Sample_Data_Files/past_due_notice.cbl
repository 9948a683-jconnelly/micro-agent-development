      *================================================================
      * PAST-DUE NOTICE CYCLE PROGRAM
      * WORKS THE DAY'S AGING RESULTS - THE PASTDUE FEED THE CASH
      * APPLICATION STEP (CASHAPPL) WRITES ALONGSIDE ITS AGINGRPT -
      * ONE DELINQUENT ACCOUNT AT A TIME, KEYED BY ITS OLDEST UNPAID
      * INSTALLMENT. AT THE FIRST THRESHOLD THE INSURED IS SENT A
      * PAST-DUE REMINDER; AT THE SECOND, THE STATUTORY NOTICE OF
      * INTENT TO CANCEL WITH ITS CANCEL-ON DATE. A POLICY STILL ON
      * THE AGING FOR THE SAME INSTALLMENT ON ITS CANCEL-ON DATE GETS
      * A NON-PAYMENT LAPSE REQUEST (TYPE N) APPENDED TO CANCREQS FOR
      * THE CANCELLATION STEP (POLCANCL), WHICH RUNS AFTER THIS ONE.
      * EVERY NOTICE AND LAPSE REQUEST IS LOGGED ON THE NOTICE
      * HISTORY (NOTCHIST), WHICH STOPS THE SAME NOTICE GOING OUT
      * TWICE AND RECORDS WHEN EACH ONE WENT. NOTICES PRINT ON A
      * 133-BYTE FILE WITH ASA CARRIAGE CONTROL IN COLUMN 1, THE SAME
      * AS THE APPLICANT LETTERS (CORRLETR)
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDNOTICE.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAST-DUE-FILE ASSIGN TO "PASTDUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PASTDUE-STATUS.

           SELECT POLICY-MASTER-FILE ASSIGN TO "POLMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-POLICY-NUMBER
               FILE STATUS IS POLMASTR-STATUS.

           SELECT NOTICE-HISTORY-FILE ASSIGN TO "NOTCHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NOTCHIST-STATUS.

           SELECT CANCELLATION-REQUEST-FILE ASSIGN TO "CANCREQS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CANCREQS-STATUS.

           SELECT NOTICE-PRINT-FILE ASSIGN TO "NOTCPRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NOTCPRT-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "NOTCSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * PASTDUE - ONE RECORD PER UNPAID INSTALLMENT PAST ITS DUE
      * DATE, AS OF THE DAY'S CASH APPLICATION RUN.
       FD  PAST-DUE-FILE
           RECORDING MODE IS F.
           COPY PASTDUE.

      * POLMASTR - READ FRONT TO BACK TO TIE EACH DELINQUENT
      * APPLICATION TO ITS POLICY, INSURED AND STATUS.
       FD  POLICY-MASTER-FILE.
           COPY POLMASTR.

      * NOTCHIST - READ ONCE AT JOB START FOR THE NOTICES ALREADY
      * SENT, THEN APPENDED TO WITH THIS RUN'S NOTICES.
       FD  NOTICE-HISTORY-FILE
           RECORDING MODE IS F.
           COPY NOTCHIST.

      * CANCREQS - THE DAY'S TERMINATION REQUESTS. THIS STEP APPENDS
      * ITS NON-PAYMENT LAPSES TO WHATEVER THE DESKS HAVE KEYED.
       FD  CANCELLATION-REQUEST-FILE
           RECORDING MODE IS F.
           COPY CANCREQ.

       FD  NOTICE-PRINT-FILE
           RECORDING MODE IS F.
       01  NOTICE-PRINT-RECORD.
           05  NPR-CARRIAGE-CONTROL       PIC X(1).
           05  NPR-TEXT                   PIC X(132).

      * RUN STATUS - ONE-RECORD STATUS FILE THE SCHEDULER AND THE
      * NEXT STEP GATE ON. REWRITTEN IN PROGRESS AT JOB START AND
      * WITH THE GRADED COMPLETION CODE AT END OF JOB.
       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.

      * File Status And End-Of-File Controls
       77  PASTDUE-STATUS             PIC X(2) VALUE '00'.
       77  POLMASTR-STATUS            PIC X(2) VALUE '00'.
       77  NOTCHIST-STATUS            PIC X(2) VALUE '00'.
       77  CANCREQS-STATUS            PIC X(2) VALUE '00'.
       77  NOTCPRT-STATUS             PIC X(2) VALUE '00'.
       77  PAST-DUE-EOF-FLAG          PIC X(1) VALUE 'N'.
           88  END-OF-PAST-DUE        VALUE 'Y'.
       77  MASTER-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  END-OF-MASTER          VALUE 'Y'.
       77  NOTICE-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  END-OF-NOTICE-HISTORY  VALUE 'Y'.
       77  ACCOUNT-FOUND-FLAG         PIC X(1) VALUE 'N'.
           88  ACCOUNT-FOUND          VALUE 'Y'.
       77  ACCOUNT-LOOKUP-ID          PIC X(10) VALUE SPACES.

      * Notice Cycle Counters
       77  PAST-DUE-ITEMS-COUNT       PIC 9(6) VALUE ZERO.
       77  NOTICES-ON-FILE-COUNT      PIC 9(6) VALUE ZERO.
       77  REMINDERS-SENT-COUNT       PIC 9(6) VALUE ZERO.
       77  INTENT-NOTICES-COUNT       PIC 9(6) VALUE ZERO.
       77  LAPSES-REQUESTED-COUNT     PIC 9(6) VALUE ZERO.
       77  AWAITING-CANCEL-ON-COUNT   PIC 9(6) VALUE ZERO.
       77  NOT-IN-FORCE-COUNT         PIC 9(6) VALUE ZERO.
       77  NO-POLICY-COUNT            PIC 9(6) VALUE ZERO.

      * Business Rule: Notice Thresholds In Days Past Due Of The
      * Oldest Unpaid Installment (30/360, As On The Aging Report).
      * The Intent-To-Cancel Threshold Is The Start Of The Aging
      * Report's 31-60 Day Bucket; The Cancel-On Date Is Set The
      * Statutory Notice Period Of Calendar Days After The Notice.
       77  REMINDER-THRESHOLD-DAYS    PIC 9(3) VALUE 015.
       77  INTENT-THRESHOLD-DAYS      PIC 9(3) VALUE 031.
       77  CANCEL-NOTICE-DAYS         PIC 9(3) VALUE 020.

      * Delinquent Account Table - One Entry Per Application On The
      * Day's Past-Due Feed, Loaded Once At Job Start. The Notice
      * History And The Policy Master Are Then Matched Against It.
       77  ACCOUNT-MAX                PIC 9(4) VALUE 2000.
       77  ACCOUNT-COUNT              PIC 9(4) VALUE ZERO.
       01  PAST-DUE-ACCOUNT-TABLE-WS.
           05  PAST-DUE-ACCOUNT OCCURS 2000 TIMES
                   INDEXED BY ACCOUNT-IDX.
               10  PDA-APPLICATION-ID     PIC X(10).
               10  PDA-OLDEST-DUE-DATE    PIC 9(8).
               10  PDA-DAYS-PAST-DUE      PIC 9(5).
               10  PDA-PAST-DUE-AMOUNT    PIC 9(7)V99.
               10  PDA-POLICY-FLAG        PIC X(1).
                   88  PDA-POLICY-FOUND   VALUE 'Y'.
               10  PDA-POLICY-NUMBER      PIC X(10).
               10  PDA-APPLICANT-NAME     PIC X(30).
               10  PDA-POLICY-STATUS      PIC X(10).
                   88  PDA-IN-FORCE       VALUE 'INFORCE'.
               10  PDA-REMINDER-FLAG      PIC X(1).
                   88  PDA-REMINDER-SENT  VALUE 'Y'.
               10  PDA-INTENT-FLAG        PIC X(1).
                   88  PDA-INTENT-SENT    VALUE 'Y'.
               10  PDA-CANCEL-ON-DATE     PIC 9(8).
               10  PDA-LAPSE-FLAG         PIC X(1).
                   88  PDA-LAPSE-REQUESTED VALUE 'Y'.

      * Run Date And The Cancel-On Date Set By Today's Notices
       77  RUN-DATE                   PIC 9(8) VALUE ZERO.
       77  CANCEL-ON-DATE             PIC 9(8) VALUE ZERO.
       77  RUN-DATE-PRINTED           PIC X(10) VALUE SPACES.

      * Notices Print Dates MM/DD/YYYY
       01  NOTICE-DATE-FIELDS.
           05  NOTICE-DATE-IN         PIC 9(8).
           05  NOTICE-DATE-PARTS REDEFINES NOTICE-DATE-IN.
               10  NOTICE-DATE-YEAR       PIC 9(4).
               10  NOTICE-DATE-MONTH      PIC 9(2).
               10  NOTICE-DATE-DAY        PIC 9(2).
       01  NOTICE-DATE-OUT.
           05  NDO-MONTH              PIC 9(2).
           05  FILLER                 PIC X(1) VALUE '/'.
           05  NDO-DAY                PIC 9(2).
           05  FILLER                 PIC X(1) VALUE '/'.
           05  NDO-YEAR               PIC 9(4).

      * Notice Work Fields
       77  NOTICE-CARRIAGE            PIC X(1) VALUE SPACE.
       77  NOTICE-TEXT                PIC X(132) VALUE SPACES.
       77  NOTICE-AMOUNT-EDITED       PIC $$,$$$,$$9.99.
       77  NOTICE-DUE-PRINTED         PIC X(10) VALUE SPACES.
       77  NOTICE-CANCEL-PRINTED      PIC X(10) VALUE SPACES.

      * Run Status Controls - Graded Completion Code And The
      * One-Record Status File The Scheduler Gates On
       77  RUNSTAT-STATUS             PIC X(2) VALUE '00'.
       77  RUN-STATUS-PROGRAM-ID      PIC X(8) VALUE 'PDNOTICE'.
       77  RUN-COMPLETION-CODE        PIC 99 VALUE ZERO.
       77  RUN-STATUS-MESSAGE         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-PROGRAM
           PERFORM LOAD-PAST-DUE-ACCOUNTS
           PERFORM LOAD-NOTICE-HISTORY
           PERFORM MATCH-POLICY-MASTER
           PERFORM OPEN-NOTICE-OUTPUTS
           SET ACCOUNT-IDX TO 1
           PERFORM WORK-PAST-DUE-ACCOUNT
               UNTIL ACCOUNT-IDX > ACCOUNT-COUNT
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           PERFORM MARK-RUN-IN-PROGRESS.

           OPEN INPUT PAST-DUE-FILE
           IF PASTDUE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PASTDUE - STATUS '
                   PASTDUE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT POLICY-MASTER-FILE
           IF POLMASTR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING POLMASTR - STATUS '
                   POLMASTR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT NOTICE-PRINT-FILE
           IF NOTCPRT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NOTCPRT - STATUS '
                   NOTCPRT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO NOTICE-DATE-IN
           PERFORM FORMAT-NOTICE-DATE
           MOVE NOTICE-DATE-OUT TO RUN-DATE-PRINTED
           COMPUTE CANCEL-ON-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (RUN-DATE)
                       + CANCEL-NOTICE-DAYS).

       INITIALIZE-PROGRAM-EXIT.
           EXIT.

      * Business Rule: The Feed Is In Application And Due Date
      * Order, So An Account's First Item Is Its Oldest - That Due
      * Date Identifies The Delinquency And Its Days Past Due Drive
      * The Notices. The Amount Is Everything Past Due.
       LOAD-PAST-DUE-ACCOUNTS.
           PERFORM READ-PAST-DUE
           PERFORM STORE-PAST-DUE-ITEM
               UNTIL END-OF-PAST-DUE
           CLOSE PAST-DUE-FILE.

       LOAD-PAST-DUE-ACCOUNTS-EXIT.
           EXIT.

       READ-PAST-DUE.
           READ PAST-DUE-FILE
               AT END
                   SET END-OF-PAST-DUE TO TRUE
           END-READ.

       READ-PAST-DUE-EXIT.
           EXIT.

       STORE-PAST-DUE-ITEM.
           ADD 1 TO PAST-DUE-ITEMS-COUNT
           MOVE PDR-APPLICATION-ID TO ACCOUNT-LOOKUP-ID
           PERFORM FIND-ACCOUNT
           IF ACCOUNT-FOUND
               ADD PDR-OPEN-BALANCE
                   TO PDA-PAST-DUE-AMOUNT (ACCOUNT-IDX)
               IF PDR-DUE-DATE < PDA-OLDEST-DUE-DATE (ACCOUNT-IDX)
                   MOVE PDR-DUE-DATE
                       TO PDA-OLDEST-DUE-DATE (ACCOUNT-IDX)
                   MOVE PDR-DAYS-PAST-DUE
                       TO PDA-DAYS-PAST-DUE (ACCOUNT-IDX)
               END-IF
           ELSE
               ADD 1 TO ACCOUNT-COUNT
               IF ACCOUNT-COUNT > ACCOUNT-MAX
                   DISPLAY 'ERROR - PASTDUE HAS MORE THAN '
                       ACCOUNT-MAX ' ACCOUNTS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET ACCOUNT-IDX TO ACCOUNT-COUNT
               MOVE PDR-APPLICATION-ID
                   TO PDA-APPLICATION-ID (ACCOUNT-IDX)
               MOVE PDR-DUE-DATE TO PDA-OLDEST-DUE-DATE (ACCOUNT-IDX)
               MOVE PDR-DAYS-PAST-DUE
                   TO PDA-DAYS-PAST-DUE (ACCOUNT-IDX)
               MOVE PDR-OPEN-BALANCE
                   TO PDA-PAST-DUE-AMOUNT (ACCOUNT-IDX)
               MOVE 'N' TO PDA-POLICY-FLAG (ACCOUNT-IDX)
               MOVE SPACES TO PDA-POLICY-NUMBER (ACCOUNT-IDX)
               MOVE SPACES TO PDA-APPLICANT-NAME (ACCOUNT-IDX)
               MOVE SPACES TO PDA-POLICY-STATUS (ACCOUNT-IDX)
               MOVE 'N' TO PDA-REMINDER-FLAG (ACCOUNT-IDX)
               MOVE 'N' TO PDA-INTENT-FLAG (ACCOUNT-IDX)
               MOVE ZERO TO PDA-CANCEL-ON-DATE (ACCOUNT-IDX)
               MOVE 'N' TO PDA-LAPSE-FLAG (ACCOUNT-IDX)
           END-IF
           PERFORM READ-PAST-DUE.

       STORE-PAST-DUE-ITEM-EXIT.
           EXIT.

      * Takes ACCOUNT-LOOKUP-ID. The Search Is Bounded At The Loaded
      * Count - Slots Past It Hold Unpredictable Data.
       FIND-ACCOUNT.
           MOVE 'N' TO ACCOUNT-FOUND-FLAG
           SET ACCOUNT-IDX TO 1
           SEARCH PAST-DUE-ACCOUNT
               AT END
                   CONTINUE
               WHEN ACCOUNT-IDX > ACCOUNT-COUNT
                   CONTINUE
               WHEN PDA-APPLICATION-ID (ACCOUNT-IDX)
                       = ACCOUNT-LOOKUP-ID
                   MOVE 'Y' TO ACCOUNT-FOUND-FLAG
           END-SEARCH.

       FIND-ACCOUNT-EXIT.
           EXIT.

      * NOTCHIST Does Not Exist Yet Before The First Notice Run.
       LOAD-NOTICE-HISTORY.
           OPEN INPUT NOTICE-HISTORY-FILE
           IF NOTCHIST-STATUS = '35'
               GO TO LOAD-NOTICE-HISTORY-EXIT
           END-IF
           IF NOTCHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NOTCHIST - STATUS '
                   NOTCHIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-NOTICE-HISTORY
           PERFORM APPLY-NOTICE-HISTORY
               UNTIL END-OF-NOTICE-HISTORY
           CLOSE NOTICE-HISTORY-FILE.

       LOAD-NOTICE-HISTORY-EXIT.
           EXIT.

       READ-NOTICE-HISTORY.
           READ NOTICE-HISTORY-FILE
               AT END
                   SET END-OF-NOTICE-HISTORY TO TRUE
           END-READ.

       READ-NOTICE-HISTORY-EXIT.
           EXIT.

      * Business Rule: A Notice Counts Against Today's Delinquency
      * Only When It Was Sent For The Same Oldest Unpaid Installment
      * - Notices From A Delinquency Since Cured Are History Only.
       APPLY-NOTICE-HISTORY.
           ADD 1 TO NOTICES-ON-FILE-COUNT
           MOVE NTH-APPLICATION-ID TO ACCOUNT-LOOKUP-ID
           PERFORM FIND-ACCOUNT
           IF ACCOUNT-FOUND
               IF NTH-OLDEST-DUE-DATE
                       = PDA-OLDEST-DUE-DATE (ACCOUNT-IDX)
                   IF NTH-REMINDER
                       MOVE 'Y' TO PDA-REMINDER-FLAG (ACCOUNT-IDX)
                   END-IF
                   IF NTH-INTENT-TO-CANCEL
                       MOVE 'Y' TO PDA-INTENT-FLAG (ACCOUNT-IDX)
                       MOVE NTH-CANCEL-ON-DATE
                           TO PDA-CANCEL-ON-DATE (ACCOUNT-IDX)
                   END-IF
                   IF NTH-LAPSE-REQUESTED
                       MOVE 'Y' TO PDA-LAPSE-FLAG (ACCOUNT-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NOTICE-HISTORY.

       APPLY-NOTICE-HISTORY-EXIT.
           EXIT.

       MATCH-POLICY-MASTER.
           PERFORM READ-POLICY-MASTER
           PERFORM MATCH-POLICY UNTIL END-OF-MASTER
           CLOSE POLICY-MASTER-FILE.

       MATCH-POLICY-MASTER-EXIT.
           EXIT.

       READ-POLICY-MASTER.
           READ POLICY-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
           END-READ.

       READ-POLICY-MASTER-EXIT.
           EXIT.

      * An In-Force Policy Wins Over An Older Terminated One Carried
      * Under The Same Application.
       MATCH-POLICY.
           MOVE PM-APPLICATION-ID TO ACCOUNT-LOOKUP-ID
           PERFORM FIND-ACCOUNT
           IF ACCOUNT-FOUND
               IF NOT PDA-POLICY-FOUND (ACCOUNT-IDX)
                   OR PM-IN-FORCE
                   MOVE 'Y' TO PDA-POLICY-FLAG (ACCOUNT-IDX)
                   MOVE PM-POLICY-NUMBER
                       TO PDA-POLICY-NUMBER (ACCOUNT-IDX)
                   MOVE PM-APPLICANT-NAME
                       TO PDA-APPLICANT-NAME (ACCOUNT-IDX)
                   MOVE PM-POLICY-STATUS
                       TO PDA-POLICY-STATUS (ACCOUNT-IDX)
               END-IF
           END-IF
           PERFORM READ-POLICY-MASTER.

       MATCH-POLICY-EXIT.
           EXIT.

      * Both Files Are Shared With Other Steps - Appended To, Or
      * Created On The First Run.
       OPEN-NOTICE-OUTPUTS.
           OPEN EXTEND NOTICE-HISTORY-FILE
           IF NOTCHIST-STATUS = '35'
               OPEN OUTPUT NOTICE-HISTORY-FILE
           END-IF
           IF NOTCHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NOTCHIST - STATUS '
                   NOTCHIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND CANCELLATION-REQUEST-FILE
           IF CANCREQS-STATUS = '35'
               OPEN OUTPUT CANCELLATION-REQUEST-FILE
           END-IF
           IF CANCREQS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CANCREQS - STATUS '
                   CANCREQS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-NOTICE-OUTPUTS-EXIT.
           EXIT.

       WORK-PAST-DUE-ACCOUNT.
           PERFORM SELECT-NOTICE-ACTION
               THRU SELECT-NOTICE-ACTION-EXIT
           SET ACCOUNT-IDX UP BY 1.

       WORK-PAST-DUE-ACCOUNT-EXIT.
           EXIT.

      * Business Rule: Only An In-Force Policy Is Noticed. Once The
      * Intent To Cancel Has Gone Out The Account Waits For Its
      * Cancel-On Date; If It Is Still Past Due For The Same
      * Installment On That Date The Lapse Is Requested, Effective
      * The Cancel-On Date. An Account Past Both Thresholds With No
      * Notice Yet Goes Straight To The Intent To Cancel.
       SELECT-NOTICE-ACTION.
           IF NOT PDA-POLICY-FOUND (ACCOUNT-IDX)
               DISPLAY 'NO POLICY ON POLMASTR FOR PAST-DUE '
                   'APPLICATION ' PDA-APPLICATION-ID (ACCOUNT-IDX)
               ADD 1 TO NO-POLICY-COUNT
               GO TO SELECT-NOTICE-ACTION-EXIT
           END-IF

           IF NOT PDA-IN-FORCE (ACCOUNT-IDX)
               ADD 1 TO NOT-IN-FORCE-COUNT
               GO TO SELECT-NOTICE-ACTION-EXIT
           END-IF

           IF PDA-LAPSE-REQUESTED (ACCOUNT-IDX)
               GO TO SELECT-NOTICE-ACTION-EXIT
           END-IF

           IF PDA-INTENT-SENT (ACCOUNT-IDX)
               IF RUN-DATE NOT < PDA-CANCEL-ON-DATE (ACCOUNT-IDX)
                   PERFORM REQUEST-NON-PAYMENT-LAPSE
               ELSE
                   ADD 1 TO AWAITING-CANCEL-ON-COUNT
               END-IF
               GO TO SELECT-NOTICE-ACTION-EXIT
           END-IF

           IF PDA-DAYS-PAST-DUE (ACCOUNT-IDX)
                   NOT < INTENT-THRESHOLD-DAYS
               PERFORM SEND-INTENT-TO-CANCEL
               GO TO SELECT-NOTICE-ACTION-EXIT
           END-IF

           IF PDA-DAYS-PAST-DUE (ACCOUNT-IDX)
                   NOT < REMINDER-THRESHOLD-DAYS
               AND NOT PDA-REMINDER-SENT (ACCOUNT-IDX)
               PERFORM SEND-PAST-DUE-REMINDER
           END-IF.

       SELECT-NOTICE-ACTION-EXIT.
           EXIT.

       SEND-PAST-DUE-REMINDER.
           PERFORM SET-NOTICE-FIELDS
           PERFORM PRINT-NOTICE-HEADING
           MOVE 'PAST-DUE PREMIUM REMINDER' TO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO NOTICE-TEXT
           STRING 'OUR RECORDS SHOW PREMIUM OF ' NOTICE-AMOUNT-EDITED
               ' PAST DUE ON YOUR POLICY,'
               DELIMITED BY SIZE INTO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO NOTICE-TEXT
           STRING 'THE OLDEST INSTALLMENT HAVING FALLEN DUE ON '
               NOTICE-DUE-PRINTED '.'
               DELIMITED BY SIZE INTO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE
           MOVE 'PLEASE SEND YOUR PAYMENT PROMPTLY TO KEEP YOUR'
               TO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE
           MOVE 'COVERAGE IN FORCE. IF YOU HAVE ALREADY PAID, PLEASE'
               TO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE
           MOVE 'DISREGARD THIS REMINDER.' TO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE
           PERFORM PRINT-NOTICE-CLOSING

           MOVE 'R' TO NTH-NOTICE-TYPE
           MOVE ZERO TO NTH-CANCEL-ON-DATE
           PERFORM WRITE-NOTICE-HISTORY
           ADD 1 TO REMINDERS-SENT-COUNT.

       SEND-PAST-DUE-REMINDER-EXIT.
           EXIT.

       SEND-INTENT-TO-CANCEL.
           PERFORM SET-NOTICE-FIELDS
           MOVE CANCEL-ON-DATE TO NOTICE-DATE-IN
           PERFORM FORMAT-NOTICE-DATE
           MOVE NOTICE-DATE-OUT TO NOTICE-CANCEL-PRINTED
           PERFORM PRINT-NOTICE-HEADING
           MOVE 'NOTICE OF INTENT TO CANCEL FOR NON-PAYMENT OF PREMIUM'
               TO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO NOTICE-TEXT
           STRING 'PREMIUM OF ' NOTICE-AMOUNT-EDITED
               ' HAS BEEN PAST DUE ON YOUR POLICY SINCE '
               NOTICE-DUE-PRINTED '.'
               DELIMITED BY SIZE INTO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE
           MOVE 'UNLESS THE PAST-DUE PREMIUM IS RECEIVED IN FULL BY'
               TO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO NOTICE-TEXT
           STRING NOTICE-CANCEL-PRINTED
               ', YOUR POLICY WILL BE CANCELLED FOR NON-PAYMENT'
               DELIMITED BY SIZE INTO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE
           MOVE 'EFFECTIVE ON THAT DATE AND COVERAGE WILL END.'
               TO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE
           MOVE 'IF YOU HAVE ALREADY PAID, PLEASE DISREGARD THIS'
               TO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE
           MOVE 'NOTICE. QUESTIONS SHOULD BE DIRECTED TO YOUR AGENT.'
               TO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE
           PERFORM PRINT-NOTICE-CLOSING

           MOVE 'C' TO NTH-NOTICE-TYPE
           MOVE CANCEL-ON-DATE TO NTH-CANCEL-ON-DATE
           PERFORM WRITE-NOTICE-HISTORY
           ADD 1 TO INTENT-NOTICES-COUNT.

       SEND-INTENT-TO-CANCEL-EXIT.
           EXIT.

      * The Lapse Takes Effect On The Cancel-On Date The Insured Was
      * Given, Not On The Day This Step Happens To Run.
       REQUEST-NON-PAYMENT-LAPSE.
           MOVE PDA-POLICY-NUMBER (ACCOUNT-IDX) TO CCR-POLICY-NUMBER
           SET CCR-NON-PAYMENT-LAPSE TO TRUE
           MOVE PDA-CANCEL-ON-DATE (ACCOUNT-IDX)
               TO CCR-TERMINATION-DATE
           WRITE CANCELLATION-REQUEST-RECORD
           IF CANCREQS-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CANCREQS - STATUS '
                   CANCREQS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'L' TO NTH-NOTICE-TYPE
           MOVE PDA-CANCEL-ON-DATE (ACCOUNT-IDX) TO NTH-CANCEL-ON-DATE
           PERFORM WRITE-NOTICE-HISTORY
           ADD 1 TO LAPSES-REQUESTED-COUNT.

       REQUEST-NON-PAYMENT-LAPSE-EXIT.
           EXIT.

       SET-NOTICE-FIELDS.
           MOVE PDA-PAST-DUE-AMOUNT (ACCOUNT-IDX)
               TO NOTICE-AMOUNT-EDITED
           MOVE PDA-OLDEST-DUE-DATE (ACCOUNT-IDX) TO NOTICE-DATE-IN
           PERFORM FORMAT-NOTICE-DATE
           MOVE NOTICE-DATE-OUT TO NOTICE-DUE-PRINTED.

       SET-NOTICE-FIELDS-EXIT.
           EXIT.

      * The Caller Sets The Notice Type And Cancel-On Date.
       WRITE-NOTICE-HISTORY.
           MOVE PDA-POLICY-NUMBER (ACCOUNT-IDX) TO NTH-POLICY-NUMBER
           MOVE PDA-APPLICATION-ID (ACCOUNT-IDX) TO NTH-APPLICATION-ID
           MOVE PDA-OLDEST-DUE-DATE (ACCOUNT-IDX)
               TO NTH-OLDEST-DUE-DATE
           MOVE RUN-DATE TO NTH-NOTICE-DATE
           MOVE PDA-PAST-DUE-AMOUNT (ACCOUNT-IDX)
               TO NTH-PAST-DUE-AMOUNT
           MOVE PDA-DAYS-PAST-DUE (ACCOUNT-IDX) TO NTH-DAYS-PAST-DUE
           WRITE NOTICE-HISTORY-RECORD
           IF NOTCHIST-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING NOTCHIST - STATUS '
                   NOTCHIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-NOTICE-HISTORY-EXIT.
           EXIT.

       PRINT-NOTICE-HEADING.
           MOVE '1' TO NOTICE-CARRIAGE
           MOVE SPACES TO NOTICE-TEXT
           STRING 'DATE: ' RUN-DATE-PRINTED
               DELIMITED BY SIZE INTO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO NOTICE-TEXT
           STRING 'RE: POLICY ' PDA-POLICY-NUMBER (ACCOUNT-IDX)
               DELIMITED BY SIZE INTO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO NOTICE-TEXT
           STRING 'DEAR ' PDA-APPLICANT-NAME (ACCOUNT-IDX)
               DELIMITED BY SIZE INTO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE.

       PRINT-NOTICE-HEADING-EXIT.
           EXIT.

       PRINT-NOTICE-CLOSING.
           MOVE SPACES TO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE
           MOVE 'SINCERELY,' TO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE
           MOVE 'PREMIUM ACCOUNTING DEPARTMENT' TO NOTICE-TEXT
           PERFORM WRITE-NOTICE-LINE.

       PRINT-NOTICE-CLOSING-EXIT.
           EXIT.

       FORMAT-NOTICE-DATE.
           MOVE NOTICE-DATE-MONTH TO NDO-MONTH
           MOVE NOTICE-DATE-DAY TO NDO-DAY
           MOVE NOTICE-DATE-YEAR TO NDO-YEAR.

       FORMAT-NOTICE-DATE-EXIT.
           EXIT.

      * Every Line Goes Out Through Here - The Carriage Control Byte
      * Is '1' Only On The First Line Of A Notice And Resets To
      * Single Spacing After It.
       WRITE-NOTICE-LINE.
           MOVE NOTICE-CARRIAGE TO NPR-CARRIAGE-CONTROL
           MOVE NOTICE-TEXT TO NPR-TEXT
           WRITE NOTICE-PRINT-RECORD.
           IF NOTCPRT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING NOTCPRT - STATUS '
                   NOTCPRT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACE TO NOTICE-CARRIAGE.

       WRITE-NOTICE-LINE-EXIT.
           EXIT.

       TERMINATE-PROGRAM.
           CLOSE NOTICE-HISTORY-FILE
           IF NOTCHIST-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING NOTCHIST - STATUS '
                   NOTCHIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE CANCELLATION-REQUEST-FILE
           IF CANCREQS-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING CANCREQS - STATUS '
                   CANCREQS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE NOTICE-PRINT-FILE
           IF NOTCPRT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING NOTCPRT - STATUS '
                   NOTCPRT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'PAST-DUE NOTICE CYCLE COMPLETE'
           DISPLAY 'PAST DUE ITEMS:       ' PAST-DUE-ITEMS-COUNT
           DISPLAY 'PAST DUE ACCOUNTS:    ' ACCOUNT-COUNT
           DISPLAY 'NOTICES ON FILE:      ' NOTICES-ON-FILE-COUNT
           DISPLAY 'REMINDERS SENT:       ' REMINDERS-SENT-COUNT
           DISPLAY 'INTENT NOTICES SENT:  ' INTENT-NOTICES-COUNT
           DISPLAY 'LAPSES REQUESTED:     ' LAPSES-REQUESTED-COUNT
           DISPLAY 'AWAITING CANCEL-ON:   ' AWAITING-CANCEL-ON-COUNT
           DISPLAY 'NOT IN FORCE:         ' NOT-IN-FORCE-COUNT
           DISPLAY 'NO POLICY ON FILE:    ' NO-POLICY-COUNT.

           MOVE ZERO TO RUN-COMPLETION-CODE
           MOVE 'RUN COMPLETE' TO RUN-STATUS-MESSAGE
           IF NO-POLICY-COUNT > ZERO
               MOVE 04 TO RUN-COMPLETION-CODE
               MOVE 'PAST DUE WITH NO POLICY - SEE LOG'
                   TO RUN-STATUS-MESSAGE
           END-IF
           PERFORM WRITE-RUN-STATUS.

       TERMINATE-PROGRAM-EXIT.
           EXIT.

      * Shared Run Status Paragraphs - Same Copybook In Every
      * Program In The Suite.
           COPY RUNSTLOG.
