      *================================================================
      * POLICY REINSTATEMENT PROGRAM
      * PUTS LAPSED AND CANCELLED POLICIES BACK IN FORCE OFF THE DAILY
      * REINSTATEMENT REQUEST FILE. A REQUEST IS HONORED ONLY WHEN THE
      * POLICY WAS TERMINATED WITHIN THE REINSTATEMENT GRACE WINDOW
      * AND EVERY INSTALLMENT THAT FELL DUE BY THE TERMINATION DATE
      * HAS SINCE BEEN PAID IN FULL THROUGH THE CASH APPLICATION STEP
      * (CASHAPPL) - SO THE STEP RUNS AFTER THE DAY'S CASH IS POSTED.
      * ARREARS THE REFUND STEP (REFNDDSB) SETTLED OUT OF THE RETURN
      * PREMIUM WERE NEVER PAID BY THE INSURED AND BAR REINSTATEMENT,
      * AS DOES A RETURN PREMIUM REFUND CHECK IT HAS ALREADY ISSUED.
      * REWRITES THE POLICY MASTER TO INFORCE WITH THE TERMINATION
      * DATE CLEARED, RE-OPENS THE BILLING SCHEDULE INSTALLMENTS THE
      * CANCELLATION STEP (POLCANCL) VOIDED, AND WRITES THE REINSTMT
      * FEED SO THE COMMISSION RUN (COMMCALC) GIVES BACK THE
      * COMMISSION IT CHARGED BACK. THE RESTORED PREMIUM IS POSTED TO
      * THE DAY'S GENERAL LEDGER EVENTS (GLEVENTS).
      * EVERY CHANGE TO THE POLICY MASTER IS LOGGED WITH ITS BEFORE AND
      * AFTER IMAGES ON THE POLICY TRANSACTION HISTORY (POLHIST)
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLREINS.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REINSTATEMENT-REQUEST-FILE ASSIGN TO "REINREQS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REINREQS-STATUS.

           SELECT POLICY-MASTER-FILE ASSIGN TO "POLMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-POLICY-NUMBER
               FILE STATUS IS POLMASTR-STATUS.

           SELECT BILLING-SCHEDULE-FILE ASSIGN TO "BILLSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSC-KEY
               FILE STATUS IS BILLSCHD-STATUS.

           SELECT REINSTATEMENT-FEED-FILE ASSIGN TO "REINSTMT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REINSTMT-STATUS.

           SELECT GL-EVENT-FILE ASSIGN TO "GLEVENTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLEVENTS-STATUS.

           SELECT POLICY-HISTORY-FILE ASSIGN TO "POLHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POLHIST-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "REINSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * REINREQS - ONE RECORD PER REINSTATEMENT REQUEST AS KEYED BY
      * THE POLICY SERVICES DESK, WITH THE DATE COVERAGE RESUMES.
       FD  REINSTATEMENT-REQUEST-FILE
           RECORDING MODE IS F.
       01  REINSTATEMENT-REQUEST-RECORD.
           05  RRQ-POLICY-NUMBER          PIC X(10).
           05  RRQ-REINSTATEMENT-DATE     PIC 9(8).

       FD  POLICY-MASTER-FILE.
           COPY POLMASTR.

       FD  BILLING-SCHEDULE-FILE.
           COPY BILLSCHD.

       FD  REINSTATEMENT-FEED-FILE
           RECORDING MODE IS F.
           COPY REINSTMT.

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

      * RUN STATUS - ONE-RECORD STATUS FILE THE SCHEDULER AND THE
      * NEXT STEP GATE ON. REWRITTEN IN PROGRESS AT JOB START AND
      * WITH THE GRADED COMPLETION CODE AT END OF JOB.
       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.

      * File Status And End-Of-File Controls
       77  REINREQS-STATUS            PIC X(2) VALUE '00'.
       77  POLMASTR-STATUS            PIC X(2) VALUE '00'.
       77  BILLSCHD-STATUS            PIC X(2) VALUE '00'.
       77  REINSTMT-STATUS            PIC X(2) VALUE '00'.
       77  GLEVENTS-STATUS            PIC X(2) VALUE '00'.
       77  POLHIST-STATUS             PIC X(2) VALUE '00'.
       77  END-OF-FILE-FLAG           PIC X(1) VALUE 'N'.
           88  END-OF-REQUESTS        VALUE 'Y'.
       77  SCHEDULE-CHAIN-EOF-FLAG    PIC X(1) VALUE 'N'.
           88  END-OF-SCHEDULE-CHAIN  VALUE 'Y'.
       77  REQUEST-REJECTED-FLAG      PIC X(1) VALUE 'N'.
           88  REQUEST-REJECTED       VALUE 'Y'.

      * Run Date - Captured Once At Job Start
       77  RUN-DATE                   PIC 9(8) VALUE ZERO.

      * Business Rule: A Policy Can Be Reinstated Up To This Many
      * Days (30/360) After Its Termination Date - Measured Both To
      * The Reinstatement Date Requested And To The Day The Request
      * Is Processed. Past That The Business Has To Be Rewritten As A
      * New Application.
       77  REINSTATEMENT-GRACE-DAYS   PIC 999 VALUE 030.

      * Reinstatement Cycle Counters
       77  REQUESTS-READ-COUNT        PIC 9(6) VALUE ZERO.
       77  POLICIES-REINSTATED-COUNT  PIC 9(6) VALUE ZERO.
       77  REQUESTS-REJECTED-COUNT    PIC 9(6) VALUE ZERO.
       77  INSTALLMENTS-REOPENED-COUNT PIC 9(6) VALUE ZERO.
       77  RESTORED-PREMIUM-TOTAL     PIC 9(9)V99 VALUE ZERO.

      * Reinstatement Work Fields - The Termination Date Being
      * Reversed Is Saved Before The Master Is Rewritten, And The
      * Past-Due Balance Accumulates Over The Installment Chain
       77  PRIOR-TERMINATION-DATE     PIC 9(8) VALUE ZERO.
       77  PAST-DUE-BALANCE           PIC 9(7)V99 VALUE ZERO.
       77  REFUND-OFFSET-BALANCE      PIC 9(7)V99 VALUE ZERO.
       77  REFUND-DISBURSED-BALANCE   PIC 9(7)V99 VALUE ZERO.
       77  DAYS-SINCE-TERMINATION     PIC S9(5) VALUE ZERO.

      * Pro-Rata Work Fields - The Restored Premium Is Figured
      * Exactly As The Cancellation Step Figured The Return Premium,
      * ON THE 30/360 CONVENTION THE SHOP USES FOR RECEIVABLES
       77  RESTORED-PREMIUM           PIC 9(6)V99 VALUE ZERO.
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

      * The Stored Application Image Is Unpacked Into This Area To
      * Pick Up The Producer Code For The Reinstatement Feed.
           COPY POLAPPL.

      * Run Status Controls - Graded Completion Code And The
      * One-Record Status File The Scheduler Gates On
       77  RUNSTAT-STATUS             PIC X(2) VALUE '00'.
       77  RUN-STATUS-PROGRAM-ID      PIC X(8) VALUE 'POLREINS'.
       77  RUN-COMPLETION-CODE        PIC 99 VALUE ZERO.
       77  RUN-STATUS-MESSAGE         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-PROGRAM
           PERFORM READ-REINSTATEMENT-REQUEST
           PERFORM PROCESS-REQUEST UNTIL END-OF-REQUESTS
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           PERFORM MARK-RUN-IN-PROGRESS.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT REINSTATEMENT-REQUEST-FILE
           IF REINREQS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REINREQS - STATUS '
                   REINREQS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O POLICY-MASTER-FILE
           IF POLMASTR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING POLMASTR - STATUS '
                   POLMASTR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O BILLING-SCHEDULE-FILE
           IF BILLSCHD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BILLSCHD - STATUS '
                   BILLSCHD-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REINSTATEMENT-FEED-FILE
           IF REINSTMT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REINSTMT - STATUS '
                   REINSTMT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-GL-EVENT-FILE.

           PERFORM OPEN-POLICY-HISTORY-FILE.

       INITIALIZE-PROGRAM-EXIT.
           EXIT.

       READ-REINSTATEMENT-REQUEST.
           READ REINSTATEMENT-REQUEST-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-FLAG
           END-READ.

       READ-REINSTATEMENT-REQUEST-EXIT.
           EXIT.

      * Business Rule: A Request Is Honored Only Against A Lapsed Or
      * Cancelled Policy, With A Reinstatement Date On Or After The
      * Termination Date, Inside The Grace Window And Before The Term
      * Expires, And With No Past-Due Balance Left Open. Anything
      * Else Is Rejected To The Console For The Policy Services Desk
      * - The Run Continues On The Clean Requests.
       PROCESS-REQUEST.
           ADD 1 TO REQUESTS-READ-COUNT
           MOVE 'N' TO REQUEST-REJECTED-FLAG
           PERFORM EDIT-REQUEST THRU EDIT-REQUEST-EXIT
           IF REQUEST-REJECTED
               ADD 1 TO REQUESTS-REJECTED-COUNT
           ELSE
               PERFORM REINSTATE-POLICY
           END-IF
           PERFORM READ-REINSTATEMENT-REQUEST.

       PROCESS-REQUEST-EXIT.
           EXIT.

       EDIT-REQUEST.
           MOVE RRQ-POLICY-NUMBER TO PM-POLICY-NUMBER
           READ POLICY-MASTER-FILE
               INVALID KEY
                   DISPLAY 'REJECTED: ' RRQ-POLICY-NUMBER
                       ' NOT ON POLICY MASTER'
                   SET REQUEST-REJECTED TO TRUE
           END-READ
           IF REQUEST-REJECTED
               GO TO EDIT-REQUEST-EXIT
           END-IF

           IF NOT PM-LAPSED
               AND NOT PM-CANCELLED
               DISPLAY 'REJECTED: ' RRQ-POLICY-NUMBER
                   ' STATUS IS ' PM-POLICY-STATUS
               SET REQUEST-REJECTED TO TRUE
               GO TO EDIT-REQUEST-EXIT
           END-IF

           IF RRQ-REINSTATEMENT-DATE < PM-TERMINATION-DATE
               OR RRQ-REINSTATEMENT-DATE NOT < PM-EXPIRY-DATE
               DISPLAY 'REJECTED: ' RRQ-POLICY-NUMBER
                   ' REINSTATEMENT DATE ' RRQ-REINSTATEMENT-DATE
                   ' OUTSIDE TERMINATED TERM'
               SET REQUEST-REJECTED TO TRUE
               GO TO EDIT-REQUEST-EXIT
           END-IF

           MOVE PM-TERMINATION-DATE TO TERM-FROM-DATE
           MOVE RRQ-REINSTATEMENT-DATE TO TERM-TO-DATE
           PERFORM COMPUTE-DAY-COUNT
           MOVE DAY-COUNT-WORK TO DAYS-SINCE-TERMINATION
           IF DAYS-SINCE-TERMINATION > REINSTATEMENT-GRACE-DAYS
               DISPLAY 'REJECTED: ' RRQ-POLICY-NUMBER
                   ' TERMINATED ' PM-TERMINATION-DATE
                   ' - PAST REINSTATEMENT GRACE WINDOW'
               SET REQUEST-REJECTED TO TRUE
               GO TO EDIT-REQUEST-EXIT
           END-IF

      * A Request Keyed Long After The Lapse Cannot Get Inside The
      * Window By Back-Dating The Reinstatement Date.
           MOVE RUN-DATE TO TERM-TO-DATE
           PERFORM COMPUTE-DAY-COUNT
           MOVE DAY-COUNT-WORK TO DAYS-SINCE-TERMINATION
           IF DAYS-SINCE-TERMINATION > REINSTATEMENT-GRACE-DAYS
               DISPLAY 'REJECTED: ' RRQ-POLICY-NUMBER
                   ' TERMINATED ' PM-TERMINATION-DATE
                   ' - PAST GRACE WINDOW ON RUN DATE ' RUN-DATE
               SET REQUEST-REJECTED TO TRUE
               GO TO EDIT-REQUEST-EXIT
           END-IF

           PERFORM TOTAL-PAST-DUE-BALANCE
           IF REFUND-DISBURSED-BALANCE > ZERO
               DISPLAY 'REJECTED: ' RRQ-POLICY-NUMBER
                   ' RETURN PREMIUM ALREADY REFUNDED '
                   REFUND-DISBURSED-BALANCE
               SET REQUEST-REJECTED TO TRUE
               GO TO EDIT-REQUEST-EXIT
           END-IF
           IF REFUND-OFFSET-BALANCE > ZERO
               DISPLAY 'REJECTED: ' RRQ-POLICY-NUMBER
                   ' ARREARS SETTLED FROM REFUND, NOT CASH '
                   REFUND-OFFSET-BALANCE
               SET REQUEST-REJECTED TO TRUE
               GO TO EDIT-REQUEST-EXIT
           END-IF
           IF PAST-DUE-BALANCE > ZERO
               DISPLAY 'REJECTED: ' RRQ-POLICY-NUMBER
                   ' PAST-DUE BALANCE STILL OPEN ' PAST-DUE-BALANCE
               SET REQUEST-REJECTED TO TRUE
           END-IF.

       EDIT-REQUEST-EXIT.
           EXIT.

      * Business Rule: The Past-Due Balance Is What Is Still Unpaid
      * On Every Installment That Fell Due On Or Before The
      * Termination Date - The Arrears That Caused The Lapse. Voided
      * Installments Fell Due After Termination And Are Not Counted;
      * They Are Re-Opened And Billed Again On Reinstatement. Any Of
      * Those Arrears Settled Out Of The Return Premium Refund Is
      * Totaled Apart - Only Cash Through CASHAPPL Cures A Lapse.
      * A Refund Check Already Paid On The Termination Is Totaled
      * Too - Reinstating Would Restore The Premium The Insured Was
      * Just Paid Back, Giving The Coverage Away.
       TOTAL-PAST-DUE-BALANCE.
           MOVE ZERO TO PAST-DUE-BALANCE
           MOVE ZERO TO REFUND-OFFSET-BALANCE
           MOVE ZERO TO REFUND-DISBURSED-BALANCE
           PERFORM POSITION-SCHEDULE-CHAIN
           PERFORM ADD-INSTALLMENT-ARREARS
               UNTIL END-OF-SCHEDULE-CHAIN.

       TOTAL-PAST-DUE-BALANCE-EXIT.
           EXIT.

       ADD-INSTALLMENT-ARREARS.
           IF (BSC-OPEN OR BSC-PARTIALLY-PAID)
               AND BSC-DUE-DATE NOT > PM-TERMINATION-DATE
               COMPUTE PAST-DUE-BALANCE = PAST-DUE-BALANCE
                   + BSC-TOTAL-DUE - BSC-AMOUNT-PAID
           END-IF
           IF BSC-DUE-DATE NOT > PM-TERMINATION-DATE
               ADD BSC-REFUND-OFFSET-AMOUNT TO REFUND-OFFSET-BALANCE
           END-IF
           ADD BSC-REFUND-DISBURSED-AMOUNT TO REFUND-DISBURSED-BALANCE
           PERFORM READ-NEXT-CHAIN-INSTALLMENT.

       ADD-INSTALLMENT-ARREARS-EXIT.
           EXIT.

      * Business Rule: Reinstatement Reverses The Termination - The
      * Policy Goes Back To INFORCE With No Termination Date, The
      * Installments Voided At Termination Are Re-Opened, And The
      * Return Premium Charged Back At Termination Is Restored.
       REINSTATE-POLICY.
           MOVE POLICY-MASTER-RECORD TO PHR-BEFORE-IMAGE
           MOVE PM-TERMINATION-DATE TO PRIOR-TERMINATION-DATE
           PERFORM COMPUTE-RESTORED-PREMIUM

           MOVE 'INFORCE' TO PM-POLICY-STATUS
           MOVE ZERO TO PM-TERMINATION-DATE
           REWRITE POLICY-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING POLMASTR - STATUS '
                       POLMASTR-STATUS
                   DISPLAY 'ERROR REWRITING POLMASTR - KEY '
                       PM-POLICY-NUMBER
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           MOVE 'REIN' TO PHR-TRANSACTION-TYPE
           MOVE RRQ-REINSTATEMENT-DATE TO PHR-EFFECTIVE-DATE
           PERFORM WRITE-POLICY-HISTORY
           ADD 1 TO POLICIES-REINSTATED-COUNT

           PERFORM REOPEN-VOIDED-INSTALLMENTS
           PERFORM WRITE-REINSTATEMENT-RECORD

           MOVE RRQ-REINSTATEMENT-DATE TO GLE-EVENT-DATE
           MOVE 'REINPREM' TO GLE-EVENT-CODE
           MOVE PM-POLICY-NUMBER TO GLE-POLICY-NUMBER
           MOVE PM-APPLICATION-ID TO GLE-APPLICATION-ID
           MOVE RESTORED-PREMIUM TO GLE-AMOUNT
           PERFORM WRITE-GL-EVENT

           ADD RESTORED-PREMIUM TO RESTORED-PREMIUM-TOTAL

           DISPLAY 'REINSTATED: ' PM-POLICY-NUMBER
               ' TERMINATED ' PRIOR-TERMINATION-DATE
               ' RESTORED PREMIUM: ' RESTORED-PREMIUM.

       REINSTATE-POLICY-EXIT.
           EXIT.

       COMPUTE-RESTORED-PREMIUM.
           MOVE PM-EFFECTIVE-DATE TO TERM-FROM-DATE
           MOVE PM-EXPIRY-DATE TO TERM-TO-DATE
           PERFORM COMPUTE-DAY-COUNT
           MOVE DAY-COUNT-WORK TO TERM-DAYS

           MOVE PRIOR-TERMINATION-DATE TO TERM-FROM-DATE
           PERFORM COMPUTE-DAY-COUNT
           MOVE DAY-COUNT-WORK TO UNEXPIRED-DAYS

           IF TERM-DAYS > ZERO AND UNEXPIRED-DAYS > ZERO
               COMPUTE RESTORED-PREMIUM ROUNDED =
                   PM-ANNUAL-PREMIUM * UNEXPIRED-DAYS / TERM-DAYS
           ELSE
               MOVE ZERO TO RESTORED-PREMIUM
           END-IF.

       COMPUTE-RESTORED-PREMIUM-EXIT.
           EXIT.

      * 30/360 Day Count From TERM-FROM-DATE To TERM-TO-DATE.
       COMPUTE-DAY-COUNT.
           COMPUTE DAY-COUNT-WORK =
               (TERM-TO-YEAR - TERM-FROM-YEAR) * 360
               + (TERM-TO-MONTH - TERM-FROM-MONTH) * 30
               + (TERM-TO-DAY - TERM-FROM-DAY).

       COMPUTE-DAY-COUNT-EXIT.
           EXIT.

      * Position The Billing Schedule At The Policy's First
      * Installment. An Invalid Start Means No Installments At All.
       POSITION-SCHEDULE-CHAIN.
           MOVE 'N' TO SCHEDULE-CHAIN-EOF-FLAG
           MOVE PM-APPLICATION-ID TO BSC-APPLICATION-ID
           MOVE ZERO TO BSC-DUE-DATE
           START BILLING-SCHEDULE-FILE
               KEY IS NOT LESS THAN BSC-KEY
               INVALID KEY
                   SET END-OF-SCHEDULE-CHAIN TO TRUE
           END-START
           IF NOT END-OF-SCHEDULE-CHAIN
               PERFORM READ-NEXT-CHAIN-INSTALLMENT
           END-IF.

       POSITION-SCHEDULE-CHAIN-EXIT.
           EXIT.

       READ-NEXT-CHAIN-INSTALLMENT.
           READ BILLING-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET END-OF-SCHEDULE-CHAIN TO TRUE
           END-READ
           IF NOT END-OF-SCHEDULE-CHAIN
               IF BSC-APPLICATION-ID NOT = PM-APPLICATION-ID
                   SET END-OF-SCHEDULE-CHAIN TO TRUE
               END-IF
           END-IF.

       READ-NEXT-CHAIN-INSTALLMENT-EXIT.
           EXIT.

      * Business Rule: The Cancellation Step Voids Only Installments
      * Falling Due After The Termination Date, So Those Are The Ones
      * Re-Opened. The Installment Records Are Never Deleted, So
      * Re-Opening Them Restores The Original Schedule Exactly.
       REOPEN-VOIDED-INSTALLMENTS.
           PERFORM POSITION-SCHEDULE-CHAIN
           PERFORM REOPEN-INSTALLMENT-IF-VOIDED
               UNTIL END-OF-SCHEDULE-CHAIN.

       REOPEN-VOIDED-INSTALLMENTS-EXIT.
           EXIT.

       REOPEN-INSTALLMENT-IF-VOIDED.
           IF BSC-VOIDED
               AND BSC-DUE-DATE > PRIOR-TERMINATION-DATE
               IF BSC-AMOUNT-PAID > ZERO
                   MOVE 'T' TO BSC-PAYMENT-STATUS
               ELSE
                   MOVE 'O' TO BSC-PAYMENT-STATUS
               END-IF
               REWRITE BILLING-SCHEDULE-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR REWRITING BILLSCHD - STATUS '
                           BILLSCHD-STATUS
                       DISPLAY 'ERROR REWRITING BILLSCHD - KEY '
                           BSC-KEY
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
               ADD 1 TO INSTALLMENTS-REOPENED-COUNT
           END-IF
           PERFORM READ-NEXT-CHAIN-INSTALLMENT.

       REOPEN-INSTALLMENT-IF-VOIDED-EXIT.
           EXIT.

       WRITE-REINSTATEMENT-RECORD.
           MOVE PM-APPLICATION-IMAGE TO POLICY-APPLICATION
           MOVE PRODUCER-CODE TO RIN-PRODUCER-CODE
           MOVE PM-POLICY-NUMBER TO RIN-POLICY-NUMBER
           MOVE PM-APPLICATION-ID TO RIN-APPLICATION-ID
           MOVE PM-POLICY-TYPE TO RIN-POLICY-TYPE
           MOVE PRIOR-TERMINATION-DATE TO RIN-TERMINATION-DATE
           MOVE RRQ-REINSTATEMENT-DATE TO RIN-REINSTATEMENT-DATE
           MOVE RESTORED-PREMIUM TO RIN-RESTORED-PREMIUM
           WRITE REINSTATEMENT-RECORD.
           IF REINSTMT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING REINSTMT - STATUS '
                   REINSTMT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-REINSTATEMENT-RECORD-EXIT.
           EXIT.

       TERMINATE-PROGRAM.
           CLOSE REINSTATEMENT-REQUEST-FILE
           IF REINREQS-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING REINREQS - STATUS '
                   REINREQS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE POLICY-MASTER-FILE
           IF POLMASTR-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING POLMASTR - STATUS '
                   POLMASTR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE BILLING-SCHEDULE-FILE
           IF BILLSCHD-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING BILLSCHD - STATUS '
                   BILLSCHD-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE REINSTATEMENT-FEED-FILE
           IF REINSTMT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING REINSTMT - STATUS '
                   REINSTMT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CLOSE-GL-EVENT-FILE.

           PERFORM CLOSE-POLICY-HISTORY-FILE.

           DISPLAY 'POLICY REINSTATEMENT RUN COMPLETE'
           DISPLAY 'REQUESTS READ:        ' REQUESTS-READ-COUNT
           DISPLAY 'POLICIES REINSTATED:  ' POLICIES-REINSTATED-COUNT
           DISPLAY 'REQUESTS REJECTED:    ' REQUESTS-REJECTED-COUNT
           DISPLAY 'INSTALLMENTS REOPENED:' INSTALLMENTS-REOPENED-COUNT
           DISPLAY 'RESTORED PREMIUM:     ' RESTORED-PREMIUM-TOTAL.

           MOVE ZERO TO RUN-COMPLETION-CODE
           MOVE 'RUN COMPLETE' TO RUN-STATUS-MESSAGE
           IF REQUESTS-REJECTED-COUNT > ZERO
               MOVE 04 TO RUN-COMPLETION-CODE
               MOVE 'REQUESTS REJECTED - SEE LOG'
                   TO RUN-STATUS-MESSAGE
           END-IF
           PERFORM WRITE-RUN-STATUS.

       TERMINATE-PROGRAM-EXIT.
           EXIT.

      * Shared Run Status Paragraphs - Same Copybook In Every
      * Program In The Suite.
           COPY RUNSTLOG.

      * Shared General Ledger Event Posting - Same Copybook In Every
      * Step That Moves Money.
           COPY GLEVPOST.

      * Shared Policy History Posting - Same Copybook In Every Step
      * That Changes The Policy Master.
           COPY POLHPOST.
