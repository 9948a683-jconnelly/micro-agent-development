      *================================================================
      * RETURN PREMIUM REFUND DISBURSEMENT PROGRAM
      * PAYS THE INSURED BACK ON EVERY POLICY THE CANCELLATION STEP
      * (POLCANCL) TERMINATED, RUNNING AFTER IT IN THE STREAM - A
      * CANCELLATION RUN THAT REJECTED SOME REQUESTS STILL LEAVES THE
      * DAY'S TERMINATIONS TO BE PAID. READS THE CHRGBACK FEED FOR EACH
      * TERMINATED POLICY'S PRO-RATA RETURN PREMIUM, TAKES OUT THE
      * SHARE OF IT THAT WAS NEVER BILLED (THE VOIDED INSTALLMENTS),
      * ADDS BACK ANY CASH FOR THE APPLICATION SITTING UNAPPLIED IN
      * THE CASHAPPL SUSPENSE (UNAPCASH), AND NETS THE RESULT AGAINST
      * THE STILL-OPEN AND PARTIALLY PAID BILLING SCHEDULE
      * INSTALLMENTS, SETTLING THEM ON BILLSCHD. WHATEVER IS LEFT IS
      * DISBURSED: ONE RFNDDISB RECORD PER CHECK FOR ACCOUNTS PAYABLE,
      * NUMBERED FROM THE CHKNUMCT CONTROL FILE, AND A PRINTED CHECK
      * REGISTER (CHKREGST) LISTING EVERY TERMINATED POLICY WITH ITS
      * NETTING. SUSPENDED CASH NOT CLAIMED BY A REFUND CARRIES
      * FORWARD ON UNAPCASO. EACH SETTLEMENT'S NETTING AND CHECK ARE
      * POSTED TO THE DAY'S GENERAL LEDGER EVENTS (GLEVENTS)
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFNDDSB.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGEBACK-FILE ASSIGN TO "CHRGBACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHRGBACK-STATUS.

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

           SELECT UNAPPLIED-CASH-FILE ASSIGN TO "UNAPCASH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UNAPCASH-STATUS.

           SELECT CARRY-FORWARD-CASH-FILE ASSIGN TO "UNAPCASO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UNAPCASO-STATUS.

           SELECT REFUND-DISBURSEMENT-FILE ASSIGN TO "RFNDDISB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RFNDDISB-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREGST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHKREGST-STATUS.

           SELECT CHECK-NUMBER-CONTROL-FILE ASSIGN TO "CHKNUMCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHKNUMCT-STATUS.

           SELECT GL-EVENT-FILE ASSIGN TO "GLEVENTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLEVENTS-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "REFNSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * CHRGBACK - THE CANCELLATION STEP'S FEED, ONE RECORD PER
      * TERMINATED POLICY WITH ITS PRO-RATA RETURN PREMIUM. THE SAME
      * FILE THE COMMISSION RUN (COMMCALC) READS FOR CHARGEBACKS.
       FD  CHARGEBACK-FILE
           RECORDING MODE IS F.
           COPY CHRGBACK.

       FD  POLICY-MASTER-FILE.
           COPY POLMASTR.

      * BILLSCHD - OPEN AND PARTIALLY PAID INSTALLMENTS THE REFUND
      * SETTLES ARE REWRITTEN HERE SO RECEIVABLES STOPS CHASING THEM.
       FD  BILLING-SCHEDULE-FILE.
           COPY BILLSCHD.

      * UNAPCASH - CASH IN SUSPENSE FROM THE CASH APPLICATION STEP,
      * CONCATENATED BY THE JOB STREAM WITH THE PRIOR REFUND RUN'S
      * UNAPCASO. OPTIONAL - ABSENT WHEN NOTHING IS IN SUSPENSE.
       FD  UNAPPLIED-CASH-FILE
           RECORDING MODE IS F.
           COPY UNAPCASH.

      * UNAPCASO - SUSPENSE ITEMS NO REFUND CLAIMED, WRITTEN
      * UNCHANGED FOR THE NEXT REFUND CYCLE.
       FD  CARRY-FORWARD-CASH-FILE
           RECORDING MODE IS F.
       01  CARRY-FORWARD-CASH-RECORD      PIC X(39).

      * RFNDDISB - ONE RECORD PER REFUND CHECK FOR ACCOUNTS PAYABLE.
       FD  REFUND-DISBURSEMENT-FILE
           RECORDING MODE IS F.
           COPY RFNDDISB.

       FD  CHECK-REGISTER-FILE
           RECORDING MODE IS F.
       01  CHECK-REGISTER-LINE            PIC X(132).

      * CHKNUMCT - ONE-RECORD CONTROL FILE CARRYING THE LAST REFUND
      * CHECK NUMBER ISSUED, SO CHECK NUMBERS STAY UNIQUE ACROSS RUNS.
      * REWRITTEN AT END OF JOB WITH THE LAST NUMBER THIS RUN USED.
       FD  CHECK-NUMBER-CONTROL-FILE
           RECORDING MODE IS F.
       01  CHECK-NUMBER-CONTROL-RECORD.
           05  CNC-LAST-CHECK-NUMBER      PIC 9(8).

      * GLEVENTS - THE DAY'S GENERAL LEDGER EVENTS, SHARED BY EVERY
      * STEP THAT MOVES MONEY. APPENDED TO; THE JOURNAL STEP EMPTIES
      * IT ONCE THE DAY'S JOURNAL IS RELEASED.
       FD  GL-EVENT-FILE
           RECORDING MODE IS F.
           COPY GLEVENT.

      * RUN STATUS - ONE-RECORD STATUS FILE THE SCHEDULER AND THE
      * NEXT STEP GATE ON. REWRITTEN IN PROGRESS AT JOB START AND
      * WITH THE GRADED COMPLETION CODE AT END OF JOB.
       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.

      * File Status And End-Of-File Controls
       77  CHRGBACK-STATUS            PIC X(2) VALUE '00'.
       77  POLMASTR-STATUS            PIC X(2) VALUE '00'.
       77  BILLSCHD-STATUS            PIC X(2) VALUE '00'.
       77  UNAPCASH-STATUS            PIC X(2) VALUE '00'.
       77  UNAPCASO-STATUS            PIC X(2) VALUE '00'.
       77  RFNDDISB-STATUS            PIC X(2) VALUE '00'.
       77  CHKREGST-STATUS            PIC X(2) VALUE '00'.
       77  CHKNUMCT-STATUS            PIC X(2) VALUE '00'.
       77  GLEVENTS-STATUS            PIC X(2) VALUE '00'.
       77  END-OF-FILE-FLAG           PIC X(1) VALUE 'N'.
           88  END-OF-CHARGEBACKS     VALUE 'Y'.
       77  UNAPPLIED-CASH-EOF-FLAG    PIC X(1) VALUE 'N'.
           88  END-OF-UNAPPLIED-CASH  VALUE 'Y'.
       77  SCHEDULE-CHAIN-EOF-FLAG    PIC X(1) VALUE 'N'.
           88  END-OF-SCHEDULE-CHAIN  VALUE 'Y'.
       77  REFUND-HELD-FLAG           PIC X(1) VALUE 'N'.
           88  REFUND-HELD            VALUE 'Y'.

      * Refund Cycle Counters And Control Totals
       77  CHARGEBACKS-READ-COUNT     PIC 9(6) VALUE ZERO.
       77  REFUNDS-HELD-COUNT         PIC 9(6) VALUE ZERO.
       77  CHECKS-ISSUED-COUNT        PIC 9(6) VALUE ZERO.
       77  NO-REFUND-DUE-COUNT        PIC 9(6) VALUE ZERO.
       77  BALANCE-DUE-COUNT          PIC 9(6) VALUE ZERO.
       77  INSTALLMENTS-SETTLED-COUNT PIC 9(6) VALUE ZERO.
       77  CASH-ITEMS-LOADED-COUNT    PIC 9(6) VALUE ZERO.
       77  CASH-ITEMS-CLAIMED-COUNT   PIC 9(6) VALUE ZERO.
       77  CASH-ITEMS-CARRIED-COUNT   PIC 9(6) VALUE ZERO.
       77  RETURN-PREMIUM-TOTAL       PIC 9(9)V99 VALUE ZERO.
       77  UNBILLED-PREMIUM-TOTAL     PIC 9(9)V99 VALUE ZERO.
       77  SUSPENSE-CASH-TOTAL        PIC 9(9)V99 VALUE ZERO.
       77  RECEIVABLE-OFFSET-TOTAL    PIC 9(9)V99 VALUE ZERO.
       77  REFUND-AMOUNT-TOTAL        PIC 9(9)V99 VALUE ZERO.
       77  HELD-RETURN-PREMIUM-TOTAL  PIC 9(9)V99 VALUE ZERO.

      * Netting Work Fields - REFUND-CREDIT Runs Down As It Settles
      * The Application's Open Installments; What Is Left Is The
      * Check.
       77  UNBILLED-PREMIUM           PIC 9(6)V99 VALUE ZERO.
       77  OPEN-RECEIVABLE            PIC 9(6)V99 VALUE ZERO.
       77  SUSPENSE-CASH              PIC 9(6)V99 VALUE ZERO.
       77  NET-RETURN-WORK            PIC S9(6)V99 VALUE ZERO.
       77  REFUND-CREDIT              PIC 9(6)V99 VALUE ZERO.
       77  RECEIVABLE-OFFSET          PIC 9(6)V99 VALUE ZERO.
       77  OPEN-BALANCE               PIC 9(6)V99 VALUE ZERO.
       77  REFUND-DISPOSITION         PIC X(13) VALUE SPACES.

      * Unapplied Cash Table - Loaded Once At Job Start And Scanned
      * Per Terminated Policy. UCT-CLAIMED Marks Items A Refund Has
      * Taken So Only The Rest Carry Forward.
       77  UNAPPLIED-CASH-MAX         PIC 9(4) VALUE 2000.
       77  UNAPPLIED-CASH-COUNT       PIC 9(4) VALUE ZERO.
       01  UNAPPLIED-CASH-TABLE-WS.
           05  UNAPPLIED-CASH-ENTRY OCCURS 2000 TIMES
                   INDEXED BY UNAPPLIED-CASH-IDX.
               10  UCT-CASH-DETAIL.
                   15  UCT-APPLICATION-ID     PIC X(10).
                   15  UCT-PAYMENT-DATE       PIC 9(8).
                   15  UCT-LOCKBOX-REFERENCE  PIC X(12).
                   15  UCT-UNAPPLIED-AMOUNT   PIC 9(6)V99.
                   15  UCT-SUSPENSE-REASON    PIC X(1).
               10  UCT-CLAIMED-FLAG           PIC X(1).
                   88  UCT-CLAIMED            VALUE 'Y'.

      * Check Numbering - Sequence Carried Across Runs By The
      * CHKNUMCT Control File
       77  LAST-CHECK-NUMBER          PIC 9(8) VALUE ZERO.
       01  RUN-DATE                   PIC 9(8).

      * Check Register Print Lines
       01  CRG-HEADING-LINE.
           05  FILLER                 PIC X(34) VALUE
               'RETURN PREMIUM REFUND CHECK REGIS'.
           05  FILLER                 PIC X(16) VALUE
               'TER  CHECK DATE '.
           05  CRG-HEADING-DATE       PIC 9(8).
           05  FILLER                 PIC X(74) VALUE SPACES.

       01  CRG-COLUMN-LINE.
           05  FILLER                 PIC X(12) VALUE '  CHECK NO  '.
           05  FILLER                 PIC X(12) VALUE 'POLICY      '.
           05  FILLER                 PIC X(31) VALUE 'PAYEE'.
           05  FILLER                 PIC X(11) VALUE '    RETURN '.
           05  FILLER                 PIC X(11) VALUE '  UNBILLED '.
           05  FILLER                 PIC X(11) VALUE '  SUSPENSE '.
           05  FILLER                 PIC X(11) VALUE '    OFFSET '.
           05  FILLER                 PIC X(12) VALUE '    REFUND  '.
           05  FILLER                 PIC X(21) VALUE 'DISPOSITION'.

       01  CRG-DETAIL-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CRG-CHECK-NUMBER       PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CRG-POLICY-NUMBER      PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CRG-PAYEE-NAME         PIC X(30).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  CRG-RETURN-PREMIUM     PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  CRG-UNBILLED-PREMIUM   PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  CRG-SUSPENSE-CASH      PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  CRG-RECEIVABLE-OFFSET  PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  CRG-REFUND-AMOUNT      PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CRG-DISPOSITION        PIC X(13).
           05  FILLER                 PIC X(8) VALUE SPACES.

       01  CRG-TOTAL-LINE.
           05  CRG-TOTAL-LABEL        PIC X(24).
           05  FILLER                 PIC X(7) VALUE ' ITEMS '.
           05  CRG-TOTAL-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE '  AMOUNT: $'.
           05  CRG-TOTAL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(69) VALUE SPACES.

       01  CRG-TEXT-LINE.
           05  CRG-TEXT               PIC X(40).
           05  FILLER                 PIC X(92) VALUE SPACES.

      * Run Status Controls - Graded Completion Code And The
      * One-Record Status File The Scheduler Gates On
       77  RUNSTAT-STATUS             PIC X(2) VALUE '00'.
       77  RUN-STATUS-PROGRAM-ID      PIC X(8) VALUE 'REFNDDSB'.
       77  RUN-COMPLETION-CODE        PIC 99 VALUE ZERO.
       77  RUN-STATUS-MESSAGE         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-PROGRAM
           PERFORM READ-CHARGEBACK
           PERFORM PROCESS-CHARGEBACK UNTIL END-OF-CHARGEBACKS
           PERFORM CARRY-FORWARD-UNAPPLIED-CASH
           PERFORM WRITE-REGISTER-TOTALS
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           PERFORM MARK-RUN-IN-PROGRESS.

           OPEN INPUT CHARGEBACK-FILE
           IF CHRGBACK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CHRGBACK - STATUS '
                   CHRGBACK-STATUS
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

           OPEN I-O BILLING-SCHEDULE-FILE
           IF BILLSCHD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BILLSCHD - STATUS '
                   BILLSCHD-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CARRY-FORWARD-CASH-FILE
           IF UNAPCASO-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING UNAPCASO - STATUS '
                   UNAPCASO-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REFUND-DISBURSEMENT-FILE
           IF RFNDDISB-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RFNDDISB - STATUS '
                   RFNDDISB-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CHECK-REGISTER-FILE
           IF CHKREGST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CHKREGST - STATUS '
                   CHKREGST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-UNAPPLIED-CASH.

           PERFORM LOAD-CHECK-NUMBER-CONTROL.

           PERFORM OPEN-GL-EVENT-FILE.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           MOVE RUN-DATE TO CRG-HEADING-DATE
           WRITE CHECK-REGISTER-LINE FROM CRG-HEADING-LINE
           PERFORM CHECK-REGISTER-WRITE
           MOVE SPACES TO CRG-TEXT
           PERFORM WRITE-REGISTER-TEXT-LINE
           WRITE CHECK-REGISTER-LINE FROM CRG-COLUMN-LINE
           PERFORM CHECK-REGISTER-WRITE.

       INITIALIZE-PROGRAM-EXIT.
           EXIT.

      * UNAPCASH Is Optional - A Cycle With Nothing In Suspense Has
      * No Feed, And Every Refund Then Nets Off The Schedule Alone.
       LOAD-UNAPPLIED-CASH.
           OPEN INPUT UNAPPLIED-CASH-FILE
           IF UNAPCASH-STATUS = '35'
               MOVE ZERO TO UNAPPLIED-CASH-COUNT
           ELSE
               IF UNAPCASH-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING UNAPCASH - STATUS '
                       UNAPCASH-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-UNAPPLIED-CASH
               PERFORM STORE-UNAPPLIED-CASH
                   UNTIL END-OF-UNAPPLIED-CASH
               CLOSE UNAPPLIED-CASH-FILE
           END-IF.

       LOAD-UNAPPLIED-CASH-EXIT.
           EXIT.

       READ-UNAPPLIED-CASH.
           READ UNAPPLIED-CASH-FILE
               AT END
                   SET END-OF-UNAPPLIED-CASH TO TRUE
           END-READ.

       READ-UNAPPLIED-CASH-EXIT.
           EXIT.

       STORE-UNAPPLIED-CASH.
           ADD 1 TO UNAPPLIED-CASH-COUNT
           IF UNAPPLIED-CASH-COUNT > UNAPPLIED-CASH-MAX
               DISPLAY 'ERROR - UNAPCASH HAS MORE THAN '
                   UNAPPLIED-CASH-MAX ' ENTRIES'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET UNAPPLIED-CASH-IDX TO UNAPPLIED-CASH-COUNT
           MOVE UNAPPLIED-CASH-RECORD
               TO UCT-CASH-DETAIL (UNAPPLIED-CASH-IDX)
           MOVE 'N' TO UCT-CLAIMED-FLAG (UNAPPLIED-CASH-IDX)
           ADD 1 TO CASH-ITEMS-LOADED-COUNT
           PERFORM READ-UNAPPLIED-CASH.

       STORE-UNAPPLIED-CASH-EXIT.
           EXIT.

      * CHKNUMCT Does Not Exist Yet Before The First Refund Run -
      * Fall Back To Starting The Sequence At Zero When INPUT Reports
      * File-Not-Found.
       LOAD-CHECK-NUMBER-CONTROL.
           OPEN INPUT CHECK-NUMBER-CONTROL-FILE
           IF CHKNUMCT-STATUS = '35'
               MOVE ZERO TO LAST-CHECK-NUMBER
           ELSE
               IF CHKNUMCT-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING CHKNUMCT - STATUS '
                       CHKNUMCT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CHECK-NUMBER-CONTROL-FILE
                   AT END
                       MOVE ZERO TO LAST-CHECK-NUMBER
                   NOT AT END
                       MOVE CNC-LAST-CHECK-NUMBER
                           TO LAST-CHECK-NUMBER
               END-READ
               CLOSE CHECK-NUMBER-CONTROL-FILE
           END-IF.

       LOAD-CHECK-NUMBER-CONTROL-EXIT.
           EXIT.

       READ-CHARGEBACK.
           READ CHARGEBACK-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-FLAG
           END-READ.

       READ-CHARGEBACK-EXIT.
           EXIT.

      * Business Rule: A Refund Is Paid Only On A Policy Still Off
      * The Books - One Missing From The Master Or Already Back In
      * Force Is Held To The Console For The Refunds Desk, And The
      * Run Continues On The Rest.
       PROCESS-CHARGEBACK.
           ADD 1 TO CHARGEBACKS-READ-COUNT
           MOVE 'N' TO REFUND-HELD-FLAG
           PERFORM EDIT-CHARGEBACK THRU EDIT-CHARGEBACK-EXIT
           IF REFUND-HELD
               ADD 1 TO REFUNDS-HELD-COUNT
               ADD CBK-RETURN-PREMIUM TO HELD-RETURN-PREMIUM-TOTAL
           ELSE
               PERFORM SETTLE-TERMINATED-POLICY
           END-IF
           PERFORM READ-CHARGEBACK.

       PROCESS-CHARGEBACK-EXIT.
           EXIT.

       EDIT-CHARGEBACK.
           MOVE CBK-POLICY-NUMBER TO PM-POLICY-NUMBER
           READ POLICY-MASTER-FILE
               INVALID KEY
                   DISPLAY 'HELD: ' CBK-POLICY-NUMBER
                       ' NOT ON POLICY MASTER'
                   SET REFUND-HELD TO TRUE
           END-READ
           IF REFUND-HELD
               GO TO EDIT-CHARGEBACK-EXIT
           END-IF

           IF PM-IN-FORCE
               DISPLAY 'HELD: ' CBK-POLICY-NUMBER
                   ' POLICY IS BACK IN FORCE'
               SET REFUND-HELD TO TRUE
           END-IF.

       EDIT-CHARGEBACK-EXIT.
           EXIT.

      * Business Rule: The Return Premium Covers The Whole Unexpired
      * Term, But The Installments For That Term Were Voided By The
      * Cancellation Step And Never Paid - Their Premium Comes Off
      * The Return First, Or The Insured Would Be Refunded Money They
      * Never Sent. What Remains, Plus Any Of The Insured's Cash
      * Sitting In Suspense, Then Settles The Installments Still Open
      * (Earned Premium And Fees Not Yet Paid), Oldest First. Only
      * The Balance After That Is Refunded; If The Credit Runs Out
      * First, The Unsettled Remainder Stays With Receivables.
       SETTLE-TERMINATED-POLICY.
           MOVE ZERO TO UNBILLED-PREMIUM
           MOVE ZERO TO OPEN-RECEIVABLE
           MOVE ZERO TO SUSPENSE-CASH
           MOVE ZERO TO RECEIVABLE-OFFSET

           PERFORM GATHER-UNAPPLIED-CASH
           PERFORM TOTAL-SCHEDULE-BALANCES

           COMPUTE NET-RETURN-WORK =
               CBK-RETURN-PREMIUM - UNBILLED-PREMIUM
           IF NET-RETURN-WORK < ZERO
               MOVE ZERO TO NET-RETURN-WORK
           END-IF
           COMPUTE REFUND-CREDIT = NET-RETURN-WORK + SUSPENSE-CASH

           IF OPEN-RECEIVABLE > ZERO AND REFUND-CREDIT > ZERO
               PERFORM OFFSET-OPEN-INSTALLMENTS
           END-IF

           IF REFUND-CREDIT > ZERO
               PERFORM ISSUE-REFUND-CHECK
               PERFORM RECORD-REFUND-DISBURSED
               MOVE 'CHECK ISSUED' TO REFUND-DISPOSITION
           ELSE
               MOVE SPACES TO CRG-CHECK-NUMBER
               IF RECEIVABLE-OFFSET < OPEN-RECEIVABLE
                   MOVE 'BALANCE DUE' TO REFUND-DISPOSITION
                   ADD 1 TO BALANCE-DUE-COUNT
               ELSE
                   MOVE 'NO REFUND DUE' TO REFUND-DISPOSITION
                   ADD 1 TO NO-REFUND-DUE-COUNT
               END-IF
           END-IF

           ADD CBK-RETURN-PREMIUM TO RETURN-PREMIUM-TOTAL
           ADD UNBILLED-PREMIUM TO UNBILLED-PREMIUM-TOTAL
           ADD SUSPENSE-CASH TO SUSPENSE-CASH-TOTAL
           ADD RECEIVABLE-OFFSET TO RECEIVABLE-OFFSET-TOTAL

           PERFORM WRITE-REGISTER-DETAIL
           PERFORM POST-SETTLEMENT-TO-LEDGER

           DISPLAY 'SETTLED: ' CBK-POLICY-NUMBER
               ' ' REFUND-DISPOSITION
               ' REFUND: ' REFUND-CREDIT.

       SETTLE-TERMINATED-POLICY-EXIT.
           EXIT.

      * Business Rule: The Settlement Posts Each Leg Of The Netting
      * So The Return Premium Payable POLCANCL Booked Clears To Zero -
      * The Unbilled Premium Actually Taken Off The Return (Never
      * More Than The Return Itself), The Suspended Cash Added Back,
      * The Receivables Settled, And The Check.
       POST-SETTLEMENT-TO-LEDGER.
           MOVE RUN-DATE TO GLE-EVENT-DATE
           MOVE CBK-POLICY-NUMBER TO GLE-POLICY-NUMBER
           MOVE CBK-APPLICATION-ID TO GLE-APPLICATION-ID
           MOVE 'REFNDUNB' TO GLE-EVENT-CODE
           COMPUTE GLE-AMOUNT =
               CBK-RETURN-PREMIUM - NET-RETURN-WORK
           PERFORM WRITE-GL-EVENT
           MOVE 'REFNDSUS' TO GLE-EVENT-CODE
           MOVE SUSPENSE-CASH TO GLE-AMOUNT
           PERFORM WRITE-GL-EVENT
           MOVE 'REFNDOFS' TO GLE-EVENT-CODE
           MOVE RECEIVABLE-OFFSET TO GLE-AMOUNT
           PERFORM WRITE-GL-EVENT
           MOVE 'REFNDCHK' TO GLE-EVENT-CODE
           MOVE REFUND-CREDIT TO GLE-AMOUNT
           PERFORM WRITE-GL-EVENT.

       POST-SETTLEMENT-TO-LEDGER-EXIT.
           EXIT.

      * The Table Is Usually Far From Full, So The Scan Stops At The
      * Loaded Count - Slots Past It Hold Unpredictable Data.
       GATHER-UNAPPLIED-CASH.
           SET UNAPPLIED-CASH-IDX TO 1
           PERFORM CLAIM-UNAPPLIED-CASH-ITEM
               UNTIL UNAPPLIED-CASH-IDX > UNAPPLIED-CASH-COUNT.

       GATHER-UNAPPLIED-CASH-EXIT.
           EXIT.

       CLAIM-UNAPPLIED-CASH-ITEM.
           IF UCT-APPLICATION-ID (UNAPPLIED-CASH-IDX)
                   = CBK-APPLICATION-ID
               AND NOT UCT-CLAIMED (UNAPPLIED-CASH-IDX)
               ADD UCT-UNAPPLIED-AMOUNT (UNAPPLIED-CASH-IDX)
                   TO SUSPENSE-CASH
               SET UCT-CLAIMED (UNAPPLIED-CASH-IDX) TO TRUE
               ADD 1 TO CASH-ITEMS-CLAIMED-COUNT
           END-IF
           SET UNAPPLIED-CASH-IDX UP BY 1.

       CLAIM-UNAPPLIED-CASH-ITEM-EXIT.
           EXIT.

      * First Pass Over The Application's Installments: The Voided
      * Premium Never Billed, And The Open Balance Still Owed On
      * Installments Not Yet Paid In Full.
       TOTAL-SCHEDULE-BALANCES.
           PERFORM POSITION-SCHEDULE-CHAIN
           PERFORM TOTAL-INSTALLMENT-BALANCE
               UNTIL END-OF-SCHEDULE-CHAIN.

       TOTAL-SCHEDULE-BALANCES-EXIT.
           EXIT.

       TOTAL-INSTALLMENT-BALANCE.
           IF BSC-VOIDED
               ADD BSC-PREMIUM-AMOUNT TO UNBILLED-PREMIUM
           ELSE
               IF BSC-OPEN OR BSC-PARTIALLY-PAID
                   COMPUTE OPEN-BALANCE =
                       BSC-TOTAL-DUE - BSC-AMOUNT-PAID
                   ADD OPEN-BALANCE TO OPEN-RECEIVABLE
               END-IF
           END-IF
           PERFORM READ-NEXT-CHAIN-INSTALLMENT.

       TOTAL-INSTALLMENT-BALANCE-EXIT.
           EXIT.

      * Second Pass: Settle Open Installments Oldest First Out Of
      * The Refund Credit, The Same Way The Cash Application Step
      * Posts A Payment.
       OFFSET-OPEN-INSTALLMENTS.
           PERFORM POSITION-SCHEDULE-CHAIN
           PERFORM OFFSET-INSTALLMENT
               UNTIL REFUND-CREDIT = ZERO
               OR END-OF-SCHEDULE-CHAIN.

       OFFSET-OPEN-INSTALLMENTS-EXIT.
           EXIT.

       OFFSET-INSTALLMENT.
           IF BSC-OPEN OR BSC-PARTIALLY-PAID
               COMPUTE OPEN-BALANCE =
                   BSC-TOTAL-DUE - BSC-AMOUNT-PAID
               IF REFUND-CREDIT NOT < OPEN-BALANCE
                   MOVE BSC-TOTAL-DUE TO BSC-AMOUNT-PAID
                   MOVE 'P' TO BSC-PAYMENT-STATUS
                   ADD OPEN-BALANCE TO BSC-REFUND-OFFSET-AMOUNT
                   SUBTRACT OPEN-BALANCE FROM REFUND-CREDIT
                   ADD OPEN-BALANCE TO RECEIVABLE-OFFSET
               ELSE
                   ADD REFUND-CREDIT TO BSC-AMOUNT-PAID
                   MOVE 'T' TO BSC-PAYMENT-STATUS
                   ADD REFUND-CREDIT TO BSC-REFUND-OFFSET-AMOUNT
                   ADD REFUND-CREDIT TO RECEIVABLE-OFFSET
                   MOVE ZERO TO REFUND-CREDIT
               END-IF
               MOVE RUN-DATE TO BSC-LAST-PAYMENT-DATE
               PERFORM REWRITE-INSTALLMENT
               ADD 1 TO INSTALLMENTS-SETTLED-COUNT
           END-IF
           IF REFUND-CREDIT > ZERO
               PERFORM READ-NEXT-CHAIN-INSTALLMENT
           END-IF.

       OFFSET-INSTALLMENT-EXIT.
           EXIT.

      * Position The Billing Schedule At The Application's First
      * Installment. An Invalid Start Means No Installments At All.
       POSITION-SCHEDULE-CHAIN.
           MOVE 'N' TO SCHEDULE-CHAIN-EOF-FLAG
           MOVE CBK-APPLICATION-ID TO BSC-APPLICATION-ID
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
               IF BSC-APPLICATION-ID NOT = CBK-APPLICATION-ID
                   SET END-OF-SCHEDULE-CHAIN TO TRUE
               END-IF
           END-IF.

       READ-NEXT-CHAIN-INSTALLMENT-EXIT.
           EXIT.

       REWRITE-INSTALLMENT.
           REWRITE BILLING-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING BILLSCHD - STATUS '
                       BILLSCHD-STATUS
                   DISPLAY 'ERROR REWRITING BILLSCHD - KEY ' BSC-KEY
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       REWRITE-INSTALLMENT-EXIT.
           EXIT.

       ISSUE-REFUND-CHECK.
           ADD 1 TO LAST-CHECK-NUMBER

           MOVE LAST-CHECK-NUMBER TO RFD-CHECK-NUMBER
           MOVE RUN-DATE TO RFD-CHECK-DATE
           MOVE CBK-POLICY-NUMBER TO RFD-POLICY-NUMBER
           MOVE CBK-APPLICATION-ID TO RFD-APPLICATION-ID
           MOVE PM-APPLICANT-NAME TO RFD-PAYEE-NAME
           MOVE CBK-PRODUCER-CODE TO RFD-PRODUCER-CODE
           MOVE CBK-POLICY-TYPE TO RFD-POLICY-TYPE
           MOVE CBK-TERMINATION-DATE TO RFD-TERMINATION-DATE
           MOVE CBK-CANCEL-TYPE TO RFD-CANCEL-TYPE
           MOVE CBK-RETURN-PREMIUM TO RFD-RETURN-PREMIUM
           MOVE UNBILLED-PREMIUM TO RFD-UNBILLED-PREMIUM
           MOVE SUSPENSE-CASH TO RFD-SUSPENSE-CASH
           MOVE RECEIVABLE-OFFSET TO RFD-RECEIVABLE-OFFSET
           MOVE REFUND-CREDIT TO RFD-REFUND-AMOUNT
           WRITE REFUND-DISBURSEMENT-RECORD.
           IF RFNDDISB-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING RFNDDISB - STATUS '
                   RFNDDISB-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE RFD-CHECK-NUMBER TO CRG-CHECK-NUMBER
           ADD 1 TO CHECKS-ISSUED-COUNT
           ADD REFUND-CREDIT TO REFUND-AMOUNT-TOTAL.

       ISSUE-REFUND-CHECK-EXIT.
           EXIT.

      * Business Rule: The Check Is Recorded On The Application's
      * First Installment So A Later Reinstatement Request Sees That
      * The Return Premium Has Already Been Paid Back To The Insured.
       RECORD-REFUND-DISBURSED.
           PERFORM POSITION-SCHEDULE-CHAIN
           IF END-OF-SCHEDULE-CHAIN
               DISPLAY 'WARNING - NO BILLSCHD INSTALLMENT TO RECORD '
                   'REFUND CHECK FOR ' CBK-POLICY-NUMBER
           ELSE
               ADD REFUND-CREDIT TO BSC-REFUND-DISBURSED-AMOUNT
               PERFORM REWRITE-INSTALLMENT
           END-IF.

       RECORD-REFUND-DISBURSED-EXIT.
           EXIT.

       WRITE-REGISTER-DETAIL.
           MOVE CBK-POLICY-NUMBER TO CRG-POLICY-NUMBER
           MOVE PM-APPLICANT-NAME TO CRG-PAYEE-NAME
           MOVE CBK-RETURN-PREMIUM TO CRG-RETURN-PREMIUM
           MOVE UNBILLED-PREMIUM TO CRG-UNBILLED-PREMIUM
           MOVE SUSPENSE-CASH TO CRG-SUSPENSE-CASH
           MOVE RECEIVABLE-OFFSET TO CRG-RECEIVABLE-OFFSET
           MOVE REFUND-CREDIT TO CRG-REFUND-AMOUNT
           MOVE REFUND-DISPOSITION TO CRG-DISPOSITION
           WRITE CHECK-REGISTER-LINE FROM CRG-DETAIL-LINE
           PERFORM CHECK-REGISTER-WRITE.

       WRITE-REGISTER-DETAIL-EXIT.
           EXIT.

      * Suspended Cash No Refund Claimed Goes Forward Unchanged For
      * The Next Cycle.
       CARRY-FORWARD-UNAPPLIED-CASH.
           SET UNAPPLIED-CASH-IDX TO 1
           PERFORM CARRY-FORWARD-CASH-ITEM
               UNTIL UNAPPLIED-CASH-IDX > UNAPPLIED-CASH-COUNT.

       CARRY-FORWARD-UNAPPLIED-CASH-EXIT.
           EXIT.

       CARRY-FORWARD-CASH-ITEM.
           IF NOT UCT-CLAIMED (UNAPPLIED-CASH-IDX)
               MOVE UCT-CASH-DETAIL (UNAPPLIED-CASH-IDX)
                   TO CARRY-FORWARD-CASH-RECORD
               WRITE CARRY-FORWARD-CASH-RECORD
               IF UNAPCASO-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING UNAPCASO - STATUS '
                       UNAPCASO-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CASH-ITEMS-CARRIED-COUNT
           END-IF
           SET UNAPPLIED-CASH-IDX UP BY 1.

       CARRY-FORWARD-CASH-ITEM-EXIT.
           EXIT.

      * Register Control Totals - Return Premium Less Unbilled
      * Premium Plus Suspense Cash Less Offsets Proves To The Checks,
      * Except Where A Return Smaller Than Its Unbilled Premium Was
      * Floored At Zero.
       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO CRG-TEXT
           PERFORM WRITE-REGISTER-TEXT-LINE

           MOVE 'RETURN PREMIUM' TO CRG-TOTAL-LABEL
           SUBTRACT REFUNDS-HELD-COUNT FROM CHARGEBACKS-READ-COUNT
               GIVING CRG-TOTAL-COUNT
           MOVE RETURN-PREMIUM-TOTAL TO CRG-TOTAL-AMOUNT
           PERFORM WRITE-REGISTER-TOTAL-LINE
           MOVE 'LESS UNBILLED PREMIUM' TO CRG-TOTAL-LABEL
           MOVE ZERO TO CRG-TOTAL-COUNT
           MOVE UNBILLED-PREMIUM-TOTAL TO CRG-TOTAL-AMOUNT
           PERFORM WRITE-REGISTER-TOTAL-LINE
           MOVE 'PLUS SUSPENSE CASH' TO CRG-TOTAL-LABEL
           MOVE CASH-ITEMS-CLAIMED-COUNT TO CRG-TOTAL-COUNT
           MOVE SUSPENSE-CASH-TOTAL TO CRG-TOTAL-AMOUNT
           PERFORM WRITE-REGISTER-TOTAL-LINE
           MOVE 'LESS RECEIVABLES OFFSET' TO CRG-TOTAL-LABEL
           MOVE INSTALLMENTS-SETTLED-COUNT TO CRG-TOTAL-COUNT
           MOVE RECEIVABLE-OFFSET-TOTAL TO CRG-TOTAL-AMOUNT
           PERFORM WRITE-REGISTER-TOTAL-LINE
           MOVE 'REFUND CHECKS ISSUED' TO CRG-TOTAL-LABEL
           MOVE CHECKS-ISSUED-COUNT TO CRG-TOTAL-COUNT
           MOVE REFUND-AMOUNT-TOTAL TO CRG-TOTAL-AMOUNT
           PERFORM WRITE-REGISTER-TOTAL-LINE
           MOVE 'HELD - SEE LOG' TO CRG-TOTAL-LABEL
           MOVE REFUNDS-HELD-COUNT TO CRG-TOTAL-COUNT
           MOVE HELD-RETURN-PREMIUM-TOTAL TO CRG-TOTAL-AMOUNT
           PERFORM WRITE-REGISTER-TOTAL-LINE.

       WRITE-REGISTER-TOTALS-EXIT.
           EXIT.

       WRITE-REGISTER-TOTAL-LINE.
           WRITE CHECK-REGISTER-LINE FROM CRG-TOTAL-LINE
           PERFORM CHECK-REGISTER-WRITE.

       WRITE-REGISTER-TOTAL-LINE-EXIT.
           EXIT.

       WRITE-REGISTER-TEXT-LINE.
           WRITE CHECK-REGISTER-LINE FROM CRG-TEXT-LINE
           PERFORM CHECK-REGISTER-WRITE.

       WRITE-REGISTER-TEXT-LINE-EXIT.
           EXIT.

       CHECK-REGISTER-WRITE.
           IF CHKREGST-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CHKREGST - STATUS '
                   CHKREGST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-REGISTER-WRITE-EXIT.
           EXIT.

       UPDATE-CHECK-NUMBER-CONTROL.
           OPEN OUTPUT CHECK-NUMBER-CONTROL-FILE
           IF CHKNUMCT-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING CHKNUMCT - STATUS '
                   CHKNUMCT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LAST-CHECK-NUMBER TO CNC-LAST-CHECK-NUMBER
           WRITE CHECK-NUMBER-CONTROL-RECORD
           IF CHKNUMCT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CHKNUMCT - STATUS '
                   CHKNUMCT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CHECK-NUMBER-CONTROL-FILE.

       UPDATE-CHECK-NUMBER-CONTROL-EXIT.
           EXIT.

       TERMINATE-PROGRAM.
           PERFORM UPDATE-CHECK-NUMBER-CONTROL.

           CLOSE CHARGEBACK-FILE
           IF CHRGBACK-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING CHRGBACK - STATUS '
                   CHRGBACK-STATUS
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

           CLOSE CARRY-FORWARD-CASH-FILE
           IF UNAPCASO-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING UNAPCASO - STATUS '
                   UNAPCASO-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE REFUND-DISBURSEMENT-FILE
           IF RFNDDISB-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING RFNDDISB - STATUS '
                   RFNDDISB-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE CHECK-REGISTER-FILE
           IF CHKREGST-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING CHKREGST - STATUS '
                   CHKREGST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CLOSE-GL-EVENT-FILE.

           DISPLAY 'REFUND DISBURSEMENT RUN COMPLETE'
           DISPLAY 'CHARGEBACKS READ:     ' CHARGEBACKS-READ-COUNT
           DISPLAY 'CHECKS ISSUED:        ' CHECKS-ISSUED-COUNT
           DISPLAY 'NO REFUND DUE:        ' NO-REFUND-DUE-COUNT
           DISPLAY 'BALANCE STILL DUE:    ' BALANCE-DUE-COUNT
           DISPLAY 'REFUNDS HELD:         ' REFUNDS-HELD-COUNT
           DISPLAY 'INSTALLMENTS SETTLED: ' INSTALLMENTS-SETTLED-COUNT
           DISPLAY 'SUSPENSE ITEMS LOADED:' CASH-ITEMS-LOADED-COUNT
           DISPLAY 'SUSPENSE ITEMS USED:  ' CASH-ITEMS-CLAIMED-COUNT
           DISPLAY 'SUSPENSE CARRIED FWD: ' CASH-ITEMS-CARRIED-COUNT
           DISPLAY 'REFUND AMOUNT:        ' REFUND-AMOUNT-TOTAL.

           MOVE ZERO TO RUN-COMPLETION-CODE
           MOVE 'RUN COMPLETE' TO RUN-STATUS-MESSAGE
           IF REFUNDS-HELD-COUNT > ZERO
               MOVE 04 TO RUN-COMPLETION-CODE
               MOVE 'REFUNDS HELD - SEE LOG'
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
