      *================================================================
      * CLAIMS TRANSACTION PROGRAM
      * CARRIES REGISTERED CLAIMS THROUGH THEIR RESERVE, PAYMENT AND
      * CLOSURE LIFECYCLE. READS THE ADJUSTERS' DAILY TRANSACTION FILE
      * (CLMTRANS) - OPEN RESERVE, CHANGE RESERVE, PARTIAL PAYMENT,
      * FINAL PAYMENT, CLOSE AND REOPEN - KEYED BY POLICY NUMBER PLUS
      * CLAIM SEQUENCE, EDITS EACH AGAINST THE CLAIM'S CURRENT STATUS
      * ON THE CLAIMS REGISTER (CLAIMREG) AND REWRITES THE CLAIM WITH
      * ITS NEW STATUS, RESERVE, PAID-TO-DATE AND CLOSE DATE. A
      * PAYMENT THAT WOULD TAKE THE CLAIM'S TOTAL PAID PAST THE
      * POLICY'S COVERAGE AMOUNT IS REFUSED. EVERY PAYMENT, POSTED OR
      * REFUSED, PRINTS ON THE DAILY CLAIMS PAYMENT REGISTER
      * (CLMPAYRG); OTHER REJECTED TRANSACTIONS GO TO THE CONSOLE FOR
      * THE CLAIMS DESK TO CORRECT AND RESUBMIT. RUNS AFTER CLAIMS
      * INTAKE (CLMINTAK) IN THE STREAM - A NOTICE OF LOSS INTAKE
      * REJECTED DOES NOT HOLD UP WORK ON THE CLAIMS ALREADY REGISTERED
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMADJST.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-TRANSACTION-FILE ASSIGN TO "CLMTRANS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLMTRANS-STATUS.

           SELECT POLICY-MASTER-FILE ASSIGN TO "POLMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-POLICY-NUMBER
               FILE STATUS IS POLMASTR-STATUS.

           SELECT CLAIM-REGISTER-FILE ASSIGN TO "CLAIMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLM-KEY
               FILE STATUS IS CLAIMREG-STATUS.

           SELECT PAYMENT-REGISTER-FILE ASSIGN TO "CLMPAYRG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLMPAYRG-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "ADJSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * CLMTRANS - ONE RECORD PER ADJUSTER TRANSACTION AS KEYED BY THE
      * CLAIMS DESK. THE AMOUNT IS THE NEW RESERVE ON AN OPEN, CHANGE
      * OR REOPEN, THE PAYMENT ON A PARTIAL OR FINAL PAYMENT, AND IS
      * IGNORED ON A CLOSE.
       FD  CLAIM-TRANSACTION-FILE
           RECORDING MODE IS F.
       01  CLAIM-TRANSACTION-RECORD.
           05  CTR-KEY.
               10  CTR-POLICY-NUMBER      PIC X(10).
               10  CTR-CLAIM-SEQUENCE     PIC 9(4).
           05  CTR-TRANSACTION-CODE       PIC X(2).
               88  CTR-OPEN-RESERVE       VALUE 'OR'.
               88  CTR-CHANGE-RESERVE     VALUE 'CR'.
               88  CTR-PARTIAL-PAYMENT    VALUE 'PP'.
               88  CTR-FINAL-PAYMENT      VALUE 'FP'.
               88  CTR-CLOSE-CLAIM        VALUE 'CL'.
               88  CTR-REOPEN-CLAIM       VALUE 'RO'.
               88  CTR-PAYMENT            VALUE 'PP' 'FP'.
           05  CTR-TRANSACTION-DATE       PIC 9(8).
           05  CTR-AMOUNT                 PIC 9(7)V99.
           05  CTR-ADJUSTER-ID            PIC X(6).

       FD  POLICY-MASTER-FILE.
           COPY POLMASTR.

      * CLAIMREG - CLAIMS REGISTER FROM THE INTAKE STEP (CLMINTAK).
      * EVERY ACCEPTED TRANSACTION REWRITES ITS CLAIM IN PLACE.
       FD  CLAIM-REGISTER-FILE.
           COPY CLAIMREG.

       FD  PAYMENT-REGISTER-FILE
           RECORDING MODE IS F.
       01  PAYMENT-REGISTER-LINE          PIC X(132).

      * RUN STATUS - ONE-RECORD STATUS FILE THE SCHEDULER AND THE
      * NEXT STEP GATE ON. REWRITTEN IN PROGRESS AT JOB START AND
      * WITH THE GRADED COMPLETION CODE AT END OF JOB.
       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
           COPY RUNSTATS.

       WORKING-STORAGE SECTION.

      * File Status And End-Of-File Controls
       77  CLMTRANS-STATUS            PIC X(2) VALUE '00'.
       77  POLMASTR-STATUS            PIC X(2) VALUE '00'.
       77  CLAIMREG-STATUS            PIC X(2) VALUE '00'.
       77  CLMPAYRG-STATUS            PIC X(2) VALUE '00'.
       77  END-OF-FILE-FLAG           PIC X(1) VALUE 'N'.
           88  END-OF-TRANSACTIONS    VALUE 'Y'.
       77  TRANSACTION-REJECTED-FLAG  PIC X(1) VALUE 'N'.
           88  TRANSACTION-REJECTED   VALUE 'Y'.
       77  PAYMENT-REFUSED-FLAG       PIC X(1) VALUE 'N'.
           88  PAYMENT-REFUSED        VALUE 'Y'.

      * Claims Transaction Counters And Control Totals
       77  TRANSACTIONS-READ-COUNT    PIC 9(6) VALUE ZERO.
       77  TRANSACTIONS-POSTED-COUNT  PIC 9(6) VALUE ZERO.
       77  TRANSACTIONS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
       77  RESERVES-OPENED-COUNT      PIC 9(6) VALUE ZERO.
       77  RESERVES-CHANGED-COUNT     PIC 9(6) VALUE ZERO.
       77  CLAIMS-CLOSED-COUNT        PIC 9(6) VALUE ZERO.
       77  CLAIMS-REOPENED-COUNT      PIC 9(6) VALUE ZERO.
       77  PAYMENTS-POSTED-COUNT      PIC 9(6) VALUE ZERO.
       77  PAYMENTS-REFUSED-COUNT     PIC 9(6) VALUE ZERO.
       77  PAYMENTS-POSTED-TOTAL      PIC 9(9)V99 VALUE ZERO.
       77  PAYMENTS-REFUSED-TOTAL     PIC 9(9)V99 VALUE ZERO.

      * Payment Work Field - What The Claim's Paid-To-Date Would
      * Become If The Payment Posted
       77  PROPOSED-PAID-TO-DATE      PIC 9(8)V99 VALUE ZERO.

       01  RUN-DATE                   PIC 9(8).

      * Payment Register Print Lines
       01  CPR-HEADING-LINE.
           05  FILLER                 PIC X(34) VALUE
               'DAILY CLAIMS PAYMENT REGISTER  RUN'.
           05  FILLER                 PIC X(6) VALUE ' DATE '.
           05  CPR-HEADING-DATE       PIC 9(8).
           05  FILLER                 PIC X(84) VALUE SPACES.

       01  CPR-COLUMN-LINE.
           05  FILLER                 PIC X(12) VALUE '  POLICY    '.
           05  FILLER                 PIC X(6) VALUE 'CLAIM '.
           05  FILLER                 PIC X(9) VALUE 'PAYMENT  '.
           05  FILLER                 PIC X(10) VALUE 'TRANS DATE'.
           05  FILLER                 PIC X(9) VALUE ' ADJUSTER'.
           05  FILLER                 PIC X(14) VALUE
               '        AMOUNT'.
           05  FILLER                 PIC X(14) VALUE
               '  PAID TO DATE'.
           05  FILLER                 PIC X(14) VALUE
               '       RESERVE'.
           05  FILLER                 PIC X(14) VALUE
               '      COVERAGE'.
           05  FILLER                 PIC X(30) VALUE
               '  DISPOSITION'.

       01  CPR-DETAIL-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CPR-POLICY-NUMBER      PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  CPR-CLAIM-SEQUENCE     PIC 9(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CPR-PAYMENT-TYPE       PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  CPR-TRANSACTION-DATE   PIC 9(8).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  CPR-ADJUSTER-ID        PIC X(6).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  CPR-PAYMENT-AMOUNT     PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  CPR-PAID-TO-DATE       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  CPR-RESERVE-AMOUNT     PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  CPR-COVERAGE-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CPR-DISPOSITION        PIC X(28).
           05  FILLER                 PIC X(5) VALUE SPACES.

       01  CPR-TOTAL-LINE.
           05  CPR-TOTAL-LABEL        PIC X(24).
           05  FILLER                 PIC X(7) VALUE ' ITEMS '.
           05  CPR-TOTAL-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE '  AMOUNT: $'.
           05  CPR-TOTAL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(69) VALUE SPACES.

       01  CPR-TEXT-LINE.
           05  CPR-TEXT               PIC X(40).
           05  FILLER                 PIC X(92) VALUE SPACES.

      * Run Status Controls - Graded Completion Code And The
      * One-Record Status File The Scheduler Gates On
       77  RUNSTAT-STATUS             PIC X(2) VALUE '00'.
       77  RUN-STATUS-PROGRAM-ID      PIC X(8) VALUE 'CLMADJST'.
       77  RUN-COMPLETION-CODE        PIC 99 VALUE ZERO.
       77  RUN-STATUS-MESSAGE         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-PROGRAM
           PERFORM READ-CLAIM-TRANSACTION
           PERFORM PROCESS-TRANSACTION UNTIL END-OF-TRANSACTIONS
           PERFORM WRITE-REGISTER-TOTALS
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           PERFORM MARK-RUN-IN-PROGRESS.

           OPEN INPUT CLAIM-TRANSACTION-FILE
           IF CLMTRANS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CLMTRANS - STATUS '
                   CLMTRANS-STATUS
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

           OPEN I-O CLAIM-REGISTER-FILE
           IF CLAIMREG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CLAIMREG - STATUS '
                   CLAIMREG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PAYMENT-REGISTER-FILE
           IF CLMPAYRG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CLMPAYRG - STATUS '
                   CLMPAYRG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           MOVE RUN-DATE TO CPR-HEADING-DATE
           WRITE PAYMENT-REGISTER-LINE FROM CPR-HEADING-LINE
           PERFORM CHECK-REGISTER-WRITE
           MOVE SPACES TO CPR-TEXT
           PERFORM WRITE-REGISTER-TEXT-LINE
           WRITE PAYMENT-REGISTER-LINE FROM CPR-COLUMN-LINE
           PERFORM CHECK-REGISTER-WRITE.

       INITIALIZE-PROGRAM-EXIT.
           EXIT.

       READ-CLAIM-TRANSACTION.
           READ CLAIM-TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-FLAG
           END-READ.

       READ-CLAIM-TRANSACTION-EXIT.
           EXIT.

      * Business Rule: A Transaction Posts Only When Its Claim Is On
      * The Register And In A Status The Transaction Can Follow. A
      * Rejected Transaction Goes To The Console For The Claims Desk;
      * A Payment Refused For Exceeding Coverage Also Prints On The
      * Payment Register So The Desk Sees It With The Day's Checks.
      * The Run Continues On The Clean Transactions.
       PROCESS-TRANSACTION.
           ADD 1 TO TRANSACTIONS-READ-COUNT
           MOVE 'N' TO TRANSACTION-REJECTED-FLAG
           MOVE 'N' TO PAYMENT-REFUSED-FLAG
           PERFORM EDIT-TRANSACTION THRU EDIT-TRANSACTION-EXIT
           IF TRANSACTION-REJECTED
               ADD 1 TO TRANSACTIONS-REJECTED-COUNT
               IF PAYMENT-REFUSED
                   ADD 1 TO PAYMENTS-REFUSED-COUNT
                   ADD CTR-AMOUNT TO PAYMENTS-REFUSED-TOTAL
                   MOVE 'REFUSED - EXCEEDS COVERAGE'
                       TO CPR-DISPOSITION
                   PERFORM WRITE-PAYMENT-DETAIL
               END-IF
           ELSE
               PERFORM POST-TRANSACTION
           END-IF
           PERFORM READ-CLAIM-TRANSACTION.

       PROCESS-TRANSACTION-EXIT.
           EXIT.

      * Business Rule: The Lifecycle Runs Reported -> Open (A Reserve
      * Is Set) -> Closed, With Reopen Taking A Closed Claim Back To
      * Open. Reserve Changes And Payments Need An Open Claim, And A
      * Payment Must Be A Positive Amount That Keeps The Claim's
      * Total Paid Within The Policy's Coverage Amount.
       EDIT-TRANSACTION.
           MOVE CTR-POLICY-NUMBER TO CLM-POLICY-NUMBER
           MOVE CTR-CLAIM-SEQUENCE TO CLM-CLAIM-SEQUENCE
           READ CLAIM-REGISTER-FILE
               INVALID KEY
                   DISPLAY 'REJECTED: ' CTR-POLICY-NUMBER
                       ' CLAIM ' CTR-CLAIM-SEQUENCE
                       ' NOT ON CLAIMS REGISTER'
                   SET TRANSACTION-REJECTED TO TRUE
           END-READ
           IF TRANSACTION-REJECTED
               GO TO EDIT-TRANSACTION-EXIT
           END-IF

           MOVE CTR-POLICY-NUMBER TO PM-POLICY-NUMBER
           READ POLICY-MASTER-FILE
               INVALID KEY
                   DISPLAY 'REJECTED: ' CTR-POLICY-NUMBER
                       ' NOT ON POLICY MASTER'
                   SET TRANSACTION-REJECTED TO TRUE
           END-READ
           IF TRANSACTION-REJECTED
               GO TO EDIT-TRANSACTION-EXIT
           END-IF

           IF CTR-TRANSACTION-DATE < CLM-DATE-OF-LOSS
               DISPLAY 'REJECTED: ' CTR-POLICY-NUMBER
                   ' CLAIM ' CTR-CLAIM-SEQUENCE
                   ' TRANSACTION DATE ' CTR-TRANSACTION-DATE
                   ' BEFORE DATE OF LOSS'
               SET TRANSACTION-REJECTED TO TRUE
               GO TO EDIT-TRANSACTION-EXIT
           END-IF

           IF CTR-OPEN-RESERVE
               IF NOT CLM-REPORTED
                   DISPLAY 'REJECTED: ' CTR-POLICY-NUMBER
                       ' CLAIM ' CTR-CLAIM-SEQUENCE
                       ' RESERVE ALREADY OPENED'
                   SET TRANSACTION-REJECTED TO TRUE
               END-IF
               GO TO EDIT-TRANSACTION-EXIT
           END-IF

           IF CTR-REOPEN-CLAIM
               IF NOT CLM-CLOSED
                   DISPLAY 'REJECTED: ' CTR-POLICY-NUMBER
                       ' CLAIM ' CTR-CLAIM-SEQUENCE
                       ' IS NOT CLOSED'
                   SET TRANSACTION-REJECTED TO TRUE
               END-IF
               GO TO EDIT-TRANSACTION-EXIT
           END-IF

           IF NOT CTR-CHANGE-RESERVE
               AND NOT CTR-PAYMENT
               AND NOT CTR-CLOSE-CLAIM
               DISPLAY 'REJECTED: ' CTR-POLICY-NUMBER
                   ' CLAIM ' CTR-CLAIM-SEQUENCE
                   ' UNKNOWN TRANSACTION CODE ' CTR-TRANSACTION-CODE
               SET TRANSACTION-REJECTED TO TRUE
               GO TO EDIT-TRANSACTION-EXIT
           END-IF

           IF NOT CLM-OPEN
               DISPLAY 'REJECTED: ' CTR-POLICY-NUMBER
                   ' CLAIM ' CTR-CLAIM-SEQUENCE
                   ' IS NOT OPEN FOR ' CTR-TRANSACTION-CODE
               SET TRANSACTION-REJECTED TO TRUE
               GO TO EDIT-TRANSACTION-EXIT
           END-IF

           IF NOT CTR-PAYMENT
               GO TO EDIT-TRANSACTION-EXIT
           END-IF

           IF CTR-AMOUNT = ZERO
               DISPLAY 'REJECTED: ' CTR-POLICY-NUMBER
                   ' CLAIM ' CTR-CLAIM-SEQUENCE
                   ' PAYMENT AMOUNT IS ZERO'
               SET TRANSACTION-REJECTED TO TRUE
               GO TO EDIT-TRANSACTION-EXIT
           END-IF

           COMPUTE PROPOSED-PAID-TO-DATE =
               CLM-PAID-TO-DATE + CTR-AMOUNT
           IF PROPOSED-PAID-TO-DATE > PM-COVERAGE-AMOUNT
               DISPLAY 'REFUSED: ' CTR-POLICY-NUMBER
                   ' CLAIM ' CTR-CLAIM-SEQUENCE
                   ' PAYMENT ' CTR-AMOUNT
                   ' EXCEEDS COVERAGE ' PM-COVERAGE-AMOUNT
               SET TRANSACTION-REJECTED TO TRUE
               SET PAYMENT-REFUSED TO TRUE
           END-IF.

       EDIT-TRANSACTION-EXIT.
           EXIT.

      * Business Rule: A Payment Draws Down The Reserve (Never Below
      * Zero). A Final Payment Or A Close Releases Whatever Reserve
      * Is Left And Stamps The Close Date; A Reopen Clears The Close
      * Date And Sets The Reserve Afresh From The Transaction.
       POST-TRANSACTION.
           IF CTR-OPEN-RESERVE
               MOVE 'O' TO CLM-CLAIM-STATUS
               MOVE CTR-AMOUNT TO CLM-RESERVE-AMOUNT
               MOVE ZERO TO CLM-PAID-TO-DATE
               MOVE ZERO TO CLM-CLOSE-DATE
               ADD 1 TO RESERVES-OPENED-COUNT
           END-IF

           IF CTR-CHANGE-RESERVE
               MOVE CTR-AMOUNT TO CLM-RESERVE-AMOUNT
               ADD 1 TO RESERVES-CHANGED-COUNT
           END-IF

           IF CTR-PAYMENT
               ADD CTR-AMOUNT TO CLM-PAID-TO-DATE
               IF CTR-AMOUNT < CLM-RESERVE-AMOUNT
                   SUBTRACT CTR-AMOUNT FROM CLM-RESERVE-AMOUNT
               ELSE
                   MOVE ZERO TO CLM-RESERVE-AMOUNT
               END-IF
               ADD 1 TO PAYMENTS-POSTED-COUNT
               ADD CTR-AMOUNT TO PAYMENTS-POSTED-TOTAL
           END-IF

           IF CTR-FINAL-PAYMENT OR CTR-CLOSE-CLAIM
               MOVE 'C' TO CLM-CLAIM-STATUS
               MOVE ZERO TO CLM-RESERVE-AMOUNT
               MOVE CTR-TRANSACTION-DATE TO CLM-CLOSE-DATE
               ADD 1 TO CLAIMS-CLOSED-COUNT
           END-IF

           IF CTR-REOPEN-CLAIM
               MOVE 'O' TO CLM-CLAIM-STATUS
               MOVE CTR-AMOUNT TO CLM-RESERVE-AMOUNT
               MOVE ZERO TO CLM-CLOSE-DATE
               ADD 1 TO CLAIMS-REOPENED-COUNT
           END-IF

           MOVE CTR-TRANSACTION-DATE TO CLM-LAST-ACTIVITY-DATE
           REWRITE CLAIM-REGISTER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR REWRITING CLAIMREG - STATUS '
                       CLAIMREG-STATUS
                   DISPLAY 'ERROR REWRITING CLAIMREG - KEY ' CLM-KEY
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-REWRITE

           ADD 1 TO TRANSACTIONS-POSTED-COUNT

           IF CTR-PAYMENT
               IF CTR-FINAL-PAYMENT
                   MOVE 'PAID - CLAIM CLOSED' TO CPR-DISPOSITION
               ELSE
                   MOVE 'PAID' TO CPR-DISPOSITION
               END-IF
               PERFORM WRITE-PAYMENT-DETAIL
           END-IF

           DISPLAY 'POSTED: ' CLM-POLICY-NUMBER
               ' CLAIM ' CLM-CLAIM-SEQUENCE
               ' ' CTR-TRANSACTION-CODE
               ' STATUS ' CLM-CLAIM-STATUS
               ' RESERVE ' CLM-RESERVE-AMOUNT
               ' PAID ' CLM-PAID-TO-DATE.

       POST-TRANSACTION-EXIT.
           EXIT.

       WRITE-PAYMENT-DETAIL.
           MOVE CTR-POLICY-NUMBER TO CPR-POLICY-NUMBER
           MOVE CTR-CLAIM-SEQUENCE TO CPR-CLAIM-SEQUENCE
           IF CTR-FINAL-PAYMENT
               MOVE 'FINAL' TO CPR-PAYMENT-TYPE
           ELSE
               MOVE 'PARTIAL' TO CPR-PAYMENT-TYPE
           END-IF
           MOVE CTR-TRANSACTION-DATE TO CPR-TRANSACTION-DATE
           MOVE CTR-ADJUSTER-ID TO CPR-ADJUSTER-ID
           MOVE CTR-AMOUNT TO CPR-PAYMENT-AMOUNT
           MOVE CLM-PAID-TO-DATE TO CPR-PAID-TO-DATE
           MOVE CLM-RESERVE-AMOUNT TO CPR-RESERVE-AMOUNT
           MOVE PM-COVERAGE-AMOUNT TO CPR-COVERAGE-AMOUNT
           WRITE PAYMENT-REGISTER-LINE FROM CPR-DETAIL-LINE
           PERFORM CHECK-REGISTER-WRITE.

       WRITE-PAYMENT-DETAIL-EXIT.
           EXIT.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO CPR-TEXT
           PERFORM WRITE-REGISTER-TEXT-LINE

           MOVE 'CLAIM PAYMENTS POSTED' TO CPR-TOTAL-LABEL
           MOVE PAYMENTS-POSTED-COUNT TO CPR-TOTAL-COUNT
           MOVE PAYMENTS-POSTED-TOTAL TO CPR-TOTAL-AMOUNT
           WRITE PAYMENT-REGISTER-LINE FROM CPR-TOTAL-LINE
           PERFORM CHECK-REGISTER-WRITE

           MOVE 'PAYMENTS REFUSED' TO CPR-TOTAL-LABEL
           MOVE PAYMENTS-REFUSED-COUNT TO CPR-TOTAL-COUNT
           MOVE PAYMENTS-REFUSED-TOTAL TO CPR-TOTAL-AMOUNT
           WRITE PAYMENT-REGISTER-LINE FROM CPR-TOTAL-LINE
           PERFORM CHECK-REGISTER-WRITE.

       WRITE-REGISTER-TOTALS-EXIT.
           EXIT.

       WRITE-REGISTER-TEXT-LINE.
           WRITE PAYMENT-REGISTER-LINE FROM CPR-TEXT-LINE
           PERFORM CHECK-REGISTER-WRITE.

       WRITE-REGISTER-TEXT-LINE-EXIT.
           EXIT.

       CHECK-REGISTER-WRITE.
           IF CLMPAYRG-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CLMPAYRG - STATUS '
                   CLMPAYRG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-REGISTER-WRITE-EXIT.
           EXIT.

       TERMINATE-PROGRAM.
           CLOSE CLAIM-TRANSACTION-FILE
           IF CLMTRANS-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING CLMTRANS - STATUS '
                   CLMTRANS-STATUS
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

           CLOSE CLAIM-REGISTER-FILE
           IF CLAIMREG-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING CLAIMREG - STATUS '
                   CLAIMREG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE PAYMENT-REGISTER-FILE
           IF CLMPAYRG-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING CLMPAYRG - STATUS '
                   CLMPAYRG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'CLAIMS TRANSACTION RUN COMPLETE'
           DISPLAY 'TRANSACTIONS READ:     ' TRANSACTIONS-READ-COUNT
           DISPLAY 'TRANSACTIONS POSTED:   ' TRANSACTIONS-POSTED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED: '
               TRANSACTIONS-REJECTED-COUNT
           DISPLAY 'RESERVES OPENED:       ' RESERVES-OPENED-COUNT
           DISPLAY 'RESERVES CHANGED:      ' RESERVES-CHANGED-COUNT
           DISPLAY 'CLAIMS CLOSED:         ' CLAIMS-CLOSED-COUNT
           DISPLAY 'CLAIMS REOPENED:       ' CLAIMS-REOPENED-COUNT
           DISPLAY 'PAYMENTS POSTED:       ' PAYMENTS-POSTED-COUNT
           DISPLAY 'PAYMENTS REFUSED:      ' PAYMENTS-REFUSED-COUNT
           DISPLAY 'AMOUNT PAID:           ' PAYMENTS-POSTED-TOTAL.

           MOVE ZERO TO RUN-COMPLETION-CODE
           MOVE 'RUN COMPLETE' TO RUN-STATUS-MESSAGE
           IF TRANSACTIONS-REJECTED-COUNT > ZERO
               MOVE 04 TO RUN-COMPLETION-CODE
               MOVE 'TRANSACTIONS REJECTED - SEE LOG'
                   TO RUN-STATUS-MESSAGE
           END-IF
           PERFORM WRITE-RUN-STATUS.

       TERMINATE-PROGRAM-EXIT.
           EXIT.

      * Shared Run Status Paragraphs - Same Copybook In Every
      * Program In The Suite.
           COPY RUNSTLOG.
