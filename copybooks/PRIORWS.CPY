      *================================================================
      * PRIORWS - SHARED PRIOR TERM WORKING STORAGE
      * A RENEWAL ACCEPTED AHEAD OF ITS EFFECTIVE DATE REWRITES THE
      * POLICY MASTER WITH THE NEW TERM AT ONCE (RENLACCP), SO UNTIL
      * THE ANNIVERSARY THE MASTER NO LONGER SHOWS THE TERM ACTUALLY
      * IN FORCE. THIS TABLE HOLDS, FOR EACH SUCH POLICY, THE MASTER
      * AS IT STOOD BEFORE THE RENEWAL - THE BEFORE IMAGE OF ITS RENW
      * HISTORY ENTRY - FOR THE PRIORTRM PROCEDURE COPYBOOK. COPIED BY
      * THE PREMIUM VALUATION (PREMVALU) AND REINSURANCE CESSION
      * (RICESSN) STEPS. PRIOR-TERM-CUTOFF-DATE IS THE FIRST DAY AFTER
      * THE DATE BEING REPORTED ON: A TERM STARTING ON OR AFTER IT HAS
      * NOT YET STARTED.
      *================================================================

      * Prior Term Table - Built From POLHIST At Job Start
       77  PRIOR-TERM-MAX             PIC 9(4) VALUE 5000.
       77  PRIOR-TERM-COUNT           PIC 9(4) VALUE ZERO.
       77  PRIOR-TERM-USED-COUNT      PIC 9(6) VALUE ZERO.
       77  PRIOR-TERM-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88  PRIOR-TERM-FOUND       VALUE 'Y'.
       77  PRIOR-TERM-CUTOFF-DATE     PIC 9(8) VALUE ZERO.
       77  PRIOR-TERM-LOOKUP-POLICY   PIC X(10) VALUE SPACES.
       77  PRIOR-TERM-TERMINATION     PIC 9(8) VALUE ZERO.
       77  PRIOR-TERM-STATUS          PIC X(10) VALUE SPACES.

      * The Before Image Being Considered, With The Effective Date Of
      * The Term It Carries Laid Out At Its POLMASTR Offset
       01  PRIOR-TERM-IMAGE-WORK.
           05  PTW-IMAGE              PIC X(317).
           05  PTW-IMAGE-FIELDS REDEFINES PTW-IMAGE.
               10  FILLER             PIC X(75).
               10  PTW-EFFECTIVE-DATE PIC 9(8).
               10  FILLER             PIC X(234).

       01  PRIOR-TERM-TABLE-WS.
           05  PRIOR-TERM-ENTRY OCCURS 5000 TIMES
                   INDEXED BY PRIOR-TERM-IDX.
               10  PTM-POLICY-NUMBER      PIC X(10).
               10  PTM-RENEWAL-EFFECTIVE  PIC 9(8).
               10  PTM-PRIOR-IMAGE        PIC X(317).
