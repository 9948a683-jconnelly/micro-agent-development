      *================================================================
      * POLHIST - POLICY TRANSACTION HISTORY RECORD LAYOUT
      * ONE RECORD PER CHANGE TO THE POLICY MASTER, APPENDED BY EVERY
      * STEP THAT WRITES OR REWRITES POLMASTR: ISSUANCE (POLISSUE),
      * ENDORSEMENT (POLENDRS), RENEWAL ACCEPTANCE AND EXPIRY
      * (RENLACCP), CANCELLATION AND LAPSE (POLCANCL) AND REINSTATEMENT
      * (POLREINS). CARRIES THE WHOLE MASTER RECORD AS IT STOOD
      * BEFORE AND AFTER THE CHANGE - THE BEFORE IMAGE IS SPACES FOR
      * AN ISSUANCE - SO THE INQUIRY STEP (POLHINQ) CAN REBUILD A
      * POLICY AS IT STOOD ON ANY DATE AND THE DOCUMENT PRINT STEP
      * (POLDOCPR) CAN PRINT A DECLARATIONS PAGE FOR EACH NEW,
      * ENDORSED AND RENEWED POLICY. THE EFFECTIVE DATE IS THE
      * DATE THE CHANGE TOOK EFFECT ON THE POLICY; THE PROCESS DATE
      * AND TIME ARE WHEN THE STEP RAN AND ORDER CHANGES SHARING AN
      * EFFECTIVE DATE.
      *================================================================
       01  POLICY-HISTORY-RECORD.
           05  PHR-POLICY-NUMBER          PIC X(10).
           05  PHR-TRANSACTION-TYPE       PIC X(4).
               88  PHR-ISSUANCE           VALUE 'ISSU'.
               88  PHR-ENDORSEMENT        VALUE 'ENDR'.
               88  PHR-RENEWAL            VALUE 'RENW'.
               88  PHR-EXPIRY             VALUE 'EXPR'.
               88  PHR-CANCELLATION       VALUE 'CANC'.
               88  PHR-LAPSE              VALUE 'LAPS'.
               88  PHR-REINSTATEMENT      VALUE 'REIN'.
           05  PHR-EFFECTIVE-DATE         PIC 9(8).
           05  PHR-SOURCE-PROGRAM         PIC X(8).
           05  PHR-PROCESS-DATE           PIC 9(8).
           05  PHR-PROCESS-TIME           PIC 9(8).
           05  PHR-BEFORE-IMAGE           PIC X(317).
           05  PHR-AFTER-IMAGE            PIC X(317).
