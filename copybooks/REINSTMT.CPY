      *================================================================
      * REINSTMT - POLICY REINSTATEMENT FEED RECORD LAYOUT
      * ONE RECORD PER POLICY PUT BACK IN FORCE, WRITTEN BY THE
      * REINSTATEMENT STEP (POLREINS) AND READ BY THE COMMISSION RUN
      * (COMMCALC) TO GIVE BACK THE COMMISSION IT RECOVERED WHEN THE
      * POLICY WAS TERMINATED. THE RESTORED PREMIUM IS THE RETURN
      * PREMIUM THE CANCELLATION STEP (POLCANCL) FIGURED AND CHARGED
      * BACK, SO THE TWO FEEDS NET TO ZERO ON THE STATEMENT.
      *================================================================
       01  REINSTATEMENT-RECORD.
           05  RIN-PRODUCER-CODE          PIC X(6).
           05  RIN-POLICY-NUMBER          PIC X(10).
           05  RIN-APPLICATION-ID         PIC X(10).
           05  RIN-POLICY-TYPE            PIC X(4).
           05  RIN-TERMINATION-DATE       PIC 9(8).
           05  RIN-REINSTATEMENT-DATE     PIC 9(8).
           05  RIN-RESTORED-PREMIUM       PIC 9(6)V99.
