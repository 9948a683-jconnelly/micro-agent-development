      *================================================================
      * MORATRM - STATE MORATORIUM TABLE RECORD LAYOUT
      * ONE RECORD PER BINDING RESTRICTION, KEYED BY STATE AND POLICY
      * TYPE, SET UP BY UNDERWRITING WHEN A CATASTROPHE THREATENS OR
      * STRIKES A STATE. A STATE AND POLICY TYPE MAY CARRY MORE THAN
      * ONE RESTRICTION TYPE AT ONCE. THE RESTRICTION APPLIES FROM THE
      * START DATE THROUGH THE END DATE, BOTH INCLUSIVE; A ZERO END
      * DATE MEANS IN EFFECT UNTIL LIFTED. LOADED ONCE AT JOB START
      * INTO THE MORATWS TABLE BY NEW BUSINESS VALIDATION (INSVALID),
      * ENDORSEMENT (POLENDRS), RENEWAL (POLRENEW) AND THE ACTIVITY
      * REPORT (MORARPT). A NO-NEW-BUSINESS RESTRICTION ALSO HOLDS
      * RENEWALS TAKING EFFECT WHILE IT IS IN FORCE.
      *================================================================
       01  MORATORIUM-TABLE-RECORD.
           05  MTR-STATE-CODE             PIC X(2).
           05  MTR-POLICY-TYPE            PIC X(4).
           05  MTR-START-DATE             PIC 9(8).
           05  MTR-END-DATE               PIC 9(8).
           05  MTR-RESTRICTION-TYPE       PIC X(1).
               88  MTR-NO-NEW-BUSINESS    VALUE 'N'.
               88  MTR-NO-COVERAGE-INCREASE VALUE 'I'.
               88  MTR-NO-STATE-MOVE-IN   VALUE 'M'.
           05  MTR-EVENT-NAME             PIC X(20).
