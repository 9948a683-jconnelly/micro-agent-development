      *================================================================
      * MORAHOLD - MORATORIUM HOLD ACTIVITY RECORD LAYOUT
      * ONE RECORD PER TRANSACTION HELD BY A STATE MORATORIUM: A NEW
      * BUSINESS APPLICATION ROUTED TO MANUAL REVIEW BY INSVALID
      * (ACTION 'P'), AN ENDORSEMENT DECLINED BY POLENDRS (ACTION
      * 'D') OR A RENEWAL HELD BY POLRENEW (ACTION 'R'). EACH STEP
      * APPENDS TO THE ONE MORAHOLD FILE, WHICH IS NEVER EMPTIED; THE
      * ACTIVITY REPORT (MORARPT) LISTS THE HOLDS FOR A DATE RANGE.
      * THE POLICY NUMBER IS SPACES FOR NEW BUSINESS. THE TRANSACTION
      * DATE IS THE DATE TESTED AGAINST THE RESTRICTION - FOR A
      * RENEWAL, ITS EFFECTIVE DATE; THE HOLD DATE IS WHEN THE STEP
      * RAN.
      *================================================================
       01  MORATORIUM-HOLD-RECORD.
           05  MHD-HOLD-DATE              PIC 9(8).
           05  MHD-SOURCE-PROGRAM         PIC X(8).
           05  MHD-HOLD-ACTION            PIC X(1).
               88  MHD-ROUTED-TO-REVIEW   VALUE 'P'.
               88  MHD-ENDORSEMENT-DECLINED VALUE 'D'.
               88  MHD-RENEWAL-HELD       VALUE 'R'.
           05  MHD-APPLICATION-ID         PIC X(10).
           05  MHD-POLICY-NUMBER          PIC X(10).
           05  MHD-APPLICANT-NAME         PIC X(30).
           05  MHD-STATE-CODE             PIC X(2).
           05  MHD-POLICY-TYPE            PIC X(4).
           05  MHD-RESTRICTION-TYPE       PIC X(1).
           05  MHD-TRANSACTION-DATE       PIC 9(8).
           05  MHD-COVERAGE-AMOUNT        PIC 9(7)V99.
           05  MHD-EVENT-NAME             PIC X(20).
           05  MHD-START-DATE             PIC 9(8).
           05  MHD-END-DATE               PIC 9(8).
