      *================================================================
      * MORAPOST - SHARED MORATORIUM HOLD POSTING PARAGRAPHS
      * OPEN-MORATORIUM-HOLD-FILE APPENDS TO THE MORAHOLD FILE (OR
      * CREATES IT ON THE VERY FIRST HOLD), WRITE-MORATORIUM-HOLD
      * STAMPS THE CALLER'S PROGRAM ID, THE HOLD DATE AND THE
      * RESTRICTION THAT CAUGHT THE TRANSACTION AND WRITES ONE HOLD,
      * AND CLOSE-MORATORIUM-HOLD-FILE CLOSES IT AT END OF JOB.
      * COPIED BY EVERY STEP THAT HOLDS BUSINESS AGAINST A
      * MORATORIUM. REQUIRES THE COPYING PROGRAM TO DECLARE THE
      * MORATORIUM-HOLD-FILE FD (MORAHOLD COPYBOOK), ITS
      * MORAHOLD-STATUS FIELD, MORATWS AND THE RUN-STATUS-PROGRAM-ID
      * FIELD.
      *================================================================

       OPEN-MORATORIUM-HOLD-FILE.
           OPEN EXTEND MORATORIUM-HOLD-FILE
           IF MORAHOLD-STATUS = '35'
               OPEN OUTPUT MORATORIUM-HOLD-FILE
           END-IF
           IF MORAHOLD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MORAHOLD - STATUS '
                   MORAHOLD-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-MORATORIUM-HOLD-FILE-EXIT.
           EXIT.

      * The Caller Sets The Hold Action, Application, Policy,
      * Applicant, Coverage And The Lookup Fields Used, Then Performs
      * This With MORATORIUM-IDX Left On The Restriction By
      * LOOKUP-MORATORIUM.
       WRITE-MORATORIUM-HOLD.
           ACCEPT MHD-HOLD-DATE FROM DATE YYYYMMDD
           MOVE RUN-STATUS-PROGRAM-ID TO MHD-SOURCE-PROGRAM
           MOVE MORATORIUM-LOOKUP-STATE TO MHD-STATE-CODE
           MOVE MORATORIUM-LOOKUP-TYPE TO MHD-POLICY-TYPE
           MOVE MORATORIUM-LOOKUP-RESTRICT TO MHD-RESTRICTION-TYPE
           MOVE MORATORIUM-LOOKUP-DATE TO MHD-TRANSACTION-DATE
           MOVE MRT-EVENT-NAME (MORATORIUM-IDX) TO MHD-EVENT-NAME
           MOVE MRT-START-DATE (MORATORIUM-IDX) TO MHD-START-DATE
           MOVE MRT-END-DATE (MORATORIUM-IDX) TO MHD-END-DATE
           WRITE MORATORIUM-HOLD-RECORD
           IF MORAHOLD-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING MORAHOLD - STATUS '
                   MORAHOLD-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-MORATORIUM-HOLD-EXIT.
           EXIT.

       CLOSE-MORATORIUM-HOLD-FILE.
           CLOSE MORATORIUM-HOLD-FILE
           IF MORAHOLD-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING MORAHOLD - STATUS '
                   MORAHOLD-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-MORATORIUM-HOLD-FILE-EXIT.
           EXIT.
