      *================================================================
      * POLHPOST - SHARED POLICY HISTORY POSTING PARAGRAPHS
      * OPEN-POLICY-HISTORY-FILE APPENDS TO THE POLHIST FILE (OR
      * CREATES IT ON THE VERY FIRST RUN), WRITE-POLICY-HISTORY
      * STAMPS THE CALLER'S PROGRAM ID, THE PROCESS DATE AND TIME AND
      * THE AFTER IMAGE AND WRITES ONE ENTRY, AND
      * CLOSE-POLICY-HISTORY-FILE CLOSES IT AT END OF JOB. COPIED BY
      * EVERY STEP THAT CHANGES THE POLICY MASTER. REQUIRES THE
      * COPYING PROGRAM TO DECLARE THE POLICY-HISTORY-FILE FD (POLHIST
      * COPYBOOK), ITS POLHIST-STATUS FIELD, THE POLICY MASTER FD
      * (POLMASTR COPYBOOK) AND THE RUN-STATUS-PROGRAM-ID FIELD.
      *================================================================

       OPEN-POLICY-HISTORY-FILE.
           OPEN EXTEND POLICY-HISTORY-FILE
           IF POLHIST-STATUS = '35'
               OPEN OUTPUT POLICY-HISTORY-FILE
           END-IF
           IF POLHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING POLHIST - STATUS '
                   POLHIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-POLICY-HISTORY-FILE-EXIT.
           EXIT.

      * The Caller Moves The Master Record To PHR-BEFORE-IMAGE Before
      * Changing It (Spaces For A New Policy), Then After The Write Or
      * Rewrite Sets The Transaction Type And Effective Date And
      * Performs This. The After Image Is Taken From The Master
      * Record Area As It Was Just Written.
       WRITE-POLICY-HISTORY.
           MOVE PM-POLICY-NUMBER TO PHR-POLICY-NUMBER
           MOVE RUN-STATUS-PROGRAM-ID TO PHR-SOURCE-PROGRAM
           ACCEPT PHR-PROCESS-DATE FROM DATE YYYYMMDD
           ACCEPT PHR-PROCESS-TIME FROM TIME
           MOVE POLICY-MASTER-RECORD TO PHR-AFTER-IMAGE
           WRITE POLICY-HISTORY-RECORD
           IF POLHIST-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING POLHIST - STATUS '
                   POLHIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-POLICY-HISTORY-EXIT.
           EXIT.

       CLOSE-POLICY-HISTORY-FILE.
           CLOSE POLICY-HISTORY-FILE
           IF POLHIST-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING POLHIST - STATUS '
                   POLHIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-POLICY-HISTORY-FILE-EXIT.
           EXIT.
