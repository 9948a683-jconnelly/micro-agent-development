      *================================================================
      * GLEVPOST - SHARED GENERAL LEDGER EVENT POSTING PARAGRAPHS
      * OPEN-GL-EVENT-FILE APPENDS TO THE DAY'S GLEVENTS FILE (OR
      * CREATES IT FOR THE FIRST STEP OF THE DAY), WRITE-GL-EVENT
      * STAMPS THE CALLER'S PROGRAM ID AND WRITES ONE EVENT, AND
      * CLOSE-GL-EVENT-FILE CLOSES IT AT END OF JOB. COPIED BY EVERY
      * STEP THAT MOVES MONEY. REQUIRES THE COPYING PROGRAM TO
      * DECLARE THE GL-EVENT-FILE FD (GLEVENT COPYBOOK), ITS
      * GLEVENTS-STATUS FIELD, AND THE RUN-STATUS-PROGRAM-ID FIELD.
      *================================================================

       OPEN-GL-EVENT-FILE.
           OPEN EXTEND GL-EVENT-FILE
           IF GLEVENTS-STATUS = '35'
               OPEN OUTPUT GL-EVENT-FILE
           END-IF
           IF GLEVENTS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GLEVENTS - STATUS '
                   GLEVENTS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-GL-EVENT-FILE-EXIT.
           EXIT.

      * The Caller Sets The Event Date, Code, Policy Number,
      * Application ID And Amount Before Performing This. A Zero
      * Amount Moves No Money And Is Not Posted.
       WRITE-GL-EVENT.
           IF GLE-AMOUNT > ZERO
               MOVE RUN-STATUS-PROGRAM-ID TO GLE-SOURCE-PROGRAM
               WRITE GL-EVENT-RECORD
               IF GLEVENTS-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING GLEVENTS - STATUS '
                       GLEVENTS-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       WRITE-GL-EVENT-EXIT.
           EXIT.

       CLOSE-GL-EVENT-FILE.
           CLOSE GL-EVENT-FILE
           IF GLEVENTS-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING GLEVENTS - STATUS '
                   GLEVENTS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-GL-EVENT-FILE-EXIT.
           EXIT.
