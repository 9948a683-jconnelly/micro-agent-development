      *================================================================
      * PRIORTRM - SHARED PRIOR TERM PARAGRAPHS
      * SAVE-PRIOR-TERM IS PERFORMED FOR EACH POLHIST ENTRY READ AND
      * KEEPS THE TERM A NOT-YET-STARTED RENEWAL REPLACED ON THE
      * MASTER. USE-PRIOR-TERM IS PERFORMED WITH A MASTER RECORD IN
      * THE POLMASTR RECORD AREA: WHEN THAT MASTER'S TERM HAS NOT YET
      * STARTED AND A PRIOR TERM WAS SAVED FOR IT, THE PRIOR TERM IS
      * LAID INTO THE RECORD AREA IN ITS PLACE. REQUIRES THE COPYING
      * PROGRAM TO DECLARE THE POLICY-HISTORY-FILE FD (POLHIST
      * COPYBOOK), THE POLICY MASTER FD (POLMASTR COPYBOOK) AND
      * PRIORWS, AND TO SET PRIOR-TERM-CUTOFF-DATE BEFORE THE FIRST
      * SAVE.
      *================================================================

      * Business Rule: A Renewal Not Yet Started On The Cutoff Date
      * Replaced A Term Still Running Then - Unless That Term Had Not
      * Started Either, As When A Policy Has Since Renewed Twice. For
      * A Policy Renewed Ahead More Than Once The Earliest Such
      * Renewal Holds The Term In Force On The Cutoff Date.
       SAVE-PRIOR-TERM.
           IF NOT PHR-RENEWAL
               OR PHR-EFFECTIVE-DATE < PRIOR-TERM-CUTOFF-DATE
               OR PHR-BEFORE-IMAGE = SPACES
               GO TO SAVE-PRIOR-TERM-EXIT
           END-IF
           MOVE PHR-BEFORE-IMAGE TO PTW-IMAGE
           IF PTW-EFFECTIVE-DATE NOT < PRIOR-TERM-CUTOFF-DATE
               GO TO SAVE-PRIOR-TERM-EXIT
           END-IF

           MOVE PHR-POLICY-NUMBER TO PRIOR-TERM-LOOKUP-POLICY
           PERFORM FIND-PRIOR-TERM
           IF PRIOR-TERM-FOUND
               IF PHR-EFFECTIVE-DATE
                       < PTM-RENEWAL-EFFECTIVE (PRIOR-TERM-IDX)
                   MOVE PHR-EFFECTIVE-DATE
                       TO PTM-RENEWAL-EFFECTIVE (PRIOR-TERM-IDX)
                   MOVE PTW-IMAGE TO PTM-PRIOR-IMAGE (PRIOR-TERM-IDX)
               END-IF
               GO TO SAVE-PRIOR-TERM-EXIT
           END-IF

           ADD 1 TO PRIOR-TERM-COUNT
           IF PRIOR-TERM-COUNT > PRIOR-TERM-MAX
               DISPLAY 'ERROR - MORE THAN ' PRIOR-TERM-MAX
                   ' RENEWALS NOT YET STARTED ON POLHIST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET PRIOR-TERM-IDX TO PRIOR-TERM-COUNT
           MOVE PHR-POLICY-NUMBER TO PTM-POLICY-NUMBER (PRIOR-TERM-IDX)
           MOVE PHR-EFFECTIVE-DATE
               TO PTM-RENEWAL-EFFECTIVE (PRIOR-TERM-IDX)
           MOVE PTW-IMAGE TO PTM-PRIOR-IMAGE (PRIOR-TERM-IDX).

       SAVE-PRIOR-TERM-EXIT.
           EXIT.

      * The Search Is Bounded At The Loaded Count - Slots Past It
      * Hold Unpredictable Data.
       FIND-PRIOR-TERM.
           MOVE 'N' TO PRIOR-TERM-FOUND-FLAG
           IF PRIOR-TERM-COUNT > ZERO
               SET PRIOR-TERM-IDX TO 1
               SEARCH PRIOR-TERM-ENTRY
                   AT END
                       CONTINUE
                   WHEN PRIOR-TERM-IDX > PRIOR-TERM-COUNT
                       CONTINUE
                   WHEN PTM-POLICY-NUMBER (PRIOR-TERM-IDX)
                           = PRIOR-TERM-LOOKUP-POLICY
                       MOVE 'Y' TO PRIOR-TERM-FOUND-FLAG
               END-SEARCH
           END-IF.

       FIND-PRIOR-TERM-EXIT.
           EXIT.

      * Business Rule: A Cancellation Or Lapse On The Master That
      * Took Effect Before The Renewal Began Ended The Prior Term, So
      * It Is Carried Onto The Prior Term Laid In Its Place.
       USE-PRIOR-TERM.
           IF PM-EFFECTIVE-DATE < PRIOR-TERM-CUTOFF-DATE
               GO TO USE-PRIOR-TERM-EXIT
           END-IF
           MOVE PM-POLICY-NUMBER TO PRIOR-TERM-LOOKUP-POLICY
           PERFORM FIND-PRIOR-TERM
           IF NOT PRIOR-TERM-FOUND
               GO TO USE-PRIOR-TERM-EXIT
           END-IF

           MOVE PM-TERMINATION-DATE TO PRIOR-TERM-TERMINATION
           MOVE PM-POLICY-STATUS TO PRIOR-TERM-STATUS
           MOVE PTM-PRIOR-IMAGE (PRIOR-TERM-IDX)
               TO POLICY-MASTER-RECORD
           IF PRIOR-TERM-TERMINATION > ZERO
               AND PRIOR-TERM-TERMINATION < PM-EXPIRY-DATE
               MOVE PRIOR-TERM-TERMINATION TO PM-TERMINATION-DATE
               MOVE PRIOR-TERM-STATUS TO PM-POLICY-STATUS
           END-IF
           ADD 1 TO PRIOR-TERM-USED-COUNT.

       USE-PRIOR-TERM-EXIT.
           EXIT.
