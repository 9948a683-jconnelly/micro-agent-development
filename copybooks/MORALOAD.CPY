      *================================================================
      * MORALOAD - SHARED STATE MORATORIUM LOAD AND LOOKUP PARAGRAPHS
      * LOADS THE MORATRM FILE INTO THE MORATWS TABLE ONCE AT JOB
      * START AND SERVES THE PER-TRANSACTION LOOKUPS. COPIED BY EVERY
      * PROGRAM THAT HOLDS BUSINESS AGAINST A MORATORIUM SO A NEW OR
      * LIFTED RESTRICTION IS PICKED UP BY EVERY PATH AT ONCE.
      * REQUIRES THE COPYING PROGRAM TO DECLARE THE
      * MORATORIUM-TABLE-FILE FD (MORATRM COPYBOOK), ITS
      * MORATRM-STATUS FIELD, THE MORATORIUM-EOF-FLAG WITH ITS
      * END-OF-MORATORIUM-TABLE CONDITION, AND MORATWS.
      * LOOKUP-MORATORIUM TAKES MORATORIUM-LOOKUP-STATE, -TYPE,
      * -RESTRICT AND -DATE AND LEAVES MORATORIUM-IDX POSITIONED ON
      * THE RESTRICTION WHEN MORATORIUM-IN-EFFECT.
      *================================================================

      * Business Rule: The Moratorium Table Is A Required Control
      * File, Like STATERSK - Binding Without It Could Write The Very
      * Business A Catastrophe Restriction Exists To Stop. With No
      * Restrictions In Force It Is Simply Empty.
       LOAD-MORATORIUM-TABLE.
           OPEN INPUT MORATORIUM-TABLE-FILE
           IF MORATRM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MORATRM - STATUS '
                   MORATRM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-MORATORIUM-RECORD
           PERFORM STORE-MORATORIUM-RECORD
               UNTIL END-OF-MORATORIUM-TABLE

           CLOSE MORATORIUM-TABLE-FILE.

       LOAD-MORATORIUM-TABLE-EXIT.
           EXIT.

       READ-MORATORIUM-RECORD.
           READ MORATORIUM-TABLE-FILE
               AT END
                   MOVE 'Y' TO MORATORIUM-EOF-FLAG
           END-READ.

       READ-MORATORIUM-RECORD-EXIT.
           EXIT.

      * A Row With A Non-Numeric Date Or An Unknown Restriction Type
      * Stops The Run - A Miskeyed Row Must Not Silently Let Through
      * The Business It Was Meant To Hold.
       STORE-MORATORIUM-RECORD.
           IF MTR-START-DATE NOT NUMERIC
               OR MTR-END-DATE NOT NUMERIC
               DISPLAY 'ERROR - MORATRM DATES NOT NUMERIC FOR '
                   MTR-STATE-CODE ' ' MTR-POLICY-TYPE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT MTR-NO-NEW-BUSINESS
               AND NOT MTR-NO-COVERAGE-INCREASE
               AND NOT MTR-NO-STATE-MOVE-IN
               DISPLAY 'ERROR - MORATRM RESTRICTION TYPE INVALID FOR '
                   MTR-STATE-CODE ' ' MTR-POLICY-TYPE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO MORATORIUM-TABLE-COUNT
           IF MORATORIUM-TABLE-COUNT > MORATORIUM-TABLE-MAX
               DISPLAY 'ERROR - MORATRM HAS MORE THAN '
                   MORATORIUM-TABLE-MAX ' ENTRIES'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET MORATORIUM-IDX TO MORATORIUM-TABLE-COUNT
           MOVE MTR-STATE-CODE TO MRT-STATE-CODE (MORATORIUM-IDX)
           MOVE MTR-POLICY-TYPE TO MRT-POLICY-TYPE (MORATORIUM-IDX)
           MOVE MTR-START-DATE TO MRT-START-DATE (MORATORIUM-IDX)
           MOVE MTR-END-DATE TO MRT-END-DATE (MORATORIUM-IDX)
           MOVE MTR-RESTRICTION-TYPE
               TO MRT-RESTRICTION-TYPE (MORATORIUM-IDX)
           MOVE MTR-EVENT-NAME TO MRT-EVENT-NAME (MORATORIUM-IDX)
           MOVE ZERO TO MRT-HOLD-COUNT (MORATORIUM-IDX)
           PERFORM READ-MORATORIUM-RECORD.

       STORE-MORATORIUM-RECORD-EXIT.
           EXIT.

      * Business Rule: A Restriction Holds A Transaction When Its
      * State, Policy Type And Restriction Type Match And The
      * Transaction Date Falls On Or After The Start Date And On Or
      * Before The End Date (A Zero End Date Is Still In Effect). The
      * Search Is Bounded At The Loaded Count - Slots Past It Hold
      * Unpredictable Data.
       LOOKUP-MORATORIUM.
           MOVE 'N' TO MORATORIUM-FOUND-FLAG
           IF MORATORIUM-TABLE-COUNT > ZERO
               SET MORATORIUM-IDX TO 1
               SEARCH MORATORIUM-ENTRY
                   AT END
                       CONTINUE
                   WHEN MORATORIUM-IDX > MORATORIUM-TABLE-COUNT
                       CONTINUE
                   WHEN MRT-STATE-CODE (MORATORIUM-IDX)
                           = MORATORIUM-LOOKUP-STATE
                       AND MRT-POLICY-TYPE (MORATORIUM-IDX)
                           = MORATORIUM-LOOKUP-TYPE
                       AND MRT-RESTRICTION-TYPE (MORATORIUM-IDX)
                           = MORATORIUM-LOOKUP-RESTRICT
                       AND MRT-START-DATE (MORATORIUM-IDX)
                           NOT > MORATORIUM-LOOKUP-DATE
                       AND (MRT-END-DATE (MORATORIUM-IDX) = ZERO
                           OR MRT-END-DATE (MORATORIUM-IDX)
                               NOT < MORATORIUM-LOOKUP-DATE)
                       MOVE 'Y' TO MORATORIUM-FOUND-FLAG
               END-SEARCH
           END-IF.

       LOOKUP-MORATORIUM-EXIT.
           EXIT.
