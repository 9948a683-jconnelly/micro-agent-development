               GO TO SELECT-PENDING-WORDING-EXIT
           END-IF.

           IF MRQ-PENDING-REASON =
                   'STATE MORATORIUM - NEW BUSINESS PENDING'
               MOVE 'NEW COVERAGE IN YOUR STATE IS TEMPORARILY ON HOLD'
                   TO WORDING-LINE-1
               MOVE 'DUE TO A CATASTROPHE EVENT. WE WILL WRITE AGAIN.'
                   TO WORDING-LINE-2
               GO TO SELECT-PENDING-WORDING-EXIT
           END-IF.

      * Flood Zone, Frame Construction, High Risk State And Any
      * Reason Added Later All Read As An Underwriting Review.
           MOVE 'YOUR APPLICATION REQUIRES INDIVIDUAL REVIEW BY AN'
