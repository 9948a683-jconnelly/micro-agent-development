           MOVE RUN-DATE TO CLM-REPORTED-DATE
           MOVE CLI-CLAIM-AMOUNT TO CLM-CLAIM-AMOUNT
           MOVE CLI-CLAIM-DESCRIPTION TO CLM-CLAIM-DESCRIPTION
           MOVE 'R' TO CLM-CLAIM-STATUS
           MOVE ZERO TO CLM-RESERVE-AMOUNT
           MOVE ZERO TO CLM-PAID-TO-DATE
           MOVE ZERO TO CLM-CLOSE-DATE
           MOVE RUN-DATE TO CLM-LAST-ACTIVITY-DATE
           WRITE CLAIM-REGISTER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING CLAIMREG - STATUS '
