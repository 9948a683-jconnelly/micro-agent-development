      * READ THIS TO DECIDE WHETHER TO RELEASE THE NEXT JOB. EACH
      * PROGRAM WRITES ITS OWN STATUS FILE - INSVSTAT, ISSUSTAT,
      * BILLSTAT, RENWSTAT, COMMSTAT, DISPSTAT, CORRSTAT, CASHSTAT,
      * CANCSTAT, ENDRSTAT, CLMSTAT, ACCPSTAT, RPTSTAT, REFNSTAT,
      * ADJSTAT, GLSTAT, VALUSTAT, REINSTAT, HINQSTAT,
      * DOCSTAT, NOTCSTAT, CESSSTAT, MORASTAT.
      *================================================================
       01  RUN-STATUS-RECORD.
           05  RST-PROGRAM-ID             PIC X(8).
