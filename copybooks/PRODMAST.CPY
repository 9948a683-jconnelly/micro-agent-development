      * LEFT-JUSTIFIED AND SPACE-PADDED. LOADED ONCE AT JOB START
      * INTO THE PRODUCER MASTER TABLE (PRODMWS) BY EACH PROGRAM THAT
      * VALIDATES OR PAYS PRODUCERS (INSVALID FRONT-END EDITS,
      * COMMCALC STATEMENTS) OR PRINTS THEM ON POLICY DOCUMENTS
      * (POLDOCPR DECLARATIONS PAGES).
      *================================================================
       01  PRODUCER-MASTER-RECORD.
           05  PRD-PRODUCER-CODE          PIC X(6).
