      * THE PRODUCER MASTER TABLE AND THE LOOKUP WORK FIELDS USED BY
      * THE PRODLOAD PROCEDURE COPYBOOK. COPIED BY EVERY PROGRAM THAT
      * VALIDATES OR PAYS PRODUCERS (INSVALID, COMMCALC) SO EVERY
      * PATH CHECKS THE SAME APPOINTMENTS AND STATE LICENSES, AND BY
      * THE DOCUMENT PRINT STEP (POLDOCPR) FOR THE PRODUCER NAME AND
      * ADDRESS ON THE DECLARATIONS PAGE.
      *================================================================

      * Producer Master Table - Loaded Once At Job Start
