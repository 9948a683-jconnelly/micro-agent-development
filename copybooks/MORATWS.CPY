      *================================================================
      * MORATWS - SHARED STATE MORATORIUM WORKING STORAGE
      * THE MORATORIUM TABLE AND THE LOOKUP WORK FIELDS USED BY THE
      * MORALOAD PROCEDURE COPYBOOK. COPIED BY NEW BUSINESS
      * VALIDATION (INSVALID), ENDORSEMENT (POLENDRS), RENEWAL
      * (POLRENEW) AND THE MORATORIUM ACTIVITY REPORT (MORARPT) SO
      * EVERY PATH HOLDS BUSINESS AGAINST THE SAME RESTRICTIONS.
      *================================================================

      * Moratorium Table - Loaded Once At Job Start
       77  MORATORIUM-TABLE-MAX       PIC 999 VALUE 200.
       77  MORATORIUM-TABLE-COUNT     PIC 999 VALUE ZERO.
       77  MORATORIUM-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88  MORATORIUM-IN-EFFECT   VALUE 'Y'.
       77  MORATORIUM-LOOKUP-STATE    PIC X(2) VALUE SPACES.
       77  MORATORIUM-LOOKUP-TYPE     PIC X(4) VALUE SPACES.
       77  MORATORIUM-LOOKUP-RESTRICT PIC X(1) VALUE SPACES.
       77  MORATORIUM-LOOKUP-DATE     PIC 9(8) VALUE ZERO.

       01  MORATORIUM-TABLE-WS.
           05  MORATORIUM-ENTRY OCCURS 200 TIMES
                   INDEXED BY MORATORIUM-IDX.
               10  MRT-STATE-CODE         PIC X(2).
               10  MRT-POLICY-TYPE        PIC X(4).
               10  MRT-START-DATE         PIC 9(8).
               10  MRT-END-DATE           PIC 9(8).
               10  MRT-RESTRICTION-TYPE   PIC X(1).
               10  MRT-EVENT-NAME         PIC X(20).
               10  MRT-HOLD-COUNT         PIC 9(6).
