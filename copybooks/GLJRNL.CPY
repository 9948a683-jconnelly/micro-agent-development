      *================================================================
      * GLJRNL - GENERAL LEDGER JOURNAL ENTRY RECORD LAYOUT
      * ONE RECORD PER JOURNAL LINE, WRITTEN BY THE JOURNAL STEP
      * (GLJRNL) FROM THE DAY'S GLEVENTS. EVERY EVENT BECOMES ONE
      * NUMBERED ENTRY OF TWO LINES - A DEBIT AND A CREDIT OF THE SAME
      * AMOUNT TO THE ACCOUNTS THE GLACCTS MAP NAMES FOR ITS EVENT
      * CODE - SO THE RELEASED FILE ALWAYS BALANCES. THE POLICY
      * NUMBER, APPLICATION ID AND SOURCE PROGRAM TRAVEL ON EACH LINE
      * SO THE LEDGER CAN BE TRACED BACK TO THE TRANSACTION.
      *================================================================
       01  JOURNAL-ENTRY-RECORD.
           05  JEN-JOURNAL-DATE           PIC 9(8).
           05  JEN-ENTRY-NUMBER           PIC 9(7).
           05  JEN-ACCOUNT-NUMBER         PIC X(10).
           05  JEN-DEBIT-CREDIT           PIC X(1).
               88  JEN-DEBIT              VALUE 'D'.
               88  JEN-CREDIT             VALUE 'C'.
           05  JEN-AMOUNT                 PIC 9(7)V99.
           05  JEN-POLICY-NUMBER          PIC X(10).
           05  JEN-APPLICATION-ID         PIC X(10).
           05  JEN-SOURCE-PROGRAM         PIC X(8).
           05  JEN-EVENT-CODE             PIC X(8).
           05  JEN-EVENT-DATE             PIC 9(8).
