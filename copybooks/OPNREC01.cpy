      *                   AT VOID TIME AND SEQOPN00 COMPACTS THE
      *                   DUPLICATE INTO THE ONE SURVIVING ENTRY
      *                   (LAST STATUS WINS) ON ITS NEXT RUN.
      *  2026-09-14  JHM  KEYED BY THE FULL IDENTITY OF AN ISSUED
      *                   NUMBER - SEQUENCE VALUE, CYCLE COUNT AND
      *                   SERIES CODE, THE SAME KEY AS THE ISSUANCE
      *                   REGISTER (REGREC01) - AND CARRYING THE
      *                   TRANSACTION KEY IT WAS ISSUED TO. A VALUE
      *                   OPEN IN ONE SERIES NO LONGER BLOCKS THE
      *                   SAME VALUE IN ANOTHER, AND A SETTLEMENT
      *                   CLOSES THE ONE CYCLE IT NAMES. THE LEDGER
      *                   IS NOW AN INDEXED FILE READ BY KEY, SO NO
      *                   PROGRAM HOLDS IT IN A TABLE ANY LONGER. A
      *                   LEDGER BUILT UNDER THE OLD LINE LAYOUT
      *                   MUST BE CONVERTED ONCE, BEFORE THE FIRST
      *                   RUN, BY SEQOPC00 (OLD OPNFILE IN, OPNNEW
      *                   OUT, THEN THE FILES ARE SWAPPED).
      ******************************************************************
       01  OPN-RECORD.
           05  OPN-KEY.
               10  OPN-SEQ-VALUE       PIC 9(07).
               10  OPN-CYCLE-COUNT     PIC 9(05).
               10  OPN-SERIES-CODE     PIC X(01).
           05  OPN-STATUS              PIC X(01).
               88  OPN-OPEN                VALUE 'O'.
               88  OPN-CLOSED              VALUE 'C'.
               88  OPN-VOIDED              VALUE 'V'.
           05  OPN-CLOSED-DATE         PIC 9(08).
           05  OPN-TRN-KEY             PIC X(20).
