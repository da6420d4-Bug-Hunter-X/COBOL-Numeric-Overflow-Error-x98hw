      *                   RECONCILES SEPARATELY. THE FIELD IS APPENDED
      *                   SO A LEGACY SINGLE-COUNTER LINE READS WITH A
      *                   BLANK CODE, WHICH IS THE GENERAL SERIES.
      *  2026-10-14  JHM  ADDED RCN-DAY-CYCLE AND RCN-DAY-COUNT,
      *                   APPENDED SO A LEGACY LINE READS WITH THEM
      *                   BLANK. THE BUSINESS DAY NOW RUNS SEVERAL
      *                   NUMBERED ISSUANCE CYCLES AND THE FILE IS
      *                   REWRITTEN AT THE END OF EACH ONE: RCN-RUN-DATE
      *                   PLUS RCN-DAY-CYCLE SAY WHICH CYCLE LAST
      *                   COMPLETED, RCN-RECORD-COUNT IS THAT CYCLE'S
      *                   ISSUES AND RCN-DAY-COUNT THE ISSUES OF EVERY
      *                   CYCLE OF THE BUSINESS DATE SO FAR. A BLANK
      *                   CYCLE ON A LINE FOR THE BUSINESS DATE IS THE
      *                   OLD SINGLE NIGHTLY RUN - CYCLE 1, DAY COUNT
      *                   EQUAL TO THE RECORD COUNT.
      ******************************************************************
       01  RCN-RECORD.
           05  RCN-RUN-DATE            PIC 9(08).
           05  RCN-CYCLE-COUNT         PIC 9(05).
           05  RCN-RECORD-COUNT        PIC 9(07).
           05  RCN-SERIES-CODE         PIC X(01).
           05  RCN-DAY-CYCLE           PIC 9(02).
           05  RCN-DAY-COUNT           PIC 9(07).
