      *  OUT-OF-ORDER STEP, OR A STEP THAT ENDED ON A HALT.
      *
      *  2026-09-02  JHM  INITIAL VERSION.
      *  2026-10-14  JHM  ADDED JRN-DAY-CYCLE, APPENDED SO AN OLDER LINE
      *                   READS WITH IT BLANK - THE INTRADAY ISSUANCE
      *                   CYCLE A SEQGEN00 OR SEQBAL00 RECORD BELONGS
      *                   TO (SEE RCNREC01), SO THE MORNING CHECK CAN
      *                   PROVE EVERY CONFIGURED CYCLE RAN. BLANK FOR A
      *                   PROGRAM THAT DOES NOT RUN BY CYCLE.
      ******************************************************************
       01  JRN-RECORD.
           05  JRN-RUN-ID              PIC X(08).
               88  JRN-WARNING             VALUE 'W'.
               88  JRN-HALTED              VALUE 'H'.
           05  JRN-HALT-PARA           PIC X(20).
           05  JRN-DAY-CYCLE           PIC 9(02).
