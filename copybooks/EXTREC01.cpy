      *                   CARRIES ONE RECORD PER SERIES SO DOWNSTREAM
      *                   SYSTEMS SEE EACH RANGE SEPARATELY. A BLANK
      *                   CODE IS THE GENERAL SERIES.
      *  2026-10-05  JHM  ADDED EXT-LAST-CHECK-DIGIT AND EXT-NEXT-
      *                   CHECK-DIGIT, APPENDED SO AN OLDER LINE READS
      *                   WITH THEM BLANK - THE CHECK DIGITS OF THE
      *                   LAST-ISSUED AND NEXT-AVAILABLE VALUES.
      *  2026-10-14  JHM  ADDED EXT-DAY-CYCLE, APPENDED SO AN OLDER LINE
      *                   READS WITH IT BLANK - THE INTRADAY ISSUANCE
      *                   CYCLE OF THE BUSINESS DATE THAT PUBLISHED THE
      *                   EXTRACT (SEE RCNREC01). THE EXTRACT IS
      *                   REPUBLISHED AT THE END OF EVERY CYCLE AND
      *                   EXT-COUNT-ISSUED IS THAT CYCLE'S ISSUES.
      ******************************************************************
       01  EXT-RECORD.
           05  EXT-RUN-ID              PIC X(08).
           05  EXT-CYCLE-COUNT         PIC 9(05).
           05  EXT-COUNT-ISSUED        PIC 9(07).
           05  EXT-SERIES-CODE         PIC X(01).
           05  EXT-LAST-CHECK-DIGIT    PIC X(01).
           05  EXT-NEXT-CHECK-DIGIT    PIC X(01).
           05  EXT-DAY-CYCLE           PIC 9(02).
