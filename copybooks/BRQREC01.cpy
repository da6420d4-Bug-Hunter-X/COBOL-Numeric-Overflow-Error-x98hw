      ******************************************************************
      *  BRQREC01 - BRANCH BLOCK ALLOCATION REQUEST RECORD
      *  READ BY SEQBLK00 FROM BLKREQ. ONE RECORD PER BLOCK WANTED: THE
      *  SERIES, THE BRANCH THAT WILL HOLD IT, HOW MANY VALUES, AND THE
      *  DATE AFTER WHICH ANY VALUE THE BRANCH HAS NOT REPORTED USED IS
      *  VOIDED. A QUANTITY OF ZERO OR OVER THE SEQBLK00 LIMIT, AN
      *  EXPIRY NOT AFTER THE BUSINESS DATE, OR A SERIES NOT IN FORCE
      *  ON THE SERIES MASTER IS REFUSED AND LISTED. A MISSING FILE
      *  MEANS NO BLOCKS ARE WANTED THIS RUN.
      *
      *  2026-10-08  JHM  INITIAL VERSION.
      ******************************************************************
       01  BRQ-RECORD.
           05  BRQ-SERIES-CODE         PIC X(01).
           05  BRQ-BRANCH-ID           PIC X(08).
           05  BRQ-QUANTITY            PIC X(05).
           05  BRQ-QUANTITY-NUM REDEFINES BRQ-QUANTITY
                                       PIC 9(05).
           05  BRQ-EXPIRY-DATE         PIC X(08).
           05  BRQ-EXPIRY-DATE-NUM REDEFINES BRQ-EXPIRY-DATE
                                       PIC 9(08).
           05  FILLER                  PIC X(18).
