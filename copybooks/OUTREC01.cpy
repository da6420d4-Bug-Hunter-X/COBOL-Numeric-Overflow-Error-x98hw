      *                   TRANSMISSION THAT BROUGHT ITS TRANSACTION
      *                   IN (SEE BCHREC01). BLANK FOR A FEED WITH
      *                   NO MANIFEST.
      *  2026-09-14  JHM  ADDED OUT-CYCLE-COUNT, CARVED FROM FILLER,
      *                   SO THE LEDGER POSTING (SEQOPN00) KNOWS
      *                   WHICH CYCLE OF THE VALUE WAS ISSUED OR
      *                   VOIDED. BLANK ON AN OLDER LINE - THE READER
      *                   TAKES THE CYCLE FROM THE REGISTER INSTEAD.
      *  2026-10-05  JHM  ADDED OUT-CHECK-DIGIT, CARVED FROM FILLER -
      *                   THE MODULUS-10 CHECK DIGIT OF OUT-SEQ-VALUE.
      *                   THE NUMBER AS THE CUSTOMER SEES IT IS THE
      *                   SEVEN-DIGIT VALUE FOLLOWED BY THIS DIGIT.
      *                   BLANK ON AN OLDER LINE.
      *  2026-10-14  JHM  ADDED OUT-DAY-CYCLE, CARVED FROM FILLER - THE
      *                   INTRADAY ISSUANCE CYCLE OF THE BUSINESS DATE
      *                   THAT WROTE THE LINE (SEE RCNREC01). OUTFILE IS
      *                   WRITTEN FRESH BY EVERY CYCLE, SO EVERY LINE ON
      *                   IT CARRIES THE SAME CYCLE. NOT THE ROLLOVER
      *                   CYCLE IN OUT-CYCLE-COUNT. BLANK ON AN OLDER
      *                   LINE.
      ******************************************************************
       01  OUT-RECORD.
           05  OUT-KEY                 PIC X(20).
               88  OUT-ISSUED              VALUE SPACE 'I'.
               88  OUT-VOIDED              VALUE 'V'.
           05  OUT-BATCH-ID            PIC X(08).
           05  OUT-CYCLE-COUNT         PIC 9(05).
           05  OUT-CHECK-DIGIT         PIC X(01).
           05  OUT-DAY-CYCLE           PIC 9(02).
           05  FILLER                  PIC X(35).
