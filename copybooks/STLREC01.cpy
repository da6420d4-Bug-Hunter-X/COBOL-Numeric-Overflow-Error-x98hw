      *  NO LONGER BLOCKS REISSUE AFTER A ROLLOVER.
      *
      *  2026-08-22  JHM  INITIAL VERSION.
      *  2026-09-14  JHM  ADDED STL-SERIES-CODE, STL-CYCLE-COUNT AND
      *                   STL-TRN-KEY, APPENDED SO AN OLDER 15-BYTE
      *                   LINE READS WITH THEM BLANK. TOGETHER WITH
      *                   THE SEQUENCE VALUE THEY NAME EXACTLY ONE
      *                   LEDGER ENTRY, AND THE TRANSACTION KEY IS
      *                   PROVED AGAINST THE ISSUANCE REGISTER BEFORE
      *                   ANYTHING IS CLOSED. A BLANK CYCLE MEANS THE
      *                   LATEST CYCLE THE REGISTER HOLDS FOR THE
      *                   VALUE IN THAT SERIES; A BLANK KEY IS NOT
      *                   PROVED (LEGACY FEED).
      *  2026-10-05  JHM  ADDED STL-CHECK-DIGIT, APPENDED SO AN OLDER
      *                   LINE READS WITH IT BLANK - THE CHECK DIGIT
      *                   KEYED WITH STL-SEQ-VALUE. A DIGIT THAT FAILS,
      *                   OR A BLANK DIGIT ON A NUMBER THE REGISTER
      *                   SHOWS WAS ISSUED WITH ONE, HOLDS THE
      *                   SETTLEMENT ON STLEXC UNAPPLIED.
      ******************************************************************
       01  STL-RECORD.
           05  STL-SEQ-VALUE           PIC 9(07).
           05  STL-SETTLE-DATE         PIC 9(08).
           05  STL-SERIES-CODE         PIC X(01).
           05  STL-CYCLE-COUNT         PIC 9(05).
           05  STL-TRN-KEY             PIC X(20).
           05  STL-CHECK-DIGIT         PIC X(01).
