      ******************************************************************
      *  ACKREC01 - BATCH ACKNOWLEDGMENT RECORDS
      *  WRITTEN BY SEQACK00 AND RETURNED TO THE SYSTEM OR BRANCH THAT
      *  SENT EACH BATCH (BCH-SOURCE). EACH SOURCE GETS ITS OWN FILE,
      *  ACK.<SOURCE>.<BUSINESS DATE>, HOLDING AN 'ACKHDR' RECORD
      *  NAMING THE SOURCE, THEN FOR EACH OF ITS BATCHES AN 'ACKBCH'
      *  STATUS RECORD, ONE 'ACKKEY' RECORD PER TRANSACTION KEY WITH
      *  THE NUMBER AND SERIES IT WAS GIVEN (OR THE NUMBER A VOID
      *  RETIRED), ONE 'ACKREJ' RECORD PER REJECT WITH ITS REASON CODE,
      *  AND AN 'ACKBTL' BATCH TOTALS RECORD; AND LAST AN 'ACKTRL'
      *  TRAILER. A LATER CYCLE THE SAME DAY ADDS A FURTHER HEADER-TO-
      *  TRAILER ACKNOWLEDGMENT TO THE SAME FILE.
      *
      *  PROOF: FOR A BATCH THAT WAS NOT SUSPENDED, ISSUED + VOIDED +
      *  REJECTED EQUALS THE RECORD COUNT ON THE SENDER'S OWN TRAILER,
      *  WHICH IS ECHOED BACK WITH ITS HASH TOTAL. THE VALUE HASH IS
      *  THE SUM OF THE SEQUENCE VALUES LISTED ON THE ACKKEY RECORDS.
      *  THE FILE TRAILER COUNTS EVERY RECORD BETWEEN HEADER AND
      *  TRAILER.
      *
      *  ACK-BCH-STATUS  'A' ACCEPTED - EVERY RECORD GIVEN A NUMBER
      *                  'P' PARTLY ACCEPTED - SOME RECORDS REJECTED
      *                  'R' REJECTED - EVERY RECORD REJECTED
      *                  'S' SUSPENDED WHOLE ON TRNSUSP - NOTHING
      *                      NUMBERED; THE SUSPENSE REASON FOLLOWS
      *
      *  2026-10-09  JHM  INITIAL VERSION.
      ******************************************************************
       01  ACK-RECORD.
           05  ACK-RECORD-TYPE         PIC X(08).
               88  ACK-HEADER              VALUE 'ACKHDR'.
               88  ACK-BATCH               VALUE 'ACKBCH'.
               88  ACK-KEY-LINE            VALUE 'ACKKEY'.
               88  ACK-REJECT-LINE         VALUE 'ACKREJ'.
               88  ACK-BATCH-TOTALS        VALUE 'ACKBTL'.
               88  ACK-TRAILER             VALUE 'ACKTRL'.
           05  ACK-SOURCE              PIC X(08).
           05  ACK-BUS-DATE            PIC 9(08).
           05  ACK-RUN-DATE            PIC 9(08).
           05  ACK-RUN-TIME            PIC 9(06).
           05  FILLER                  PIC X(42).
       01  ACK-BATCH-RECORD REDEFINES ACK-RECORD.
           05  FILLER                  PIC X(08).
           05  ACK-BCH-BATCH-ID        PIC X(08).
           05  ACK-BCH-CREATE-DATE     PIC X(08).
           05  ACK-BCH-STATUS          PIC X(01).
               88  ACK-BCH-ACCEPTED        VALUE 'A'.
               88  ACK-BCH-PARTIAL         VALUE 'P'.
               88  ACK-BCH-REJECTED        VALUE 'R'.
               88  ACK-BCH-SUSPENDED       VALUE 'S'.
           05  ACK-BCH-STATUS-TEXT     PIC X(26).
           05  ACK-BCH-REASON          PIC X(29).
       01  ACK-KEY-RECORD REDEFINES ACK-RECORD.
           05  FILLER                  PIC X(08).
           05  ACK-KEY-BATCH-ID        PIC X(08).
           05  ACK-KEY-TRN-KEY         PIC X(20).
           05  ACK-KEY-ACTION          PIC X(01).
               88  ACK-KEY-ISSUED          VALUE 'I'.
               88  ACK-KEY-VOIDED          VALUE 'V'.
           05  ACK-KEY-SERIES-CODE     PIC X(01).
           05  ACK-KEY-SEQ-VALUE       PIC 9(07).
           05  ACK-KEY-CHECK-DIGIT     PIC X(01).
           05  FILLER                  PIC X(34).
       01  ACK-REJECT-RECORD REDEFINES ACK-RECORD.
           05  FILLER                  PIC X(08).
           05  ACK-REJ-BATCH-ID        PIC X(08).
           05  ACK-REJ-TRN-KEY         PIC X(20).
           05  ACK-REJ-SERIES-CODE     PIC X(01).
           05  ACK-REJ-ACTION          PIC X(01).
           05  ACK-REJ-REASON-CODE     PIC X(02).
           05  FILLER                  PIC X(40).
       01  ACK-TOTALS-RECORD REDEFINES ACK-RECORD.
           05  FILLER                  PIC X(08).
           05  ACK-BTL-BATCH-ID        PIC X(08).
           05  ACK-BTL-SENDER-COUNT    PIC X(07).
           05  ACK-BTL-SENDER-HASH     PIC X(13).
           05  ACK-BTL-ISSUED-COUNT    PIC 9(07).
           05  ACK-BTL-VOIDED-COUNT    PIC 9(07).
           05  ACK-BTL-REJECT-COUNT    PIC 9(07).
           05  ACK-BTL-VALUE-HASH      PIC 9(13).
           05  FILLER                  PIC X(10).
       01  ACK-TRAILER-RECORD REDEFINES ACK-RECORD.
           05  FILLER                  PIC X(08).
           05  ACK-TRL-SOURCE          PIC X(08).
           05  ACK-TRL-BATCH-COUNT     PIC 9(05).
           05  ACK-TRL-RECORD-COUNT    PIC 9(07).
           05  ACK-TRL-ISSUED-COUNT    PIC 9(07).
           05  ACK-TRL-VOIDED-COUNT    PIC 9(07).
           05  ACK-TRL-REJECT-COUNT    PIC 9(07).
           05  FILLER                  PIC X(31).
