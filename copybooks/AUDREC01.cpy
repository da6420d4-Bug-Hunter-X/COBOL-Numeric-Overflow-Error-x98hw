      ******************************************************************
      *  AUDREC01 - PERIOD-END AUDIT EXTRACT RECORD
      *  WRITTEN BY SEQAUD00 TO AUDEXT, THE FIXED-FORMAT PACKAGE THE
      *  EXTERNAL AUDITORS LOAD FOR THE PERIOD. EVERY RECORD IS 120
      *  BYTES: A RECORD TYPE, THE SERIES CODE, AND A DETAIL AREA
      *  WHOSE LAYOUT THE TYPE SELECTS. THE FILE RUNS IN THIS ORDER -
      *    H  ONE HEADER: THE PERIOD, THE RUN AND THE SAMPLE DRAWN
      *    O  ONE PER OPERATOR OVERRIDE LOGGED IN THE PERIOD
      *    G  ONE PER RANGE OF UNEXPLAINED MISSING VALUES
      *    D  ONE PER UNEXPLAINED DUPLICATE ISSUE
      *    S  ONE SUMMARY PER SERIES
      *    P  REGISTER POSTINGS OF EACH SAMPLED NUMBER
      *    E  EXCEPTION EVENTS OF EACH SAMPLED NUMBER
      *    T  ONE TRAILER: RECORD COUNTS BY TYPE AND CONTROL TOTALS
      *  THE TRAILER COUNTS EVERY RECORD BEFORE IT PLUS ITSELF, AND
      *  CARRIES THE TOTAL NUMBERS ISSUED IN THE PERIOD AND A HASH
      *  TOTAL OF THEIR VALUES, SO THE AUDITORS CAN PROVE THE FILE
      *  COMPLETE AND AGREE IT TO THE SERIES SUMMARIES.
      *
      *  2026-10-15  JHM  INITIAL VERSION.
      ******************************************************************
       01  AUD-RECORD.
           05  AUD-REC-TYPE            PIC X(01).
               88  AUD-HEADER              VALUE 'H'.
               88  AUD-OVERRIDE            VALUE 'O'.
               88  AUD-GAP                 VALUE 'G'.
               88  AUD-DUPLICATE           VALUE 'D'.
               88  AUD-SUMMARY             VALUE 'S'.
               88  AUD-POSTING             VALUE 'P'.
               88  AUD-EVENT               VALUE 'E'.
               88  AUD-TRAILER             VALUE 'T'.
           05  AUD-SERIES-CODE         PIC X(01).
           05  AUD-DETAIL              PIC X(118).
      *-----------------------------------------------------------
      * H - HEADER
      *-----------------------------------------------------------
           05  AUD-HEADER-DATA REDEFINES AUD-DETAIL.
               10  AUD-HDR-FROM-DATE   PIC 9(08).
               10  AUD-HDR-TO-DATE     PIC 9(08).
               10  AUD-HDR-BUS-DATE    PIC 9(08).
               10  AUD-HDR-RUN-DATE    PIC 9(08).
               10  AUD-HDR-RUN-TIME    PIC 9(06).
               10  AUD-HDR-RUN-ID      PIC X(08).
               10  AUD-HDR-SAMPLE-SIZE PIC 9(05).
               10  AUD-HDR-SEED        PIC 9(09).
               10  FILLER              PIC X(58).
      *-----------------------------------------------------------
      * S - SERIES SUMMARY. COUNTER VALUES ARE THE HIGHEST NUMBER
      * (BY CYCLE, THEN VALUE) THE REGISTER HOLDS AS ISSUED BEFORE
      * THE PERIOD OPENED AND BY THE TIME IT CLOSED.
      *-----------------------------------------------------------
           05  AUD-SUMMARY-DATA REDEFINES AUD-DETAIL.
               10  AUD-SUM-OPEN-VALUE  PIC 9(07).
               10  AUD-SUM-OPEN-CYCLE  PIC 9(05).
               10  AUD-SUM-CLOSE-VALUE PIC 9(07).
               10  AUD-SUM-CLOSE-CYCLE PIC 9(05).
               10  AUD-SUM-ISSUED      PIC 9(07).
               10  AUD-SUM-VOIDED      PIC 9(07).
               10  AUD-SUM-RSV-SKIPPED PIC 9(07).
               10  AUD-SUM-COL-SKIPPED PIC 9(07).
               10  AUD-SUM-ROLLOVERS   PIC 9(05).
               10  AUD-SUM-OVERRIDES   PIC 9(05).
               10  AUD-SUM-GAP-RANGES  PIC 9(05).
               10  AUD-SUM-GAP-VALUES  PIC 9(07).
               10  AUD-SUM-DUPLICATES  PIC 9(05).
               10  AUD-SUM-DESCRIPTION PIC X(30).
               10  FILLER              PIC X(09).
      *-----------------------------------------------------------
      * O AND E - A LOGGED EVENT, AS EXCREC01 CARRIES IT. THE
      * SAMPLE NUMBER IS ZERO ON AN O RECORD.
      *-----------------------------------------------------------
           05  AUD-EVENT-DATA REDEFINES AUD-DETAIL.
               10  AUD-EVT-SAMPLE-NO   PIC 9(05).
               10  AUD-EVT-DATE        PIC 9(08).
               10  AUD-EVT-TIME        PIC 9(06).
               10  AUD-EVT-SEQ-VALUE   PIC 9(07).
               10  AUD-EVT-TYPE        PIC X(01).
               10  AUD-EVT-RUN-ID      PIC X(08).
               10  AUD-EVT-OPERATOR-ID PIC X(08).
               10  AUD-EVT-MESSAGE     PIC X(70).
               10  FILLER              PIC X(05).
      *-----------------------------------------------------------
      * G - A RUN OF MISSING VALUES NO COLLISION, RESERVATION OR
      * BRANCH BLOCK EXPLAINS, WITH THE POSTINGS EITHER SIDE.
      *-----------------------------------------------------------
           05  AUD-GAP-DATA REDEFINES AUD-DETAIL.
               10  AUD-GAP-CYCLE       PIC 9(05).
               10  AUD-GAP-FROM-VALUE  PIC 9(07).
               10  AUD-GAP-TO-VALUE    PIC 9(07).
               10  AUD-GAP-VALUE-COUNT PIC 9(07).
               10  AUD-GAP-PRIOR-VALUE PIC 9(07).
               10  AUD-GAP-PRIOR-DATE  PIC 9(08).
               10  AUD-GAP-NEXT-VALUE  PIC 9(07).
               10  AUD-GAP-NEXT-DATE   PIC 9(08).
               10  FILLER              PIC X(62).
      *-----------------------------------------------------------
      * D - A DUPLICATE ISSUE. REASON T: ONE TRANSACTION KEY ISSUED
      * MORE THAN ONE NUMBER WITH NO VOID TO ACCOUNT FOR IT (ONE
      * RECORD PER POSTING OF THE KEY). REASON C: A SERIES STARTED
      * A NEW CYCLE - REISSUING ITS WHOLE RANGE - WITH NO ROLLOVER
      * LOGGED FOR IT (THE FIRST POSTING OF THE CYCLE).
      *-----------------------------------------------------------
           05  AUD-DUP-DATA REDEFINES AUD-DETAIL.
               10  AUD-DUP-REASON      PIC X(01).
                   88  AUD-DUP-SAME-KEY     VALUE 'T'.
                   88  AUD-DUP-NEW-CYCLE    VALUE 'C'.
               10  AUD-DUP-SEQ-VALUE   PIC 9(07).
               10  AUD-DUP-CYCLE       PIC 9(05).
               10  AUD-DUP-TRN-KEY     PIC X(20).
               10  AUD-DUP-RUN-DATE    PIC 9(08).
               10  AUD-DUP-RUN-ID      PIC X(08).
               10  AUD-DUP-NOTE        PIC X(50).
               10  FILLER              PIC X(19).
      *-----------------------------------------------------------
      * P - A REGISTER POSTING OF A SAMPLED NUMBER, AS REGREC01
      * CARRIES IT. EVERY POSTING OF THE SAME SERIES AND VALUE IS
      * GIVEN, IN EVERY CYCLE; THE ONE DRAWN IS FLAGGED Y.
      *-----------------------------------------------------------
           05  AUD-POSTING-DATA REDEFINES AUD-DETAIL.
               10  AUD-PST-SAMPLE-NO   PIC 9(05).
               10  AUD-PST-DRAWN-SW    PIC X(01).
               10  AUD-PST-SEQ-VALUE   PIC 9(07).
               10  AUD-PST-CYCLE       PIC 9(05).
               10  AUD-PST-TRN-KEY     PIC X(20).
               10  AUD-PST-RUN-DATE    PIC 9(08).
               10  AUD-PST-RUN-TIME    PIC 9(06).
               10  AUD-PST-RUN-ID      PIC X(08).
               10  AUD-PST-BATCH-ID    PIC X(08).
               10  AUD-PST-CHECK-DIGIT PIC X(01).
               10  AUD-PST-DAY-CYCLE   PIC 9(02).
               10  FILLER              PIC X(47).
      *-----------------------------------------------------------
      * T - TRAILER. THE RECORD COUNT INCLUDES THE HEADER AND THE
      * TRAILER ITSELF.
      *-----------------------------------------------------------
           05  AUD-TRAILER-DATA REDEFINES AUD-DETAIL.
               10  AUD-TRL-SUMMARY-COUNT
                                       PIC 9(07).
               10  AUD-TRL-OVERRIDE-COUNT
                                       PIC 9(07).
               10  AUD-TRL-GAP-COUNT   PIC 9(07).
               10  AUD-TRL-DUP-COUNT   PIC 9(07).
               10  AUD-TRL-POSTING-COUNT
                                       PIC 9(07).
               10  AUD-TRL-EVENT-COUNT PIC 9(07).
               10  AUD-TRL-RECORD-COUNT
                                       PIC 9(07).
               10  AUD-TRL-ISSUED-TOTAL
                                       PIC 9(09).
               10  AUD-TRL-VALUE-HASH  PIC 9(15).
               10  AUD-TRL-GAP-VALUES  PIC 9(09).
               10  AUD-TRL-REG-READ    PIC 9(09).
               10  FILLER              PIC X(27).
