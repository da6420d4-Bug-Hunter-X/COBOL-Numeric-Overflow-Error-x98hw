      *  EXISTED.
      *
      *  2026-09-02  JHM  INITIAL VERSION.
      *  2026-10-14  JHM  ADDED CAL-CYCLES-PER-DAY, APPENDED SO AN OLDER
      *                   LINE READS WITH IT BLANK - ON THE 'C' CONTROL
      *                   RECORD, THE NUMBER OF SEQGEN00 ISSUANCE CYCLES
      *                   THE BUSINESS DAY RUNS (MID-MORNING, MID-
      *                   AFTERNOON, END OF DAY ...). BLANK, ZERO OR
      *                   NON-NUMERIC MEANS ONE - THE SINGLE NIGHTLY
      *                   RUN. UNUSED ON AN 'N' RECORD.
      ******************************************************************
       01  CAL-RECORD.
           05  CAL-REC-TYPE            PIC X(01).
               88  CAL-NON-PROCESSING      VALUE 'N'.
           05  CAL-DATE                PIC 9(08).
           05  CAL-DESCRIPTION         PIC X(20).
           05  CAL-CYCLES-PER-DAY      PIC 9(02).
