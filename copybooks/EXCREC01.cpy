      *                   RSVREC01), SO THE GAP IS EXPLAINED ON THE
      *                   LOG INSTEAD OF FLAGGED BY THE BALANCING
      *                   JOB.
      *  2026-09-21  JHM  ADDED EXC-FORCED-CLOSE EVENT TYPE FOR A
      *                   FORCED SEQEOD00 DAY CLOSE. THE SEQUENCE
      *                   VALUE IS ZERO, THE MESSAGE CARRIES THE
      *                   CLOSED DATE AND THE REASON, AND THE
      *                   OPERATOR ID IS THE ONE WHO FORCED IT.
      *  2026-09-28  JHM  ADDED EXC-SERIES-MAINT EVENT TYPE FOR AN ADD,
      *                   CHANGE OR CLOSE ON THE SERIES MASTER (SEE
      *                   SRMREC01) MADE THROUGH SEQSRM00. THE SEQUENCE
      *                   VALUE CARRIES THE NEW MAXIMUM.
      *  2026-10-08  JHM  ADDED EXC-BLOCK-ALLOC EVENT TYPE FOR A BLOCK
      *                   OF VALUES CARVED FROM A SERIES COUNTER FOR AN
      *                   OFFLINE BRANCH BY SEQBLK00 (SEE BLKREC01).
      *                   THE SEQUENCE VALUE IS THE FIRST IN THE BLOCK
      *                   AND THE MESSAGE CARRIES THE RANGE, THE BRANCH
      *                   AND THE EXPIRY DATE.
      *  2026-10-12  JHM  ADDED EXC-OPERATOR-ID, APPENDED SO THE OLDER
      *                   OFFSETS ARE UNCHANGED - THE SIGNED-ON OPERATOR
      *                   (SEE OPRREC01) WHO TOOK AN ACTION FROM A
      *                   SCREEN PROGRAM. BLANK ON EVERY EVENT A BATCH
      *                   PROGRAM RAISES, AND ON EVERY EVENT LOGGED
      *                   BEFORE THIS CHANGE (A SHORTER LINE READS AS
      *                   BLANK). THE RECORD IS NOW 109 BYTES.
      ******************************************************************
       01  EXC-RECORD.
           05  EXC-RUN-ID              PIC X(08).
               88  EXC-RESTART-FAIL        VALUE 'F'.
               88  EXC-VOIDED              VALUE 'V'.
               88  EXC-RESERVED-SKIP       VALUE 'S'.
               88  EXC-FORCED-CLOSE        VALUE 'D'.
               88  EXC-SERIES-MAINT        VALUE 'L'.
               88  EXC-BLOCK-ALLOC         VALUE 'B'.
           05  EXC-MESSAGE             PIC X(70).
           05  EXC-SERIES-CODE         PIC X(01).
           05  EXC-OPERATOR-ID         PIC X(08).
