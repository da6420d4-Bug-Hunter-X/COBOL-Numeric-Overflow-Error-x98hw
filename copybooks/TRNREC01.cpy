      *                   CAN CARRY THE BATCH ID THROUGH TO OUT-FILE
      *                   AND THE ISSUANCE REGISTER. BLANK FOR A
      *                   FEED WITH NO MANIFEST.
      *  2026-09-28  JHM  THE SERIES MASTER (SRMREC01) IS NOW THE LIST
      *                   OF VALID SERIES CODES. THE 88-LEVELS BELOW
      *                   NAME THE ORIGINAL FOUR SERIES ONLY AND ARE NO
      *                   LONGER AN EDIT - A NEW SERIES IS OPENED ON
      *                   THE MASTER, NOT HERE.
      *  2026-10-05  JHM  ADDED TRN-VOID-CHECK-DIGIT, CARVED FROM
      *                   FILLER - THE CHECK DIGIT KEYED WITH THE
      *                   NUMBER A VOID RETIRES. BLANK (EVERY EXISTING
      *                   RECORD) MEANS NONE WAS KEYED; SEQEDT00 THEN
      *                   ACCEPTS THE VOID ONLY FOR A NUMBER ISSUED
      *                   BEFORE CHECK DIGITS (SEE REGREC01).
      *  2026-10-12  JHM  ADDED TRN-REPAIR-OPERATOR, CARVED FROM FILLER.
      *                   STAMPED BY SEQFIX00 WITH THE SIGNED-ON
      *                   OPERATOR (SEE OPRREC01) WHEN A REPAIRED REJECT
      *                   IS RESUBMITTED, SO THE RESUPPLY RECORD SAYS
      *                   WHO REPAIRED IT. BLANK ON AN ORIGINAL FEED
      *                   RECORD. NOT EDITED.
      ******************************************************************
       01  TRN-RECORD.
           05  TRN-KEY                 PIC X(20).
               88  TRN-ACTION-VOID         VALUE 'V'.
           05  TRN-VOID-SEQ            PIC X(07).
           05  TRN-BATCH-ID            PIC X(08).
           05  TRN-VOID-CHECK-DIGIT    PIC X(01).
           05  TRN-REPAIR-OPERATOR     PIC X(08).
           05  FILLER                  PIC X(34).
