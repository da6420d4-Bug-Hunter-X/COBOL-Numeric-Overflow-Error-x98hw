      ******************************************************************
      *  AUDPRM01 - PERIOD-END AUDIT EXTRACT PARAMETER RECORD
      *  READ BY SEQAUD00 FROM AUDPARM TO SELECT THE PERIOD THE AUDIT
      *  PACKAGE COVERS, HOW MANY ISSUED NUMBERS ARE DRAWN FOR THE
      *  AUDITORS TO TRACE, AND THE SEED OF THE DRAW. A MISSING FILE,
      *  A BLANK FIELD OR A NON-NUMERIC DATE TAKES THE LAST COMPLETE
      *  CALENDAR QUARTER (THE QUARTER ENDING ON THE OPEN BUSINESS
      *  DATE WHEN THAT DATE IS A QUARTER-END). A BLANK SAMPLE SIZE
      *  DRAWS 25; ZERO DRAWS NONE. A BLANK SEED IS TAKEN FROM THE
      *  TIME OF DAY. THE SEED USED IS PRINTED AND CARRIED ON THE
      *  EXTRACT, SO KEYING IT BACK REPRODUCES THE SAME DRAW.
      *
      *  2026-10-15  JHM  INITIAL VERSION.
      ******************************************************************
       01  AUD-PARM-RECORD.
           05  AUD-PRM-FROM-DATE       PIC X(08).
           05  FILLER                  PIC X(01).
           05  AUD-PRM-TO-DATE         PIC X(08).
           05  FILLER                  PIC X(01).
           05  AUD-PRM-SAMPLE-SIZE     PIC X(03).
           05  FILLER                  PIC X(01).
           05  AUD-PRM-SEED            PIC X(09).
           05  FILLER                  PIC X(49).
