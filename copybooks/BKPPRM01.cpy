      ******************************************************************
      *  BKPPRM01 - CONTROL-FILE BACKUP AND RESTORE PARAMETER RECORD
      *  READ BY SEQBKP00 FROM BKPPARM. BKP-PRM-FUNCTION IS B (TAKE A
      *  GENERATION - ALSO WHAT A MISSING FILE OR A BLANK FUNCTION
      *  MEANS, SO THE NIGHTLY STEP NEEDS NO CARD), L (LIST THE
      *  CATALOG), C (COMPARE A GENERATION WITH THE LIVE FILES AND
      *  THE REGISTER) OR R (RESTORE A GENERATION). C AND R NAME THE
      *  GENERATION; A BLANK NUMBER ON A COMPARE MEANS THE LATEST. A
      *  RESTORE NEEDS AN OPERATOR ID AND PASSWORD WITH OVERRIDE
      *  AUTHORITY ON OPRFILE, AND IS REFUSED WHEN THE REGISTER HOLDS
      *  NUMBERS PAST THE GENERATION'S COUNTERS UNLESS BKP-PRM-FORCE
      *  IS Y. BKP-PRM-RETAIN-DAYS OVERRIDES THE ROLL-OFF PERIOD ON A
      *  BACKUP RUN; BLANK, ZERO OR NON-NUMERIC KEEPS THE DEFAULT.
      *
      *  2026-10-15  JHM  INITIAL VERSION.
      ******************************************************************
       01  BKP-PARM-RECORD.
           05  BKP-PRM-FUNCTION        PIC X(01).
           05  FILLER                  PIC X(01).
           05  BKP-PRM-GEN-NUMBER      PIC X(05).
           05  FILLER                  PIC X(01).
           05  BKP-PRM-OPERATOR-ID     PIC X(08).
           05  FILLER                  PIC X(01).
           05  BKP-PRM-PASSWORD        PIC X(08).
           05  FILLER                  PIC X(01).
           05  BKP-PRM-FORCE           PIC X(01).
           05  FILLER                  PIC X(01).
           05  BKP-PRM-RETAIN-DAYS     PIC X(05).
           05  FILLER                  PIC X(47).
