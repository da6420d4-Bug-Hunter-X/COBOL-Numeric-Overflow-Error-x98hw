      ******************************************************************
      *  SRMREC01 - SERIES MASTER RECORD
      *  ONE RECORD PER SEQUENCE SERIES, KEYED BY THE SERIES CODE THAT
      *  RIDES TRN-SERIES-CODE. THE MASTER IS THE AUTHORITY FOR WHICH
      *  SERIES EXIST: SEQEDT00 REJECTS A RECORD WHOSE SERIES IS NOT ON
      *  IT OR IS NOT IN FORCE, AND SEQGEN00 AND SEQONE00 TAKE THE
      *  STARTING VALUE, MAXIMUM AND ROLLOVER RULE FROM IT INSTEAD OF
      *  THE COMPILED DEFAULT. MAINTAINED ONLY THROUGH THE SEQSRM00
      *  SCREEN. A SERIES IS IN FORCE ON A BUSINESS DATE WHEN IT IS
      *  ACTIVE, ITS EFFECTIVE DATE IS ZERO OR NOT AFTER THE DATE, AND
      *  ITS END DATE IS ZERO OR NOT BEFORE THE DATE.
      *
      *  2026-09-28  JHM  INITIAL VERSION.
      ******************************************************************
       01  SRM-RECORD.
           05  SRM-SERIES-CODE         PIC X(01).
           05  SRM-DESCRIPTION         PIC X(30).
           05  SRM-DEPARTMENT          PIC X(10).
           05  SRM-START-VALUE         PIC 9(07).
           05  SRM-MAX-VALUE           PIC 9(07).
           05  SRM-ROLLOVER-SW         PIC X(01).
               88  SRM-ROLLOVER-ALLOWED    VALUE 'Y'.
               88  SRM-ROLLOVER-BARRED     VALUE 'N'.
           05  SRM-STATUS              PIC X(01).
               88  SRM-ACTIVE              VALUE 'A'.
               88  SRM-CLOSED              VALUE 'C'.
           05  SRM-EFF-DATE            PIC 9(08).
           05  SRM-END-DATE            PIC 9(08).
           05  SRM-MAINT-DATE          PIC 9(08).
           05  SRM-MAINT-TIME          PIC 9(06).
           05  FILLER                  PIC X(13).
