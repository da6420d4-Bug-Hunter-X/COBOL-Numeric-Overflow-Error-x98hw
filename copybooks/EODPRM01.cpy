      ******************************************************************
      *  EODPRM01 - END-OF-DAY CLOSE PARAMETER RECORD
      *  READ BY SEQEOD00 FROM EODPARM. EOD-CLOSE-DATE, WHEN KEYED,
      *  MUST EQUAL THE OPEN BUSINESS DATE ON CALFILE OR THE CLOSE IS
      *  REFUSED - THE OPERATOR STATES WHICH DAY THEY MEAN TO CLOSE,
      *  SO A RERUN CANNOT ROLL THE CALENDAR PAST A DAY NOBODY
      *  CHECKED. A BLANK DATE CLOSES WHATEVER DAY IS OPEN. A FORCED
      *  CLOSE (EOD-FORCE-SW 'Y') CLOSES A DAY THE JOURNAL CHECK
      *  WOULD REFUSE, AND ONLY FOR AN OPERATOR WHOSE ID AND PASSWORD
      *  PROVE ON OPRFILE WITH OVERRIDE AUTHORITY, AND WITH A
      *  NON-BLANK REASON - BOTH GO ON EXCFILE. A MISSING FILE IS AN
      *  UNFORCED CLOSE OF THE OPEN DAY.
      *
      *  2026-09-21  JHM  INITIAL VERSION.
      *  2026-10-15  JHM  SUPERVISOR CODE REPLACED BY OPERATOR ID AND
      *                   PASSWORD.
      ******************************************************************
       01  EOD-PARM-RECORD.
           05  EOD-CLOSE-DATE          PIC X(08).
           05  EOD-FORCE-SW            PIC X(01).
               88  EOD-FORCE               VALUE 'Y'.
           05  EOD-OPERATOR-ID         PIC X(08).
           05  EOD-PASSWORD            PIC X(08).
           05  EOD-FORCE-REASON        PIC X(46).
           05  FILLER                  PIC X(09).
