      ******************************************************************
      *  OLGREC01 - OPERATOR ACTIVITY LOG RECORD
      *  EVERY SCREEN PROGRAM APPENDS ONE RECORD TO OPRLOG FOR EACH
      *  SIGN-ON, REFUSED SIGN-ON, REFUSED FUNCTION, AUDITED ACTION AND
      *  SIGN-OFF, STAMPED WITH THE OPERATOR ID AS KEYED (A REFUSED
      *  SIGN-ON LOGS THE ID THAT WAS TRIED). SEQOPR00 READS IT FOR
      *  THE PERIODIC OPERATOR ACTIVITY REPORT.
      *
      *  OLG-EVENT-TYPE  'N' SIGNED ON
      *                  'F' SIGN-ON FAILED - DETAIL CARRIES WHY
      *                  'A' REFUSED FOR WANT OF AUTHORITY
      *                  'X' AUDITED ACTION - DETAIL NAMES IT, WITH
      *                      THE SERIES AND SEQUENCE VALUE IT TOUCHED
      *                  'O' SIGNED OFF
      *
      *  2026-10-12  JHM  INITIAL VERSION.
      ******************************************************************
       01  OLG-RECORD.
           05  OLG-DATE                PIC 9(08).
           05  OLG-TIME                PIC 9(06).
           05  OLG-USER-ID             PIC X(08).
           05  OLG-RUN-ID              PIC X(08).
           05  OLG-EVENT-TYPE          PIC X(01).
               88  OLG-SIGN-ON             VALUE 'N'.
               88  OLG-SIGN-ON-FAILED      VALUE 'F'.
               88  OLG-AUTHORITY-REFUSED   VALUE 'A'.
               88  OLG-ACTION              VALUE 'X'.
               88  OLG-SIGN-OFF            VALUE 'O'.
           05  OLG-SERIES-CODE         PIC X(01).
           05  OLG-SEQ-VALUE           PIC 9(07).
           05  OLG-DETAIL              PIC X(50).
