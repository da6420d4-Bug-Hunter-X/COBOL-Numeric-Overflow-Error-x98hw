      ******************************************************************
      *  OPRREC01 - OPERATOR SECURITY RECORD
      *  ONE RECORD PER NAMED OPERATOR ON OPRFILE, A SEPARATELY SECURED
      *  FILE MAINTAINED BY SECURITY ADMINISTRATION THE SAME WAY AS
      *  SUPFILE. EVERY SCREEN PROGRAM READS IT AT SIGN-ON TO PROVE THE
      *  OPERATOR'S PASSWORD AND PICK UP WHAT THE OPERATOR MAY DO, SO
      *  AN OVERRIDE OR A FORCE-RELEASE NAMES THE PERSON WHO MADE IT
      *  INSTEAD OF WHOEVER KNEW THE SHARED SUPERVISOR CODE.
      *
      *  OPR-STATUS  'A' ACTIVE
      *              'R' REVOKED - KEPT ON FILE SO THE ACTIVITY REPORT
      *                  CAN STILL NAME THE OPERATOR, BUT REFUSED AT
      *                  SIGN-ON
      *
      *  EACH AUTHORITY FLAG IS 'Y' GRANTED, ANYTHING ELSE REFUSED:
      *    INQUIRE        SEQINQ00, SEQHST00, AND THE INQUIRY SIDE OF
      *                   SEQMNT00 AND SEQSRM00
      *    DESK ISSUE     SEQONE00 OVER-THE-COUNTER ISSUANCE
      *    REJECT REPAIR  SEQFIX00 REJECT WORKBENCH
      *    OVERRIDE       SEQMNT00 COUNTER RESET AND SEQSRM00 SERIES
      *                   MASTER ADD AND CHANGE
      *    FORCE RELEASE  SEQMNT00 FORCE-RELEASE OF THE RUN LOCK
      *
      *  2026-10-12  JHM  INITIAL VERSION.
      ******************************************************************
       01  OPR-RECORD.
           05  OPR-USER-ID             PIC X(08).
           05  OPR-PASSWORD            PIC X(08).
           05  OPR-NAME                PIC X(30).
           05  OPR-STATUS              PIC X(01).
               88  OPR-ACTIVE              VALUE 'A'.
               88  OPR-REVOKED             VALUE 'R'.
           05  OPR-AUTHORITIES.
               10  OPR-AUTH-INQUIRE        PIC X(01).
               10  OPR-AUTH-DESK-ISSUE     PIC X(01).
               10  OPR-AUTH-REJECT-REPAIR  PIC X(01).
               10  OPR-AUTH-OVERRIDE       PIC X(01).
               10  OPR-AUTH-FORCE-RELEASE  PIC X(01).
           05  FILLER                  PIC X(28).
