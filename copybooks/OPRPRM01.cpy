      ******************************************************************
      *  OPRPRM01 - OPERATOR ACTIVITY REPORT PARAMETER RECORD
      *  READ BY SEQOPR00 FROM OPRPARM TO SELECT THE PERIOD THE
      *  SECURITY REVIEW COVERS. A MISSING FILE OR A BLANK OR
      *  NON-NUMERIC TO-DATE FALLS BACK TO THE OPEN BUSINESS DATE; A
      *  BLANK OR NON-NUMERIC FROM-DATE FALLS BACK TO SIX DAYS BEFORE
      *  THE TO-DATE, SO THE DEFAULT RUN IS THE WEEK ENDING TODAY.
      *
      *  2026-10-12  JHM  INITIAL VERSION.
      ******************************************************************
       01  OPR-PARM-RECORD.
           05  OPR-PRM-FROM-DATE       PIC X(08).
           05  FILLER                  PIC X(01).
           05  OPR-PRM-TO-DATE         PIC X(08).
           05  FILLER                  PIC X(63).
