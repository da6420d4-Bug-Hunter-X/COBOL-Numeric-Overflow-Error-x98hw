003600*                   OUT RECORD TO JRNFILE - A DISPOSITION
003700*                   THAT DOES NOT PROVE JOURNALS AS A
003800*                   WARNING - FOR THE MORNING CHECK.
003810*  2026-10-12 JHM   KEEP AND ARCHIVE RECORDS WIDENED TO THE
003820*                   109-BYTE EXC RECORD SO THE OPERATOR ID
003830*                   NOW CARRIED ON SCREEN-PROGRAM EVENTS IS
003840*                   ARCHIVED WITH THEM, NOT CUT OFF.
003900*-----------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
007000 FD  PRM-FILE.
007100 COPY ARCPRM01.
007200 FD  KEEP-FILE.
007300 01  KEEP-RECORD                 PIC X(109).
007400 FD  ARC-FILE.
007500 01  ARC-RECORD                  PIC X(109).
007600 FD  RPT-FILE
007700     RECORD CONTAINS 132 CHARACTERS.
007800 01  RPT-LINE                    PIC X(132).
