005400*  2026-09-02 JHM   RUN JOURNAL. THE REPORT RUN APPENDS A
005500*                   CLOSE-OUT RECORD TO JRNFILE FOR THE
005600*                   MORNING CHECK.
005601*  2026-09-28 JHM   SERIES MASTER. THE ROLLOVER FORECAST
005602*                   NAMES EACH SERIES FROM SRMFILE AND
005603*                   PROJECTS AGAINST THE MASTER MAXIMUM.
005604*                   A SERIES NOT ON THE MASTER IS FLAGGED.
005700*-----------------------------------------------------------
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
008500     SELECT JRN-FILE      ASSIGN TO JRNFILE
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS  IS WS-JRN-FILE-STATUS.
008710     SELECT SRM-FILE      ASSIGN TO SRMFILE
008720         ORGANIZATION IS INDEXED
008730         ACCESS MODE  IS DYNAMIC
008740         RECORD KEY   IS SRM-SERIES-CODE
008750         FILE STATUS  IS WS-SRM-FILE-STATUS.
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  EXC-FILE.
010400 COPY CALREC01.
010500 FD  JRN-FILE.
010600 COPY JRNREC01.
010610 FD  SRM-FILE.
010620 COPY SRMREC01.
010700 WORKING-STORAGE SECTION.
010800 01  WS-SWITCHES.
010900     05  WS-EXC-EOF-SW           PIC X(01) VALUE 'N'.
011400         88  WS-CAL-EOF              VALUE 'Y'.
011500     05  WS-CAL-PRESENT-SW       PIC X(01) VALUE 'N'.
011600         88  WS-CAL-PRESENT          VALUE 'Y'.
011610     05  WS-SRM-AVAIL-SW         PIC X(01) VALUE 'N'.
011620         88  WS-SRM-AVAILABLE        VALUE 'Y'.
011700 01  WS-EXC-FILE-STATUS          PIC X(02) VALUE SPACES.
011710 01  WS-SRM-FILE-STATUS          PIC X(02) VALUE SPACES.
011800 01  WS-CAL-FILE-STATUS          PIC X(02) VALUE SPACES.
011900 01  WS-JRN-FILE-STATUS          PIC X(02) VALUE SPACES.
012000 01  WS-JRN-STATUS-CODE          PIC X(01) VALUE 'C'.
029800     05  GRID-VOLUME             PIC ZZZZZZ9.
029900 01  WS-FCST-HDG-LINE.
030000     05  FILLER                  PIC X(04) VALUE 'SER'.
030010     05  FILLER                  PIC X(32) VALUE 'DESCRIPTION'.
030100     05  FILLER                  PIC X(13) VALUE 'LAST-ISSUED'.
030200     05  FILLER                  PIC X(10) VALUE 'MAXIMUM'.
030300     05  FILLER                  PIC X(10) VALUE 'AVG/DAY'.
030600 01  WS-FCST-LINE.
030700     05  FCST-SERIES             PIC X(01).
030800     05  FILLER                  PIC X(03) VALUE SPACES.
030810     05  FCST-DESCRIPTION        PIC X(30).
030820     05  FILLER                  PIC X(02) VALUE SPACES.
030900     05  FCST-LAST-ISSUED        PIC 9(07).
031000     05  FILLER                  PIC X(06) VALUE SPACES.
031100     05  FCST-MAXIMUM            PIC 9(07).
073200     MOVE WS-FCST-HDG-LINE TO RPT-LINE.
073300     WRITE RPT-LINE.
073400     MOVE ZERO TO WS-VOLUME-DAYS.
073410*    THE SERIES MASTER NAMES EACH SERIES AND CARRIES ITS
073420*    CURRENT MAXIMUM. WITHOUT ONE THE FORECAST RUNS ON THE
073430*    COMPILED DEFAULT AS IT ALWAYS HAS.
073440     MOVE 'N' TO WS-SRM-AVAIL-SW.
073450     OPEN INPUT SRM-FILE.
073460     IF WS-SRM-FILE-STATUS = '00'
073470         MOVE 'Y' TO WS-SRM-AVAIL-SW
073480     END-IF.
073500     PERFORM 3420-COUNT-VOLUME-DAY
073600         THRU 3420-COUNT-VOLUME-DAY-EXIT
073700         VARYING WS-DAY-SUB FROM 1 BY 1
075600         MOVE 'NO COUNTER DATA AVAILABLE' TO RPT-LINE
075700         WRITE RPT-LINE
075800     END-IF.
075810     IF WS-SRM-AVAILABLE
075820         CLOSE SRM-FILE
075830     END-IF.
075900 3400-PRINT-FORECAST-EXIT.
076000     EXIT.
076100*=============================================================
076200 3410-FORECAST-ONE-SERIES.
076300     MOVE SPACES TO WS-FCST-LINE.
076400     MOVE WS-SER-CODE (WS-SER-SUB)        TO FCST-SERIES.
076409     IF WS-SRM-AVAILABLE
076418         MOVE WS-SER-CODE (WS-SER-SUB) TO SRM-SERIES-CODE
076427         READ SRM-FILE
076436             INVALID KEY
076445                 MOVE 'NOT ON SERIES MASTER' TO FCST-DESCRIPTION
076454             NOT INVALID KEY
076463                 MOVE SRM-DESCRIPTION TO FCST-DESCRIPTION
076472                 MOVE SRM-MAX-VALUE TO WS-SER-MAX (WS-SER-SUB)
076481         END-READ
076490     END-IF.
076500     MOVE WS-SER-LAST-ISSUED (WS-SER-SUB) TO FCST-LAST-ISSUED.
076600     MOVE WS-SER-MAX (WS-SER-SUB)         TO FCST-MAXIMUM.
076700     MOVE ZERO TO WS-AVG-DAILY-VOLUME.
