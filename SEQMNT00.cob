006780*                   WRITTEN BACK AS READ (ZEROES FOR A NEW
006790*                   SERIES), EXACTLY AS EVERY OTHER SERIES'
006795*                   RECORD ALREADY WAS.
006796*  2026-09-28 JHM   SERIES MASTER. THE MAXIMUM SHOWN AND
006797*                   ENFORCED ON AN OVERRIDE IS THE SRMFILE
006798*                   ONE, AND A SERIES NOT ON THE MASTER
006799*                   CANNOT BE OVERRIDDEN INTO EXISTENCE.
006800*  2026-10-12 JHM   NAMED OPERATOR SIGN-ON REPLACES THE SHARED
006810*                   SUPFILE CODE. THE SESSION OPENS WITH A
006820*                   SIGN-ON AGAINST OPRFILE; A COUNTER OVERRIDE
006830*                   NEEDS OVERRIDE AUTHORITY AND A LOCK RELEASE
006840*                   NEEDS FORCE RELEASE AUTHORITY. BOTH NAME THE
006850*                   OPERATOR ON EXCFILE AND LOG TO OPRLOG.
006851*  2026-10-14 JHM   INTRADAY CYCLES. THE DAY CYCLE AND DAY
006852*                   COUNT ON EVERY CONTROL RECORD, THE OVERRIDDEN
006853*                   SERIES' INCLUDED, ARE WRITTEN BACK AS READ -
006854*                   AN OVERRIDE IS NOT AN ISSUANCE CYCLE.
006860*  2026-10-15 JHM   AN OVERRIDE NOW FIRST TAKES A GENERATION OF
006866*                   CTRFILE, RCNFILE, OPNFILE, RSVFILE AND
006872*                   REJFILE, CATALOGED ON BKPCAT THE SAME AS THE
006878*                   NIGHTLY SEQBKP00 BACKUP, SO SEQBKP00 CAN PUT
006884*                   THE FILES BACK. NO GENERATION, NO OVERRIDE.
006890*-----------------------------------------------------------
006900 ENVIRONMENT DIVISION.
007000 CONFIGURATION SECTION.
007100 SOURCE-COMPUTER.   IBM-370.
008300     SELECT RCN-FILE      ASSIGN TO RCNFILE
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS  IS WS-RCN-FILE-STATUS.
008510     SELECT OPR-FILE      ASSIGN TO OPRFILE
008520         ORGANIZATION IS LINE SEQUENTIAL
008530         FILE STATUS  IS WS-OPR-FILE-STATUS.
008540     SELECT OLG-FILE      ASSIGN TO OPRLOG
008550         ORGANIZATION IS LINE SEQUENTIAL
008560         FILE STATUS  IS WS-OLG-FILE-STATUS.
008900     SELECT LOK-FILE      ASSIGN TO LOKFILE
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS  IS WS-LOK-FILE-STATUS.
009800     SELECT JRN-FILE      ASSIGN TO JRNFILE
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS  IS WS-JRN-FILE-STATUS.
010010     SELECT SRM-FILE      ASSIGN TO SRMFILE
010020         ORGANIZATION IS INDEXED
010030         ACCESS MODE  IS DYNAMIC
010040         RECORD KEY   IS SRM-SERIES-CODE
010050         FILE STATUS  IS WS-SRM-FILE-STATUS.
010053     SELECT OPN-FILE      ASSIGN TO OPNFILE
010056         ORGANIZATION IS INDEXED
010059         ACCESS MODE  IS DYNAMIC
010062         RECORD KEY   IS OPN-KEY
010065         FILE STATUS  IS WS-OPN-FILE-STATUS.
010068     SELECT REJ-FILE      ASSIGN TO REJFILE
010071         ORGANIZATION IS LINE SEQUENTIAL
010074         FILE STATUS  IS WS-REJ-FILE-STATUS.
010077     SELECT BKP-FILE      ASSIGN TO BKPCAT
010080         ORGANIZATION IS LINE SEQUENTIAL
010083         FILE STATUS  IS WS-BKP-FILE-STATUS.
010086     SELECT BKG-FILE      ASSIGN USING WS-BKG-FILE-NAME
010089         ORGANIZATION IS LINE SEQUENTIAL
010092         FILE STATUS  IS WS-BKG-FILE-STATUS.
010100 DATA DIVISION.
010200 FILE SECTION.
010300 FD  CTR-FILE
010800 COPY EXCREC01.
010900 FD  RCN-FILE.
011000 COPY RCNREC01.
011010 FD  OPR-FILE.
011020 COPY OPRREC01.
011030 FD  OLG-FILE.
011040 COPY OLGREC01.
011300 FD  LOK-FILE.
011400 COPY LOKREC01.
011500 FD  CAL-FILE.
011800 COPY RSVREC01.
011900 FD  JRN-FILE.
012000 COPY JRNREC01.
012010 FD  SRM-FILE.
012020 COPY SRMREC01.
012027 FD  OPN-FILE.
012034 COPY OPNREC01.
012041 FD  REJ-FILE.
012048 COPY REJREC01.
012055 FD  BKP-FILE.
012062 COPY BKPREC01.
012069 FD  BKG-FILE
012076     RECORD IS VARYING IN SIZE FROM 1 TO 120 CHARACTERS
012083     DEPENDING ON WS-BKG-RECORD-LENGTH.
012090 01  BKG-RECORD                  PIC X(120).
012100 WORKING-STORAGE SECTION.
012200 01  WS-CRT-STATUS               PIC 9(04) VALUE ZERO.
012300 01  WS-CTR-FILE-STATUS          PIC X(02) VALUE SPACES.
012400 01  WS-EXC-FILE-STATUS          PIC X(02) VALUE SPACES.
012500 01  WS-RCN-FILE-STATUS          PIC X(02) VALUE SPACES.
012700 01  WS-LOK-FILE-STATUS          PIC X(02) VALUE SPACES.
012800 01  WS-CAL-FILE-STATUS          PIC X(02) VALUE SPACES.
012900 01  WS-CAL-EOF-SW               PIC X(01) VALUE 'N'.
013000     88  WS-CAL-EOF                  VALUE 'Y'.
013002*-----------------------------------------------------------
013004* OPERATOR SIGN-ON - THE SIGNED-ON OPERATOR AND THE AUTHORITY
013006* OPRFILE GRANTS, HELD FOR THE WHOLE SESSION. THE PASSWORD IS
013008* CLEARED AS SOON AS IT HAS BEEN COMPARED.
013010*-----------------------------------------------------------
013012 01  WS-OPR-FILE-STATUS          PIC X(02) VALUE SPACES.
013014 01  WS-OLG-FILE-STATUS          PIC X(02) VALUE SPACES.
013016 01  WS-OPR-EOF-SW               PIC X(01) VALUE 'N'.
013018     88  WS-OPR-EOF                  VALUE 'Y'.
013020 01  WS-OPR-FOUND-SW             PIC X(01) VALUE 'N'.
013022     88  WS-OPR-FOUND                VALUE 'Y'.
013024 01  WS-SIGNED-ON-SW             PIC X(01) VALUE 'N'.
013026     88  WS-SIGNED-ON                VALUE 'Y'.
013028 01  WS-SIGNON-USER-ID           PIC X(08) VALUE SPACES.
013030 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
013032 01  WS-SIGNON-TRIES             PIC 9(03) COMP VALUE ZERO.
013034 77  WS-SIGNON-MAX-TRIES         PIC 9(03) COMP VALUE 3.
013036 01  WS-SIGNON-REASON            PIC X(40) VALUE SPACES.
013038     88  WS-SIGNON-NO-FILE           VALUE
013040             'OPERATOR FILE NOT AVAILABLE'.
013042 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
013044 01  WS-OPR-PASSWORD             PIC X(08) VALUE SPACES.
013046 01  WS-OPR-STATUS               PIC X(01) VALUE SPACE.
013048     88  WS-OPR-ACTIVE               VALUE 'A'.
013050 01  WS-OPR-AUTHORITIES.
013052     05  WS-OPR-AUTH-INQUIRE     PIC X(01) VALUE 'N'.
013054         88  WS-OPR-CAN-INQUIRE      VALUE 'Y'.
013056     05  WS-OPR-AUTH-DESK-ISSUE  PIC X(01) VALUE 'N'.
013058         88  WS-OPR-CAN-DESK-ISSUE   VALUE 'Y'.
013060     05  WS-OPR-AUTH-REPAIR      PIC X(01) VALUE 'N'.
013062         88  WS-OPR-CAN-REPAIR       VALUE 'Y'.
013064     05  WS-OPR-AUTH-OVERRIDE    PIC X(01) VALUE 'N'.
013066         88  WS-OPR-CAN-OVERRIDE     VALUE 'Y'.
013068     05  WS-OPR-AUTH-RELEASE     PIC X(01) VALUE 'N'.
013070         88  WS-OPR-CAN-RELEASE      VALUE 'Y'.
013072 01  WS-OLG-EVENT-TYPE           PIC X(01) VALUE SPACE.
013074 01  WS-OLG-SERIES-CODE          PIC X(01) VALUE SPACE.
013076 01  WS-OLG-SEQ-VALUE            PIC 9(07) VALUE ZEROES.
013078 01  WS-OLG-DETAIL               PIC X(50) VALUE SPACES.
013080 01  WS-OLG-TIME                 PIC 9(06) VALUE ZEROES.
013100 01  WS-RSV-FILE-STATUS          PIC X(02) VALUE SPACES.
013200 01  WS-RSV-EOF-SW               PIC X(01) VALUE 'N'.
013300     88  WS-RSV-EOF                  VALUE 'Y'.
013400 01  WS-RSV-SHOWN-COUNT          PIC 9(03) VALUE ZEROES.
013500 01  WS-JRN-FILE-STATUS          PIC X(02) VALUE SPACES.
013600 01  WS-JRN-END-TIME             PIC 9(06) VALUE ZEROES.
013610 01  WS-SRM-FILE-STATUS          PIC X(02) VALUE SPACES.
013620 01  WS-SRM-AVAIL-SW             PIC X(01) VALUE 'N'.
013630     88  WS-SRM-AVAIL                VALUE 'Y'.
013640 01  WS-SRM-FOUND-SW             PIC X(01) VALUE 'N'.
013650     88  WS-SRM-FOUND                VALUE 'Y'.
013700*-----------------------------------------------------------
013800* RUN-STATE LOCK - WHO HOLDS IT AND SINCE WHEN, READ FRESH
013900* BEFORE EVERY RESET AND EVERY FORCE-RELEASE.
018000         10  WS-RCNT-LAST        PIC 9(07).
018100         10  WS-RCNT-CYCLE       PIC 9(05).
018200         10  WS-RCNT-REC-COUNT   PIC 9(07).
018210         10  WS-RCNT-DAY-CYCLE   PIC X(02).
018220         10  WS-RCNT-DAY-COUNT   PIC X(07).
018300 01  WS-RCNT-SUB                 PIC 9(03) COMP VALUE ZERO.
018400 01  WS-RCN-FOUND-SW             PIC X(01) VALUE 'N'.
018500     88  WS-RCN-FOUND                VALUE 'Y'.
018600 01  WS-RCN-EOF-SW               PIC X(01) VALUE 'N'.
018700     88  WS-RCN-EOF                  VALUE 'Y'.
018800*-----------------------------------------------------------
018900* MAINTENANCE FUNCTION AND AUTHORITY
019000*-----------------------------------------------------------
019010 01  WS-FREE-CONFIRM             PIC X(01) VALUE 'N'.
019020     88  WS-FREE-CONFIRMED           VALUE 'Y'.
019500 01  WS-ENTERED-FUNCTION         PIC X(01).
019600     88  WS-FUNC-INQUIRY             VALUE 'I'.
019700     88  WS-FUNC-RESET               VALUE 'R'.
020800 01  WS-RUN-ID                   PIC X(08) VALUE 'SEQMNT00'.
020900 01  WS-TODAY                    PIC 9(08).
021000 01  WS-NOW                      PIC 9(06).
021002*-----------------------------------------------------------
021004* PRE-OVERRIDE GENERATION - THE FIVE CONTROL FILES ARE COPIED
021006* TO BKPFFF.DYYYYMMDD.GNNNNN AND CATALOGED ON BKPCAT BEFORE AN
021008* OVERRIDE REWRITES ANY OF THEM, USING THE SAME FILE TABLE AND
021010* NAMING AS SEQBKP00, WHICH LISTS, COMPARES AND RESTORES THEM.
021012*-----------------------------------------------------------
021014 01  WS-OPN-FILE-STATUS          PIC X(02) VALUE SPACES.
021016 01  WS-REJ-FILE-STATUS          PIC X(02) VALUE SPACES.
021018 01  WS-BKP-FILE-STATUS          PIC X(02) VALUE SPACES.
021020 01  WS-BKG-FILE-STATUS          PIC X(02) VALUE SPACES.
021022 01  WS-BKG-RECORD-LENGTH        PIC 9(05) COMP VALUE 120.
021024 01  WS-BKP-EOF-SW               PIC X(01) VALUE 'N'.
021026     88  WS-BKP-EOF                  VALUE 'Y'.
021028 01  WS-LIVE-EOF-SW              PIC X(01) VALUE 'N'.
021030     88  WS-LIVE-EOF                 VALUE 'Y'.
021032 01  WS-LIVE-OPEN-SW             PIC X(01) VALUE 'N'.
021034     88  WS-LIVE-OPEN                VALUE 'Y'.
021036 01  WS-LIVE-ERROR-SW            PIC X(01) VALUE 'N'.
021038     88  WS-LIVE-ERROR               VALUE 'Y'.
021040 01  WS-COPY-FAILED-SW           PIC X(01) VALUE 'N'.
021042     88  WS-COPY-FAILED              VALUE 'Y'.
021044 01  WS-FILE-DEFS-DATA.
021046     05  FILLER                  PIC X(06) VALUE 'CTR040'.
021048     05  FILLER                  PIC X(06) VALUE 'RCN037'.
021050     05  FILLER                  PIC X(06) VALUE 'OPN042'.
021052     05  FILLER                  PIC X(06) VALUE 'RSV051'.
021054     05  FILLER                  PIC X(06) VALUE 'REJ104'.
021056 01  WS-FILE-DEFS REDEFINES WS-FILE-DEFS-DATA.
021058     05  WS-FILE-DEF             OCCURS 5 TIMES.
021060         10  WS-FILE-CODE        PIC X(03).
021062         10  WS-FILE-LENGTH      PIC 9(03).
021064 77  WS-FILE-TOTAL               PIC 9(03) COMP VALUE 5.
021066 01  WS-FILE-SUB                 PIC 9(03) COMP VALUE ZERO.
021068 01  WS-BKG-FILE-NAME            PIC X(30) VALUE SPACES.
021070 01  WS-NAME-DATE                PIC 9(08) VALUE ZEROES.
021072 01  WS-NAME-GEN                 PIC 9(05) VALUE ZEROES.
021074 01  WS-LIVE-STATUS              PIC X(02) VALUE SPACES.
021076 01  WS-LIVE-LENGTH              PIC 9(05) COMP VALUE ZERO.
021078 01  WS-LIVE-LINE                PIC X(120) VALUE SPACES.
021080 01  WS-LAST-GEN-NUMBER          PIC 9(05) VALUE ZEROES.
021082 01  WS-NEW-GEN-NUMBER           PIC 9(05) VALUE ZEROES.
021084 01  WS-NEW-GEN-TIME             PIC 9(06) VALUE ZEROES.
021086 01  WS-NEW-TRIGGER              PIC X(01) VALUE 'O'.
021088 01  WS-NEW-COUNTS.
021090     05  WS-NEW-FILE-COUNT       PIC 9(07) OCCURS 5 TIMES.
021092 01  WS-RECORDS-COPIED           PIC 9(07) COMP VALUE ZERO.
021094 01  WS-HALT-MESSAGE             PIC X(80) VALUE SPACES.
021100*-----------------------------------------------------------
021200* MAINTENANCE SCREEN
021300*-----------------------------------------------------------
022900 01  SCR-RESET-SCREEN.
023000     05  BLANK SCREEN.
023100     05  LINE 01 COLUMN 20 VALUE 'SEQGEN00 COUNTER OVERRIDE'.
023400     05  LINE 04 COLUMN 05 VALUE 'SERIES CODE (BLANK=GEN):'.
023500     05  LINE 04 COLUMN 32 PIC X(01) TO WS-RESET-SERIES.
023600     05  LINE 05 COLUMN 05 VALUE 'NEW SEQUENCE VALUE     :'.
023800 01  SCR-FREE-LOCK-SCREEN.
023900     05  BLANK SCREEN.
024000     05  LINE 01 COLUMN 20 VALUE 'RUN LOCK FORCE-RELEASE'.
024010     05  LINE 03 COLUMN 05 VALUE 'RELEASE THE LOCK (Y/N) :'.
024020     05  LINE 03 COLUMN 32 PIC X(01) TO WS-FREE-CONFIRM.
024030 01  SCR-SIGNON-SCREEN.
024040     05  BLANK SCREEN.
024050     05  LINE 01 COLUMN 20 VALUE 'SEQGEN00 COUNTER MAINTENANCE'.
024060     05  LINE 02 COLUMN 20 VALUE 'OPERATOR SIGN-ON'.
024070     05  LINE 04 COLUMN 05 VALUE 'OPERATOR ID            :'.
024080     05  LINE 04 COLUMN 32 PIC X(08) TO WS-SIGNON-USER-ID.
024090     05  LINE 05 COLUMN 05 VALUE 'PASSWORD               :'.
024100     05  LINE 05 COLUMN 32 PIC X(08) TO WS-SIGNON-PASSWORD
024110             SECURE.
024300 PROCEDURE DIVISION.
024400*=============================================================
024500 0000-MAINLINE.
026000     ACCEPT WS-NOW   FROM TIME.
026100     PERFORM 1050-READ-CALENDAR
026200         THRU 1050-READ-CALENDAR-EXIT.
026210     PERFORM 1500-OPERATOR-SIGN-ON
026220         THRU 1500-OPERATOR-SIGN-ON-EXIT.
026230     IF WS-QUIT
026240         GO TO 1000-INITIALIZE-EXIT
026250     END-IF.
026300     PERFORM 1100-READ-COUNTER
026400         THRU 1100-READ-COUNTER-EXIT.
026500 1000-INITIALIZE-EXIT.
038200         MOVE ZEROES TO WS-CURRENT-CYCLE
038300         MOVE WS-DEFAULT-SERIES-MAX TO WS-CURRENT-MAX
038400     END-IF.
038410     PERFORM 1170-READ-SERIES-MASTER
038420         THRU 1170-READ-SERIES-MASTER-EXIT.
038430     IF WS-SRM-FOUND
038440         MOVE SRM-MAX-VALUE TO WS-CURRENT-MAX
038450     END-IF.
038500 1160-SET-DISPLAY-VALUES-EXIT.
038600     EXIT.
038604*=============================================================
038608* 1170-READ-SERIES-MASTER - KEYED READ OF WS-CURRENT-SERIES ON
038612* THE SERIES MASTER, FRESH EVERY CALL. NO SRMFILE LEAVES BOTH
038616* SWITCHES OFF AND THE COUNTER RECORD'S MAXIMUM IN FORCE.
038620*=============================================================
038624 1170-READ-SERIES-MASTER.
038628     MOVE 'N' TO WS-SRM-AVAIL-SW.
038632     MOVE 'N' TO WS-SRM-FOUND-SW.
038636     OPEN INPUT SRM-FILE.
038640     IF WS-SRM-FILE-STATUS NOT = '00'
038644         GO TO 1170-READ-SERIES-MASTER-EXIT
038648     END-IF.
038652     MOVE 'Y' TO WS-SRM-AVAIL-SW.
038656     MOVE WS-CURRENT-SERIES TO SRM-SERIES-CODE.
038660     READ SRM-FILE
038664         INVALID KEY
038668             CONTINUE
038672         NOT INVALID KEY
038676             MOVE 'Y' TO WS-SRM-FOUND-SW
038680     END-READ.
038684     CLOSE SRM-FILE.
038688 1170-READ-SERIES-MASTER-EXIT.
038692     EXIT.
038700*=============================================================
038800* 2000-MAINTENANCE-LOOP - READ-ONLY INQUIRY PLUS A GUARDED
038900* RESET/OVERRIDE FUNCTION THAT REQUIRES OVERRIDE AUTHORITY.
039000*=============================================================
039100 2000-MAINTENANCE-LOOP.
039200     DISPLAY SCR-INQUIRY-SCREEN.
041100 2000-MAINTENANCE-LOOP-EXIT.
041200     EXIT.
041300*=============================================================
041310* 2100-RESET-COUNTER - GUARDED OVERRIDE. ONLY AN OPERATOR WITH
041320* OVERRIDE AUTHORITY ON OPRFILE MAY SET A COUNTER; ANYONE ELSE
041330* IS REFUSED BEFORE THE SCREEN IS SHOWN AND THE REFUSAL IS
041340* LOGGED TO OPRLOG. THE OVERRIDE ITSELF IS AUDITED TO EXCFILE
041350* UNDER THE OPERATOR'S ID SO IT IS NOT AN UNTRACKED HAND EDIT.
042000*=============================================================
042100 2100-RESET-COUNTER.
042110     IF NOT WS-OPR-CAN-OVERRIDE
042120         DISPLAY 'NO OVERRIDE AUTHORITY - OVERRIDE REJECTED'
042130         MOVE 'A' TO WS-OLG-EVENT-TYPE
042140         MOVE 'COUNTER OVERRIDE REFUSED - NO AUTHORITY'
042150             TO WS-OLG-DETAIL
042160         PERFORM 9400-WRITE-OPERATOR-LOG
042170             THRU 9400-WRITE-OPERATOR-LOG-EXIT
042180         GO TO 2100-RESET-COUNTER-EXIT
042190     END-IF.
042200*    A RESET WHILE SEQGEN00 IS MID-FLIGHT WOULD BE REWRITTEN
042300*    RIGHT BACK BY ITS END-OF-JOB - OR WORSE, SPLIT CTRFILE
042400*    AND RCNFILE - SO AN ACTIVE LOCK REFUSES THE RESET AND
043300     END-IF.
043400     DISPLAY SCR-RESET-SCREEN.
043500     ACCEPT SCR-RESET-SCREEN.
043510*    THE LOCK IS CHECKED AGAIN AFTER THE KEYING - A
043520*    RUN CAN START WHILE THE RESET SCREEN SITS OPEN.
043530     PERFORM 2150-CHECK-RUN-LOCK
043540         THRU 2150-CHECK-RUN-LOCK-EXIT.
043550     IF WS-LOCK-ACTIVE
043560         DISPLAY 'RESET REFUSED - RUN ' WS-LOCK-RUN-ID
043570             ' HOLDS THE LOCK SINCE ' WS-LOCK-RUN-DATE
043580             ' ' WS-LOCK-RUN-TIME
043590         GO TO 2100-RESET-COUNTER-EXIT
043600     END-IF.
043610     PERFORM 2110-APPLY-OVERRIDE
043620         THRU 2110-APPLY-OVERRIDE-EXIT.
045900 2100-RESET-COUNTER-EXIT.
046000     EXIT.
046100*=============================================================
052100     CLOSE LOK-FILE.
052200 2150-CHECK-RUN-LOCK-EXIT.
052300     EXIT.
054000*=============================================================
054100 2110-APPLY-OVERRIDE.
054200*    COUNTERS AND CONTROL RECORDS ARE RELOADED FRESH SO THE
055700         DISPLAY 'SERIES TABLE FULL - OVERRIDE REJECTED'
055800         GO TO 2110-APPLY-OVERRIDE-EXIT
055900     END-IF.
055907*    THE SERIES MASTER OWNS THE MAXIMUM. A SERIES NOT ON IT IS
055914*    OPENED THROUGH SEQSRM00, NOT BY PLANTING A COUNTER HERE.
055921     PERFORM 1170-READ-SERIES-MASTER
055928         THRU 1170-READ-SERIES-MASTER-EXIT.
055935     IF WS-SRM-AVAIL
055942         AND NOT WS-SRM-FOUND
055949         DISPLAY 'SERIES ' WS-RESET-SERIES
055956             ' NOT ON SERIES MASTER - OVERRIDE REJECTED'
055963         GO TO 2110-APPLY-OVERRIDE-EXIT
055970     END-IF.
055977     IF WS-SRM-FOUND
055984         MOVE SRM-MAX-VALUE TO WS-SER-MAX (WS-SER-SUB)
055991     END-IF.
056000*    A COUNTER PLANTED ABOVE THE SERIES MAXIMUM IS THE EXACT
056100*    SETUP FOR A SILENT WRAP IN SEQGEN00 - REFUSED OUTRIGHT,
056200*    THE SAME FAIL-CLOSED POSTURE AS THE AUTHORITY GATE.
056300     IF WS-NEW-VALUE > WS-SER-MAX (WS-SER-SUB)
056400         DISPLAY 'NEW VALUE ' WS-NEW-VALUE
056500             ' EXCEEDS SERIES MAXIMUM '
056700             ' - OVERRIDE REJECTED'
056800         GO TO 2110-APPLY-OVERRIDE-EXIT
056900     END-IF.
056905*    THE FILES AS THEY STAND ARE TAKEN AS A GENERATION BEFORE
056910*    ANY OF THEM IS REWRITTEN, SO THE OVERRIDE CAN BE PUT BACK
056915*    WITH SEQBKP00. NO GENERATION, NO OVERRIDE.
056920     PERFORM 5000-TAKE-GENERATION
056925         THRU 5000-TAKE-GENERATION-EXIT.
056930     IF WS-COPY-FAILED
056935         DISPLAY 'CONTROL FILE BACKUP FAILED - OVERRIDE REJECTED'
056940         GO TO 2110-APPLY-OVERRIDE-EXIT
056945     END-IF.
056950     DISPLAY 'CONTROL FILES BACKED UP AS GENERATION '
056955         WS-NEW-GEN-NUMBER.
056960     MOVE 'X' TO WS-OLG-EVENT-TYPE.
056965     STRING 'CONTROL FILES BACKED UP - GEN ' WS-NEW-GEN-NUMBER
056970         DELIMITED BY SIZE INTO WS-OLG-DETAIL.
056975     PERFORM 9400-WRITE-OPERATOR-LOG
056980         THRU 9400-WRITE-OPERATOR-LOG-EXIT.
057000     MOVE WS-NEW-VALUE TO WS-SER-LAST-ISSUED (WS-SER-SUB).
057100     OPEN OUTPUT CTR-FILE.
057200     PERFORM 2115-WRITE-COUNTER-RECORD
063400     MOVE RCN-CYCLE-COUNT  TO WS-RCNT-CYCLE (WS-RCN-COUNT).
063500     MOVE RCN-RECORD-COUNT
063600         TO WS-RCNT-REC-COUNT (WS-RCN-COUNT).
063610     MOVE RCN-DAY-CYCLE    TO WS-RCNT-DAY-CYCLE (WS-RCN-COUNT).
063620     MOVE RCN-DAY-COUNT    TO WS-RCNT-DAY-COUNT (WS-RCN-COUNT).
063700 2126-READ-CONTROL-RECORD-EXIT.
063800     EXIT.
063900*=============================================================
064800     MOVE WS-NOW         TO EXC-TIME.
064900     MOVE WS-NEW-VALUE   TO EXC-SEQ-VALUE.
065000     SET EXC-OVERRIDE TO TRUE.
065010     STRING 'OPERATOR OVERRIDE - COUNTER SET BY ' WS-OPERATOR-ID
065020         DELIMITED BY SIZE INTO EXC-MESSAGE.
065300     MOVE WS-RESET-SERIES TO EXC-SERIES-CODE.
065310     MOVE WS-OPERATOR-ID TO EXC-OPERATOR-ID.
065400     WRITE EXC-RECORD.
065500     CLOSE EXC-FILE.
065510     MOVE 'X' TO WS-OLG-EVENT-TYPE.
065520     MOVE WS-RESET-SERIES TO WS-OLG-SERIES-CODE.
065530     MOVE WS-NEW-VALUE TO WS-OLG-SEQ-VALUE.
065540     MOVE 'COUNTER OVERRIDE APPLIED' TO WS-OLG-DETAIL.
065550     PERFORM 9400-WRITE-OPERATOR-LOG
065560         THRU 9400-WRITE-OPERATOR-LOG-EXIT.
065600 2120-LOG-OVERRIDE-EXIT.
065700     EXIT.
065800*=============================================================
066600* AN OVERRIDE ISSUES NO TRANSACTIONS ITSELF, SO THE RECORD
066700* COUNT FOR THE OVERRIDDEN SERIES IS ZERO - AND THE RUN DATE
066720* IS WRITTEN BACK AS READ TOO (ZEROES FOR A NEW SERIES):
066740* RCN-RUN-DATE AND RCN-DAY-CYCLE ARE SEQGEN00'S CYCLE MARKER
066760* - STAMPING TODAY HERE WOULD USE UP ONE OF THE DAY'S CYCLES -
066780* SO THE CYCLE AND THE DAY COUNT GO BACK AS READ AS WELL.
066800*=============================================================
066900 2130-WRITE-RECONCILE-CONTROL.
067000     PERFORM 7300-LOCATE-CONTROL-ENTRY
067700                 TO WS-RCNT-CODE (WS-RCNT-SUB)
067720             MOVE ZEROES
067740                 TO WS-RCNT-DATE (WS-RCNT-SUB)
067750             MOVE SPACES
067760                 TO WS-RCNT-DAY-CYCLE (WS-RCNT-SUB)
067770             MOVE SPACES
067780                 TO WS-RCNT-DAY-COUNT (WS-RCNT-SUB)
067800             MOVE 'Y' TO WS-RCN-FOUND-SW
067900         END-IF
068000     END-IF.
070300         TO RCN-CYCLE-COUNT.
070400     MOVE WS-RCNT-REC-COUNT (WS-SER-WRITE-SUB)
070500         TO RCN-RECORD-COUNT.
070510*    A LINE THAT CAME IN WITHOUT A DAY CYCLE GOES BACK WITHOUT.
070520     IF WS-RCNT-DAY-CYCLE (WS-SER-WRITE-SUB) IS NUMERIC
070530         MOVE WS-RCNT-DAY-CYCLE (WS-SER-WRITE-SUB)
070540             TO RCN-DAY-CYCLE
070550     END-IF.
070560     IF WS-RCNT-DAY-COUNT (WS-SER-WRITE-SUB) IS NUMERIC
070570         MOVE WS-RCNT-DAY-COUNT (WS-SER-WRITE-SUB)
070580             TO RCN-DAY-COUNT
070590     END-IF.
070600     MOVE WS-RCNT-CODE (WS-SER-WRITE-SUB)
070700         TO RCN-SERIES-CODE.
070800     WRITE RCN-RECORD.
070900 2135-WRITE-CONTROL-RECORD-EXIT.
071000     EXIT.
071100*=============================================================
071110* 2400-FORCE-RELEASE-LOCK - RELEASE OF A STALE ACTIVE MARK LEFT
071120* BY AN ABENDED RUN. ONLY AN OPERATOR WITH FORCE RELEASE
071130* AUTHORITY MAY DO IT, THE RELEASE MUST BE CONFIRMED ON THE
071140* SCREEN, AND IT IS AUDITED TO EXCFILE AND OPRLOG - FREEING THE
071150* LOCK OUT FROM UNDER A RUN THAT IS STILL ALIVE IS A SUPERVISOR
071160* DECISION, NOT AN OPERATOR CONVENIENCE.
071800*=============================================================
071900 2400-FORCE-RELEASE-LOCK.
071910     IF NOT WS-OPR-CAN-RELEASE
071920         DISPLAY 'NO FORCE RELEASE AUTHORITY - RELEASE REJECTED'
071930         MOVE 'A' TO WS-OLG-EVENT-TYPE
071940         MOVE 'LOCK FORCE-RELEASE REFUSED - NO AUTHORITY'
071950             TO WS-OLG-DETAIL
071960         PERFORM 9400-WRITE-OPERATOR-LOG
071970             THRU 9400-WRITE-OPERATOR-LOG-EXIT
071980         GO TO 2400-FORCE-RELEASE-LOCK-EXIT
071990     END-IF.
072000     PERFORM 2150-CHECK-RUN-LOCK
072100         THRU 2150-CHECK-RUN-LOCK-EXIT.
072200     IF NOT WS-LOCK-ACTIVE
072300         DISPLAY 'NO ACTIVE RUN LOCK TO RELEASE'
072400         GO TO 2400-FORCE-RELEASE-LOCK-EXIT
072500     END-IF.
072510     MOVE 'N' TO WS-FREE-CONFIRM.
072600     DISPLAY SCR-FREE-LOCK-SCREEN.
072700     ACCEPT SCR-FREE-LOCK-SCREEN.
072710     IF NOT WS-FREE-CONFIRMED
072720         DISPLAY 'RELEASE NOT CONFIRMED - LOCK LEFT IN PLACE'
072730         GO TO 2400-FORCE-RELEASE-LOCK-EXIT
072740     END-IF.
073900     OPEN OUTPUT LOK-FILE.
074000     MOVE SPACES TO LOK-RECORD.
074100     SET LOK-RELEASED TO TRUE.
076700         WS-LOCK-RUN-ID ' SINCE ' WS-LOCK-RUN-DATE
076800         DELIMITED BY SIZE INTO EXC-MESSAGE.
076900     MOVE SPACE TO EXC-SERIES-CODE.
076910     MOVE WS-OPERATOR-ID TO EXC-OPERATOR-ID.
077000     WRITE EXC-RECORD.
077100     CLOSE EXC-FILE.
077110     MOVE 'X' TO WS-OLG-EVENT-TYPE.
077120     STRING 'RUN LOCK FORCE-RELEASED - WAS HELD BY '
077130         WS-LOCK-RUN-ID
077140         DELIMITED BY SIZE INTO WS-OLG-DETAIL.
077150     PERFORM 9400-WRITE-OPERATOR-LOG
077160         THRU 9400-WRITE-OPERATOR-LOG-EXIT.
077200 2420-LOG-FORCE-RELEASE-EXIT.
077300     EXIT.
077400*=============================================================
077500 3000-TERMINATE.
077510     IF WS-SIGNED-ON
077520         MOVE 'O' TO WS-OLG-EVENT-TYPE
077530         MOVE 'SIGNED OFF' TO WS-OLG-DETAIL
077540         PERFORM 9400-WRITE-OPERATOR-LOG
077550             THRU 9400-WRITE-OPERATOR-LOG-EXIT
077560     END-IF.
077600     PERFORM 9500-WRITE-JOURNAL
077700         THRU 9500-WRITE-JOURNAL-EXIT.
077800     DISPLAY 'SEQGEN00 COUNTER MAINTENANCE SESSION ENDED'.
079300     MOVE WS-TODAY        TO JRN-BUS-DATE.
079400     MOVE WS-NOW          TO JRN-START-TIME.
079500     MOVE WS-JRN-END-TIME TO JRN-END-TIME.
079600     MOVE WS-RECORDS-COPIED TO JRN-RECORDS-IN.
079700     MOVE ZEROES          TO JRN-RECORDS-OUT.
079800     MOVE ZEROES          TO JRN-REJECT-COUNT.
079900     MOVE ZEROES          TO JRN-EXCEPTION-COUNT.
086500     END-IF.
086600 7310-TEST-CONTROL-ENTRY-EXIT.
086700     EXIT.
086710*=============================================================
086720* 1500-OPERATOR-SIGN-ON - NAMED SIGN-ON AGAINST OPRFILE BEFORE
086730* ANY COUNTER IS SHOWN. INQUIRE AUTHORITY IS NEEDED TO USE IT;
086740* OVERRIDE AND FORCE RELEASE ARE CHECKED FUNCTION BY FUNCTION.
086750* THREE REFUSED ATTEMPTS END THE SESSION, AND EVERY ATTEMPT,
086760* GOOD OR BAD, IS LOGGED TO OPRLOG FOR THE SECURITY REVIEW.
086770*=============================================================
086780 1500-OPERATOR-SIGN-ON.
086790     MOVE ZERO TO WS-SIGNON-TRIES.
086800     PERFORM 1510-TRY-ONE-SIGN-ON
086810         THRU 1510-TRY-ONE-SIGN-ON-EXIT
086820         UNTIL WS-SIGNED-ON
086830            OR WS-SIGNON-TRIES NOT < WS-SIGNON-MAX-TRIES.
086840     IF NOT WS-SIGNED-ON
086850         DISPLAY 'SIGN-ON REFUSED - SESSION ENDED'
086860         MOVE 'Y' TO WS-QUIT-SW
086870     END-IF.
086880 1500-OPERATOR-SIGN-ON-EXIT.
086890     EXIT.
086900*=============================================================
086910* 1510-TRY-ONE-SIGN-ON - THE SCREEN DOES NOT SAY WHETHER THE ID
086920* OR THE PASSWORD WAS WRONG - ONLY THE LOG DOES. A MISSING
086930* OPRFILE FAILS CLOSED AT ONCE, AS DOES AN OPERATOR WITHOUT THE
086940* AUTHORITY THIS PROGRAM NEEDS - RETRYING CANNOT CHANGE EITHER.
086950*=============================================================
086960 1510-TRY-ONE-SIGN-ON.
086970     ADD 1 TO WS-SIGNON-TRIES.
086980     MOVE SPACES TO WS-SIGNON-USER-ID
086990                    WS-SIGNON-PASSWORD.
087000     DISPLAY SCR-SIGNON-SCREEN.
087010     ACCEPT SCR-SIGNON-SCREEN.
087020     IF WS-SIGNON-USER-ID = SPACES
087030         DISPLAY 'OPERATOR ID REQUIRED'
087040         GO TO 1510-TRY-ONE-SIGN-ON-EXIT
087050     END-IF.
087060     PERFORM 1520-FIND-OPERATOR
087070         THRU 1520-FIND-OPERATOR-EXIT.
087080     IF WS-SIGNON-REASON NOT = SPACES
087090         IF WS-SIGNON-NO-FILE
087100             DISPLAY 'OPERATOR SECURITY FILE NOT AVAILABLE'
087110             MOVE WS-SIGNON-MAX-TRIES TO WS-SIGNON-TRIES
087120         ELSE
087130             DISPLAY 'OPERATOR ID OR PASSWORD NOT ACCEPTED'
087140         END-IF
087150         MOVE 'F' TO WS-OLG-EVENT-TYPE
087160         MOVE WS-SIGNON-REASON TO WS-OLG-DETAIL
087170         PERFORM 9400-WRITE-OPERATOR-LOG
087180             THRU 9400-WRITE-OPERATOR-LOG-EXIT
087190         GO TO 1510-TRY-ONE-SIGN-ON-EXIT
087200     END-IF.
087210     IF NOT WS-OPR-CAN-INQUIRE
087220         DISPLAY 'OPERATOR ' WS-SIGNON-USER-ID
087230             ' HAS NO INQUIRY AUTHORITY'
087240         MOVE 'A' TO WS-OLG-EVENT-TYPE
087250         MOVE 'NO INQUIRY AUTHORITY - SIGN-ON REFUSED'
087260             TO WS-OLG-DETAIL
087270         PERFORM 9400-WRITE-OPERATOR-LOG
087280             THRU 9400-WRITE-OPERATOR-LOG-EXIT
087290         MOVE WS-SIGNON-MAX-TRIES TO WS-SIGNON-TRIES
087300         GO TO 1510-TRY-ONE-SIGN-ON-EXIT
087310     END-IF.
087320     MOVE WS-SIGNON-USER-ID TO WS-OPERATOR-ID.
087330     MOVE 'Y' TO WS-SIGNED-ON-SW.
087340     DISPLAY 'SIGNED ON AS ' WS-OPERATOR-ID.
087350     MOVE 'N' TO WS-OLG-EVENT-TYPE.
087360     MOVE 'SIGNED ON' TO WS-OLG-DETAIL.
087370     PERFORM 9400-WRITE-OPERATOR-LOG
087380         THRU 9400-WRITE-OPERATOR-LOG-EXIT.
087390 1510-TRY-ONE-SIGN-ON-EXIT.
087400     EXIT.
087410*=============================================================
087420* 1520-FIND-OPERATOR - READ OPRFILE FRESH FOR THE KEYED ID AND
087430* PROVE IT. ANY REFUSAL LEAVES ITS REASON IN WS-SIGNON-REASON,
087440* BLANK MEANS PROVED. AN OPERATOR WITH NO PASSWORD ON FILE IS
087450* REFUSED, NOT LET IN ON A BLANK ONE.
087460*=============================================================
087470 1520-FIND-OPERATOR.
087480     MOVE 'N' TO WS-OPR-FOUND-SW.
087490     MOVE 'N' TO WS-OPR-EOF-SW.
087500     MOVE SPACES TO WS-SIGNON-REASON.
087510     OPEN INPUT OPR-FILE.
087520     IF WS-OPR-FILE-STATUS NOT = '00'
087530         MOVE 'OPERATOR FILE NOT AVAILABLE' TO WS-SIGNON-REASON
087540         GO TO 1520-FIND-OPERATOR-EXIT
087550     END-IF.
087560     PERFORM 1530-READ-OPERATOR-RECORD
087570         THRU 1530-READ-OPERATOR-RECORD-EXIT
087580         UNTIL WS-OPR-EOF
087590            OR WS-OPR-FOUND.
087600     CLOSE OPR-FILE.
087610     EVALUATE TRUE
087620         WHEN NOT WS-OPR-FOUND
087630             MOVE 'OPERATOR NOT ON FILE' TO WS-SIGNON-REASON
087640         WHEN WS-OPR-PASSWORD = SPACES
087650             MOVE 'NO PASSWORD ON FILE' TO WS-SIGNON-REASON
087660         WHEN WS-OPR-PASSWORD NOT = WS-SIGNON-PASSWORD
087670             MOVE 'PASSWORD INCORRECT' TO WS-SIGNON-REASON
087680         WHEN NOT WS-OPR-ACTIVE
087690             MOVE 'OPERATOR REVOKED' TO WS-SIGNON-REASON
087700         WHEN OTHER
087710             CONTINUE
087720     END-EVALUATE.
087730     MOVE SPACES TO WS-OPR-PASSWORD
087740                    WS-SIGNON-PASSWORD.
087750 1520-FIND-OPERATOR-EXIT.
087760     EXIT.
087770*=============================================================
087780 1530-READ-OPERATOR-RECORD.
087790     READ OPR-FILE
087800         AT END
087810             MOVE 'Y' TO WS-OPR-EOF-SW
087820             GO TO 1530-READ-OPERATOR-RECORD-EXIT
087830     END-READ.
087840     IF OPR-USER-ID NOT = WS-SIGNON-USER-ID
087850         GO TO 1530-READ-OPERATOR-RECORD-EXIT
087860     END-IF.
087870     MOVE 'Y'             TO WS-OPR-FOUND-SW.
087880     MOVE OPR-PASSWORD    TO WS-OPR-PASSWORD.
087890     MOVE OPR-STATUS      TO WS-OPR-STATUS.
087900     MOVE OPR-AUTHORITIES TO WS-OPR-AUTHORITIES.
087910 1530-READ-OPERATOR-RECORD-EXIT.
087920     EXIT.
087930*=============================================================
087940* 9400-WRITE-OPERATOR-LOG - APPEND ONE OPRLOG RECORD FROM THE
087950* WS-OLG- FIELDS, CREATING THE LOG ON FIRST USE, AND CLEAR THE
087960* OPTIONAL FIELDS FOR THE NEXT EVENT.
087970*=============================================================
087980 9400-WRITE-OPERATOR-LOG.
087990     OPEN EXTEND OLG-FILE.
088000     IF WS-OLG-FILE-STATUS = '35'
088010         OPEN OUTPUT OLG-FILE
088020     END-IF.
088030     ACCEPT WS-OLG-TIME FROM TIME.
088040     MOVE SPACES             TO OLG-RECORD.
088050     MOVE WS-TODAY           TO OLG-DATE.
088060     MOVE WS-OLG-TIME        TO OLG-TIME.
088070     MOVE WS-SIGNON-USER-ID  TO OLG-USER-ID.
088080     MOVE WS-RUN-ID          TO OLG-RUN-ID.
088090     MOVE WS-OLG-EVENT-TYPE  TO OLG-EVENT-TYPE.
088100     MOVE WS-OLG-SERIES-CODE TO OLG-SERIES-CODE.
088110     MOVE WS-OLG-SEQ-VALUE   TO OLG-SEQ-VALUE.
088120     MOVE WS-OLG-DETAIL      TO OLG-DETAIL.
088130     WRITE OLG-RECORD.
088140     CLOSE OLG-FILE.
088150     MOVE SPACE  TO WS-OLG-SERIES-CODE.
088160     MOVE ZEROES TO WS-OLG-SEQ-VALUE.
088170     MOVE SPACES TO WS-OLG-DETAIL.
088180 9400-WRITE-OPERATOR-LOG-EXIT.
088190     EXIT.
088200*=============================================================
088210* 5000-TAKE-GENERATION - COPY THE FIVE CONTROL FILES TO THE
088220* NEXT GENERATION NUMBER ON BKPCAT AND CATALOG IT, TRIGGER O.
088230* THE SAME 5100-5180 PARAGRAPHS AS SEQBKP00. A FILE THAT DOES
088240* NOT EXIST IS COPIED AS AN EMPTY ONE; ANY FAILURE STOPS THE
088250* COPY, CATALOGS THE GENERATION INCOMPLETE AND SETS
088260* WS-COPY-FAILED FOR THE CALLER.
088270*=============================================================
088280 5000-TAKE-GENERATION.
088290     PERFORM 5010-FIND-LAST-GENERATION
088300         THRU 5010-FIND-LAST-GENERATION-EXIT.
088310     ACCEPT WS-NEW-GEN-TIME FROM TIME.
088320     ADD 1 TO WS-LAST-GEN-NUMBER.
088330     MOVE WS-LAST-GEN-NUMBER TO WS-NEW-GEN-NUMBER.
088340     MOVE WS-NEW-GEN-NUMBER  TO WS-NAME-GEN.
088350     MOVE WS-TODAY           TO WS-NAME-DATE.
088360     MOVE ZEROES TO WS-NEW-COUNTS.
088370     MOVE 'N' TO WS-COPY-FAILED-SW.
088380     PERFORM 5100-COPY-ONE-FILE
088390         THRU 5100-COPY-ONE-FILE-EXIT
088400         VARYING WS-FILE-SUB FROM 1 BY 1
088410         UNTIL WS-FILE-SUB > WS-FILE-TOTAL
088420            OR WS-COPY-FAILED.
088430     PERFORM 5200-CATALOG-NEW-GENERATION
088440         THRU 5200-CATALOG-NEW-GENERATION-EXIT.
088450 5000-TAKE-GENERATION-EXIT.
088460     EXIT.
088470*=============================================================
088480* 5010-FIND-LAST-GENERATION - THE HIGHEST GENERATION NUMBER ON
088490* BKPCAT, READ FRESH. NO CATALOG YET STARTS FROM ZERO.
088500*=============================================================
088510 5010-FIND-LAST-GENERATION.
088520     MOVE ZEROES TO WS-LAST-GEN-NUMBER.
088530     MOVE 'N' TO WS-BKP-EOF-SW.
088540     OPEN INPUT BKP-FILE.
088550     IF WS-BKP-FILE-STATUS = '35'
088560         GO TO 5010-FIND-LAST-GENERATION-EXIT
088570     END-IF.
088580     PERFORM 5015-READ-CATALOG-RECORD
088590         THRU 5015-READ-CATALOG-RECORD-EXIT
088600         UNTIL WS-BKP-EOF.
088610     CLOSE BKP-FILE.
088620 5010-FIND-LAST-GENERATION-EXIT.
088630     EXIT.
088640*=============================================================
088650 5015-READ-CATALOG-RECORD.
088660     READ BKP-FILE
088670         AT END
088680             MOVE 'Y' TO WS-BKP-EOF-SW
088690             GO TO 5015-READ-CATALOG-RECORD-EXIT
088700     END-READ.
088710     IF BKP-GEN-NUMBER IS NUMERIC
088720         AND BKP-GEN-NUMBER > WS-LAST-GEN-NUMBER
088730         MOVE BKP-GEN-NUMBER TO WS-LAST-GEN-NUMBER
088740     END-IF.
088750 5015-READ-CATALOG-RECORD-EXIT.
088760     EXIT.
088770*=============================================================
088780 5100-COPY-ONE-FILE.
088790     PERFORM 5150-BUILD-GEN-FILE-NAME
088800         THRU 5150-BUILD-GEN-FILE-NAME-EXIT.
088810     OPEN OUTPUT BKG-FILE.
088820     IF WS-BKG-FILE-STATUS NOT = '00'
088830         MOVE 'Y' TO WS-COPY-FAILED-SW
088840         MOVE SPACES TO WS-HALT-MESSAGE
088850         STRING 'CANNOT CREATE ' WS-BKG-FILE-NAME
088860             ' - STATUS ' WS-BKG-FILE-STATUS
088870             DELIMITED BY SIZE INTO WS-HALT-MESSAGE
088880         DISPLAY WS-HALT-MESSAGE
088890         GO TO 5100-COPY-ONE-FILE-EXIT
088900     END-IF.
088910     PERFORM 5160-OPEN-LIVE-INPUT
088920         THRU 5160-OPEN-LIVE-INPUT-EXIT.
088930     IF WS-LIVE-ERROR
088940         MOVE 'Y' TO WS-COPY-FAILED-SW
088950         MOVE SPACES TO WS-HALT-MESSAGE
088960         STRING 'CANNOT READ ' WS-FILE-CODE (WS-FILE-SUB)
088970             'FILE - STATUS ' WS-LIVE-STATUS
088980             DELIMITED BY SIZE INTO WS-HALT-MESSAGE
088990         DISPLAY WS-HALT-MESSAGE
089000     END-IF.
089010     PERFORM 5110-COPY-ONE-RECORD
089020         THRU 5110-COPY-ONE-RECORD-EXIT
089030         UNTIL WS-LIVE-EOF.
089040     IF WS-LIVE-OPEN
089050         PERFORM 5180-CLOSE-LIVE
089060             THRU 5180-CLOSE-LIVE-EXIT
089070     END-IF.
089080     CLOSE BKG-FILE.
089090 5100-COPY-ONE-FILE-EXIT.
089100     EXIT.
089110*=============================================================
089120 5110-COPY-ONE-RECORD.
089130     PERFORM 5170-READ-LIVE-RECORD
089140         THRU 5170-READ-LIVE-RECORD-EXIT.
089150     IF WS-LIVE-EOF
089160         GO TO 5110-COPY-ONE-RECORD-EXIT
089170     END-IF.
089180     MOVE WS-LIVE-LENGTH TO WS-BKG-RECORD-LENGTH.
089190     MOVE WS-LIVE-LINE   TO BKG-RECORD.
089200     WRITE BKG-RECORD.
089210     IF WS-BKG-FILE-STATUS NOT = '00'
089220         MOVE 'Y' TO WS-COPY-FAILED-SW
089230         MOVE 'Y' TO WS-LIVE-EOF-SW
089240         MOVE SPACES TO WS-HALT-MESSAGE
089250         STRING 'WRITE FAILED ON ' WS-BKG-FILE-NAME
089260             ' - STATUS ' WS-BKG-FILE-STATUS
089270             DELIMITED BY SIZE INTO WS-HALT-MESSAGE
089280         DISPLAY WS-HALT-MESSAGE
089290         GO TO 5110-COPY-ONE-RECORD-EXIT
089300     END-IF.
089310     ADD 1 TO WS-NEW-FILE-COUNT (WS-FILE-SUB).
089320     ADD 1 TO WS-RECORDS-COPIED.
089330 5110-COPY-ONE-RECORD-EXIT.
089340     EXIT.
089350*=============================================================
089360 5150-BUILD-GEN-FILE-NAME.
089370     MOVE SPACES TO WS-BKG-FILE-NAME.
089380     STRING 'BKP' WS-FILE-CODE (WS-FILE-SUB)
089390         '.D' WS-NAME-DATE '.G' WS-NAME-GEN
089400         DELIMITED BY SIZE INTO WS-BKG-FILE-NAME.
089410 5150-BUILD-GEN-FILE-NAME-EXIT.
089420     EXIT.
089430*=============================================================
089440* 5160-OPEN-LIVE-INPUT - OPEN THE LIVE FILE FOR WS-FILE-SUB.
089450* NOT FOUND READS AS EMPTY; ANY OTHER FAILURE IS AN ERROR.
089460*=============================================================
089470 5160-OPEN-LIVE-INPUT.
089480     MOVE 'N' TO WS-LIVE-OPEN-SW.
089490     MOVE 'N' TO WS-LIVE-EOF-SW.
089500     MOVE 'N' TO WS-LIVE-ERROR-SW.
089510     EVALUATE WS-FILE-SUB
089520         WHEN 1
089530             OPEN INPUT CTR-FILE
089540             MOVE WS-CTR-FILE-STATUS TO WS-LIVE-STATUS
089550         WHEN 2
089560             OPEN INPUT RCN-FILE
089570             MOVE WS-RCN-FILE-STATUS TO WS-LIVE-STATUS
089580         WHEN 3
089590             OPEN INPUT OPN-FILE
089600             MOVE WS-OPN-FILE-STATUS TO WS-LIVE-STATUS
089610         WHEN 4
089620             OPEN INPUT RSV-FILE
089630             MOVE WS-RSV-FILE-STATUS TO WS-LIVE-STATUS
089640         WHEN OTHER
089650             OPEN INPUT REJ-FILE
089660             MOVE WS-REJ-FILE-STATUS TO WS-LIVE-STATUS
089670     END-EVALUATE.
089680     EVALUATE WS-LIVE-STATUS
089690         WHEN '00'
089700             MOVE 'Y' TO WS-LIVE-OPEN-SW
089710         WHEN '35'
089720             MOVE 'Y' TO WS-LIVE-EOF-SW
089730         WHEN OTHER
089740             MOVE 'Y' TO WS-LIVE-EOF-SW
089750             MOVE 'Y' TO WS-LIVE-ERROR-SW
089760     END-EVALUATE.
089770 5160-OPEN-LIVE-INPUT-EXIT.
089780     EXIT.
089790*=============================================================
089800* 5170-READ-LIVE-RECORD - THE NEXT RECORD OF THE LIVE FILE
089810* INTO WS-LIVE-LINE WITH ITS LENGTH. A COUNTER LINE KEEPS THE
089820* LENGTH IT WAS READ WITH, SO A LEGACY LINE IS COPIED AS ONE.
089830*=============================================================
089840 5170-READ-LIVE-RECORD.
089850     MOVE SPACES TO WS-LIVE-LINE.
089860     EVALUATE WS-FILE-SUB
089870         WHEN 1
089880             READ CTR-FILE
089890                 AT END
089900                     MOVE 'Y' TO WS-LIVE-EOF-SW
089910                 NOT AT END
089920                     MOVE WS-CTR-RECORD-LENGTH
089930                         TO WS-LIVE-LENGTH
089940                     MOVE CTR-RECORD (1:WS-CTR-RECORD-LENGTH)
089950                         TO WS-LIVE-LINE
089960             END-READ
089970         WHEN 2
089980             READ RCN-FILE
089990                 AT END
090000                     MOVE 'Y' TO WS-LIVE-EOF-SW
090010                 NOT AT END
090020                     MOVE RCN-RECORD TO WS-LIVE-LINE
090030             END-READ
090040         WHEN 3
090050             READ OPN-FILE NEXT RECORD
090060                 AT END
090070                     MOVE 'Y' TO WS-LIVE-EOF-SW
090080                 NOT AT END
090090                     MOVE OPN-RECORD TO WS-LIVE-LINE
090100             END-READ
090110         WHEN 4
090120             READ RSV-FILE
090130                 AT END
090140                     MOVE 'Y' TO WS-LIVE-EOF-SW
090150                 NOT AT END
090160                     MOVE RSV-RECORD TO WS-LIVE-LINE
090170             END-READ
090180         WHEN OTHER
090190             READ REJ-FILE
090200                 AT END
090210                     MOVE 'Y' TO WS-LIVE-EOF-SW
090220                 NOT AT END
090230                     MOVE REJ-RECORD TO WS-LIVE-LINE
090240             END-READ
090250     END-EVALUATE.
090260     IF WS-FILE-SUB NOT = 1
090270         MOVE WS-FILE-LENGTH (WS-FILE-SUB) TO WS-LIVE-LENGTH
090280     END-IF.
090290 5170-READ-LIVE-RECORD-EXIT.
090300     EXIT.
090310*=============================================================
090320 5180-CLOSE-LIVE.
090330     EVALUATE WS-FILE-SUB
090340         WHEN 1
090350             CLOSE CTR-FILE
090360         WHEN 2
090370             CLOSE RCN-FILE
090380         WHEN 3
090390             CLOSE OPN-FILE
090400         WHEN 4
090410             CLOSE RSV-FILE
090420         WHEN OTHER
090430             CLOSE REJ-FILE
090440     END-EVALUATE.
090450     MOVE 'N' TO WS-LIVE-OPEN-SW.
090460 5180-CLOSE-LIVE-EXIT.
090470     EXIT.
090480*=============================================================
090490* 5200-CATALOG-NEW-GENERATION - APPEND THE GENERATION TO
090500* BKPCAT, COMPLETE OR NOT, NAMING THE SIGNED-ON OPERATOR.
090510*=============================================================
090520 5200-CATALOG-NEW-GENERATION.
090530     OPEN EXTEND BKP-FILE.
090540     IF WS-BKP-FILE-STATUS = '35'
090550         OPEN OUTPUT BKP-FILE
090560     END-IF.
090570     MOVE SPACES TO BKP-RECORD.
090580     MOVE WS-NEW-GEN-NUMBER TO BKP-GEN-NUMBER.
090590     MOVE WS-TODAY          TO BKP-GEN-DATE.
090600     MOVE WS-NEW-GEN-TIME   TO BKP-GEN-TIME.
090610     MOVE WS-NEW-TRIGGER    TO BKP-TRIGGER.
090620     MOVE WS-RUN-ID         TO BKP-RUN-ID.
090630     MOVE WS-OPERATOR-ID    TO BKP-OPERATOR-ID.
090640     IF WS-COPY-FAILED
090650         SET BKP-INCOMPLETE TO TRUE
090660     ELSE
090670         SET BKP-COMPLETE TO TRUE
090680     END-IF.
090690     MOVE WS-NEW-COUNTS     TO BKP-FILE-COUNTS.
090700     MOVE ZEROES            TO BKP-RESTORED-DATE.
090710     WRITE BKP-RECORD.
090720     CLOSE BKP-FILE.
090730 5200-CATALOG-NEW-GENERATION-EXIT.
090740     EXIT.
