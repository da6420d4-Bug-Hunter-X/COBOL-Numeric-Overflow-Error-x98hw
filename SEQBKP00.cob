000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SEQBKP00.
000300 AUTHOR.        J H MARSH.
000400 INSTALLATION.  DAILY LEDGER SEQUENCE CONTROL.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  ---------  ----  --------------------------------------
001200*  2026-10-15 JHM   ORIGINAL VERSION. CTRFILE, RCNFILE,
001300*                   OPNFILE, RSVFILE AND REJFILE ARE ALL
001400*                   REWRITTEN IN PLACE - BY THE NIGHTLY RUN,
001500*                   A DESK ISSUE, A BRANCH BLOCK OR AN
001600*                   OPERATOR OVERRIDE - AND A BAD REWRITE HAD
001700*                   NO WAY BACK BUT A HAND REBUILD FROM THE
001800*                   REGISTER. THIS JOB KEEPS DATED, NUMBERED
001900*                   GENERATIONS OF ALL FIVE, CATALOGED ON
002000*                   BKPCAT. BKPPARM PICKS THE FUNCTION: TAKE A
002100*                   GENERATION (THE FIRST STEP OF THE NIGHTLY
002200*                   STREAM, WHICH ALSO ROLLS OFF GENERATIONS
002300*                   PAST THE RETENTION PERIOD), LIST THE
002400*                   CATALOG, COMPARE ONE GENERATION WITH THE
002500*                   LIVE FILES AND THE REGISTER, OR RESTORE
002600*                   ONE. A RESTORE NEEDS AN OPERATOR WITH
002700*                   OVERRIDE AUTHORITY, HOLDS THE LOKFILE
002800*                   MARK, FIRST TAKES A GENERATION OF THE
002900*                   FILES IT IS ABOUT TO REPLACE SO IT CAN
003000*                   ITSELF BE UNDONE, AND IS LOGGED TO EXCFILE
003100*                   AND OPRLOG. EVERY RUN IS JOURNALED.
003200*-----------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CTR-FILE      ASSIGN TO CTRFILE
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS  IS WS-CTR-FILE-STATUS.
004200     SELECT RCN-FILE      ASSIGN TO RCNFILE
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS  IS WS-RCN-FILE-STATUS.
004500     SELECT OPN-FILE      ASSIGN TO OPNFILE
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE  IS DYNAMIC
004800         RECORD KEY   IS OPN-KEY
004900         FILE STATUS  IS WS-OPN-FILE-STATUS.
005000     SELECT RSV-FILE      ASSIGN TO RSVFILE
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS  IS WS-RSV-FILE-STATUS.
005300     SELECT REJ-FILE      ASSIGN TO REJFILE
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS  IS WS-REJ-FILE-STATUS.
005600     SELECT REG-FILE      ASSIGN TO REGFILE
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE  IS SEQUENTIAL
005900         RECORD KEY   IS REG-KEY
006000         ALTERNATE RECORD KEY IS REG-TRN-KEY
006100             WITH DUPLICATES
006200         FILE STATUS  IS WS-REG-FILE-STATUS.
006300     SELECT BKP-FILE      ASSIGN TO BKPCAT
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS  IS WS-BKP-FILE-STATUS.
006600     SELECT BKG-FILE      ASSIGN USING WS-BKG-FILE-NAME
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS  IS WS-BKG-FILE-STATUS.
006900     SELECT PRM-FILE      ASSIGN TO BKPPARM
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS  IS WS-PRM-FILE-STATUS.
007200     SELECT OPR-FILE      ASSIGN TO OPRFILE
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS  IS WS-OPR-FILE-STATUS.
007500     SELECT OLG-FILE      ASSIGN TO OPRLOG
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS  IS WS-OLG-FILE-STATUS.
007800     SELECT LOK-FILE      ASSIGN TO LOKFILE
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS  IS WS-LOK-FILE-STATUS.
008100     SELECT CAL-FILE      ASSIGN TO CALFILE
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS  IS WS-CAL-FILE-STATUS.
008400     SELECT EXC-FILE      ASSIGN TO EXCFILE
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS  IS WS-EXC-FILE-STATUS.
008700     SELECT JRN-FILE      ASSIGN TO JRNFILE
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS  IS WS-JRN-FILE-STATUS.
009000     SELECT RPT-FILE      ASSIGN TO BKPRPT
009100         ORGANIZATION IS LINE SEQUENTIAL.
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  CTR-FILE
009500     RECORD IS VARYING IN SIZE FROM 19 TO 40 CHARACTERS
009600     DEPENDING ON WS-CTR-RECORD-LENGTH.
009700 COPY CTRREC01.
009800 FD  RCN-FILE.
009900 COPY RCNREC01.
010000 FD  OPN-FILE.
010100 COPY OPNREC01.
010200 FD  RSV-FILE.
010300 COPY RSVREC01.
010400 FD  REJ-FILE.
010500 COPY REJREC01.
010600 FD  REG-FILE.
010700 COPY REGREC01.
010800 FD  BKP-FILE.
010900 COPY BKPREC01.
011000 FD  BKG-FILE
011100     RECORD IS VARYING IN SIZE FROM 1 TO 120 CHARACTERS
011200     DEPENDING ON WS-BKG-RECORD-LENGTH.
011300 01  BKG-RECORD                  PIC X(120).
011400 FD  PRM-FILE.
011500 COPY BKPPRM01.
011600 FD  OPR-FILE.
011700 COPY OPRREC01.
011800 FD  OLG-FILE.
011900 COPY OLGREC01.
012000 FD  LOK-FILE.
012100 COPY LOKREC01.
012200 FD  CAL-FILE.
012300 COPY CALREC01.
012400 FD  EXC-FILE.
012500 COPY EXCREC01.
012600 FD  JRN-FILE.
012700 COPY JRNREC01.
012800 FD  RPT-FILE
012900     RECORD CONTAINS 132 CHARACTERS.
013000 01  RPT-LINE                    PIC X(132).
013100 WORKING-STORAGE SECTION.
013200 01  WS-CTR-FILE-STATUS          PIC X(02) VALUE SPACES.
013300 01  WS-RCN-FILE-STATUS          PIC X(02) VALUE SPACES.
013400 01  WS-OPN-FILE-STATUS          PIC X(02) VALUE SPACES.
013500 01  WS-RSV-FILE-STATUS          PIC X(02) VALUE SPACES.
013600 01  WS-REJ-FILE-STATUS          PIC X(02) VALUE SPACES.
013700 01  WS-REG-FILE-STATUS          PIC X(02) VALUE SPACES.
013800 01  WS-BKP-FILE-STATUS          PIC X(02) VALUE SPACES.
013900 01  WS-BKG-FILE-STATUS          PIC X(02) VALUE SPACES.
014000 01  WS-PRM-FILE-STATUS          PIC X(02) VALUE SPACES.
014100 01  WS-OPR-FILE-STATUS          PIC X(02) VALUE SPACES.
014200 01  WS-OLG-FILE-STATUS          PIC X(02) VALUE SPACES.
014300 01  WS-LOK-FILE-STATUS          PIC X(02) VALUE SPACES.
014400 01  WS-CAL-FILE-STATUS          PIC X(02) VALUE SPACES.
014500 01  WS-EXC-FILE-STATUS          PIC X(02) VALUE SPACES.
014600 01  WS-JRN-FILE-STATUS          PIC X(02) VALUE SPACES.
014700 01  WS-JRN-STATUS-CODE          PIC X(01) VALUE 'C'.
014800 01  WS-JRN-HALT-PARA            PIC X(20) VALUE SPACES.
014900 01  WS-JRN-END-TIME             PIC 9(06) VALUE ZEROES.
015000 01  WS-CTR-RECORD-LENGTH        PIC 9(05) COMP VALUE 40.
015100 01  WS-BKG-RECORD-LENGTH        PIC 9(05) COMP VALUE 120.
015200 01  WS-SWITCHES.
015300     05  WS-LIVE-EOF-SW          PIC X(01) VALUE 'N'.
015400         88  WS-LIVE-EOF              VALUE 'Y'.
015500     05  WS-LIVE-OPEN-SW         PIC X(01) VALUE 'N'.
015600         88  WS-LIVE-OPEN             VALUE 'Y'.
015700     05  WS-LIVE-ERROR-SW        PIC X(01) VALUE 'N'.
015800         88  WS-LIVE-ERROR            VALUE 'Y'.
015900     05  WS-BKG-EOF-SW           PIC X(01) VALUE 'N'.
016000         88  WS-BKG-EOF               VALUE 'Y'.
016100     05  WS-BKG-OPEN-SW          PIC X(01) VALUE 'N'.
016200         88  WS-BKG-OPEN              VALUE 'Y'.
016300     05  WS-BKP-EOF-SW           PIC X(01) VALUE 'N'.
016400         88  WS-BKP-EOF               VALUE 'Y'.
016500     05  WS-REG-EOF-SW           PIC X(01) VALUE 'N'.
016600         88  WS-REG-EOF               VALUE 'Y'.
016700     05  WS-REG-UNAVAIL-SW       PIC X(01) VALUE 'N'.
016800         88  WS-REG-UNAVAILABLE       VALUE 'Y'.
016900     05  WS-CAL-EOF-SW           PIC X(01) VALUE 'N'.
017000         88  WS-CAL-EOF               VALUE 'Y'.
017100     05  WS-OPR-EOF-SW           PIC X(01) VALUE 'N'.
017200         88  WS-OPR-EOF               VALUE 'Y'.
017300     05  WS-OPR-FOUND-SW         PIC X(01) VALUE 'N'.
017400         88  WS-OPR-FOUND             VALUE 'Y'.
017500     05  WS-SIGNED-ON-SW         PIC X(01) VALUE 'N'.
017600         88  WS-SIGNED-ON             VALUE 'Y'.
017700     05  WS-LOCK-HELD-SW         PIC X(01) VALUE 'N'.
017800         88  WS-LOCK-HELD             VALUE 'Y'.
017900     05  WS-COPY-FAILED-SW       PIC X(01) VALUE 'N'.
018000         88  WS-COPY-FAILED           VALUE 'Y'.
018100     05  WS-GEN-FOUND-SW         PIC X(01) VALUE 'N'.
018200         88  WS-GEN-FOUND             VALUE 'Y'.
018300     05  WS-CATALOG-CHANGED-SW   PIC X(01) VALUE 'N'.
018400         88  WS-CATALOG-CHANGED       VALUE 'Y'.
018500     05  WS-FORCE-SW             PIC X(01) VALUE 'N'.
018600         88  WS-FORCE                 VALUE 'Y'.
018700*-----------------------------------------------------------
018800* FUNCTION - FROM BKPPARM. NO CARD AT ALL TAKES A GENERATION,
018900* WHICH IS WHAT THE NIGHTLY STEP RUNS.
019000*-----------------------------------------------------------
019100 01  WS-FUNCTION                 PIC X(01) VALUE 'B'.
019200     88  WS-FUNC-BACKUP              VALUE 'B'.
019300     88  WS-FUNC-LIST                VALUE 'L'.
019400     88  WS-FUNC-COMPARE             VALUE 'C'.
019500     88  WS-FUNC-RESTORE             VALUE 'R'.
019600 01  WS-REQ-GEN-NUMBER           PIC 9(05) VALUE ZEROES.
019700*-----------------------------------------------------------
019800* THE FIVE CONTROL FILES OF A GENERATION IN THE ORDER THEY ARE
019900* COPIED AND RESTORED: THE CODE IN THEIR GENERATION FILE NAMES
020000* AND THEIR RECORD LENGTH (CTRFILE'S LINES VARY - ITS LENGTH
020100* IS TAKEN FROM EACH LINE AS READ).
020200*-----------------------------------------------------------
020300 01  WS-FILE-DEFS-DATA.
020400     05  FILLER                  PIC X(06) VALUE 'CTR040'.
020500     05  FILLER                  PIC X(06) VALUE 'RCN037'.
020600     05  FILLER                  PIC X(06) VALUE 'OPN042'.
020700     05  FILLER                  PIC X(06) VALUE 'RSV051'.
020800     05  FILLER                  PIC X(06) VALUE 'REJ104'.
020900 01  WS-FILE-DEFS REDEFINES WS-FILE-DEFS-DATA.
021000     05  WS-FILE-DEF             OCCURS 5 TIMES.
021100         10  WS-FILE-CODE        PIC X(03).
021200         10  WS-FILE-LENGTH      PIC 9(03).
021300 77  WS-FILE-TOTAL               PIC 9(03) COMP VALUE 5.
021400 01  WS-FILE-SUB                 PIC 9(03) COMP VALUE ZERO.
021500*-----------------------------------------------------------
021600* GENERATION FILE NAMING - BKPFFF.DYYYYMMDD.GNNNNN, THE FILE
021700* CODE, THE BUSINESS DATE THE GENERATION WAS TAKEN ON AND ITS
021800* NUMBER, THE SAME RUN-TIME NAMING SEQARC00 USES FOR ITS
021900* MONTHLY ARCHIVES.
022000*-----------------------------------------------------------
022100 01  WS-BKG-FILE-NAME            PIC X(30) VALUE SPACES.
022200 01  WS-NAME-DATE                PIC 9(08) VALUE ZEROES.
022300 01  WS-NAME-GEN                 PIC 9(05) VALUE ZEROES.
022400 01  WS-LIVE-STATUS              PIC X(02) VALUE SPACES.
022500 01  WS-LIVE-LENGTH              PIC 9(05) COMP VALUE ZERO.
022600 01  WS-LIVE-LINE                PIC X(120) VALUE SPACES.
022700 01  WS-GEN-LINE                 PIC X(120) VALUE SPACES.
022800*-----------------------------------------------------------
022900* BACKUP CATALOG TABLE - THE WHOLE OF BKPCAT IN FILE ORDER
023000* (OLDEST FIRST), EACH ENTRY THE SAME LAYOUT AS BKPREC01 WITH
023100* A ROLL-OFF MARK IN THE FILLER. THE FILE IS WRITTEN BACK
023200* WHOLE, LESS THE ROLLED-OFF ENTRIES, WHEN A RUN CHANGES IT.
023300* A CATALOG TOO BIG FOR THE TABLE HALTS BEFORE ANYTHING IS
023400* TOUCHED RATHER THAN LOSE THE ENTRIES IT COULD NOT HOLD.
023500*-----------------------------------------------------------
023600 01  WS-CAT-COUNT                PIC 9(05) COMP VALUE ZERO.
023700 01  WS-CAT-TABLE-MAX            PIC 9(05) COMP VALUE 00500.
023800 01  WS-CAT-TABLE.
023900     05  WS-CAT-ENTRY            OCCURS 500 TIMES.
024000         10  WS-CAT-GEN-NUMBER   PIC 9(05).
024100         10  WS-CAT-GEN-DATE     PIC 9(08).
024200         10  WS-CAT-GEN-TIME     PIC 9(06).
024300         10  WS-CAT-TRIGGER      PIC X(01).
024400         10  WS-CAT-RUN-ID       PIC X(08).
024500         10  WS-CAT-OPERATOR-ID  PIC X(08).
024600         10  WS-CAT-STATUS       PIC X(01).
024700             88  WS-CAT-COMPLETE      VALUE 'C'.
024800         10  WS-CAT-FILE-COUNTS.
024900             15  WS-CAT-FILE-COUNT
025000                                 PIC 9(07) OCCURS 5 TIMES.
025100         10  WS-CAT-RESTORED-DATE
025200                                 PIC 9(08).
025300         10  WS-CAT-ROLLED-SW    PIC X(01).
025400             88  WS-CAT-ROLLED        VALUE 'Y'.
025500         10  FILLER              PIC X(09).
025600 01  WS-CAT-SUB                  PIC 9(05) COMP VALUE ZERO.
025700 01  WS-CAT-WRITE-SUB            PIC 9(05) COMP VALUE ZERO.
025800 01  WS-GEN-SUB                  PIC 9(05) COMP VALUE ZERO.
025900 01  WS-LAST-GEN-NUMBER          PIC 9(05) VALUE ZEROES.
026000*-----------------------------------------------------------
026100* THE GENERATION BEING TAKEN
026200*-----------------------------------------------------------
026300 01  WS-NEW-GEN-NUMBER           PIC 9(05) VALUE ZEROES.
026400 01  WS-NEW-GEN-TIME             PIC 9(06) VALUE ZEROES.
026500 01  WS-NEW-TRIGGER              PIC X(01) VALUE SPACE.
026600 01  WS-NEW-COUNTS.
026700     05  WS-NEW-FILE-COUNT       PIC 9(07) OCCURS 5 TIMES.
026800*-----------------------------------------------------------
026900* RETENTION - A GENERATION OLDER THAN THE RETENTION PERIOD IS
027000* ROLLED OFF, EXCEPT THAT THE NEWEST COMPLETE GENERATIONS ARE
027100* ALWAYS KEPT HOWEVER OLD, SO A LONG GAP BETWEEN RUNS NEVER
027200* LEAVES NOTHING TO RESTORE. COBOL CANNOT SCRATCH A FILE, SO
027300* A ROLLED-OFF GENERATION'S FILES ARE EMPTIED AND LEFT FOR
027400* HOUSEKEEPING, AND ITS CATALOG ENTRY IS DROPPED.
027500*-----------------------------------------------------------
027600 77  WS-RETENTION-DAYS           PIC 9(05) COMP VALUE 00030.
027700 77  WS-MIN-GENERATIONS          PIC 9(05) COMP VALUE 00005.
027800 01  WS-PARM-DAYS-NUM            PIC 9(05) VALUE ZEROES.
027900 01  WS-TODAY-INTEGER            PIC 9(08) COMP VALUE ZERO.
028000 01  WS-GEN-AGE-DAYS             PIC S9(08) COMP VALUE ZERO.
028100 01  WS-KEPT-NEWER               PIC 9(05) COMP VALUE ZERO.
028200*-----------------------------------------------------------
028300* COMPARE - PER FILE, RECORD BY RECORD (OPNFILE BY KEY, THE
028400* OTHERS BY POSITION, AS EACH IS REWRITTEN WHOLE IN A FIXED
028500* ORDER), THEN PER SERIES AGAINST THE REGISTER.
028600*-----------------------------------------------------------
028700 01  WS-CMP-GEN-READ             PIC 9(07) COMP VALUE ZERO.
028800 01  WS-CMP-LIVE-READ            PIC 9(07) COMP VALUE ZERO.
028900 01  WS-CMP-SAME                 PIC 9(07) COMP VALUE ZERO.
029000 01  WS-CMP-CHANGED              PIC 9(07) COMP VALUE ZERO.
029100 01  WS-CMP-GEN-ONLY             PIC 9(07) COMP VALUE ZERO.
029200 01  WS-CMP-LIVE-ONLY            PIC 9(07) COMP VALUE ZERO.
029300 01  WS-CMP-NOTE                 PIC X(30) VALUE SPACES.
029400 01  WS-GEN-KEY                  PIC X(13) VALUE SPACES.
029500 01  WS-LIVE-KEY                 PIC X(13) VALUE SPACES.
029600 01  WS-FILES-DIFFERING          PIC 9(03) COMP VALUE ZERO.
029700 01  WS-GEN-FILES-UNSOUND        PIC 9(03) COMP VALUE ZERO.
029800 01  WS-REG-AHEAD-TOTAL          PIC 9(07) COMP VALUE ZERO.
029900 01  WS-SERIES-MOVED-BACK        PIC 9(03) COMP VALUE ZERO.
030000 01  WS-EDIT-COUNT               PIC Z(06)9.
030100*-----------------------------------------------------------
030200* PER-SERIES COMPARE TABLE - THE COUNTER IN THE GENERATION,
030300* THE LIVE COUNTER, THE HIGHEST NUMBER ON THE REGISTER AND HOW
030400* MANY REGISTERED NUMBERS LIE PAST THE GENERATION'S COUNTER -
030500* NUMBERS A RESTORE WOULD HAND OUT A SECOND TIME.
030600*-----------------------------------------------------------
030700 01  WS-CMS-COUNT                PIC 9(03) COMP VALUE ZERO.
030800 01  WS-CMS-TABLE-MAX            PIC 9(03) COMP VALUE 020.
030900 01  WS-CMS-TABLE.
031000     05  WS-CMS-ENTRY            OCCURS 20 TIMES
031100                                 INDEXED BY WS-CMS-IX.
031200         10  WS-CMS-CODE         PIC X(01).
031300         10  WS-CMS-GEN-SW       PIC X(01).
031400             88  WS-CMS-IN-GEN        VALUE 'Y'.
031500         10  WS-CMS-GEN-LAST     PIC 9(07).
031600         10  WS-CMS-GEN-CYCLE    PIC 9(05).
031700         10  WS-CMS-LIVE-SW      PIC X(01).
031800             88  WS-CMS-IN-LIVE       VALUE 'Y'.
031900         10  WS-CMS-LIVE-LAST    PIC 9(07).
032000         10  WS-CMS-LIVE-CYCLE   PIC 9(05).
032100         10  WS-CMS-REG-HIGH     PIC 9(07).
032200         10  WS-CMS-REG-CYCLE    PIC 9(05).
032300         10  WS-CMS-REG-AHEAD    PIC 9(07).
032400 01  WS-CMS-SUB                  PIC 9(03) COMP VALUE ZERO.
032500 01  WS-CURRENT-SERIES           PIC X(01) VALUE SPACE.
032600 01  WS-WORK-LENGTH              PIC 9(05) COMP VALUE ZERO.
032700 01  WS-WORK-LAST                PIC 9(07) VALUE ZEROES.
032800 01  WS-WORK-CYCLE               PIC 9(05) VALUE ZEROES.
032900*-----------------------------------------------------------
033000* COUNTER LINE WORK AREA - THE CTRREC01 LAYOUT, WITH THE SAME
033100* LEGACY-LENGTH READING AS SEQGEN00: A 19-BYTE LINE IS THE OLD
033200* 5-DIGIT GLOBAL COUNTER, A 32-BYTE LINE THE OLD 7-DIGIT ONE,
033300* BOTH THE GENERAL SERIES.
033400*-----------------------------------------------------------
033500 01  WS-CTR-WORK.
033600     05  WS-CTRW-LAST-ISSUED     PIC 9(07).
033700     05  WS-CTRW-CYCLE-COUNT     PIC 9(05).
033800     05  FILLER                  PIC X(20).
033900     05  WS-CTRW-SERIES-CODE     PIC X(01).
034000     05  WS-CTRW-SERIES-MAX      PIC 9(07).
034100 01  WS-CTRW-LEGACY REDEFINES WS-CTR-WORK.
034200     05  WS-CTRW-LEGACY-LAST     PIC 9(05).
034300     05  FILLER                  PIC X(35).
034400*-----------------------------------------------------------
034500* OPERATOR PROOF FOR A RESTORE - THE ID AND PASSWORD COME ON
034600* BKPPARM AND ARE PROVED AGAINST OPRFILE THE SAME WAY THE
034700* SCREEN SIGN-ON PROVES THEM. THE PASSWORD IS CLEARED AS SOON
034800* AS IT HAS BEEN COMPARED.
034900*-----------------------------------------------------------
035000 01  WS-SIGNON-USER-ID           PIC X(08) VALUE SPACES.
035100 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
035200 01  WS-SIGNON-REASON            PIC X(40) VALUE SPACES.
035300 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
035400 01  WS-OPR-PASSWORD             PIC X(08) VALUE SPACES.
035500 01  WS-OPR-STATUS               PIC X(01) VALUE SPACE.
035600     88  WS-OPR-ACTIVE               VALUE 'A'.
035700 01  WS-OPR-AUTHORITIES.
035800     05  WS-OPR-AUTH-INQUIRE     PIC X(01) VALUE 'N'.
035900         88  WS-OPR-CAN-INQUIRE      VALUE 'Y'.
036000     05  WS-OPR-AUTH-DESK-ISSUE  PIC X(01) VALUE 'N'.
036100         88  WS-OPR-CAN-DESK-ISSUE   VALUE 'Y'.
036200     05  WS-OPR-AUTH-REPAIR      PIC X(01) VALUE 'N'.
036300         88  WS-OPR-CAN-REPAIR       VALUE 'Y'.
036400     05  WS-OPR-AUTH-OVERRIDE    PIC X(01) VALUE 'N'.
036500         88  WS-OPR-CAN-OVERRIDE     VALUE 'Y'.
036600     05  WS-OPR-AUTH-RELEASE     PIC X(01) VALUE 'N'.
036700         88  WS-OPR-CAN-RELEASE      VALUE 'Y'.
036800 01  WS-OLG-EVENT-TYPE           PIC X(01) VALUE SPACE.
036900 01  WS-OLG-SERIES-CODE          PIC X(01) VALUE SPACE.
037000 01  WS-OLG-SEQ-VALUE            PIC 9(07) VALUE ZEROES.
037100 01  WS-OLG-DETAIL               PIC X(50) VALUE SPACES.
037200 01  WS-OLG-TIME                 PIC 9(06) VALUE ZEROES.
037300*-----------------------------------------------------------
037400* RUN CONTROLS AND TALLIES
037500*-----------------------------------------------------------
037600 01  WS-RECORDS-COPIED           PIC 9(07) COMP VALUE ZERO.
037700 01  WS-RECORDS-RESTORED         PIC 9(07) COMP VALUE ZERO.
037800 01  WS-RESTORE-FILE-COUNT       PIC 9(07) COMP VALUE ZERO.
037900 01  WS-RESTORE-ERRORS           PIC 9(05) COMP VALUE ZERO.
038000 01  WS-RESTORES-REFUSED         PIC 9(05) COMP VALUE ZERO.
038100 01  WS-GENS-ROLLED              PIC 9(05) COMP VALUE ZERO.
038200 01  WS-LOCK-RUN-ID              PIC X(08) VALUE SPACES.
038300 01  WS-LOCK-RUN-DATE            PIC 9(08) VALUE ZEROES.
038400 01  WS-LOCK-RUN-TIME            PIC 9(06) VALUE ZEROES.
038500 01  WS-HALT-MESSAGE             PIC X(80) VALUE SPACES.
038600 01  WS-RUN-ID                   PIC X(08) VALUE 'SEQBKP00'.
038700 01  WS-TODAY                    PIC 9(08).
038800 01  WS-NOW                      PIC 9(06).
038900 01  WS-CURRENT-DATE             PIC 9(08).
039000*-----------------------------------------------------------
039100* REPORT LINE LAYOUTS
039200*-----------------------------------------------------------
039300 01  WS-HDG-LINE-1.
039400     05  FILLER                  PIC X(34)
039500             VALUE 'SEQBKP00 CONTROL FILE BACKUP'.
039600     05  FILLER                  PIC X(15)
039700             VALUE 'BUSINESS DATE: '.
039800     05  HDG-BUS-DATE            PIC 9(08).
039900     05  FILLER                  PIC X(04) VALUE SPACES.
040000     05  FILLER                  PIC X(05) VALUE 'RUN: '.
040100     05  HDG-RUN-DATE            PIC 9(08).
040200     05  FILLER                  PIC X(01) VALUE SPACE.
040300     05  HDG-RUN-TIME            PIC 9(06).
040400 01  WS-HDG-LINE-2.
040500     05  FILLER                  PIC X(10) VALUE 'FUNCTION: '.
040600     05  HDG-FUNCTION            PIC X(24).
040700 01  WS-SECTION-LINE.
040800     05  FILLER                  PIC X(04) VALUE '*** '.
040900     05  SEC-TITLE               PIC X(60).
041000 01  WS-CAT-HDG-LINE.
041100     05  FILLER                  PIC X(07) VALUE 'GEN'.
041200     05  FILLER                  PIC X(10) VALUE 'DATE'.
041300     05  FILLER                  PIC X(08) VALUE 'TIME'.
041400     05  FILLER                  PIC X(03) VALUE 'TR'.
041500     05  FILLER                  PIC X(10) VALUE 'RUN'.
041600     05  FILLER                  PIC X(10) VALUE 'OPERATOR'.
041700     05  FILLER                  PIC X(03) VALUE 'ST'.
041800     05  FILLER                  PIC X(08) VALUE '    CTR'.
041900     05  FILLER                  PIC X(08) VALUE '    RCN'.
042000     05  FILLER                  PIC X(08) VALUE '    OPN'.
042100     05  FILLER                  PIC X(08) VALUE '    RSV'.
042200     05  FILLER                  PIC X(08) VALUE '    REJ'.
042300     05  FILLER                  PIC X(10) VALUE 'RESTORED'.
042400     05  FILLER                  PIC X(30) VALUE 'NOTE'.
042500 01  WS-CAT-LINE.
042600     05  CAT-GEN-NUMBER          PIC 9(05).
042700     05  FILLER                  PIC X(02) VALUE SPACES.
042800     05  CAT-GEN-DATE            PIC 9(08).
042900     05  FILLER                  PIC X(02) VALUE SPACES.
043000     05  CAT-GEN-TIME            PIC 9(06).
043100     05  FILLER                  PIC X(02) VALUE SPACES.
043200     05  CAT-TRIGGER             PIC X(01).
043300     05  FILLER                  PIC X(02) VALUE SPACES.
043400     05  CAT-RUN-ID              PIC X(08).
043500     05  FILLER                  PIC X(02) VALUE SPACES.
043600     05  CAT-OPERATOR-ID         PIC X(08).
043700     05  FILLER                  PIC X(02) VALUE SPACES.
043800     05  CAT-STATUS              PIC X(01).
043900     05  FILLER                  PIC X(02) VALUE SPACES.
044000     05  CAT-COUNT-GROUP         OCCURS 5 TIMES.
044100         10  CAT-FILE-COUNT      PIC ZZZZZZ9.
044200         10  FILLER              PIC X(01).
044300     05  FILLER                  PIC X(02) VALUE SPACES.
044400     05  CAT-RESTORED-DATE       PIC X(08).
044500     05  FILLER                  PIC X(02) VALUE SPACES.
044600     05  CAT-NOTE                PIC X(30).
044700 01  WS-CMP-HDG-LINE.
044800     05  FILLER                  PIC X(06) VALUE 'FILE'.
044900     05  FILLER                  PIC X(09) VALUE ' CATALOG'.
045000     05  FILLER                  PIC X(09) VALUE '  GEN-IN'.
045100     05  FILLER                  PIC X(09) VALUE '    LIVE'.
045200     05  FILLER                  PIC X(09) VALUE '    SAME'.
045300     05  FILLER                  PIC X(09) VALUE ' CHANGED'.
045400     05  FILLER                  PIC X(09) VALUE 'GEN-ONLY'.
045500     05  FILLER                  PIC X(11) VALUE 'LIVE-ONLY'.
045600     05  FILLER                  PIC X(30) VALUE 'NOTE'.
045700 01  WS-CMP-LINE.
045800     05  CMP-FILE-CODE           PIC X(03).
045900     05  FILLER                  PIC X(03) VALUE SPACES.
046000     05  CMP-CATALOG             PIC ZZZZZZ9.
046100     05  FILLER                  PIC X(02) VALUE SPACES.
046200     05  CMP-GEN-READ            PIC ZZZZZZ9.
046300     05  FILLER                  PIC X(02) VALUE SPACES.
046400     05  CMP-LIVE-READ           PIC ZZZZZZ9.
046500     05  FILLER                  PIC X(02) VALUE SPACES.
046600     05  CMP-SAME                PIC ZZZZZZ9.
046700     05  FILLER                  PIC X(02) VALUE SPACES.
046800     05  CMP-CHANGED             PIC ZZZZZZ9.
046900     05  FILLER                  PIC X(02) VALUE SPACES.
047000     05  CMP-GEN-ONLY            PIC ZZZZZZ9.
047100     05  FILLER                  PIC X(02) VALUE SPACES.
047200     05  CMP-LIVE-ONLY           PIC ZZZZZZ9.
047300     05  FILLER                  PIC X(04) VALUE SPACES.
047400     05  CMP-NOTE                PIC X(30).
047500 01  WS-SER-HDG-LINE.
047600     05  FILLER                  PIC X(04) VALUE 'SER'.
047700     05  FILLER                  PIC X(16) VALUE 'GENERATION'.
047800     05  FILLER                  PIC X(16) VALUE 'LIVE'.
047900     05  FILLER                  PIC X(16) VALUE 'REGISTER HIGH'.
048000     05  FILLER                  PIC X(10) VALUE '   AHEAD'.
048100     05  FILLER                  PIC X(40) VALUE 'NOTE'.
048200 01  WS-SER-LINE.
048300     05  SER-CODE                PIC X(01).
048400     05  FILLER                  PIC X(03) VALUE SPACES.
048500     05  SER-GEN                 PIC X(13).
048600     05  FILLER                  PIC X(03) VALUE SPACES.
048700     05  SER-LIVE                PIC X(13).
048800     05  FILLER                  PIC X(03) VALUE SPACES.
048900     05  SER-REG                 PIC X(13).
049000     05  FILLER                  PIC X(03) VALUE SPACES.
049100     05  SER-AHEAD               PIC ZZZZZZ9.
049200     05  FILLER                  PIC X(03) VALUE SPACES.
049300     05  SER-NOTE                PIC X(40).
049400 01  WS-TOT-LINE.
049500     05  TOT-LABEL               PIC X(30).
049600     05  TOT-COUNT               PIC Z,ZZZ,ZZ9.
049700 PROCEDURE DIVISION.
049800*=============================================================
049900 0000-MAINLINE.
050000     PERFORM 1000-INITIALIZE
050100         THRU 1000-INITIALIZE-EXIT.
050200     EVALUATE TRUE
050300         WHEN WS-FUNC-LIST
050400             PERFORM 2200-LIST-CATALOG
050500                 THRU 2200-LIST-CATALOG-EXIT
050600         WHEN WS-FUNC-COMPARE
050700             PERFORM 2400-COMPARE-GENERATION
050800                 THRU 2400-COMPARE-GENERATION-EXIT
050900         WHEN WS-FUNC-RESTORE
051000             PERFORM 2600-RESTORE-GENERATION
051100                 THRU 2600-RESTORE-GENERATION-EXIT
051200         WHEN OTHER
051300             PERFORM 2000-TAKE-BACKUP
051400                 THRU 2000-TAKE-BACKUP-EXIT
051500     END-EVALUATE.
051600     PERFORM 3000-TERMINATE
051700         THRU 3000-TERMINATE-EXIT.
051800     STOP RUN.
051900*=============================================================
052000* 1000-INITIALIZE - BUSINESS DATE, PARAMETER CARD AND REPORT
052100* HEADING; THEN THE LOCK FOR A BACKUP OR RESTORE, AND ONLY
052110* ONCE IT IS HELD THE CATALOG. NOTHING IS CHANGED YET.
052200*=============================================================
052300 1000-INITIALIZE.
052400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
052500     ACCEPT WS-NOW          FROM TIME.
052600     MOVE WS-CURRENT-DATE TO WS-TODAY.
052700     PERFORM 1050-READ-CALENDAR
052800         THRU 1050-READ-CALENDAR-EXIT.
052900     COMPUTE WS-TODAY-INTEGER =
053000         FUNCTION INTEGER-OF-DATE (WS-TODAY).
053100     PERFORM 1100-READ-PARM
053200         THRU 1100-READ-PARM-EXIT.
053300     OPEN OUTPUT RPT-FILE.
053400     MOVE WS-TODAY        TO HDG-BUS-DATE.
053500     MOVE WS-CURRENT-DATE TO HDG-RUN-DATE.
053600     MOVE WS-NOW          TO HDG-RUN-TIME.
053700     MOVE WS-HDG-LINE-1 TO RPT-LINE.
053800     WRITE RPT-LINE.
053900     EVALUATE TRUE
054000         WHEN WS-FUNC-BACKUP
054100             MOVE 'TAKE GENERATION' TO HDG-FUNCTION
054200         WHEN WS-FUNC-LIST
054300             MOVE 'LIST CATALOG' TO HDG-FUNCTION
054400         WHEN WS-FUNC-COMPARE
054500             MOVE 'COMPARE GENERATION' TO HDG-FUNCTION
054600         WHEN WS-FUNC-RESTORE
054700             MOVE 'RESTORE GENERATION' TO HDG-FUNCTION
054800         WHEN OTHER
054900             PERFORM 8100-PARM-HALT
055000                 THRU 8100-PARM-HALT-EXIT
055100     END-EVALUATE.
055200     MOVE WS-HDG-LINE-2 TO RPT-LINE.
055300     WRITE RPT-LINE.
055400     MOVE SPACES TO RPT-LINE.
055500     WRITE RPT-LINE.
055510     IF WS-FUNC-BACKUP OR WS-FUNC-RESTORE
055520         PERFORM 1300-ACQUIRE-RUN-LOCK
055530             THRU 1300-ACQUIRE-RUN-LOCK-EXIT
055540     END-IF.
055600     PERFORM 1200-LOAD-CATALOG
055700         THRU 1200-LOAD-CATALOG-EXIT.
055800 1000-INITIALIZE-EXIT.
055900     EXIT.
056000*=============================================================
056100* 1050-READ-CALENDAR - THE OPEN BUSINESS DATE FROM THE SHARED
056200* CALENDAR DATES EVERY GENERATION. NO CALFILE AT ALL LEAVES
056300* THE WALL-CLOCK DATE IN PLACE.
056400*=============================================================
056500 1050-READ-CALENDAR.
056600     OPEN INPUT CAL-FILE.
056700     IF WS-CAL-FILE-STATUS = '35'
056800         GO TO 1050-READ-CALENDAR-EXIT
056900     END-IF.
057000     PERFORM 1060-READ-CALENDAR-RECORD
057100         THRU 1060-READ-CALENDAR-RECORD-EXIT
057200         UNTIL WS-CAL-EOF.
057300     CLOSE CAL-FILE.
057400 1050-READ-CALENDAR-EXIT.
057500     EXIT.
057600*=============================================================
057700 1060-READ-CALENDAR-RECORD.
057800     READ CAL-FILE
057900         AT END
058000             MOVE 'Y' TO WS-CAL-EOF-SW
058100             GO TO 1060-READ-CALENDAR-RECORD-EXIT
058200     END-READ.
058300     IF CAL-CONTROL
058400         AND CAL-DATE IS NUMERIC
058500         AND CAL-DATE > ZEROES
058600         MOVE CAL-DATE TO WS-TODAY
058700     END-IF.
058800 1060-READ-CALENDAR-RECORD-EXIT.
058900     EXIT.
059000*=============================================================
059100* 1100-READ-PARM - NO BKPPARM, OR A BLANK FUNCTION, TAKES A
059200* GENERATION. THE PASSWORD IS MOVED OUT OF THE RECORD AREA
059300* AND BLANKED THERE AT ONCE.
059400*=============================================================
059500 1100-READ-PARM.
059600     OPEN INPUT PRM-FILE.
059700     IF WS-PRM-FILE-STATUS = '35'
059800         GO TO 1100-READ-PARM-EXIT
059900     END-IF.
060000     READ PRM-FILE
060100         AT END
060200             CONTINUE
060300         NOT AT END
060400             PERFORM 1150-TAKE-PARM-VALUES
060500                 THRU 1150-TAKE-PARM-VALUES-EXIT
060600     END-READ.
060700     CLOSE PRM-FILE.
060800 1100-READ-PARM-EXIT.
060900     EXIT.
061000*=============================================================
061100 1150-TAKE-PARM-VALUES.
061200     IF BKP-PRM-FUNCTION NOT = SPACE
061300         MOVE BKP-PRM-FUNCTION TO WS-FUNCTION
061400     END-IF.
061500     IF BKP-PRM-GEN-NUMBER IS NUMERIC
061600         MOVE BKP-PRM-GEN-NUMBER TO WS-REQ-GEN-NUMBER
061700     END-IF.
061800     MOVE BKP-PRM-OPERATOR-ID TO WS-SIGNON-USER-ID.
061900     MOVE BKP-PRM-PASSWORD    TO WS-SIGNON-PASSWORD.
062000     MOVE SPACES              TO BKP-PRM-PASSWORD.
062100     IF BKP-PRM-FORCE = 'Y'
062200         MOVE 'Y' TO WS-FORCE-SW
062300     END-IF.
062400     IF BKP-PRM-RETAIN-DAYS IS NUMERIC
062500         MOVE BKP-PRM-RETAIN-DAYS TO WS-PARM-DAYS-NUM
062600         IF WS-PARM-DAYS-NUM > ZERO
062700             MOVE WS-PARM-DAYS-NUM TO WS-RETENTION-DAYS
062800         END-IF
062900     END-IF.
063000 1150-TAKE-PARM-VALUES-EXIT.
063100     EXIT.
063200*=============================================================
063300* 1200-LOAD-CATALOG - THE WHOLE OF BKPCAT, AND THE HIGHEST
063400* GENERATION NUMBER EVER ISSUED ON IT. NO CATALOG YET MEANS
063500* NO GENERATIONS; THE FIRST ONE TAKEN IS NUMBER 1. ROOM IS
063600* KEPT FOR THE TWO ENTRIES A RESTORE OR BACKUP MAY ADD.
063700*=============================================================
063800 1200-LOAD-CATALOG.
063900     OPEN INPUT BKP-FILE.
064000     IF WS-BKP-FILE-STATUS = '35'
064100         GO TO 1200-LOAD-CATALOG-EXIT
064200     END-IF.
064300     PERFORM 1210-READ-CATALOG-RECORD
064400         THRU 1210-READ-CATALOG-RECORD-EXIT
064500         UNTIL WS-BKP-EOF.
064600     CLOSE BKP-FILE.
064700 1200-LOAD-CATALOG-EXIT.
064800     EXIT.
064900*=============================================================
065000 1210-READ-CATALOG-RECORD.
065100     READ BKP-FILE
065200         AT END
065300             MOVE 'Y' TO WS-BKP-EOF-SW
065400             GO TO 1210-READ-CATALOG-RECORD-EXIT
065500     END-READ.
065600     IF WS-CAT-COUNT + 2 > WS-CAT-TABLE-MAX
065700         CLOSE BKP-FILE
065800         PERFORM 8200-CATALOG-HALT
065900             THRU 8200-CATALOG-HALT-EXIT
066000     END-IF.
066100     ADD 1 TO WS-CAT-COUNT.
066200     MOVE BKP-RECORD TO WS-CAT-ENTRY (WS-CAT-COUNT).
066300     MOVE SPACE TO WS-CAT-ROLLED-SW (WS-CAT-COUNT).
066400     IF BKP-GEN-NUMBER IS NUMERIC
066500         AND BKP-GEN-NUMBER > WS-LAST-GEN-NUMBER
066600         MOVE BKP-GEN-NUMBER TO WS-LAST-GEN-NUMBER
066700     END-IF.
066800 1210-READ-CATALOG-RECORD-EXIT.
066900     EXIT.
067000*=============================================================
067100* 1300-ACQUIRE-RUN-LOCK - HALT IF ANOTHER RUN OR A DESK
067200* SCREEN HOLDS THE LOCK, OTHERWISE MARK THIS RUN ACTIVE, THE
067300* SAME TEST SEQGEN00 MAKES. A GENERATION TAKEN UNDER A RUN IN
067400* FLIGHT WOULD CATCH THE FILES HALF REWRITTEN, AND A RESTORE
067500* UNDER ONE WOULD BE OVERWRITTEN BY ITS END-OF-JOB REWRITE.
067600*=============================================================
067700 1300-ACQUIRE-RUN-LOCK.
067800     OPEN INPUT LOK-FILE.
067900     IF WS-LOK-FILE-STATUS NOT = '35'
068000         READ LOK-FILE
068100             AT END
068200                 CONTINUE
068300             NOT AT END
068400                 IF LOK-ACTIVE
068500                     MOVE LOK-RUN-ID   TO WS-LOCK-RUN-ID
068600                     MOVE LOK-RUN-DATE TO WS-LOCK-RUN-DATE
068700                     MOVE LOK-RUN-TIME TO WS-LOCK-RUN-TIME
068800                     CLOSE LOK-FILE
068900                     PERFORM 8300-LOCK-HALT
069000                         THRU 8300-LOCK-HALT-EXIT
069100                 END-IF
069200         END-READ
069300         CLOSE LOK-FILE
069400     END-IF.
069500     OPEN OUTPUT LOK-FILE.
069600     MOVE SPACES TO LOK-RECORD.
069700     SET LOK-ACTIVE TO TRUE.
069800     MOVE WS-RUN-ID       TO LOK-RUN-ID.
069900     MOVE WS-CURRENT-DATE TO LOK-RUN-DATE.
070000     MOVE WS-NOW          TO LOK-RUN-TIME.
070100     WRITE LOK-RECORD.
070200     CLOSE LOK-FILE.
070300     MOVE 'Y' TO WS-LOCK-HELD-SW.
070400 1300-ACQUIRE-RUN-LOCK-EXIT.
070500     EXIT.
070600*=============================================================
070700* 1520-FIND-OPERATOR - READ OPRFILE FRESH FOR THE ID ON THE
070800* CARD AND PROVE IT. ANY REFUSAL LEAVES ITS REASON IN
070900* WS-SIGNON-REASON, BLANK MEANS PROVED. AN OPERATOR WITH NO
071000* PASSWORD ON FILE IS REFUSED, NOT LET IN ON A BLANK ONE.
071100*=============================================================
071200 1520-FIND-OPERATOR.
071300     MOVE 'N' TO WS-OPR-FOUND-SW.
071400     MOVE 'N' TO WS-OPR-EOF-SW.
071500     MOVE SPACES TO WS-SIGNON-REASON.
071600     OPEN INPUT OPR-FILE.
071700     IF WS-OPR-FILE-STATUS NOT = '00'
071800         MOVE 'OPERATOR FILE NOT AVAILABLE' TO WS-SIGNON-REASON
071900         GO TO 1520-FIND-OPERATOR-EXIT
072000     END-IF.
072100     PERFORM 1530-READ-OPERATOR-RECORD
072200         THRU 1530-READ-OPERATOR-RECORD-EXIT
072300         UNTIL WS-OPR-EOF
072400            OR WS-OPR-FOUND.
072500     CLOSE OPR-FILE.
072600     EVALUATE TRUE
072700         WHEN NOT WS-OPR-FOUND
072800             MOVE 'OPERATOR NOT ON FILE' TO WS-SIGNON-REASON
072900         WHEN WS-OPR-PASSWORD = SPACES
073000             MOVE 'NO PASSWORD ON FILE' TO WS-SIGNON-REASON
073100         WHEN WS-OPR-PASSWORD NOT = WS-SIGNON-PASSWORD
073200             MOVE 'PASSWORD INCORRECT' TO WS-SIGNON-REASON
073300         WHEN NOT WS-OPR-ACTIVE
073400             MOVE 'OPERATOR REVOKED' TO WS-SIGNON-REASON
073500         WHEN OTHER
073600             CONTINUE
073700     END-EVALUATE.
073800     MOVE SPACES TO WS-OPR-PASSWORD
073900                    WS-SIGNON-PASSWORD.
074000 1520-FIND-OPERATOR-EXIT.
074100     EXIT.
074200*=============================================================
074300 1530-READ-OPERATOR-RECORD.
074400     READ OPR-FILE
074500         AT END
074600             MOVE 'Y' TO WS-OPR-EOF-SW
074700             GO TO 1530-READ-OPERATOR-RECORD-EXIT
074800     END-READ.
074900     IF OPR-USER-ID NOT = WS-SIGNON-USER-ID
075000         GO TO 1530-READ-OPERATOR-RECORD-EXIT
075100     END-IF.
075200     MOVE 'Y'             TO WS-OPR-FOUND-SW.
075300     MOVE OPR-PASSWORD    TO WS-OPR-PASSWORD.
075400     MOVE OPR-STATUS      TO WS-OPR-STATUS.
075500     MOVE OPR-AUTHORITIES TO WS-OPR-AUTHORITIES.
075600 1530-READ-OPERATOR-RECORD-EXIT.
075700     EXIT.
075800*=============================================================
075900* 2000-TAKE-BACKUP - THE NIGHTLY GENERATION, TAKEN UNDER THE
076000* LOCK, THEN ROLL-OFF. A GENERATION THAT COULD NOT BE TAKEN
076100* WHOLE IS CATALOGED INCOMPLETE AND ENDS THE JOB WITH RETURN
076200* CODE 12 SO THE STREAM DOES NOT GO ON WITHOUT A BACKUP;
076300* NOTHING IS ROLLED OFF ON A FAILED RUN.
076400*=============================================================
076500 2000-TAKE-BACKUP.
076800     MOVE 'NEW GENERATION' TO SEC-TITLE.
076900     MOVE WS-SECTION-LINE TO RPT-LINE.
077000     WRITE RPT-LINE.
077100     MOVE WS-CAT-HDG-LINE TO RPT-LINE.
077200     WRITE RPT-LINE.
077300     MOVE 'N' TO WS-NEW-TRIGGER.
077400     PERFORM 5000-TAKE-GENERATION
077500         THRU 5000-TAKE-GENERATION-EXIT.
077600     IF WS-COPY-FAILED
077700         MOVE 'H' TO WS-JRN-STATUS-CODE
077800         MOVE '2000-TAKE-BACKUP' TO WS-JRN-HALT-PARA
077900         MOVE 12 TO RETURN-CODE
078000         GO TO 2000-TAKE-BACKUP-EXIT
078100     END-IF.
078200     MOVE SPACES TO RPT-LINE.
078300     WRITE RPT-LINE.
078400     MOVE 'ROLLED OFF' TO SEC-TITLE.
078500     MOVE WS-SECTION-LINE TO RPT-LINE.
078600     WRITE RPT-LINE.
078700     MOVE ZERO TO WS-KEPT-NEWER.
078800     PERFORM 2100-AGE-ONE-GENERATION
078900         THRU 2100-AGE-ONE-GENERATION-EXIT
079000         VARYING WS-CAT-SUB FROM WS-CAT-COUNT BY -1
079100         UNTIL WS-CAT-SUB < 1.
079200     IF WS-GENS-ROLLED = ZERO
079300         MOVE '    NONE' TO RPT-LINE
079400         WRITE RPT-LINE
079500     END-IF.
079600 2000-TAKE-BACKUP-EXIT.
079700     EXIT.
079800*=============================================================
079900* 2100-AGE-ONE-GENERATION - WALKED NEWEST FIRST. THE NEWEST
080000* COMPLETE GENERATIONS ARE KEPT WHATEVER THEIR AGE; PAST
080100* THOSE, ANY GENERATION OLDER THAN THE RETENTION PERIOD IS
080200* ROLLED OFF.
080300*=============================================================
080400 2100-AGE-ONE-GENERATION.
080500     IF WS-CAT-COMPLETE (WS-CAT-SUB)
080600         AND WS-KEPT-NEWER < WS-MIN-GENERATIONS
080700         ADD 1 TO WS-KEPT-NEWER
080800         GO TO 2100-AGE-ONE-GENERATION-EXIT
080900     END-IF.
081000     IF WS-CAT-GEN-DATE (WS-CAT-SUB) NOT NUMERIC
081100         OR WS-CAT-GEN-DATE (WS-CAT-SUB) = ZEROES
081200         GO TO 2100-AGE-ONE-GENERATION-EXIT
081300     END-IF.
081400     COMPUTE WS-GEN-AGE-DAYS = WS-TODAY-INTEGER -
081500         FUNCTION INTEGER-OF-DATE
081600             (WS-CAT-GEN-DATE (WS-CAT-SUB)).
081700     IF WS-GEN-AGE-DAYS NOT > WS-RETENTION-DAYS
081800         GO TO 2100-AGE-ONE-GENERATION-EXIT
081900     END-IF.
082000     MOVE 'Y' TO WS-CAT-ROLLED-SW (WS-CAT-SUB).
082100     MOVE 'Y' TO WS-CATALOG-CHANGED-SW.
082200     ADD 1 TO WS-GENS-ROLLED.
082300     MOVE WS-CAT-GEN-DATE (WS-CAT-SUB)   TO WS-NAME-DATE.
082400     MOVE WS-CAT-GEN-NUMBER (WS-CAT-SUB) TO WS-NAME-GEN.
082500     PERFORM 2110-EMPTY-ONE-FILE
082600         THRU 2110-EMPTY-ONE-FILE-EXIT
082700         VARYING WS-FILE-SUB FROM 1 BY 1
082800         UNTIL WS-FILE-SUB > WS-FILE-TOTAL.
082900     MOVE WS-CAT-SUB TO WS-CAT-WRITE-SUB.
083000     MOVE 'ROLLED OFF - FILES EMPTIED' TO CAT-NOTE.
083100     PERFORM 7700-PRINT-CATALOG-LINE
083200         THRU 7700-PRINT-CATALOG-LINE-EXIT.
083300 2100-AGE-ONE-GENERATION-EXIT.
083400     EXIT.
083500*=============================================================
083600 2110-EMPTY-ONE-FILE.
083700     PERFORM 5150-BUILD-GEN-FILE-NAME
083800         THRU 5150-BUILD-GEN-FILE-NAME-EXIT.
083900     OPEN OUTPUT BKG-FILE.
084000     IF WS-BKG-FILE-STATUS = '00'
084100         CLOSE BKG-FILE
084200     END-IF.
084300 2110-EMPTY-ONE-FILE-EXIT.
084400     EXIT.
084500*=============================================================
084600* 2200-LIST-CATALOG - EVERY GENERATION ON FILE, OLDEST FIRST.
084700*=============================================================
084800 2200-LIST-CATALOG.
084900     MOVE 'BACKUP CATALOG' TO SEC-TITLE.
085000     MOVE WS-SECTION-LINE TO RPT-LINE.
085100     WRITE RPT-LINE.
085200     MOVE WS-CAT-HDG-LINE TO RPT-LINE.
085300     WRITE RPT-LINE.
085400     IF WS-CAT-COUNT = ZERO
085500         MOVE '    NO GENERATIONS ON FILE' TO RPT-LINE
085600         WRITE RPT-LINE
085700         GO TO 2200-LIST-CATALOG-EXIT
085800     END-IF.
085900     PERFORM 2210-LIST-ONE-GENERATION
086000         THRU 2210-LIST-ONE-GENERATION-EXIT
086100         VARYING WS-CAT-WRITE-SUB FROM 1 BY 1
086200         UNTIL WS-CAT-WRITE-SUB > WS-CAT-COUNT.
086300 2200-LIST-CATALOG-EXIT.
086400     EXIT.
086500*=============================================================
086600 2210-LIST-ONE-GENERATION.
086700     MOVE SPACES TO CAT-NOTE.
086800     IF NOT WS-CAT-COMPLETE (WS-CAT-WRITE-SUB)
086900         MOVE 'INCOMPLETE - CANNOT BE RESTORED' TO CAT-NOTE
087000     END-IF.
087100     PERFORM 7700-PRINT-CATALOG-LINE
087200         THRU 7700-PRINT-CATALOG-LINE-EXIT.
087300 2210-LIST-ONE-GENERATION-EXIT.
087400     EXIT.
087500*=============================================================
087600* 2400-COMPARE-GENERATION - ONE GENERATION (THE LATEST
087700* COMPLETE ONE WHEN BKPPARM NAMES NONE) AGAINST THE LIVE FILES
087800* AND THE REGISTER. READ-ONLY - NO LOCK IS TAKEN, SO A COMPARE
087900* RUN WHILE A RUN IS IN FLIGHT SHOWS THE FILES AS THEY STOOD.
088000*=============================================================
088100 2400-COMPARE-GENERATION.
088200     PERFORM 2410-LOCATE-GENERATION
088300         THRU 2410-LOCATE-GENERATION-EXIT.
088400     IF NOT WS-GEN-FOUND
088500         MOVE SPACES TO RPT-LINE
088600         STRING 'GENERATION ' WS-REQ-GEN-NUMBER
088700             ' IS NOT ON THE CATALOG - NOTHING COMPARED'
088800             DELIMITED BY SIZE INTO RPT-LINE
088900         WRITE RPT-LINE
089000         MOVE 'W' TO WS-JRN-STATUS-CODE
089100         MOVE 8 TO RETURN-CODE
089200         GO TO 2400-COMPARE-GENERATION-EXIT
089300     END-IF.
089400     PERFORM 2420-COMPARE-FILES
089500         THRU 2420-COMPARE-FILES-EXIT.
089600     PERFORM 2450-COMPARE-SERIES
089700         THRU 2450-COMPARE-SERIES-EXIT.
089800 2400-COMPARE-GENERATION-EXIT.
089900     EXIT.
090000*=============================================================
090100* 2410-LOCATE-GENERATION - THE NAMED GENERATION, OR WITH NO
090200* NUMBER THE NEWEST COMPLETE ONE. THE CATALOG ENTRY IS
090300* PRINTED SO THE REPORT SAYS WHAT WAS COMPARED.
090400*=============================================================
090500 2410-LOCATE-GENERATION.
090600     MOVE 'N'  TO WS-GEN-FOUND-SW.
090700     MOVE ZERO TO WS-GEN-SUB.
090800     PERFORM 2415-TEST-ONE-GENERATION
090900         THRU 2415-TEST-ONE-GENERATION-EXIT
091000         VARYING WS-CAT-SUB FROM 1 BY 1
091100         UNTIL WS-CAT-SUB > WS-CAT-COUNT.
091200     IF NOT WS-GEN-FOUND
091300         GO TO 2410-LOCATE-GENERATION-EXIT
091400     END-IF.
091500     MOVE 'GENERATION' TO SEC-TITLE.
091600     MOVE WS-SECTION-LINE TO RPT-LINE.
091700     WRITE RPT-LINE.
091800     MOVE WS-CAT-HDG-LINE TO RPT-LINE.
091900     WRITE RPT-LINE.
092000     MOVE WS-GEN-SUB TO WS-CAT-WRITE-SUB.
092100     MOVE SPACES TO CAT-NOTE.
092200     IF NOT WS-CAT-COMPLETE (WS-GEN-SUB)
092300         MOVE 'INCOMPLETE - CANNOT BE RESTORED' TO CAT-NOTE
092400     END-IF.
092500     PERFORM 7700-PRINT-CATALOG-LINE
092600         THRU 7700-PRINT-CATALOG-LINE-EXIT.
092700     MOVE SPACES TO RPT-LINE.
092800     WRITE RPT-LINE.
092900 2410-LOCATE-GENERATION-EXIT.
093000     EXIT.
093100*=============================================================
093200 2415-TEST-ONE-GENERATION.
093300     IF WS-CAT-ROLLED (WS-CAT-SUB)
093400         GO TO 2415-TEST-ONE-GENERATION-EXIT
093500     END-IF.
093600     IF WS-REQ-GEN-NUMBER = ZERO
093700         IF WS-CAT-COMPLETE (WS-CAT-SUB)
093800             MOVE WS-CAT-SUB TO WS-GEN-SUB
093900             MOVE 'Y' TO WS-GEN-FOUND-SW
094000         END-IF
094100     ELSE
094200         IF WS-CAT-GEN-NUMBER (WS-CAT-SUB) = WS-REQ-GEN-NUMBER
094300             MOVE WS-CAT-SUB TO WS-GEN-SUB
094400             MOVE 'Y' TO WS-GEN-FOUND-SW
094500         END-IF
094600     END-IF.
094700 2415-TEST-ONE-GENERATION-EXIT.
094800     EXIT.
094900*=============================================================
095000* 2420-COMPARE-FILES - ONE LINE PER FILE. A GENERATION FILE
095100* THAT IS MISSING, OR HOLDS A DIFFERENT NUMBER OF RECORDS
095200* THAN THE CATALOG SAYS WAS COPIED, MAKES THE GENERATION
095300* UNSOUND - IT CANNOT BE RESTORED.
095400*=============================================================
095500 2420-COMPARE-FILES.
095600     MOVE ZERO TO WS-FILES-DIFFERING.
095700     MOVE ZERO TO WS-GEN-FILES-UNSOUND.
095800     MOVE ZERO TO WS-CMS-COUNT.
095900     MOVE 'GENERATION AGAINST LIVE FILES' TO SEC-TITLE.
096000     MOVE WS-SECTION-LINE TO RPT-LINE.
096100     WRITE RPT-LINE.
096200     MOVE WS-CMP-HDG-LINE TO RPT-LINE.
096300     WRITE RPT-LINE.
096400     PERFORM 2430-COMPARE-ONE-FILE
096500         THRU 2430-COMPARE-ONE-FILE-EXIT
096600         VARYING WS-FILE-SUB FROM 1 BY 1
096700         UNTIL WS-FILE-SUB > WS-FILE-TOTAL.
096800 2420-COMPARE-FILES-EXIT.
096900     EXIT.
097000*=============================================================
097100 2430-COMPARE-ONE-FILE.
097200     MOVE ZERO TO WS-CMP-GEN-READ.
097300     MOVE ZERO TO WS-CMP-LIVE-READ.
097400     MOVE ZERO TO WS-CMP-SAME.
097500     MOVE ZERO TO WS-CMP-CHANGED.
097600     MOVE ZERO TO WS-CMP-GEN-ONLY.
097700     MOVE ZERO TO WS-CMP-LIVE-ONLY.
097800     MOVE SPACES TO WS-CMP-NOTE.
097900     MOVE WS-CAT-GEN-DATE (WS-GEN-SUB)   TO WS-NAME-DATE.
098000     MOVE WS-CAT-GEN-NUMBER (WS-GEN-SUB) TO WS-NAME-GEN.
098100     PERFORM 5150-BUILD-GEN-FILE-NAME
098200         THRU 5150-BUILD-GEN-FILE-NAME-EXIT.
098300     MOVE 'N' TO WS-BKG-EOF-SW.
098400     MOVE 'Y' TO WS-BKG-OPEN-SW.
098500     OPEN INPUT BKG-FILE.
098600     IF WS-BKG-FILE-STATUS NOT = '00'
098700         MOVE 'Y' TO WS-BKG-EOF-SW
098800         MOVE 'N' TO WS-BKG-OPEN-SW
098900     END-IF.
099000     PERFORM 5160-OPEN-LIVE-INPUT
099100         THRU 5160-OPEN-LIVE-INPUT-EXIT.
099200     IF WS-LIVE-ERROR
099300         MOVE 'LIVE FILE UNREADABLE' TO WS-CMP-NOTE
099400     END-IF.
099500     PERFORM 2445-NEXT-GEN-RECORD
099600         THRU 2445-NEXT-GEN-RECORD-EXIT.
099700     PERFORM 2446-NEXT-LIVE-RECORD
099800         THRU 2446-NEXT-LIVE-RECORD-EXIT.
099900     PERFORM 2440-COMPARE-STEP
100000         THRU 2440-COMPARE-STEP-EXIT
100100         UNTIL WS-BKG-EOF
100200           AND WS-LIVE-EOF.
100300     IF WS-BKG-OPEN
100400         CLOSE BKG-FILE
100500     END-IF.
100600     IF WS-LIVE-OPEN
100700         PERFORM 5180-CLOSE-LIVE
100800             THRU 5180-CLOSE-LIVE-EXIT
100900     END-IF.
101000     IF NOT WS-BKG-OPEN
101100         MOVE 'GENERATION FILE MISSING' TO WS-CMP-NOTE
101200         ADD 1 TO WS-GEN-FILES-UNSOUND
101300     ELSE
101400         IF WS-CMP-GEN-READ NOT =
101500                 WS-CAT-FILE-COUNT (WS-GEN-SUB, WS-FILE-SUB)
101600             MOVE 'GENERATION FILE NOT AS CATALOGED'
101700                 TO WS-CMP-NOTE
101800             ADD 1 TO WS-GEN-FILES-UNSOUND
101900         END-IF
102000     END-IF.
102100     IF WS-CMP-CHANGED > ZERO
102200         OR WS-CMP-GEN-ONLY > ZERO
102300         OR WS-CMP-LIVE-ONLY > ZERO
102400         ADD 1 TO WS-FILES-DIFFERING
102500         IF WS-CMP-NOTE = SPACES
102600             MOVE 'DIFFERS FROM LIVE' TO WS-CMP-NOTE
102700         END-IF
102800     END-IF.
102900     MOVE WS-FILE-CODE (WS-FILE-SUB) TO CMP-FILE-CODE.
103000     MOVE WS-CAT-FILE-COUNT (WS-GEN-SUB, WS-FILE-SUB)
103100         TO CMP-CATALOG.
103200     MOVE WS-CMP-GEN-READ  TO CMP-GEN-READ.
103300     MOVE WS-CMP-LIVE-READ TO CMP-LIVE-READ.
103400     MOVE WS-CMP-SAME      TO CMP-SAME.
103500     MOVE WS-CMP-CHANGED   TO CMP-CHANGED.
103600     MOVE WS-CMP-GEN-ONLY  TO CMP-GEN-ONLY.
103700     MOVE WS-CMP-LIVE-ONLY TO CMP-LIVE-ONLY.
103800     MOVE WS-CMP-NOTE      TO CMP-NOTE.
103900     MOVE WS-CMP-LINE TO RPT-LINE.
104000     WRITE RPT-LINE.
104100 2430-COMPARE-ONE-FILE-EXIT.
104200     EXIT.
104300*=============================================================
104400* 2440-COMPARE-STEP - OPNFILE IS MATCHED BY KEY (BOTH SIDES
104500* ARE IN KEY ORDER, A NUMBER ISSUED SINCE THE GENERATION IS A
104600* LIVE-ONLY ENTRY); THE OTHER FILES LINE BY LINE.
104700*=============================================================
104800 2440-COMPARE-STEP.
104900     IF WS-FILE-SUB = 3
105000         MOVE HIGH-VALUES TO WS-GEN-KEY
105100         MOVE HIGH-VALUES TO WS-LIVE-KEY
105200         IF NOT WS-BKG-EOF
105300             MOVE WS-GEN-LINE (1:13) TO WS-GEN-KEY
105400         END-IF
105500         IF NOT WS-LIVE-EOF
105600             MOVE WS-LIVE-LINE (1:13) TO WS-LIVE-KEY
105700         END-IF
105800     ELSE
105900         MOVE SPACES TO WS-GEN-KEY
106000         MOVE SPACES TO WS-LIVE-KEY
106100         IF WS-BKG-EOF
106200             MOVE HIGH-VALUES TO WS-GEN-KEY
106300         END-IF
106400         IF WS-LIVE-EOF
106500             MOVE HIGH-VALUES TO WS-LIVE-KEY
106600         END-IF
106700     END-IF.
106800     EVALUATE TRUE
106900         WHEN WS-GEN-KEY < WS-LIVE-KEY
107000             ADD 1 TO WS-CMP-GEN-ONLY
107100             PERFORM 2445-NEXT-GEN-RECORD
107200                 THRU 2445-NEXT-GEN-RECORD-EXIT
107300         WHEN WS-GEN-KEY > WS-LIVE-KEY
107400             ADD 1 TO WS-CMP-LIVE-ONLY
107500             PERFORM 2446-NEXT-LIVE-RECORD
107600                 THRU 2446-NEXT-LIVE-RECORD-EXIT
107700         WHEN OTHER
107800             IF WS-GEN-LINE = WS-LIVE-LINE
107900                 ADD 1 TO WS-CMP-SAME
108000             ELSE
108100                 ADD 1 TO WS-CMP-CHANGED
108200             END-IF
108300             PERFORM 2445-NEXT-GEN-RECORD
108400                 THRU 2445-NEXT-GEN-RECORD-EXIT
108500             PERFORM 2446-NEXT-LIVE-RECORD
108600                 THRU 2446-NEXT-LIVE-RECORD-EXIT
108700     END-EVALUATE.
108800 2440-COMPARE-STEP-EXIT.
108900     EXIT.
109000*=============================================================
109100* 2445/2446 - NEXT RECORD ON EACH SIDE. A COUNTER LINE IS ALSO
109200* NOTED IN THE PER-SERIES TABLE.
109300*=============================================================
109400 2445-NEXT-GEN-RECORD.
109500     IF WS-BKG-EOF
109600         GO TO 2445-NEXT-GEN-RECORD-EXIT
109700     END-IF.
109800     PERFORM 5600-READ-GEN-RECORD
109900         THRU 5600-READ-GEN-RECORD-EXIT.
110000     IF WS-BKG-EOF
110100         GO TO 2445-NEXT-GEN-RECORD-EXIT
110200     END-IF.
110300     ADD 1 TO WS-CMP-GEN-READ.
110400     IF WS-FILE-SUB NOT = 1
110500         GO TO 2445-NEXT-GEN-RECORD-EXIT
110600     END-IF.
110700     MOVE WS-GEN-LINE TO WS-CTR-WORK.
110800     MOVE WS-BKG-RECORD-LENGTH TO WS-WORK-LENGTH.
110900     PERFORM 7750-DECODE-COUNTER
111000         THRU 7750-DECODE-COUNTER-EXIT.
111100     PERFORM 7900-LOCATE-OR-ADD-SERIES
111200         THRU 7900-LOCATE-OR-ADD-SERIES-EXIT.
111300     IF WS-CMS-SUB > ZERO
111400         MOVE 'Y'           TO WS-CMS-GEN-SW (WS-CMS-SUB)
111500         MOVE WS-WORK-LAST  TO WS-CMS-GEN-LAST (WS-CMS-SUB)
111600         MOVE WS-WORK-CYCLE TO WS-CMS-GEN-CYCLE (WS-CMS-SUB)
111700     END-IF.
111800 2445-NEXT-GEN-RECORD-EXIT.
111900     EXIT.
112000*=============================================================
112100 2446-NEXT-LIVE-RECORD.
112200     IF WS-LIVE-EOF
112300         GO TO 2446-NEXT-LIVE-RECORD-EXIT
112400     END-IF.
112500     PERFORM 5170-READ-LIVE-RECORD
112600         THRU 5170-READ-LIVE-RECORD-EXIT.
112700     IF WS-LIVE-EOF
112800         GO TO 2446-NEXT-LIVE-RECORD-EXIT
112900     END-IF.
113000     ADD 1 TO WS-CMP-LIVE-READ.
113100     IF WS-FILE-SUB NOT = 1
113200         GO TO 2446-NEXT-LIVE-RECORD-EXIT
113300     END-IF.
113400     MOVE WS-LIVE-LINE TO WS-CTR-WORK.
113500     MOVE WS-LIVE-LENGTH TO WS-WORK-LENGTH.
113600     PERFORM 7750-DECODE-COUNTER
113700         THRU 7750-DECODE-COUNTER-EXIT.
113800     PERFORM 7900-LOCATE-OR-ADD-SERIES
113900         THRU 7900-LOCATE-OR-ADD-SERIES-EXIT.
114000     IF WS-CMS-SUB > ZERO
114100         MOVE 'Y'           TO WS-CMS-LIVE-SW (WS-CMS-SUB)
114200         MOVE WS-WORK-LAST  TO WS-CMS-LIVE-LAST (WS-CMS-SUB)
114300         MOVE WS-WORK-CYCLE TO WS-CMS-LIVE-CYCLE (WS-CMS-SUB)
114400     END-IF.
114500 2446-NEXT-LIVE-RECORD-EXIT.
114600     EXIT.
114700*=============================================================
114800* 2450-COMPARE-SERIES - WALK THE REGISTER FOR EVERY NUMBER
114900* ISSUED PAST EACH SERIES' COUNTER IN THE GENERATION (A SERIES
115000* THE GENERATION DOES NOT HOLD AT ALL WOULD START AGAIN, SO
115100* ALL ITS NUMBERS COUNT). THOSE ARE THE NUMBERS A RESTORE
115200* WOULD HAND OUT A SECOND TIME.
115300*=============================================================
115400 2450-COMPARE-SERIES.
115500     MOVE ZERO TO WS-REG-AHEAD-TOTAL.
115600     MOVE ZERO TO WS-SERIES-MOVED-BACK.
115700     MOVE 'N'  TO WS-REG-UNAVAIL-SW.
115800     MOVE SPACES TO RPT-LINE.
115900     WRITE RPT-LINE.
116000     MOVE 'COUNTERS AGAINST THE REGISTER' TO SEC-TITLE.
116100     MOVE WS-SECTION-LINE TO RPT-LINE.
116200     WRITE RPT-LINE.
116300     MOVE 'N' TO WS-REG-EOF-SW.
116400     OPEN INPUT REG-FILE.
116500     IF WS-REG-FILE-STATUS NOT = '00'
116600         MOVE 'Y' TO WS-REG-UNAVAIL-SW
116700         MOVE SPACES TO RPT-LINE
116800         STRING 'REGISTER NOT AVAILABLE - STATUS '
116900             WS-REG-FILE-STATUS
117000             ' - ISSUED NUMBERS CANNOT BE CHECKED'
117100             DELIMITED BY SIZE INTO RPT-LINE
117200         WRITE RPT-LINE
117300     ELSE
117400         PERFORM 2460-CHECK-ONE-POSTING
117500             THRU 2460-CHECK-ONE-POSTING-EXIT
117600             UNTIL WS-REG-EOF
117700         CLOSE REG-FILE
117800     END-IF.
117900     MOVE WS-SER-HDG-LINE TO RPT-LINE.
118000     WRITE RPT-LINE.
118100     PERFORM 2470-PRINT-ONE-SERIES
118200         THRU 2470-PRINT-ONE-SERIES-EXIT
118300         VARYING WS-CMS-SUB FROM 1 BY 1
118400         UNTIL WS-CMS-SUB > WS-CMS-COUNT.
118500     MOVE SPACES TO RPT-LINE.
118600     WRITE RPT-LINE.
118700     MOVE 'FILES DIFFERING FROM LIVE     ' TO TOT-LABEL.
118800     MOVE WS-FILES-DIFFERING TO TOT-COUNT.
118900     MOVE WS-TOT-LINE TO RPT-LINE.
119000     WRITE RPT-LINE.
119100     MOVE 'REGISTERED NUMBERS PAST GEN   ' TO TOT-LABEL.
119200     MOVE WS-REG-AHEAD-TOTAL TO TOT-COUNT.
119300     MOVE WS-TOT-LINE TO RPT-LINE.
119400     WRITE RPT-LINE.
119500     MOVE 'COUNTERS THAT WOULD GO BACK   ' TO TOT-LABEL.
119600     MOVE WS-SERIES-MOVED-BACK TO TOT-COUNT.
119700     MOVE WS-TOT-LINE TO RPT-LINE.
119800     WRITE RPT-LINE.
119900 2450-COMPARE-SERIES-EXIT.
120000     EXIT.
120100*=============================================================
120200 2460-CHECK-ONE-POSTING.
120300     READ REG-FILE NEXT
120400         AT END
120500             MOVE 'Y' TO WS-REG-EOF-SW
120600             GO TO 2460-CHECK-ONE-POSTING-EXIT
120700     END-READ.
120800     MOVE REG-SERIES-CODE TO WS-CURRENT-SERIES.
120900     PERFORM 7900-LOCATE-OR-ADD-SERIES
121000         THRU 7900-LOCATE-OR-ADD-SERIES-EXIT.
121100     IF WS-CMS-SUB = ZERO
121200         GO TO 2460-CHECK-ONE-POSTING-EXIT
121300     END-IF.
121400     IF REG-CYCLE-COUNT > WS-CMS-REG-CYCLE (WS-CMS-SUB)
121500         OR (REG-CYCLE-COUNT = WS-CMS-REG-CYCLE (WS-CMS-SUB)
121600             AND REG-SEQ-VALUE > WS-CMS-REG-HIGH (WS-CMS-SUB))
121700         MOVE REG-CYCLE-COUNT TO WS-CMS-REG-CYCLE (WS-CMS-SUB)
121800         MOVE REG-SEQ-VALUE   TO WS-CMS-REG-HIGH (WS-CMS-SUB)
121900     END-IF.
122000     IF NOT WS-CMS-IN-GEN (WS-CMS-SUB)
122100         OR REG-CYCLE-COUNT > WS-CMS-GEN-CYCLE (WS-CMS-SUB)
122200         OR (REG-CYCLE-COUNT = WS-CMS-GEN-CYCLE (WS-CMS-SUB)
122300             AND REG-SEQ-VALUE > WS-CMS-GEN-LAST (WS-CMS-SUB))
122400         ADD 1 TO WS-CMS-REG-AHEAD (WS-CMS-SUB)
122500         ADD 1 TO WS-REG-AHEAD-TOTAL
122600     END-IF.
122700 2460-CHECK-ONE-POSTING-EXIT.
122800     EXIT.
122900*=============================================================
123000 2470-PRINT-ONE-SERIES.
123100     MOVE SPACES TO WS-SER-LINE.
123200     MOVE WS-CMS-CODE (WS-CMS-SUB) TO SER-CODE.
123300     IF WS-CMS-IN-GEN (WS-CMS-SUB)
123400         STRING WS-CMS-GEN-CYCLE (WS-CMS-SUB) '/'
123500             WS-CMS-GEN-LAST (WS-CMS-SUB)
123600             DELIMITED BY SIZE INTO SER-GEN
123700     ELSE
123800         MOVE 'NONE' TO SER-GEN
123900     END-IF.
124000     IF WS-CMS-IN-LIVE (WS-CMS-SUB)
124100         STRING WS-CMS-LIVE-CYCLE (WS-CMS-SUB) '/'
124200             WS-CMS-LIVE-LAST (WS-CMS-SUB)
124300             DELIMITED BY SIZE INTO SER-LIVE
124400     ELSE
124500         MOVE 'NONE' TO SER-LIVE
124600     END-IF.
124700     STRING WS-CMS-REG-CYCLE (WS-CMS-SUB) '/'
124800         WS-CMS-REG-HIGH (WS-CMS-SUB)
124900         DELIMITED BY SIZE INTO SER-REG.
125000     MOVE WS-CMS-REG-AHEAD (WS-CMS-SUB) TO SER-AHEAD.
125100     EVALUATE TRUE
125200         WHEN WS-CMS-REG-AHEAD (WS-CMS-SUB) > ZERO
125300             MOVE 'REGISTER AHEAD - RESTORE WOULD REISSUE'
125400                 TO SER-NOTE
125500         WHEN WS-CMS-IN-LIVE (WS-CMS-SUB)
125600             AND (NOT WS-CMS-IN-GEN (WS-CMS-SUB)
125700              OR WS-CMS-LIVE-CYCLE (WS-CMS-SUB) >
125800                 WS-CMS-GEN-CYCLE (WS-CMS-SUB)
125900              OR (WS-CMS-LIVE-CYCLE (WS-CMS-SUB) =
126000                  WS-CMS-GEN-CYCLE (WS-CMS-SUB)
126100               AND WS-CMS-LIVE-LAST (WS-CMS-SUB) >
126200                  WS-CMS-GEN-LAST (WS-CMS-SUB)))
126300             MOVE 'COUNTER WOULD GO BACK' TO SER-NOTE
126400         WHEN OTHER
126500             CONTINUE
126600     END-EVALUATE.
126700     IF SER-NOTE = 'COUNTER WOULD GO BACK'
126800         ADD 1 TO WS-SERIES-MOVED-BACK
126900     END-IF.
127000     MOVE WS-SER-LINE TO RPT-LINE.
127100     WRITE RPT-LINE.
127200 2470-PRINT-ONE-SERIES-EXIT.
127300     EXIT.
127400*=============================================================
127500* 2600-RESTORE-GENERATION - UNDER THE LOCK TAKEN AT START-UP,
127600* PROVE THE OPERATOR, COMPARE, THEN REFUSE UNLESS THE
127700* GENERATION IS WHOLE AND - WITHOUT THE FORCE FLAG - THE
127800* REGISTER SHOWS NO NUMBER ISSUED PAST IT. THE FILES ABOUT TO
127900* BE REPLACED ARE TAKEN AS A GENERATION OF THEIR OWN FIRST,
128000* SO A RESTORE CAN BE UNDONE BY RESTORING THAT ONE.
128100*=============================================================
128200 2600-RESTORE-GENERATION.
128300     PERFORM 2610-PROVE-OPERATOR
128400         THRU 2610-PROVE-OPERATOR-EXIT.
128500     IF NOT WS-SIGNED-ON
128600         GO TO 2600-RESTORE-GENERATION-EXIT
128700     END-IF.
128800     IF WS-REQ-GEN-NUMBER = ZERO
128900         MOVE 'RESTORE REFUSED - NO GENERATION NUMBER ON BKPPARM'
129000             TO WS-HALT-MESSAGE
129100         PERFORM 2690-REFUSE-RESTORE
129200             THRU 2690-REFUSE-RESTORE-EXIT
129300         GO TO 2600-RESTORE-GENERATION-EXIT
129400     END-IF.
129700     PERFORM 2410-LOCATE-GENERATION
129800         THRU 2410-LOCATE-GENERATION-EXIT.
129900     IF NOT WS-GEN-FOUND
130000         MOVE SPACES TO WS-HALT-MESSAGE
130100         STRING 'RESTORE REFUSED - GENERATION '
130200             WS-REQ-GEN-NUMBER ' IS NOT ON THE CATALOG'
130300             DELIMITED BY SIZE INTO WS-HALT-MESSAGE
130400         PERFORM 2690-REFUSE-RESTORE
130500             THRU 2690-REFUSE-RESTORE-EXIT
130600         GO TO 2600-RESTORE-GENERATION-EXIT
130700     END-IF.
130800     IF NOT WS-CAT-COMPLETE (WS-GEN-SUB)
130900         MOVE 'RESTORE REFUSED - GENERATION IS INCOMPLETE'
131000             TO WS-HALT-MESSAGE
131100         PERFORM 2690-REFUSE-RESTORE
131200             THRU 2690-REFUSE-RESTORE-EXIT
131300         GO TO 2600-RESTORE-GENERATION-EXIT
131400     END-IF.
131500     PERFORM 2420-COMPARE-FILES
131600         THRU 2420-COMPARE-FILES-EXIT.
131700     PERFORM 2450-COMPARE-SERIES
131800         THRU 2450-COMPARE-SERIES-EXIT.
131900     MOVE SPACES TO RPT-LINE.
132000     WRITE RPT-LINE.
132100     IF WS-GEN-FILES-UNSOUND > ZERO
132200         MOVE 'RESTORE REFUSED - GENERATION FILES DO NOT MATCH TH
132300-            'E CATALOG' TO WS-HALT-MESSAGE
132400         PERFORM 2690-REFUSE-RESTORE
132500             THRU 2690-REFUSE-RESTORE-EXIT
132600         GO TO 2600-RESTORE-GENERATION-EXIT
132700     END-IF.
132800     IF WS-REG-UNAVAILABLE
132900         AND NOT WS-FORCE
133000         MOVE 'RESTORE REFUSED - REGISTER NOT AVAILABLE TO CHECK
133100-            '- FORCE REQUIRED' TO WS-HALT-MESSAGE
133200         PERFORM 2690-REFUSE-RESTORE
133300             THRU 2690-REFUSE-RESTORE-EXIT
133400         GO TO 2600-RESTORE-GENERATION-EXIT
133500     END-IF.
133600     IF WS-REG-AHEAD-TOTAL > ZERO
133700         AND NOT WS-FORCE
133800         MOVE SPACES TO WS-HALT-MESSAGE
133900         MOVE WS-REG-AHEAD-TOTAL TO WS-EDIT-COUNT
134000         STRING 'RESTORE REFUSED - REGISTER HOLDS '
134100             WS-EDIT-COUNT
134200             ' NUMBERS PAST THE GENERATION - FORCE REQUIRED'
134300             DELIMITED BY SIZE INTO WS-HALT-MESSAGE
134400         PERFORM 2690-REFUSE-RESTORE
134500             THRU 2690-REFUSE-RESTORE-EXIT
134600         GO TO 2600-RESTORE-GENERATION-EXIT
134700     END-IF.
134800     IF WS-FILES-DIFFERING = ZERO
134900         MOVE 'GENERATION MATCHES THE LIVE FILES - NOTHING RESTORE
135000-            'D' TO RPT-LINE
135100         WRITE RPT-LINE
135200         GO TO 2600-RESTORE-GENERATION-EXIT
135300     END-IF.
135400     MOVE 'GENERATION TAKEN BEFORE RESTORE' TO SEC-TITLE.
135500     MOVE WS-SECTION-LINE TO RPT-LINE.
135600     WRITE RPT-LINE.
135700     MOVE WS-CAT-HDG-LINE TO RPT-LINE.
135800     WRITE RPT-LINE.
135900     MOVE 'R' TO WS-NEW-TRIGGER.
136000     PERFORM 5000-TAKE-GENERATION
136100         THRU 5000-TAKE-GENERATION-EXIT.
136200     IF WS-COPY-FAILED
136300         MOVE 'RESTORE REFUSED - LIVE FILES COULD NOT BE BACKED UP
136400-            ' FIRST' TO WS-HALT-MESSAGE
136500         PERFORM 2690-REFUSE-RESTORE
136600             THRU 2690-REFUSE-RESTORE-EXIT
136700         GO TO 2600-RESTORE-GENERATION-EXIT
136800     END-IF.
136900     MOVE SPACES TO RPT-LINE.
137000     WRITE RPT-LINE.
137100     MOVE 'FILES RESTORED' TO SEC-TITLE.
137200     MOVE WS-SECTION-LINE TO RPT-LINE.
137300     WRITE RPT-LINE.
137400     MOVE WS-CAT-GEN-DATE (WS-GEN-SUB)   TO WS-NAME-DATE.
137500     MOVE WS-CAT-GEN-NUMBER (WS-GEN-SUB) TO WS-NAME-GEN.
137600     PERFORM 5500-RESTORE-ONE-FILE
137700         THRU 5500-RESTORE-ONE-FILE-EXIT
137800         VARYING WS-FILE-SUB FROM 1 BY 1
137900         UNTIL WS-FILE-SUB > WS-FILE-TOTAL.
138000     MOVE WS-TODAY TO WS-CAT-RESTORED-DATE (WS-GEN-SUB).
138100     MOVE 'Y' TO WS-CATALOG-CHANGED-SW.
138200     PERFORM 2650-LOG-RESTORE
138300         THRU 2650-LOG-RESTORE-EXIT.
138400     IF WS-RESTORE-ERRORS > ZERO
138500         MOVE SPACES TO WS-HALT-MESSAGE
138600         STRING 'RESTORE INCOMPLETE - RESTORE GENERATION '
138700             WS-NEW-GEN-NUMBER ' TO RETURN TO THE PRIOR STATE'
138800             DELIMITED BY SIZE INTO WS-HALT-MESSAGE
138900         DISPLAY WS-HALT-MESSAGE
139000         MOVE WS-HALT-MESSAGE TO RPT-LINE
139100         WRITE RPT-LINE
139200         MOVE 'H' TO WS-JRN-STATUS-CODE
139300         MOVE '5500-RESTORE-ONE-FILE' TO WS-JRN-HALT-PARA
139400         MOVE 16 TO RETURN-CODE
139500     END-IF.
139600 2600-RESTORE-GENERATION-EXIT.
139700     EXIT.
139800*=============================================================
139900* 2610-PROVE-OPERATOR - A RESTORE NEEDS A PROVED OPERATOR WITH
140000* OVERRIDE AUTHORITY. THE REPORT DOES NOT SAY WHETHER THE ID
140100* OR THE PASSWORD WAS WRONG - ONLY OPRLOG DOES.
140200*=============================================================
140300 2610-PROVE-OPERATOR.
140400     IF WS-SIGNON-USER-ID = SPACES
140500         MOVE 'RESTORE REFUSED - NO OPERATOR ID ON BKPPARM'
140600             TO WS-HALT-MESSAGE
140700         PERFORM 2690-REFUSE-RESTORE
140800             THRU 2690-REFUSE-RESTORE-EXIT
140900         GO TO 2610-PROVE-OPERATOR-EXIT
141000     END-IF.
141100     PERFORM 1520-FIND-OPERATOR
141200         THRU 1520-FIND-OPERATOR-EXIT.
141300     IF WS-SIGNON-REASON NOT = SPACES
141400         MOVE 'F' TO WS-OLG-EVENT-TYPE
141500         MOVE WS-SIGNON-REASON TO WS-OLG-DETAIL
141600         PERFORM 9400-WRITE-OPERATOR-LOG
141700             THRU 9400-WRITE-OPERATOR-LOG-EXIT
141800         MOVE 'RESTORE REFUSED - OPERATOR ID OR PASSWORD NOT ACCEP
141900-            'TED' TO WS-HALT-MESSAGE
142000         PERFORM 2690-REFUSE-RESTORE
142100             THRU 2690-REFUSE-RESTORE-EXIT
142200         GO TO 2610-PROVE-OPERATOR-EXIT
142300     END-IF.
142400     IF NOT WS-OPR-CAN-OVERRIDE
142500         MOVE 'A' TO WS-OLG-EVENT-TYPE
142600         MOVE 'CONTROL FILE RESTORE REFUSED - NO AUTHORITY'
142700             TO WS-OLG-DETAIL
142800         PERFORM 9400-WRITE-OPERATOR-LOG
142900             THRU 9400-WRITE-OPERATOR-LOG-EXIT
143000         MOVE SPACES TO WS-HALT-MESSAGE
143100         STRING 'RESTORE REFUSED - OPERATOR ' WS-SIGNON-USER-ID
143200             ' HAS NO OVERRIDE AUTHORITY'
143300             DELIMITED BY SIZE INTO WS-HALT-MESSAGE
143400         PERFORM 2690-REFUSE-RESTORE
143500             THRU 2690-REFUSE-RESTORE-EXIT
143600         GO TO 2610-PROVE-OPERATOR-EXIT
143700     END-IF.
143800     MOVE WS-SIGNON-USER-ID TO WS-OPERATOR-ID.
143900     MOVE 'Y' TO WS-SIGNED-ON-SW.
144000     MOVE 'N' TO WS-OLG-EVENT-TYPE.
144100     MOVE 'SIGNED ON FOR CONTROL FILE RESTORE' TO WS-OLG-DETAIL.
144200     PERFORM 9400-WRITE-OPERATOR-LOG
144300         THRU 9400-WRITE-OPERATOR-LOG-EXIT.
144400 2610-PROVE-OPERATOR-EXIT.
144500     EXIT.
144600*=============================================================
144700* 2650-LOG-RESTORE - A RESTORE MOVES COUNTERS THE SAME AS AN
144800* OVERRIDE, SO IT IS AUDITED AS ONE ON EXCFILE, NAMING THE
144900* OPERATOR, AND AS AN ACTION ON OPRLOG.
145000*=============================================================
145100 2650-LOG-RESTORE.
145200     OPEN EXTEND EXC-FILE.
145300     IF WS-EXC-FILE-STATUS = '35'
145400         OPEN OUTPUT EXC-FILE
145500     END-IF.
145600     MOVE SPACES TO EXC-RECORD.
145700     MOVE WS-RUN-ID      TO EXC-RUN-ID.
145800     MOVE WS-TODAY       TO EXC-DATE.
145900     MOVE WS-NOW         TO EXC-TIME.
146000     MOVE ZEROES         TO EXC-SEQ-VALUE.
146100     SET EXC-OVERRIDE TO TRUE.
146200     STRING 'CONTROL FILES RESTORED FROM GEN '
146300         WS-CAT-GEN-NUMBER (WS-GEN-SUB) ' OF '
146400         WS-CAT-GEN-DATE (WS-GEN-SUB) ' BY ' WS-OPERATOR-ID
146500         DELIMITED BY SIZE INTO EXC-MESSAGE.
146600     MOVE SPACE          TO EXC-SERIES-CODE.
146700     MOVE WS-OPERATOR-ID TO EXC-OPERATOR-ID.
146800     WRITE EXC-RECORD.
146900     CLOSE EXC-FILE.
147000     MOVE 'X' TO WS-OLG-EVENT-TYPE.
147100     STRING 'CONTROL FILES RESTORED FROM GENERATION '
147200         WS-CAT-GEN-NUMBER (WS-GEN-SUB)
147300         DELIMITED BY SIZE INTO WS-OLG-DETAIL.
147400     PERFORM 9400-WRITE-OPERATOR-LOG
147500         THRU 9400-WRITE-OPERATOR-LOG-EXIT.
147600 2650-LOG-RESTORE-EXIT.
147700     EXIT.
147800*=============================================================
147900* 2690-REFUSE-RESTORE - NOTHING HAS BEEN CHANGED. THE REASON
148000* GOES TO THE CONSOLE AND THE REPORT, AND THE RUN ENDS AS A
148100* WARNING WITH RETURN CODE 8.
148200*=============================================================
148300 2690-REFUSE-RESTORE.
148400     DISPLAY WS-HALT-MESSAGE.
148500     MOVE WS-HALT-MESSAGE TO RPT-LINE.
148600     WRITE RPT-LINE.
148700     ADD 1 TO WS-RESTORES-REFUSED.
148800     MOVE 'W' TO WS-JRN-STATUS-CODE.
148900     MOVE 8 TO RETURN-CODE.
149000 2690-REFUSE-RESTORE-EXIT.
149100     EXIT.
149200*=============================================================
149300* 3000-TERMINATE - WRITE BACK THE CATALOG IF THIS RUN CHANGED
149400* IT, RELEASE THE LOCK, PRINT THE TOTALS AND JOURNAL THE RUN.
149500*=============================================================
149600 3000-TERMINATE.
149700     IF WS-CATALOG-CHANGED
149800         PERFORM 7200-WRITE-CATALOG
149900             THRU 7200-WRITE-CATALOG-EXIT
150000     END-IF.
150100     PERFORM 9000-RELEASE-RUN-LOCK
150200         THRU 9000-RELEASE-RUN-LOCK-EXIT.
150300     MOVE SPACES TO RPT-LINE.
150400     WRITE RPT-LINE.
150500     MOVE 'GENERATIONS ON CATALOG        ' TO TOT-LABEL.
150600     COMPUTE TOT-COUNT = WS-CAT-COUNT - WS-GENS-ROLLED.
150700     MOVE WS-TOT-LINE TO RPT-LINE.
150800     WRITE RPT-LINE.
150900     MOVE 'GENERATIONS ROLLED OFF        ' TO TOT-LABEL.
151000     MOVE WS-GENS-ROLLED TO TOT-COUNT.
151100     MOVE WS-TOT-LINE TO RPT-LINE.
151200     WRITE RPT-LINE.
151300     MOVE 'RECORDS BACKED UP             ' TO TOT-LABEL.
151400     MOVE WS-RECORDS-COPIED TO TOT-COUNT.
151500     MOVE WS-TOT-LINE TO RPT-LINE.
151600     WRITE RPT-LINE.
151700     MOVE 'RECORDS RESTORED              ' TO TOT-LABEL.
151800     MOVE WS-RECORDS-RESTORED TO TOT-COUNT.
151900     MOVE WS-TOT-LINE TO RPT-LINE.
152000     WRITE RPT-LINE.
152100     CLOSE RPT-FILE.
152200     IF WS-SIGNED-ON
152300         MOVE 'O' TO WS-OLG-EVENT-TYPE
152400         MOVE 'SIGNED OFF' TO WS-OLG-DETAIL
152500         PERFORM 9400-WRITE-OPERATOR-LOG
152600             THRU 9400-WRITE-OPERATOR-LOG-EXIT
152700     END-IF.
152800     PERFORM 9500-WRITE-JOURNAL
152900         THRU 9500-WRITE-JOURNAL-EXIT.
153000 3000-TERMINATE-EXIT.
153100     EXIT.
153200*=============================================================
153300* 5000-TAKE-GENERATION - COPY THE FIVE CONTROL FILES TO THE
153400* NEXT GENERATION NUMBER AND CATALOG IT. A FILE THAT DOES NOT
153500* EXIST IS COPIED AS AN EMPTY ONE. ANY FAILURE STOPS THE COPY
153600* AND CATALOGS THE GENERATION INCOMPLETE - IT IS NEVER OFFERED
153700* FOR RESTORE. SEQMNT00 CARRIES THE SAME 5000-5180 PARAGRAPHS
153800* FOR THE GENERATION IT TAKES BEFORE AN OVERRIDE.
153900*=============================================================
154000 5000-TAKE-GENERATION.
154100     ACCEPT WS-NEW-GEN-TIME FROM TIME.
154200     ADD 1 TO WS-LAST-GEN-NUMBER.
154300     MOVE WS-LAST-GEN-NUMBER TO WS-NEW-GEN-NUMBER.
154400     MOVE WS-NEW-GEN-NUMBER  TO WS-NAME-GEN.
154500     MOVE WS-TODAY           TO WS-NAME-DATE.
154600     MOVE ZEROES TO WS-NEW-COUNTS.
154700     MOVE 'N' TO WS-COPY-FAILED-SW.
154800     PERFORM 5100-COPY-ONE-FILE
154900         THRU 5100-COPY-ONE-FILE-EXIT
155000         VARYING WS-FILE-SUB FROM 1 BY 1
155100         UNTIL WS-FILE-SUB > WS-FILE-TOTAL
155200            OR WS-COPY-FAILED.
155300     PERFORM 5200-CATALOG-NEW-GENERATION
155400         THRU 5200-CATALOG-NEW-GENERATION-EXIT.
155500 5000-TAKE-GENERATION-EXIT.
155600     EXIT.
155700*=============================================================
155800 5100-COPY-ONE-FILE.
155900     PERFORM 5150-BUILD-GEN-FILE-NAME
156000         THRU 5150-BUILD-GEN-FILE-NAME-EXIT.
156100     OPEN OUTPUT BKG-FILE.
156200     IF WS-BKG-FILE-STATUS NOT = '00'
156300         MOVE 'Y' TO WS-COPY-FAILED-SW
156400         MOVE SPACES TO WS-HALT-MESSAGE
156500         STRING 'CANNOT CREATE ' WS-BKG-FILE-NAME
156600             ' - STATUS ' WS-BKG-FILE-STATUS
156700             DELIMITED BY SIZE INTO WS-HALT-MESSAGE
156800         DISPLAY WS-HALT-MESSAGE
156900         GO TO 5100-COPY-ONE-FILE-EXIT
157000     END-IF.
157100     PERFORM 5160-OPEN-LIVE-INPUT
157200         THRU 5160-OPEN-LIVE-INPUT-EXIT.
157300     IF WS-LIVE-ERROR
157400         MOVE 'Y' TO WS-COPY-FAILED-SW
157500         MOVE SPACES TO WS-HALT-MESSAGE
157600         STRING 'CANNOT READ ' WS-FILE-CODE (WS-FILE-SUB)
157700             'FILE - STATUS ' WS-LIVE-STATUS
157800             DELIMITED BY SIZE INTO WS-HALT-MESSAGE
157900         DISPLAY WS-HALT-MESSAGE
158000     END-IF.
158100     PERFORM 5110-COPY-ONE-RECORD
158200         THRU 5110-COPY-ONE-RECORD-EXIT
158300         UNTIL WS-LIVE-EOF.
158400     IF WS-LIVE-OPEN
158500         PERFORM 5180-CLOSE-LIVE
158600             THRU 5180-CLOSE-LIVE-EXIT
158700     END-IF.
158800     CLOSE BKG-FILE.
158900 5100-COPY-ONE-FILE-EXIT.
159000     EXIT.
159100*=============================================================
159200 5110-COPY-ONE-RECORD.
159300     PERFORM 5170-READ-LIVE-RECORD
159400         THRU 5170-READ-LIVE-RECORD-EXIT.
159500     IF WS-LIVE-EOF
159600         GO TO 5110-COPY-ONE-RECORD-EXIT
159700     END-IF.
159800     MOVE WS-LIVE-LENGTH TO WS-BKG-RECORD-LENGTH.
159900     MOVE WS-LIVE-LINE   TO BKG-RECORD.
160000     WRITE BKG-RECORD.
160100     IF WS-BKG-FILE-STATUS NOT = '00'
160200         MOVE 'Y' TO WS-COPY-FAILED-SW
160300         MOVE 'Y' TO WS-LIVE-EOF-SW
160400         MOVE SPACES TO WS-HALT-MESSAGE
160500         STRING 'WRITE FAILED ON ' WS-BKG-FILE-NAME
160600             ' - STATUS ' WS-BKG-FILE-STATUS
160700             DELIMITED BY SIZE INTO WS-HALT-MESSAGE
160800         DISPLAY WS-HALT-MESSAGE
160900         GO TO 5110-COPY-ONE-RECORD-EXIT
161000     END-IF.
161100     ADD 1 TO WS-NEW-FILE-COUNT (WS-FILE-SUB).
161200     ADD 1 TO WS-RECORDS-COPIED.
161300 5110-COPY-ONE-RECORD-EXIT.
161400     EXIT.
161500*=============================================================
161600 5150-BUILD-GEN-FILE-NAME.
161700     MOVE SPACES TO WS-BKG-FILE-NAME.
161800     STRING 'BKP' WS-FILE-CODE (WS-FILE-SUB)
161900         '.D' WS-NAME-DATE '.G' WS-NAME-GEN
162000         DELIMITED BY SIZE INTO WS-BKG-FILE-NAME.
162100 5150-BUILD-GEN-FILE-NAME-EXIT.
162200     EXIT.
162300*=============================================================
162400* 5160-OPEN-LIVE-INPUT - OPEN THE LIVE FILE FOR WS-FILE-SUB.
162500* NOT FOUND READS AS EMPTY; ANY OTHER FAILURE IS AN ERROR.
162600*=============================================================
162700 5160-OPEN-LIVE-INPUT.
162800     MOVE 'N' TO WS-LIVE-OPEN-SW.
162900     MOVE 'N' TO WS-LIVE-EOF-SW.
163000     MOVE 'N' TO WS-LIVE-ERROR-SW.
163100     EVALUATE WS-FILE-SUB
163200         WHEN 1
163300             OPEN INPUT CTR-FILE
163400             MOVE WS-CTR-FILE-STATUS TO WS-LIVE-STATUS
163500         WHEN 2
163600             OPEN INPUT RCN-FILE
163700             MOVE WS-RCN-FILE-STATUS TO WS-LIVE-STATUS
163800         WHEN 3
163900             OPEN INPUT OPN-FILE
164000             MOVE WS-OPN-FILE-STATUS TO WS-LIVE-STATUS
164100         WHEN 4
164200             OPEN INPUT RSV-FILE
164300             MOVE WS-RSV-FILE-STATUS TO WS-LIVE-STATUS
164400         WHEN OTHER
164500             OPEN INPUT REJ-FILE
164600             MOVE WS-REJ-FILE-STATUS TO WS-LIVE-STATUS
164700     END-EVALUATE.
164800     EVALUATE WS-LIVE-STATUS
164900         WHEN '00'
165000             MOVE 'Y' TO WS-LIVE-OPEN-SW
165100         WHEN '35'
165200             MOVE 'Y' TO WS-LIVE-EOF-SW
165300         WHEN OTHER
165400             MOVE 'Y' TO WS-LIVE-EOF-SW
165500             MOVE 'Y' TO WS-LIVE-ERROR-SW
165600     END-EVALUATE.
165700 5160-OPEN-LIVE-INPUT-EXIT.
165800     EXIT.
165900*=============================================================
166000* 5170-READ-LIVE-RECORD - THE NEXT RECORD OF THE LIVE FILE
166100* INTO WS-LIVE-LINE WITH ITS LENGTH. A COUNTER LINE KEEPS THE
166200* LENGTH IT WAS READ WITH, SO A LEGACY LINE IS COPIED AS ONE.
166300*=============================================================
166400 5170-READ-LIVE-RECORD.
166500     MOVE SPACES TO WS-LIVE-LINE.
166600     EVALUATE WS-FILE-SUB
166700         WHEN 1
166800             READ CTR-FILE
166900                 AT END
167000                     MOVE 'Y' TO WS-LIVE-EOF-SW
167100                 NOT AT END
167200                     MOVE WS-CTR-RECORD-LENGTH
167300                         TO WS-LIVE-LENGTH
167400                     MOVE CTR-RECORD (1:WS-CTR-RECORD-LENGTH)
167500                         TO WS-LIVE-LINE
167600             END-READ
167700         WHEN 2
167800             READ RCN-FILE
167900                 AT END
168000                     MOVE 'Y' TO WS-LIVE-EOF-SW
168100                 NOT AT END
168200                     MOVE RCN-RECORD TO WS-LIVE-LINE
168300             END-READ
168400         WHEN 3
168500             READ OPN-FILE NEXT RECORD
168600                 AT END
168700                     MOVE 'Y' TO WS-LIVE-EOF-SW
168800                 NOT AT END
168900                     MOVE OPN-RECORD TO WS-LIVE-LINE
169000             END-READ
169100         WHEN 4
169200             READ RSV-FILE
169300                 AT END
169400                     MOVE 'Y' TO WS-LIVE-EOF-SW
169500                 NOT AT END
169600                     MOVE RSV-RECORD TO WS-LIVE-LINE
169700             END-READ
169800         WHEN OTHER
169900             READ REJ-FILE
170000                 AT END
170100                     MOVE 'Y' TO WS-LIVE-EOF-SW
170200                 NOT AT END
170300                     MOVE REJ-RECORD TO WS-LIVE-LINE
170400             END-READ
170500     END-EVALUATE.
170600     IF WS-FILE-SUB NOT = 1
170700         MOVE WS-FILE-LENGTH (WS-FILE-SUB) TO WS-LIVE-LENGTH
170800     END-IF.
170900 5170-READ-LIVE-RECORD-EXIT.
171000     EXIT.
171100*=============================================================
171200 5180-CLOSE-LIVE.
171300     EVALUATE WS-FILE-SUB
171400         WHEN 1
171500             CLOSE CTR-FILE
171600         WHEN 2
171700             CLOSE RCN-FILE
171800         WHEN 3
171900             CLOSE OPN-FILE
172000         WHEN 4
172100             CLOSE RSV-FILE
172200         WHEN OTHER
172300             CLOSE REJ-FILE
172400     END-EVALUATE.
172500     MOVE 'N' TO WS-LIVE-OPEN-SW.
172600 5180-CLOSE-LIVE-EXIT.
172700     EXIT.
172800*=============================================================
172900* 5200-CATALOG-NEW-GENERATION - ADD THE GENERATION TO THE
173000* CATALOG TABLE (WRITTEN BACK AT END OF JOB) AND LIST IT.
173100*=============================================================
173200 5200-CATALOG-NEW-GENERATION.
173300     ADD 1 TO WS-CAT-COUNT.
173400     MOVE SPACES TO WS-CAT-ENTRY (WS-CAT-COUNT).
173500     MOVE WS-NEW-GEN-NUMBER
173600         TO WS-CAT-GEN-NUMBER (WS-CAT-COUNT).
173700     MOVE WS-TODAY        TO WS-CAT-GEN-DATE (WS-CAT-COUNT).
173800     MOVE WS-NEW-GEN-TIME TO WS-CAT-GEN-TIME (WS-CAT-COUNT).
173900     MOVE WS-NEW-TRIGGER  TO WS-CAT-TRIGGER (WS-CAT-COUNT).
174000     MOVE WS-RUN-ID       TO WS-CAT-RUN-ID (WS-CAT-COUNT).
174100     MOVE WS-OPERATOR-ID
174200         TO WS-CAT-OPERATOR-ID (WS-CAT-COUNT).
174300     IF WS-COPY-FAILED
174400         MOVE 'I' TO WS-CAT-STATUS (WS-CAT-COUNT)
174500     ELSE
174600         MOVE 'C' TO WS-CAT-STATUS (WS-CAT-COUNT)
174700     END-IF.
174800     MOVE WS-NEW-COUNTS
174900         TO WS-CAT-FILE-COUNTS (WS-CAT-COUNT).
175000     MOVE ZEROES
175100         TO WS-CAT-RESTORED-DATE (WS-CAT-COUNT).
175200     MOVE 'Y' TO WS-CATALOG-CHANGED-SW.
175300     MOVE WS-CAT-COUNT TO WS-CAT-WRITE-SUB.
175400     MOVE SPACES TO CAT-NOTE.
175500     IF WS-COPY-FAILED
175600         MOVE 'INCOMPLETE - COPY FAILED' TO CAT-NOTE
175700     END-IF.
175800     PERFORM 7700-PRINT-CATALOG-LINE
175900         THRU 7700-PRINT-CATALOG-LINE-EXIT.
176000     IF WS-COPY-FAILED
176100         MOVE WS-HALT-MESSAGE TO RPT-LINE
176200         WRITE RPT-LINE
176300     END-IF.
176400 5200-CATALOG-NEW-GENERATION-EXIT.
176500     EXIT.
176600*=============================================================
176700* 5500-RESTORE-ONE-FILE - REPLACE THE LIVE FILE WITH ITS COPY
176800* IN THE GENERATION. THE NUMBER OF RECORDS PUT BACK MUST EQUAL
176900* THE NUMBER THE CATALOG SAYS WERE TAKEN.
177000*=============================================================
177100 5500-RESTORE-ONE-FILE.
177200     MOVE ZERO TO WS-RESTORE-FILE-COUNT.
177300     PERFORM 5150-BUILD-GEN-FILE-NAME
177400         THRU 5150-BUILD-GEN-FILE-NAME-EXIT.
177500     MOVE 'N' TO WS-BKG-EOF-SW.
177600     OPEN INPUT BKG-FILE.
177700     IF WS-BKG-FILE-STATUS NOT = '00'
177800         ADD 1 TO WS-RESTORE-ERRORS
177900         MOVE SPACES TO RPT-LINE
178000         STRING WS-FILE-CODE (WS-FILE-SUB)
178100             '  NOT RESTORED - CANNOT OPEN ' WS-BKG-FILE-NAME
178200             DELIMITED BY SIZE INTO RPT-LINE
178300         WRITE RPT-LINE
178400         GO TO 5500-RESTORE-ONE-FILE-EXIT
178500     END-IF.
178600     EVALUATE WS-FILE-SUB
178700         WHEN 1
178800             OPEN OUTPUT CTR-FILE
178900         WHEN 2
179000             OPEN OUTPUT RCN-FILE
179100         WHEN 3
179200             OPEN OUTPUT OPN-FILE
179300         WHEN 4
179400             OPEN OUTPUT RSV-FILE
179500         WHEN OTHER
179600             OPEN OUTPUT REJ-FILE
179700     END-EVALUATE.
179800     PERFORM 5510-RESTORE-ONE-RECORD
179900         THRU 5510-RESTORE-ONE-RECORD-EXIT
180000         UNTIL WS-BKG-EOF.
180100     CLOSE BKG-FILE.
180200     PERFORM 5180-CLOSE-LIVE
180300         THRU 5180-CLOSE-LIVE-EXIT.
180400     MOVE SPACES TO RPT-LINE.
180500     MOVE WS-RESTORE-FILE-COUNT TO TOT-COUNT.
180600     IF WS-RESTORE-FILE-COUNT =
180700             WS-CAT-FILE-COUNT (WS-GEN-SUB, WS-FILE-SUB)
180800         STRING WS-FILE-CODE (WS-FILE-SUB) '  RESTORED '
180900             TOT-COUNT ' RECORDS'
181000             DELIMITED BY SIZE INTO RPT-LINE
181100     ELSE
181200         ADD 1 TO WS-RESTORE-ERRORS
181300         STRING WS-FILE-CODE (WS-FILE-SUB) '  RESTORED '
181400             TOT-COUNT ' RECORDS - NOT AS CATALOGED'
181500             DELIMITED BY SIZE INTO RPT-LINE
181600     END-IF.
181700     WRITE RPT-LINE.
181800 5500-RESTORE-ONE-FILE-EXIT.
181900     EXIT.
182000*=============================================================
182100 5510-RESTORE-ONE-RECORD.
182200     PERFORM 5600-READ-GEN-RECORD
182300         THRU 5600-READ-GEN-RECORD-EXIT.
182400     IF WS-BKG-EOF
182500         GO TO 5510-RESTORE-ONE-RECORD-EXIT
182600     END-IF.
182700     EVALUATE WS-FILE-SUB
182800         WHEN 1
182900             MOVE WS-BKG-RECORD-LENGTH TO WS-CTR-RECORD-LENGTH
183000             IF WS-CTR-RECORD-LENGTH < 19
183100                 OR WS-CTR-RECORD-LENGTH > 40
183200                 MOVE 40 TO WS-CTR-RECORD-LENGTH
183300             END-IF
183400             MOVE WS-GEN-LINE TO CTR-RECORD
183500             WRITE CTR-RECORD
183600             MOVE WS-CTR-FILE-STATUS TO WS-LIVE-STATUS
183700         WHEN 2
183800             MOVE WS-GEN-LINE TO RCN-RECORD
183900             WRITE RCN-RECORD
184000             MOVE WS-RCN-FILE-STATUS TO WS-LIVE-STATUS
184100         WHEN 3
184200             MOVE WS-GEN-LINE TO OPN-RECORD
184300             WRITE OPN-RECORD
184400                 INVALID KEY
184500                     CONTINUE
184600             END-WRITE
184700             MOVE WS-OPN-FILE-STATUS TO WS-LIVE-STATUS
184800         WHEN 4
184900             MOVE WS-GEN-LINE TO RSV-RECORD
185000             WRITE RSV-RECORD
185100             MOVE WS-RSV-FILE-STATUS TO WS-LIVE-STATUS
185200         WHEN OTHER
185300             MOVE WS-GEN-LINE TO REJ-RECORD
185400             WRITE REJ-RECORD
185500             MOVE WS-REJ-FILE-STATUS TO WS-LIVE-STATUS
185600     END-EVALUATE.
185700     IF WS-LIVE-STATUS NOT = '00'
185800         GO TO 5510-RESTORE-ONE-RECORD-EXIT
185900     END-IF.
186000     ADD 1 TO WS-RESTORE-FILE-COUNT.
186100     ADD 1 TO WS-RECORDS-RESTORED.
186200 5510-RESTORE-ONE-RECORD-EXIT.
186300     EXIT.
186400*=============================================================
186500* 5600-READ-GEN-RECORD - THE NEXT LINE OF THE OPEN GENERATION
186600* FILE INTO WS-GEN-LINE, SPACE-FILLED PAST ITS LENGTH.
186700*=============================================================
186800 5600-READ-GEN-RECORD.
186900     READ BKG-FILE
187000         AT END
187100             MOVE 'Y' TO WS-BKG-EOF-SW
187200             GO TO 5600-READ-GEN-RECORD-EXIT
187300     END-READ.
187400     MOVE SPACES TO WS-GEN-LINE.
187500     IF WS-BKG-RECORD-LENGTH > ZERO
187600         MOVE BKG-RECORD (1:WS-BKG-RECORD-LENGTH)
187700             TO WS-GEN-LINE
187800     END-IF.
187900 5600-READ-GEN-RECORD-EXIT.
188000     EXIT.
188100*=============================================================
188200* 7200-WRITE-CATALOG - BKPCAT REWRITTEN WHOLE, LESS THE
188300* GENERATIONS ROLLED OFF THIS RUN.
188400*=============================================================
188500 7200-WRITE-CATALOG.
188600     OPEN OUTPUT BKP-FILE.
188700     PERFORM 7210-WRITE-CATALOG-RECORD
188800         THRU 7210-WRITE-CATALOG-RECORD-EXIT
188900         VARYING WS-CAT-WRITE-SUB FROM 1 BY 1
189000         UNTIL WS-CAT-WRITE-SUB > WS-CAT-COUNT.
189100     CLOSE BKP-FILE.
189200 7200-WRITE-CATALOG-EXIT.
189300     EXIT.
189400*=============================================================
189500 7210-WRITE-CATALOG-RECORD.
189600     IF WS-CAT-ROLLED (WS-CAT-WRITE-SUB)
189700         GO TO 7210-WRITE-CATALOG-RECORD-EXIT
189800     END-IF.
189900     MOVE WS-CAT-ENTRY (WS-CAT-WRITE-SUB) TO BKP-RECORD.
190000     WRITE BKP-RECORD.
190100 7210-WRITE-CATALOG-RECORD-EXIT.
190200     EXIT.
190300*=============================================================
190400* 7700-PRINT-CATALOG-LINE - THE CATALOG ENTRY AT
190500* WS-CAT-WRITE-SUB, WITH WHATEVER NOTE THE CALLER SET.
190600*=============================================================
190700 7700-PRINT-CATALOG-LINE.
190800     MOVE WS-CAT-GEN-NUMBER (WS-CAT-WRITE-SUB)
190900         TO CAT-GEN-NUMBER.
191000     MOVE WS-CAT-GEN-DATE (WS-CAT-WRITE-SUB) TO CAT-GEN-DATE.
191100     MOVE WS-CAT-GEN-TIME (WS-CAT-WRITE-SUB) TO CAT-GEN-TIME.
191200     MOVE WS-CAT-TRIGGER (WS-CAT-WRITE-SUB)  TO CAT-TRIGGER.
191300     MOVE WS-CAT-RUN-ID (WS-CAT-WRITE-SUB)   TO CAT-RUN-ID.
191400     MOVE WS-CAT-OPERATOR-ID (WS-CAT-WRITE-SUB)
191500         TO CAT-OPERATOR-ID.
191600     MOVE WS-CAT-STATUS (WS-CAT-WRITE-SUB)   TO CAT-STATUS.
191700     PERFORM 7710-EDIT-ONE-COUNT
191800         THRU 7710-EDIT-ONE-COUNT-EXIT
191900         VARYING WS-FILE-SUB FROM 1 BY 1
192000         UNTIL WS-FILE-SUB > WS-FILE-TOTAL.
192100     IF WS-CAT-RESTORED-DATE (WS-CAT-WRITE-SUB) IS NUMERIC
192200         AND WS-CAT-RESTORED-DATE (WS-CAT-WRITE-SUB) > ZEROES
192300         MOVE WS-CAT-RESTORED-DATE (WS-CAT-WRITE-SUB)
192400             TO CAT-RESTORED-DATE
192500     ELSE
192600         MOVE SPACES TO CAT-RESTORED-DATE
192700     END-IF.
192800     MOVE WS-CAT-LINE TO RPT-LINE.
192900     WRITE RPT-LINE.
193000 7700-PRINT-CATALOG-LINE-EXIT.
193100     EXIT.
193200*=============================================================
193300 7710-EDIT-ONE-COUNT.
193400     MOVE WS-CAT-FILE-COUNT (WS-CAT-WRITE-SUB, WS-FILE-SUB)
193500         TO CAT-FILE-COUNT (WS-FILE-SUB).
193600 7710-EDIT-ONE-COUNT-EXIT.
193700     EXIT.
193800*=============================================================
193900* 7750-DECODE-COUNTER - SERIES, LAST-ISSUED AND ROLLOVER COUNT
194000* FROM THE COUNTER LINE IN WS-CTR-WORK, BY ITS LENGTH.
194100*=============================================================
194200 7750-DECODE-COUNTER.
194300     EVALUATE WS-WORK-LENGTH
194400         WHEN 19
194500             MOVE SPACE TO WS-CURRENT-SERIES
194600             MOVE WS-CTRW-LEGACY-LAST TO WS-WORK-LAST
194700             MOVE ZEROES TO WS-WORK-CYCLE
194800         WHEN 32
194900             MOVE SPACE TO WS-CURRENT-SERIES
195000             MOVE WS-CTRW-LAST-ISSUED TO WS-WORK-LAST
195100             MOVE WS-CTRW-CYCLE-COUNT TO WS-WORK-CYCLE
195200         WHEN OTHER
195300             MOVE WS-CTRW-SERIES-CODE TO WS-CURRENT-SERIES
195400             MOVE WS-CTRW-LAST-ISSUED TO WS-WORK-LAST
195500             MOVE WS-CTRW-CYCLE-COUNT TO WS-WORK-CYCLE
195600     END-EVALUATE.
195700 7750-DECODE-COUNTER-EXIT.
195800     EXIT.
195900*=============================================================
196000* 7900-LOCATE-OR-ADD-SERIES - RESOLVE WS-CURRENT-SERIES TO ITS
196100* COMPARE ENTRY, ADDING A FRESH ONE ON FIRST SIGHT. A FULL
196200* TABLE LEAVES WS-CMS-SUB ZERO AND THE SERIES UNCOMPARED.
196300*=============================================================
196400 7900-LOCATE-OR-ADD-SERIES.
196500     MOVE ZERO TO WS-CMS-SUB.
196600     IF WS-CMS-COUNT > ZERO
196700         SET WS-CMS-IX TO 1
196800         SEARCH WS-CMS-ENTRY
196900             AT END
197000                 CONTINUE
197100             WHEN WS-CMS-CODE (WS-CMS-IX) = WS-CURRENT-SERIES
197200                 AND WS-CMS-IX NOT > WS-CMS-COUNT
197300                 SET WS-CMS-SUB TO WS-CMS-IX
197400         END-SEARCH
197500     END-IF.
197600     IF WS-CMS-SUB > ZERO
197700         GO TO 7900-LOCATE-OR-ADD-SERIES-EXIT
197800     END-IF.
197900     IF WS-CMS-COUNT >= WS-CMS-TABLE-MAX
198000         GO TO 7900-LOCATE-OR-ADD-SERIES-EXIT
198100     END-IF.
198200     ADD 1 TO WS-CMS-COUNT.
198300     MOVE WS-CMS-COUNT TO WS-CMS-SUB.
198400     MOVE WS-CURRENT-SERIES TO WS-CMS-CODE (WS-CMS-SUB).
198500     MOVE 'N'    TO WS-CMS-GEN-SW (WS-CMS-SUB).
198600     MOVE ZEROES TO WS-CMS-GEN-LAST (WS-CMS-SUB).
198700     MOVE ZEROES TO WS-CMS-GEN-CYCLE (WS-CMS-SUB).
198800     MOVE 'N'    TO WS-CMS-LIVE-SW (WS-CMS-SUB).
198900     MOVE ZEROES TO WS-CMS-LIVE-LAST (WS-CMS-SUB).
199000     MOVE ZEROES TO WS-CMS-LIVE-CYCLE (WS-CMS-SUB).
199100     MOVE ZEROES TO WS-CMS-REG-HIGH (WS-CMS-SUB).
199200     MOVE ZEROES TO WS-CMS-REG-CYCLE (WS-CMS-SUB).
199300     MOVE ZEROES TO WS-CMS-REG-AHEAD (WS-CMS-SUB).
199400 7900-LOCATE-OR-ADD-SERIES-EXIT.
199500     EXIT.
199600*=============================================================
199700* 8100-PARM-HALT - BKPPARM ASKS FOR A FUNCTION THIS JOB DOES
199800* NOT HAVE. NOTHING HAS BEEN READ OR CHANGED.
199900*=============================================================
200000 8100-PARM-HALT.
200100     MOVE SPACES TO WS-HALT-MESSAGE.
200200     STRING 'UNKNOWN FUNCTION ' WS-FUNCTION
200300         ' ON BKPPARM - EXPECTED B, L, C OR R'
200400         DELIMITED BY SIZE INTO WS-HALT-MESSAGE.
200500     DISPLAY WS-HALT-MESSAGE.
200600     MOVE WS-HALT-MESSAGE TO RPT-LINE.
200700     WRITE RPT-LINE.
200800     CLOSE RPT-FILE.
200900     MOVE 'H' TO WS-JRN-STATUS-CODE.
201000     MOVE '8100-PARM-HALT' TO WS-JRN-HALT-PARA.
201100     PERFORM 9500-WRITE-JOURNAL
201200         THRU 9500-WRITE-JOURNAL-EXIT.
201300     MOVE 12 TO RETURN-CODE.
201400     STOP RUN.
201500 8100-PARM-HALT-EXIT.
201600     EXIT.
201700*=============================================================
201800* 8200-CATALOG-HALT - MORE GENERATIONS ON BKPCAT THAN THE
201900* TABLE HOLDS. THE RETENTION PERIOD NEEDS SHORTENING; THE LOCK
202000* IS GIVEN BACK AND NOTHING HAS BEEN CHANGED.
202100*=============================================================
202200 8200-CATALOG-HALT.
202300     MOVE 'BACKUP CATALOG HOLDS MORE GENERATIONS THAN THE TABLE -
202400-        ' RUN NOT STARTED' TO WS-HALT-MESSAGE.
202500     DISPLAY WS-HALT-MESSAGE.
202600     MOVE WS-HALT-MESSAGE TO RPT-LINE.
202700     WRITE RPT-LINE.
202800     CLOSE RPT-FILE.
202810     PERFORM 9000-RELEASE-RUN-LOCK
202820         THRU 9000-RELEASE-RUN-LOCK-EXIT.
202900     MOVE 'H' TO WS-JRN-STATUS-CODE.
203000     MOVE '8200-CATALOG-HALT' TO WS-JRN-HALT-PARA.
203100     PERFORM 9500-WRITE-JOURNAL
203200         THRU 9500-WRITE-JOURNAL-EXIT.
203300     MOVE 16 TO RETURN-CODE.
203400     STOP RUN.
203500 8200-CATALOG-HALT-EXIT.
203600     EXIT.
203700*=============================================================
203800 8300-LOCK-HALT.
203900     MOVE SPACES TO WS-HALT-MESSAGE.
204000     STRING 'RUN LOCK HELD BY ' WS-LOCK-RUN-ID
204100         ' SINCE ' WS-LOCK-RUN-DATE ' ' WS-LOCK-RUN-TIME
204200         ' - RUN NOT STARTED'
204300         DELIMITED BY SIZE INTO WS-HALT-MESSAGE.
204400     DISPLAY WS-HALT-MESSAGE.
204500     MOVE WS-HALT-MESSAGE TO RPT-LINE.
204600     WRITE RPT-LINE.
204700     CLOSE RPT-FILE.
205400     MOVE 'H' TO WS-JRN-STATUS-CODE.
205500     MOVE '8300-LOCK-HALT' TO WS-JRN-HALT-PARA.
205600     PERFORM 9500-WRITE-JOURNAL
205700         THRU 9500-WRITE-JOURNAL-EXIT.
205800     MOVE 12 TO RETURN-CODE.
205900     STOP RUN.
206000 8300-LOCK-HALT-EXIT.
206100     EXIT.
206200*=============================================================
206300 9000-RELEASE-RUN-LOCK.
206400     IF NOT WS-LOCK-HELD
206500         GO TO 9000-RELEASE-RUN-LOCK-EXIT
206600     END-IF.
206700     OPEN OUTPUT LOK-FILE.
206800     MOVE SPACES TO LOK-RECORD.
206900     SET LOK-RELEASED TO TRUE.
207000     MOVE WS-RUN-ID       TO LOK-RUN-ID.
207100     MOVE WS-CURRENT-DATE TO LOK-RUN-DATE.
207200     MOVE WS-NOW          TO LOK-RUN-TIME.
207300     WRITE LOK-RECORD.
207400     CLOSE LOK-FILE.
207500     MOVE 'N' TO WS-LOCK-HELD-SW.
207600 9000-RELEASE-RUN-LOCK-EXIT.
207700     EXIT.
207800*=============================================================
207900* 9400-WRITE-OPERATOR-LOG - ONE OPRLOG ENTRY FOR THE OPERATOR
208000* NAMED ON BKPPARM, THE SAME RECORD THE SCREEN PROGRAMS WRITE.
208100*=============================================================
208200 9400-WRITE-OPERATOR-LOG.
208300     OPEN EXTEND OLG-FILE.
208400     IF WS-OLG-FILE-STATUS = '35'
208500         OPEN OUTPUT OLG-FILE
208600     END-IF.
208700     ACCEPT WS-OLG-TIME FROM TIME.
208800     MOVE SPACES             TO OLG-RECORD.
208900     MOVE WS-TODAY           TO OLG-DATE.
209000     MOVE WS-OLG-TIME        TO OLG-TIME.
209100     MOVE WS-SIGNON-USER-ID  TO OLG-USER-ID.
209200     MOVE WS-RUN-ID          TO OLG-RUN-ID.
209300     MOVE WS-OLG-EVENT-TYPE  TO OLG-EVENT-TYPE.
209400     MOVE WS-OLG-SERIES-CODE TO OLG-SERIES-CODE.
209500     MOVE WS-OLG-SEQ-VALUE   TO OLG-SEQ-VALUE.
209600     MOVE WS-OLG-DETAIL      TO OLG-DETAIL.
209700     WRITE OLG-RECORD.
209800     CLOSE OLG-FILE.
209900     MOVE SPACE  TO WS-OLG-SERIES-CODE.
210000     MOVE ZEROES TO WS-OLG-SEQ-VALUE.
210100     MOVE SPACES TO WS-OLG-DETAIL.
210200 9400-WRITE-OPERATOR-LOG-EXIT.
210300     EXIT.
210400*=============================================================
210500* 9500-WRITE-JOURNAL - APPEND THE CLOSE-OUT RECORD THE MORNING
210600* STATUS CHECK READS. RECORDS IN ARE RECORDS COPIED INTO
210700* GENERATIONS, RECORDS OUT ARE RECORDS RESTORED TO THE LIVE
210800* FILES, REJECTS ARE RESTORES REFUSED AND EXCEPTIONS ARE
210900* GENERATIONS ROLLED OFF.
211000*=============================================================
211100 9500-WRITE-JOURNAL.
211200     OPEN EXTEND JRN-FILE.
211300     IF WS-JRN-FILE-STATUS = '35'
211400         OPEN OUTPUT JRN-FILE
211500     END-IF.
211600     ACCEPT WS-JRN-END-TIME FROM TIME.
211700     MOVE SPACES TO JRN-RECORD.
211800     MOVE WS-RUN-ID           TO JRN-RUN-ID.
211900     MOVE WS-TODAY            TO JRN-BUS-DATE.
212000     MOVE WS-NOW              TO JRN-START-TIME.
212100     MOVE WS-JRN-END-TIME     TO JRN-END-TIME.
212200     MOVE WS-RECORDS-COPIED   TO JRN-RECORDS-IN.
212300     MOVE WS-RECORDS-RESTORED TO JRN-RECORDS-OUT.
212400     MOVE WS-RESTORES-REFUSED TO JRN-REJECT-COUNT.
212500     MOVE WS-GENS-ROLLED      TO JRN-EXCEPTION-COUNT.
212600     MOVE WS-JRN-STATUS-CODE  TO JRN-STATUS.
212700     MOVE WS-JRN-HALT-PARA    TO JRN-HALT-PARA.
212900     WRITE JRN-RECORD.
213000     CLOSE JRN-FILE.
213100 9500-WRITE-JOURNAL-EXIT.
213200     EXIT.
