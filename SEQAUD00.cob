000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SEQAUD00.
000300 AUTHOR.        J H MARSH.
000400 INSTALLATION.  DAILY LEDGER SEQUENCE CONTROL.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  ---------  ----  --------------------------------------
001200*  2026-10-15 JHM   ORIGINAL VERSION. AT EACH QUARTER-END
001300*                   THE EXTERNAL AUDITORS ASK FOR A FULL
001400*                   ACCOUNT OF NUMBER USAGE FOR THE PERIOD,
001500*                   WHICH WAS ASSEMBLED BY HAND FROM SEQRPT00
001600*                   AND SEQBAL00 PRINTOUTS, SEQINQ00 SCREEN
001700*                   PRINTS AND THE EXCARCH.YYYYMM ARCHIVES.
001800*                   THIS JOB TAKES A DATE RANGE ON AUDPARM
001900*                   AND WRITES A FIXED-FORMAT EXTRACT (AUDEXT,
002000*                   SEE AUDREC01) AND A PRINTED CERTIFICATION
002100*                   (AUDRPT): PER SERIES THE OPENING AND
002200*                   CLOSING COUNTER, NUMBERS ISSUED, VOIDED,
002300*                   RESERVED-SKIPPED AND COLLISION-SKIPPED,
002400*                   ROLLOVERS AND EVERY OPERATOR OVERRIDE;
002500*                   EVERY UNEXPLAINED GAP AND DUPLICATE ACROSS
002600*                   THE WHOLE PERIOD; A SEEDED RANDOM SAMPLE
002700*                   OF ISSUED NUMBERS WITH THEIR FULL REGISTER
002800*                   AND EXCEPTION HISTORY FOR THE AUDITORS TO
002900*                   TRACE; AND CONTROL TOTALS THAT PROVE THE
003000*                   EXTRACT COMPLETE. READ-ONLY - NO FILE OF
003100*                   THE SUITE IS UPDATED. EVERY RUN IS
003200*                   JOURNALED.
003300*-----------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT REG-FILE      ASSIGN TO REGFILE
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE  IS DYNAMIC
004300         RECORD KEY   IS REG-KEY
004400         ALTERNATE RECORD KEY IS REG-TRN-KEY
004500             WITH DUPLICATES
004600         FILE STATUS  IS WS-REG-FILE-STATUS.
004700     SELECT EXC-FILE      ASSIGN TO EXCFILE
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS  IS WS-EXC-FILE-STATUS.
005000     SELECT ARC-FILE      ASSIGN USING WS-ARC-FILE-NAME
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS  IS WS-ARC-FILE-STATUS.
005300     SELECT RSV-FILE      ASSIGN TO RSVFILE
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS  IS WS-RSV-FILE-STATUS.
005600     SELECT BLK-FILE      ASSIGN TO BLKFILE
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS  IS WS-BLK-FILE-STATUS.
005900     SELECT SRM-FILE      ASSIGN TO SRMFILE
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE  IS DYNAMIC
006200         RECORD KEY   IS SRM-SERIES-CODE
006300         FILE STATUS  IS WS-SRM-FILE-STATUS.
006400     SELECT CAL-FILE      ASSIGN TO CALFILE
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS  IS WS-CAL-FILE-STATUS.
006700     SELECT PRM-FILE      ASSIGN TO AUDPARM
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS  IS WS-PRM-FILE-STATUS.
007000     SELECT AUD-FILE      ASSIGN TO AUDEXT
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS  IS WS-AUD-FILE-STATUS.
007300     SELECT JRN-FILE      ASSIGN TO JRNFILE
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS  IS WS-JRN-FILE-STATUS.
007600     SELECT RPT-FILE      ASSIGN TO AUDRPT
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  REG-FILE.
008100 COPY REGREC01.
008200 FD  EXC-FILE.
008300 COPY EXCREC01.
008400 FD  ARC-FILE.
008500 01  ARC-RECORD                  PIC X(109).
008600 FD  RSV-FILE.
008700 COPY RSVREC01.
008800 FD  BLK-FILE.
008900 COPY BLKREC01.
009000 FD  SRM-FILE.
009100 COPY SRMREC01.
009200 FD  CAL-FILE.
009300 COPY CALREC01.
009400 FD  PRM-FILE.
009500 COPY AUDPRM01.
009600 FD  AUD-FILE.
009700 COPY AUDREC01.
009800 FD  JRN-FILE.
009900 COPY JRNREC01.
010000 FD  RPT-FILE
010100     RECORD CONTAINS 132 CHARACTERS.
010200 01  RPT-LINE                    PIC X(132).
010300 WORKING-STORAGE SECTION.
010400 01  WS-REG-FILE-STATUS          PIC X(02) VALUE SPACES.
010500 01  WS-EXC-FILE-STATUS          PIC X(02) VALUE SPACES.
010600 01  WS-ARC-FILE-STATUS          PIC X(02) VALUE SPACES.
010700 01  WS-ARC-FILE-NAME            PIC X(20) VALUE SPACES.
010800 01  WS-RSV-FILE-STATUS          PIC X(02) VALUE SPACES.
010900 01  WS-BLK-FILE-STATUS          PIC X(02) VALUE SPACES.
011000 01  WS-SRM-FILE-STATUS          PIC X(02) VALUE SPACES.
011100 01  WS-CAL-FILE-STATUS          PIC X(02) VALUE SPACES.
011200 01  WS-PRM-FILE-STATUS          PIC X(02) VALUE SPACES.
011300 01  WS-AUD-FILE-STATUS          PIC X(02) VALUE SPACES.
011400 01  WS-JRN-FILE-STATUS          PIC X(02) VALUE SPACES.
011500 01  WS-JRN-STATUS-CODE          PIC X(01) VALUE 'C'.
011600 01  WS-JRN-HALT-PARA            PIC X(20) VALUE SPACES.
011700 01  WS-JRN-END-TIME             PIC 9(06) VALUE ZEROES.
011800 01  WS-SWITCHES.
011900     05  WS-REG-EOF-SW           PIC X(01) VALUE 'N'.
012000         88  WS-REG-EOF               VALUE 'Y'.
012100     05  WS-EXC-EOF-SW           PIC X(01) VALUE 'N'.
012200         88  WS-EXC-EOF               VALUE 'Y'.
012300     05  WS-ARC-EOF-SW           PIC X(01) VALUE 'N'.
012400         88  WS-ARC-EOF               VALUE 'Y'.
012500     05  WS-RSV-EOF-SW           PIC X(01) VALUE 'N'.
012600         88  WS-RSV-EOF               VALUE 'Y'.
012700     05  WS-BLK-EOF-SW           PIC X(01) VALUE 'N'.
012800         88  WS-BLK-EOF               VALUE 'Y'.
012900     05  WS-CAL-EOF-SW           PIC X(01) VALUE 'N'.
013000         88  WS-CAL-EOF               VALUE 'Y'.
013100     05  WS-SRM-AVAIL-SW         PIC X(01) VALUE 'N'.
013200         88  WS-SRM-AVAILABLE         VALUE 'Y'.
013300     05  WS-SERIES-FOUND-SW      PIC X(01) VALUE 'N'.
013400         88  WS-SERIES-FOUND          VALUE 'Y'.
013500     05  WS-CHAIN-FOUND-SW       PIC X(01) VALUE 'N'.
013600         88  WS-CHAIN-FOUND           VALUE 'Y'.
013700     05  WS-COLLISION-FOUND-SW   PIC X(01) VALUE 'N'.
013800         88  WS-COLLISION-FOUND       VALUE 'Y'.
013900     05  WS-RESERVED-FOUND-SW    PIC X(01) VALUE 'N'.
014000         88  WS-RESERVED-FOUND        VALUE 'Y'.
014100     05  WS-BLOCK-FOUND-SW       PIC X(01) VALUE 'N'.
014200         88  WS-BLOCK-FOUND           VALUE 'Y'.
014300     05  WS-ROLLOVER-FOUND-SW    PIC X(01) VALUE 'N'.
014400         88  WS-ROLLOVER-FOUND        VALUE 'Y'.
014500     05  WS-VOID-FOUND-SW        PIC X(01) VALUE 'N'.
014600         88  WS-VOID-FOUND            VALUE 'Y'.
014700     05  WS-GAP-RUN-SW           PIC X(01) VALUE 'N'.
014800         88  WS-GAP-RUN-OPEN          VALUE 'Y'.
014900     05  WS-TOTALS-AGREE-SW      PIC X(01) VALUE 'Y'.
015000         88  WS-TOTALS-AGREE          VALUE 'Y'.
015100     05  WS-GAPS-PROVEN-SW       PIC X(01) VALUE 'Y'.
015200         88  WS-GAPS-PROVEN           VALUE 'Y'.
015300*-----------------------------------------------------------
015400* WHICH PASS OVER THE EXCEPTION LOG IS RUNNING - THE PERIOD
015500* PASS TALLIES THE PERIOD'S EVENTS, THE VOID PASS HOLDS THE
015600* VOIDS LOGGED IN THE MONTHS BEFORE THE PERIOD, THE SAMPLE
015700* PASS PICKS OUT THE HISTORY OF THE NUMBERS DRAWN. ALL READ
015800* THE SAME FILES THE SAME WAY.
015900*-----------------------------------------------------------
016000 01  WS-EVENT-PASS               PIC X(01) VALUE 'P'.
016100     88  WS-PERIOD-PASS              VALUE 'P'.
016200     88  WS-VOID-PASS                VALUE 'V'.
016300     88  WS-SAMPLE-PASS              VALUE 'S'.
016400*-----------------------------------------------------------
016500* THE AUDIT PERIOD - FROM AUDPARM, OR THE LAST COMPLETE
016600* CALENDAR QUARTER. EVERY DATE TEST IN THE JOB IS INCLUSIVE.
016700*-----------------------------------------------------------
016800 01  WS-FROM-DATE                PIC 9(08) VALUE ZEROES.
016900 01  WS-TO-DATE                  PIC 9(08) VALUE ZEROES.
017000 01  WS-WORK-DATE                PIC 9(08) VALUE ZEROES.
017100 01  WS-QTR-DATE.
017200     05  WS-QTR-YYYY             PIC 9(04).
017300     05  WS-QTR-MM               PIC 9(02).
017400     05  WS-QTR-DD               PIC 9(02).
017500 01  WS-QTR-DATE-NUM REDEFINES WS-QTR-DATE
017600                                 PIC 9(08).
017700 01  WS-QTR-WORK                 PIC 9(02) VALUE ZEROES.
017800 01  WS-QTR-START-DATE           PIC 9(08) VALUE ZEROES.
017900 01  WS-QTR-END-DATE             PIC 9(08) VALUE ZEROES.
018000 01  WS-DATE-WORK.
018100     05  WS-DATE-WORK-YM         PIC 9(06).
018200     05  WS-DATE-WORK-DD         PIC 9(02).
018300 01  WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK
018400                                 PIC 9(08).
018500*-----------------------------------------------------------
018600* SAMPLE DRAW - ONE NUMBER FROM EACH OF SAMPLE-SIZE EQUAL
018700* STRATA OF THE PERIOD'S POSTINGS IN REGISTER ORDER, SO THE
018800* DRAW SPREADS ACROSS EVERY SERIES AND VALUE RANGE. THE
018900* POSITION IN EACH STRATUM COMES FROM A MULTIPLICATIVE
019000* CONGRUENTIAL GENERATOR (MULTIPLIER 16807, MODULUS 2**31-1)
019100* STARTED FROM THE SEED, SO THE SAME SEED OVER THE SAME
019200* REGISTER ALWAYS DRAWS THE SAME NUMBERS.
019300*-----------------------------------------------------------
019400 01  WS-SAMPLE-SIZE              PIC 9(05) COMP VALUE 00025.
019500 77  WS-SAMPLE-MAX               PIC 9(05) COMP VALUE 00200.
019600 01  WS-PARM-SIZE-NUM            PIC 9(03) VALUE ZEROES.
019700 01  WS-SEED                     PIC 9(09) VALUE ZEROES.
019800 01  WS-RANDOM                   PIC 9(10) COMP VALUE ZERO.
019900 01  WS-RAND-PRODUCT             PIC 9(15) COMP VALUE ZERO.
020000 01  WS-RAND-QUOTIENT            PIC 9(15) COMP VALUE ZERO.
020100 01  WS-RAND-OFFSET              PIC 9(09) COMP VALUE ZERO.
020200 01  WS-STRATUM-LOW              PIC 9(09) COMP VALUE ZERO.
020300 01  WS-STRATUM-HIGH             PIC 9(09) COMP VALUE ZERO.
020400 01  WS-STRATUM-SIZE             PIC 9(09) COMP VALUE ZERO.
020500 01  WS-STRATUM-WORK             PIC 9(15) COMP VALUE ZERO.
020600*-----------------------------------------------------------
020700* ARCHIVE EVENT WORK RECORD - A LIVE OR ARCHIVED LOG LINE,
020800* SPLIT WITH THE SAME FIELD OFFSETS AS EXCREC01 SO ONE
020900* ROUTINE SERVES BOTH SOURCES, AS IN SEQHST00. A ROLLOVER
021000* MARKER CARRIES THE CYCLE IT OPENED IN ITS MESSAGE.
021100*-----------------------------------------------------------
021200 01  WS-ARC-EVENT.
021300     05  WS-ARC-RUN-ID           PIC X(08).
021400     05  WS-ARC-DATE             PIC 9(08).
021500     05  WS-ARC-TIME             PIC 9(06).
021600     05  WS-ARC-SEQ-VALUE        PIC 9(07).
021700     05  WS-ARC-EVENT-TYPE       PIC X(01).
021800     05  WS-ARC-MESSAGE          PIC X(70).
021900     05  WS-ARC-ROLL-MESSAGE REDEFINES WS-ARC-MESSAGE.
022000         10  FILLER              PIC X(24).
022100         10  WS-ARC-ROLL-CYCLE   PIC X(05).
022200         10  FILLER              PIC X(41).
022300     05  WS-ARC-SERIES-CODE      PIC X(01).
022400     05  WS-ARC-OPERATOR-ID      PIC X(08).
022500 01  WS-ARC-CURRENT.
022600     05  WS-ARC-YYYY             PIC 9(04).
022700     05  WS-ARC-MM               PIC 9(02).
022800 01  WS-ARC-CURRENT-NUM REDEFINES WS-ARC-CURRENT
022900                                 PIC 9(06).
023000 01  WS-ARC-TO-NUM               PIC 9(06) VALUE ZEROES.
023100 01  WS-ARC-MONTHS-DONE          PIC 9(03) COMP VALUE ZERO.
023200 77  WS-ARC-MONTHS-LIMIT         PIC 9(03) COMP VALUE 120.
023300 01  WS-ARC-MONTHS-READ          PIC 9(05) COMP VALUE ZERO.
023400 01  WS-ARC-FROM-INDEX           PIC 9(07) COMP VALUE ZERO.
023500 01  WS-ARC-TO-INDEX             PIC 9(07) COMP VALUE ZERO.
023600 01  WS-REG-EARLIEST-DATE        PIC 9(08) VALUE 99999999.
023700 01  WS-EVENT-LABEL              PIC X(12) VALUE SPACES.
023800*-----------------------------------------------------------
023900* SERIES TABLE - ONE ENTRY PER SERIES SEEN ON THE REGISTER OR
024000* THE PERIOD'S LOG. THE OPENING COUNTER IS THE HIGHEST NUMBER
024100* (BY CYCLE, THEN VALUE) POSTED BEFORE THE PERIOD, THE
024200* CLOSING COUNTER THE HIGHEST POSTED BY ITS LAST DAY.
024300*-----------------------------------------------------------
024400 01  WS-SER-COUNT                PIC 9(03) COMP VALUE ZERO.
024500 01  WS-SER-TABLE-MAX            PIC 9(03) COMP VALUE 020.
024600 01  WS-SER-TABLE.
024700     05  WS-SER-ENTRY            OCCURS 20 TIMES
024800                                 INDEXED BY WS-SER-IX.
024900         10  WS-SER-CODE         PIC X(01).
025000         10  WS-SER-DESC         PIC X(30).
025100         10  WS-SER-START        PIC 9(07).
025200         10  WS-SER-OPEN-SW      PIC X(01).
025300             88  WS-SER-HAS-OPEN      VALUE 'Y'.
025400         10  WS-SER-OPEN-VALUE   PIC 9(07).
025500         10  WS-SER-OPEN-CYCLE   PIC 9(05).
025600         10  WS-SER-CLOSE-SW     PIC X(01).
025700             88  WS-SER-HAS-CLOSE     VALUE 'Y'.
025800         10  WS-SER-CLOSE-VALUE  PIC 9(07).
025900         10  WS-SER-CLOSE-CYCLE  PIC 9(05).
026000         10  WS-SER-ISSUED       PIC 9(07) COMP.
026100         10  WS-SER-VOIDED       PIC 9(07) COMP.
026200         10  WS-SER-RSV-SKIPPED  PIC 9(07) COMP.
026300         10  WS-SER-COL-SKIPPED  PIC 9(07) COMP.
026400         10  WS-SER-ROLLOVERS    PIC 9(05) COMP.
026500         10  WS-SER-OVERRIDES    PIC 9(05) COMP.
026600         10  WS-SER-GAP-RANGES   PIC 9(05) COMP.
026700         10  WS-SER-GAP-VALUES   PIC 9(07) COMP.
026800         10  WS-SER-DUPLICATES   PIC 9(05) COMP.
026900 01  WS-SER-SUB                  PIC 9(03) COMP VALUE ZERO.
027000 01  WS-SER-WRITE-SUB            PIC 9(03) COMP VALUE ZERO.
027100 01  WS-CURRENT-SERIES           PIC X(01) VALUE SPACE.
027200 01  WS-CURRENT-CYCLE            PIC 9(05) VALUE ZEROES.
027300*-----------------------------------------------------------
027400* CHAIN TABLE - ONE ENTRY PER SERIES AND CYCLE. THE REGISTER
027500* IS READ IN KEY ORDER (VALUE, CYCLE, SERIES), SO WITHIN ONE
027600* CHAIN THE VALUES ARRIVE ASCENDING AND A STEP OF MORE THAN
027700* ONE IS A RUN OF MISSING VALUES. A CHAIN THE TABLE CANNOT
027800* HOLD IS NOT WALKED AND THE GAPS ARE NOT PROVEN.
027900*-----------------------------------------------------------
028000 01  WS-CHN-COUNT                PIC 9(05) COMP VALUE ZERO.
028100 01  WS-CHN-TABLE-MAX            PIC 9(05) COMP VALUE 00500.
028200 01  WS-CHN-OVERFLOW-COUNT       PIC 9(07) COMP VALUE ZERO.
028300 01  WS-CHN-TABLE.
028400     05  WS-CHN-ENTRY            OCCURS 500 TIMES
028500                                 INDEXED BY WS-CHN-IX.
028600         10  WS-CHN-SERIES       PIC X(01).
028700         10  WS-CHN-CYCLE        PIC 9(05).
028800         10  WS-CHN-PREV-VALUE   PIC 9(07).
028900         10  WS-CHN-PREV-DATE    PIC 9(08).
029000 01  WS-CHN-SUB                  PIC 9(05) COMP VALUE ZERO.
029100*-----------------------------------------------------------
029200* GAP WALK - EVERY SKIPPED VALUE IS TESTED AGAINST THE LOGGED
029300* COLLISIONS, THE RESERVED BLOCKS AND THE BRANCH BLOCKS, THE
029400* SAME THREE EXPLANATIONS SEQBAL00 ACCEPTS. CONSECUTIVE
029500* UNEXPLAINED VALUES ARE REPORTED AS ONE RANGE.
029600*-----------------------------------------------------------
029700 01  WS-GAP-VALUE                PIC 9(07) VALUE ZEROES.
029800 01  WS-GAP-HIGH                 PIC 9(07) VALUE ZEROES.
029900 01  WS-GAP-RUN-FROM             PIC 9(07) VALUE ZEROES.
030000 01  WS-GAP-RUN-TO               PIC 9(07) VALUE ZEROES.
030100 01  WS-GAP-RUN-COUNT            PIC 9(07) VALUE ZEROES.
030200 01  WS-GAP-PRIOR-VALUE          PIC 9(07) VALUE ZEROES.
030300 01  WS-GAP-PRIOR-DATE           PIC 9(08) VALUE ZEROES.
030400*-----------------------------------------------------------
030500* COLLISION AND VOID TABLES - THE 'C' AND 'V' EVENTS LOGGED
030600* IN THE PERIOD'S MONTHS UP TO ITS LAST DAY. A COLLISION
030700* EXPLAINS A SKIPPED VALUE; A VOID EXPLAINS A TRANSACTION
030800* RENUMBERED AFTER ITS FIRST NUMBER WAS VOIDED.
030900*-----------------------------------------------------------
031000 01  WS-COL-COUNT                PIC 9(05) COMP VALUE ZERO.
031100 01  WS-COL-TABLE-MAX            PIC 9(05) COMP VALUE 02000.
031200 01  WS-COL-OVERFLOW-COUNT       PIC 9(07) COMP VALUE ZERO.
031300 01  WS-COL-TABLE.
031400     05  WS-COL-ENTRY            OCCURS 2000 TIMES
031500                                 INDEXED BY WS-COL-IX.
031600         10  WS-COL-SEQ-VALUE    PIC 9(07).
031700         10  WS-COL-SERIES       PIC X(01).
031800 01  WS-VOD-COUNT                PIC 9(05) COMP VALUE ZERO.
031900 01  WS-VOD-TABLE-MAX            PIC 9(05) COMP VALUE 02000.
032000 01  WS-VOD-OVERFLOW-COUNT       PIC 9(07) COMP VALUE ZERO.
032100 01  WS-VOD-TABLE.
032200     05  WS-VOD-ENTRY            OCCURS 2000 TIMES
032300                                 INDEXED BY WS-VOD-IX.
032400         10  WS-VOD-SEQ-VALUE    PIC 9(07).
032500         10  WS-VOD-SERIES       PIC X(01).
032600*-----------------------------------------------------------
032700* ROLLOVER TABLE - THE SERIES AND THE CYCLE EACH ROLLOVER
032800* MARKER IN THE PERIOD'S MONTHS OPENED. A CYCLE FIRST POSTED
032900* IN THE PERIOD WITH NO MARKER HERE REISSUED THE SERIES
033000* RANGE WITHOUT AN AUDITED ROLLOVER.
033100*-----------------------------------------------------------
033200 01  WS-ROL-COUNT                PIC 9(03) COMP VALUE ZERO.
033300 01  WS-ROL-TABLE-MAX            PIC 9(03) COMP VALUE 200.
033400 01  WS-ROL-OVERFLOW-COUNT       PIC 9(05) COMP VALUE ZERO.
033500 01  WS-ROL-TABLE.
033600     05  WS-ROL-ENTRY            OCCURS 200 TIMES
033700                                 INDEXED BY WS-ROL-IX.
033800         10  WS-ROL-SERIES       PIC X(01).
033900         10  WS-ROL-CYCLE        PIC 9(05).
034000*-----------------------------------------------------------
034100* RESERVED-BLOCK TABLE - THE RSVFILE BLOCKS IN FORCE ON ANY
034200* DAY OF THE PERIOD.
034300*-----------------------------------------------------------
034400 01  WS-RSV-COUNT                PIC 9(03) COMP VALUE ZERO.
034500 01  WS-RSV-TABLE-MAX            PIC 9(03) COMP VALUE 100.
034600 01  WS-RSV-OVERFLOW-COUNT       PIC 9(05) COMP VALUE ZERO.
034700 01  WS-RSV-TABLE.
034800     05  WS-RSV-ENTRY            OCCURS 100 TIMES
034900                                 INDEXED BY WS-RSV-IX.
035000         10  WS-RSV-SERIES       PIC X(01).
035100         10  WS-RSV-FROM         PIC 9(07).
035200         10  WS-RSV-TO           PIC 9(07).
035300*-----------------------------------------------------------
035400* BRANCH BLOCK TABLE - THE SEQBLK00 BLOCKS ALLOCATED BY THE
035500* LAST DAY OF THE PERIOD, BY SERIES AND CYCLE.
035600*-----------------------------------------------------------
035700 01  WS-BLK-COUNT                PIC 9(03) COMP VALUE ZERO.
035800 01  WS-BLK-TABLE-MAX            PIC 9(03) COMP VALUE 500.
035900 01  WS-BLK-OVERFLOW-COUNT       PIC 9(05) COMP VALUE ZERO.
036000 01  WS-BLK-TABLE.
036100     05  WS-BLK-ENTRY            OCCURS 500 TIMES
036200                                 INDEXED BY WS-BLK-IX.
036300         10  WS-BLK-SERIES       PIC X(01).
036400         10  WS-BLK-CYCLE        PIC 9(05).
036500         10  WS-BLK-FROM         PIC 9(07).
036600         10  WS-BLK-TO           PIC 9(07).
036700*-----------------------------------------------------------
036800* NEW-CYCLE TABLE - THE FIRST POSTING OF EACH CYCLE OPENED IN
036900* THE PERIOD WITH NO ROLLOVER MARKER, HELD UNTIL THE
037000* DUPLICATES SECTION IS WRITTEN.
037100*-----------------------------------------------------------
037200 01  WS-NCY-COUNT                PIC 9(03) COMP VALUE ZERO.
037300 01  WS-NCY-TABLE-MAX            PIC 9(03) COMP VALUE 050.
037400 01  WS-NCY-OVERFLOW-COUNT       PIC 9(05) COMP VALUE ZERO.
037500 01  WS-NCY-TABLE.
037600     05  WS-NCY-ENTRY            OCCURS 50 TIMES.
037700         10  WS-NCY-SERIES       PIC X(01).
037800         10  WS-NCY-SEQ-VALUE    PIC 9(07).
037900         10  WS-NCY-CYCLE        PIC 9(05).
038000         10  WS-NCY-TRN-KEY      PIC X(20).
038100         10  WS-NCY-RUN-DATE     PIC 9(08).
038200         10  WS-NCY-RUN-ID       PIC X(08).
038300 01  WS-NCY-SUB                  PIC 9(03) COMP VALUE ZERO.
038400*-----------------------------------------------------------
038500* TRANSACTION KEY GROUP - THE POSTINGS OF ONE TRANSACTION KEY
038600* READ IN ALTERNATE-KEY ORDER. MORE THAN ONE LIVE NUMBER FOR
038700* ONE KEY IS A DUPLICATE ISSUE.
038800*-----------------------------------------------------------
038900 01  WS-TKG-KEY                  PIC X(20) VALUE SPACES.
039000 01  WS-TKG-COUNT                PIC 9(03) COMP VALUE ZERO.
039100 01  WS-TKG-TABLE-MAX            PIC 9(03) COMP VALUE 050.
039200 01  WS-TKG-TOTAL                PIC 9(05) COMP VALUE ZERO.
039300 01  WS-TKG-IN-PERIOD            PIC 9(05) COMP VALUE ZERO.
039400 01  WS-TKG-VOIDED               PIC 9(05) COMP VALUE ZERO.
039500 01  WS-TKG-TABLE.
039600     05  WS-TKG-ENTRY            OCCURS 50 TIMES.
039700         10  WS-TKG-SERIES       PIC X(01).
039800         10  WS-TKG-SEQ-VALUE    PIC 9(07).
039900         10  WS-TKG-CYCLE        PIC 9(05).
040000         10  WS-TKG-RUN-DATE     PIC 9(08).
040100         10  WS-TKG-RUN-ID       PIC X(08).
040200         10  WS-TKG-VOID-SW      PIC X(01).
040300 01  WS-TKG-SUB                  PIC 9(03) COMP VALUE ZERO.
040400 01  WS-DUP-NOTE                 PIC X(50) VALUE SPACES.
040500*-----------------------------------------------------------
040600* SAMPLE TABLES - THE ORDINALS DRAWN AND THE NUMBERS THEY
040700* LANDED ON, EVERY REGISTER POSTING OF THOSE NUMBERS, AND
040800* EVERY LOGGED EVENT IN THEIR HISTORY (AS SEQHST00 GATHERS
040900* IT: EVENTS CARRYING THE VALUE, AND OVERRIDES ON ITS
041000* SERIES). ARCHIVES ARE READ BEFORE THE LIVE LOG, SO EACH
041100* NUMBER'S EVENTS ARE HELD OLDEST FIRST.
041200*-----------------------------------------------------------
041300 01  WS-SMP-COUNT                PIC 9(05) COMP VALUE ZERO.
041400 01  WS-SMP-TABLE.
041500     05  WS-SMP-ENTRY            OCCURS 200 TIMES.
041600         10  WS-SMP-ORDINAL      PIC 9(09).
041700         10  WS-SMP-FOUND-SW     PIC X(01).
041800             88  WS-SMP-FOUND         VALUE 'Y'.
041900         10  WS-SMP-SERIES       PIC X(01).
042000         10  WS-SMP-SEQ-VALUE    PIC 9(07).
042100         10  WS-SMP-CYCLE        PIC 9(05).
042200 01  WS-SMP-SUB                  PIC 9(05) COMP VALUE ZERO.
042300 01  WS-SMP-NEXT                 PIC 9(05) COMP VALUE ZERO.
042400 01  WS-SMP-EARLIEST-DATE        PIC 9(08) VALUE ZEROES.
042500 01  WS-SPT-COUNT                PIC 9(05) COMP VALUE ZERO.
042600 01  WS-SPT-TABLE-MAX            PIC 9(05) COMP VALUE 01000.
042700 01  WS-SPT-OVERFLOW-COUNT       PIC 9(05) COMP VALUE ZERO.
042800 01  WS-SPT-TABLE.
042900     05  WS-SPT-ENTRY            OCCURS 1000 TIMES.
043000         10  WS-SPT-SAMPLE-NO    PIC 9(05).
043100         10  WS-SPT-DRAWN-SW     PIC X(01).
043200         10  WS-SPT-POSTING      PIC X(66).
043300 01  WS-SPT-SUB                  PIC 9(05) COMP VALUE ZERO.
043400 01  WS-SEV-COUNT                PIC 9(05) COMP VALUE ZERO.
043500 01  WS-SEV-TABLE-MAX            PIC 9(05) COMP VALUE 02000.
043600 01  WS-SEV-OVERFLOW-COUNT       PIC 9(05) COMP VALUE ZERO.
043700 01  WS-SEV-TABLE.
043800     05  WS-SEV-ENTRY            OCCURS 2000 TIMES.
043900         10  WS-SEV-SAMPLE-NO    PIC 9(05).
044000         10  WS-SEV-EVENT        PIC X(109).
044100 01  WS-SEV-SUB                  PIC 9(05) COMP VALUE ZERO.
044200*-----------------------------------------------------------
044300* RUN CONTROLS AND CONTROL TOTALS. THE REGISTER IS READ TWICE
044400* IN KEY ORDER; THE PERIOD'S POSTINGS AND THE HASH OF THEIR
044500* VALUES MUST COME OUT THE SAME BOTH TIMES AND AGREE WITH THE
044600* SERIES SUMMARIES BEFORE THE EXTRACT IS CERTIFIED.
044700*-----------------------------------------------------------
044800 01  WS-REG-READ                 PIC 9(09) COMP VALUE ZERO.
044900 01  WS-PERIOD-ISSUED            PIC 9(09) COMP VALUE ZERO.
045000 01  WS-PERIOD-HASH              PIC 9(15) COMP VALUE ZERO.
045100 01  WS-PASS2-ISSUED             PIC 9(09) COMP VALUE ZERO.
045200 01  WS-PASS2-HASH               PIC 9(15) COMP VALUE ZERO.
045300 01  WS-SUMMARY-ISSUED           PIC 9(09) COMP VALUE ZERO.
045400 01  WS-EVENTS-READ              PIC 9(09) COMP VALUE ZERO.
045500 01  WS-EVENTS-IN-PERIOD         PIC 9(09) COMP VALUE ZERO.
045600 01  WS-GAP-RANGES-TOTAL         PIC 9(07) COMP VALUE ZERO.
045700 01  WS-GAP-VALUES-TOTAL         PIC 9(09) COMP VALUE ZERO.
045800 01  WS-DUP-TOTAL                PIC 9(07) COMP VALUE ZERO.
045900 01  WS-AUD-RECORD-COUNT         PIC 9(07) COMP VALUE ZERO.
046000 01  WS-AUD-SUMMARY-COUNT        PIC 9(07) COMP VALUE ZERO.
046100 01  WS-AUD-OVERRIDE-COUNT       PIC 9(07) COMP VALUE ZERO.
046200 01  WS-AUD-GAP-COUNT            PIC 9(07) COMP VALUE ZERO.
046300 01  WS-AUD-DUP-COUNT            PIC 9(07) COMP VALUE ZERO.
046400 01  WS-AUD-POSTING-COUNT        PIC 9(07) COMP VALUE ZERO.
046500 01  WS-AUD-EVENT-COUNT          PIC 9(07) COMP VALUE ZERO.
046600 01  WS-EDIT-COUNT               PIC Z(06)9.
046700 01  WS-EDIT-VOIDED              PIC Z(06)9.
046800 01  WS-HALT-MESSAGE             PIC X(80) VALUE SPACES.
046900 01  WS-RUN-ID                   PIC X(08) VALUE 'SEQAUD00'.
047000 01  WS-TODAY                    PIC 9(08).
047100 01  WS-NOW                      PIC 9(06).
047200 01  WS-CURRENT-DATE             PIC 9(08).
047300*-----------------------------------------------------------
047400* REPORT LINE LAYOUTS
047500*-----------------------------------------------------------
047600 01  WS-HDG-LINE-1.
047700     05  FILLER                  PIC X(34)
047800             VALUE 'SEQAUD00 PERIOD-END AUDIT PACKAGE'.
047900     05  FILLER                  PIC X(15)
048000             VALUE 'BUSINESS DATE: '.
048100     05  HDG-BUS-DATE            PIC 9(08).
048200     05  FILLER                  PIC X(04) VALUE SPACES.
048300     05  FILLER                  PIC X(05) VALUE 'RUN: '.
048400     05  HDG-RUN-DATE            PIC 9(08).
048500     05  FILLER                  PIC X(01) VALUE SPACE.
048600     05  HDG-RUN-TIME            PIC 9(06).
048700 01  WS-HDG-LINE-2.
048800     05  FILLER                  PIC X(08) VALUE 'PERIOD: '.
048900     05  HDG-FROM-DATE           PIC 9(08).
049000     05  FILLER                  PIC X(04) VALUE ' TO '.
049100     05  HDG-TO-DATE             PIC 9(08).
049200     05  FILLER                  PIC X(12)
049300             VALUE '    SAMPLE: '.
049400     05  HDG-SAMPLE-SIZE         PIC ZZ9.
049500     05  FILLER                  PIC X(10)
049600             VALUE '    SEED: '.
049700     05  HDG-SEED                PIC 9(09).
049800 01  WS-SECTION-LINE.
049900     05  FILLER                  PIC X(04) VALUE '*** '.
050000     05  SEC-TITLE               PIC X(60).
050100 01  WS-NONE-LINE.
050200     05  FILLER                  PIC X(04) VALUE SPACES.
050300     05  FILLER                  PIC X(10) VALUE 'NONE FOUND'.
050400 01  WS-OVR-HDG-LINE.
050500     05  FILLER                  PIC X(04) VALUE 'SER'.
050600     05  FILLER                  PIC X(10) VALUE 'DATE'.
050700     05  FILLER                  PIC X(08) VALUE 'TIME'.
050800     05  FILLER                  PIC X(09) VALUE 'VALUE'.
050900     05  FILLER                  PIC X(10) VALUE 'BY'.
051000     05  FILLER                  PIC X(70) VALUE 'DETAIL'.
051100 01  WS-OVR-LINE.
051200     05  OVR-SERIES              PIC X(01).
051300     05  FILLER                  PIC X(03) VALUE SPACES.
051400     05  OVR-DATE                PIC 9(08).
051500     05  FILLER                  PIC X(02) VALUE SPACES.
051600     05  OVR-TIME                PIC 9(06).
051700     05  FILLER                  PIC X(02) VALUE SPACES.
051800     05  OVR-VALUE               PIC 9(07).
051900     05  FILLER                  PIC X(02) VALUE SPACES.
052000     05  OVR-WHO                 PIC X(08).
052100     05  FILLER                  PIC X(02) VALUE SPACES.
052200     05  OVR-MESSAGE             PIC X(70).
052300 01  WS-GAP-HDG-LINE.
052400     05  FILLER                  PIC X(04) VALUE 'SER'.
052500     05  FILLER                  PIC X(07) VALUE 'CYCLE'.
052600     05  FILLER                  PIC X(09) VALUE 'FROM'.
052700     05  FILLER                  PIC X(09) VALUE 'TO'.
052800     05  FILLER                  PIC X(09) VALUE '  VALUES'.
052900     05  FILLER                  PIC X(19) VALUE 'LAST BEFORE'.
053000     05  FILLER                  PIC X(19) VALUE 'FIRST AFTER'.
053100 01  WS-GAP-LINE.
053200     05  GAP-SERIES              PIC X(01).
053300     05  FILLER                  PIC X(03) VALUE SPACES.
053400     05  GAP-CYCLE               PIC 9(05).
053500     05  FILLER                  PIC X(02) VALUE SPACES.
053600     05  GAP-FROM                PIC 9(07).
053700     05  FILLER                  PIC X(02) VALUE SPACES.
053800     05  GAP-TO                  PIC 9(07).
053900     05  FILLER                  PIC X(02) VALUE SPACES.
054000     05  GAP-COUNT               PIC ZZZZZZ9.
054100     05  FILLER                  PIC X(02) VALUE SPACES.
054200     05  GAP-PRIOR-VALUE         PIC 9(07).
054300     05  FILLER                  PIC X(01) VALUE SPACE.
054400     05  GAP-PRIOR-DATE          PIC 9(08).
054500     05  FILLER                  PIC X(03) VALUE SPACES.
054600     05  GAP-NEXT-VALUE          PIC 9(07).
054700     05  FILLER                  PIC X(01) VALUE SPACE.
054800     05  GAP-NEXT-DATE           PIC 9(08).
054900 01  WS-DUP-HDG-LINE.
055000     05  FILLER                  PIC X(04) VALUE 'SER'.
055100     05  FILLER                  PIC X(03) VALUE 'RS'.
055200     05  FILLER                  PIC X(09) VALUE 'VALUE'.
055300     05  FILLER                  PIC X(07) VALUE 'CYCLE'.
055400     05  FILLER                  PIC X(22)
055500             VALUE 'TRANSACTION KEY'.
055600     05  FILLER                  PIC X(10) VALUE 'POSTED'.
055700     05  FILLER                  PIC X(10) VALUE 'RUN'.
055800     05  FILLER                  PIC X(50) VALUE 'NOTE'.
055900 01  WS-DUP-LINE.
056000     05  DUP-SERIES              PIC X(01).
056100     05  FILLER                  PIC X(03) VALUE SPACES.
056200     05  DUP-REASON              PIC X(01).
056300     05  FILLER                  PIC X(02) VALUE SPACES.
056400     05  DUP-VALUE               PIC 9(07).
056500     05  FILLER                  PIC X(02) VALUE SPACES.
056600     05  DUP-CYCLE               PIC 9(05).
056700     05  FILLER                  PIC X(02) VALUE SPACES.
056800     05  DUP-TRN-KEY             PIC X(20).
056900     05  FILLER                  PIC X(02) VALUE SPACES.
057000     05  DUP-RUN-DATE            PIC 9(08).
057100     05  FILLER                  PIC X(02) VALUE SPACES.
057200     05  DUP-RUN-ID              PIC X(08).
057300     05  FILLER                  PIC X(02) VALUE SPACES.
057400     05  DUP-NOTE                PIC X(50).
057500 01  WS-SUM-HDG-LINE-1.
057600     05  FILLER                  PIC X(03) VALUE SPACES.
057700     05  FILLER                  PIC X(15) VALUE 'OPENING'.
057800     05  FILLER                  PIC X(15) VALUE 'CLOSING'.
057900     05  FILLER                  PIC X(16) VALUE SPACES.
058000     05  FILLER                  PIC X(16)
058100             VALUE '   ---- SKIPPED'.
058200     05  FILLER                  PIC X(16) VALUE SPACES.
058300     05  FILLER                  PIC X(16)
058400             VALUE '   -------- GAPS'.
058500 01  WS-SUM-HDG-LINE-2.
058600     05  FILLER                  PIC X(03) VALUE 'SER'.
058700     05  FILLER                  PIC X(15) VALUE 'VALUE/CYCLE'.
058800     05  FILLER                  PIC X(15) VALUE 'VALUE/CYCLE'.
058900     05  FILLER                  PIC X(08) VALUE '  ISSUED'.
059000     05  FILLER                  PIC X(08) VALUE '  VOIDED'.
059100     05  FILLER                  PIC X(08) VALUE ' RESERVE'.
059200     05  FILLER                  PIC X(08) VALUE ' COLLIDE'.
059300     05  FILLER                  PIC X(08) VALUE '  ROLLED'.
059400     05  FILLER                  PIC X(08) VALUE ' OVERRID'.
059500     05  FILLER                  PIC X(08) VALUE '  RANGES'.
059600     05  FILLER                  PIC X(08) VALUE '  VALUES'.
059700     05  FILLER                  PIC X(08) VALUE '    DUPS'.
059800     05  FILLER                  PIC X(02) VALUE SPACES.
059900     05  FILLER                  PIC X(11) VALUE 'DESCRIPTION'.
060000 01  WS-SUM-LINE.
060100     05  SUM-SERIES              PIC X(01).
060200     05  FILLER                  PIC X(02) VALUE SPACES.
060300     05  SUM-OPEN                PIC X(13).
060400     05  FILLER                  PIC X(02) VALUE SPACES.
060500     05  SUM-CLOSE               PIC X(13).
060600     05  FILLER                  PIC X(02) VALUE SPACES.
060700     05  FILLER                  PIC X(01) VALUE SPACE.
060800     05  SUM-ISSUED              PIC ZZZZZZ9.
060900     05  FILLER                  PIC X(01) VALUE SPACE.
061000     05  SUM-VOIDED              PIC ZZZZZZ9.
061100     05  FILLER                  PIC X(01) VALUE SPACE.
061200     05  SUM-RSV-SKIPPED         PIC ZZZZZZ9.
061300     05  FILLER                  PIC X(01) VALUE SPACE.
061400     05  SUM-COL-SKIPPED         PIC ZZZZZZ9.
061500     05  FILLER                  PIC X(01) VALUE SPACE.
061600     05  SUM-ROLLOVERS           PIC ZZZZZZ9.
061700     05  FILLER                  PIC X(01) VALUE SPACE.
061800     05  SUM-OVERRIDES           PIC ZZZZZZ9.
061900     05  FILLER                  PIC X(01) VALUE SPACE.
062000     05  SUM-GAP-RANGES          PIC ZZZZZZ9.
062100     05  FILLER                  PIC X(01) VALUE SPACE.
062200     05  SUM-GAP-VALUES          PIC ZZZZZZ9.
062300     05  FILLER                  PIC X(01) VALUE SPACE.
062400     05  SUM-DUPLICATES          PIC ZZZZZZ9.
062500     05  FILLER                  PIC X(02) VALUE SPACES.
062600     05  SUM-DESC                PIC X(20).
062700 01  WS-COUNTER-EDIT.
062800     05  CTE-VALUE               PIC 9(07).
062900     05  FILLER                  PIC X(01) VALUE '/'.
063000     05  CTE-CYCLE               PIC 9(05).
063100 01  WS-SMP-HDG-LINE.
063200     05  FILLER                  PIC X(07) VALUE 'SAMPLE'.
063300     05  FILLER                  PIC X(04) VALUE 'SER'.
063400     05  FILLER                  PIC X(09) VALUE 'VALUE'.
063500     05  FILLER                  PIC X(07) VALUE 'CYCLE'.
063600     05  FILLER                  PIC X(22)
063700             VALUE 'TRANSACTION KEY'.
063800     05  FILLER                  PIC X(10) VALUE 'POSTED'.
063900     05  FILLER                  PIC X(08) VALUE 'TIME'.
064000     05  FILLER                  PIC X(10) VALUE 'RUN'.
064100     05  FILLER                  PIC X(10) VALUE 'BATCH'.
064200     05  FILLER                  PIC X(04) VALUE 'CD'.
064300     05  FILLER                  PIC X(04) VALUE 'DC'.
064400     05  FILLER                  PIC X(10) VALUE 'NOTE'.
064500 01  WS-SMP-LINE.
064600     05  SMP-NUMBER              PIC ZZZZ9.
064700     05  FILLER                  PIC X(02) VALUE SPACES.
064800     05  SMP-SERIES              PIC X(01).
064900     05  FILLER                  PIC X(03) VALUE SPACES.
065000     05  SMP-VALUE               PIC 9(07).
065100     05  FILLER                  PIC X(02) VALUE SPACES.
065200     05  SMP-CYCLE               PIC 9(05).
065300     05  FILLER                  PIC X(02) VALUE SPACES.
065400     05  SMP-TRN-KEY             PIC X(20).
065500     05  FILLER                  PIC X(02) VALUE SPACES.
065600     05  SMP-RUN-DATE            PIC 9(08).
065700     05  FILLER                  PIC X(02) VALUE SPACES.
065800     05  SMP-RUN-TIME            PIC 9(06).
065900     05  FILLER                  PIC X(02) VALUE SPACES.
066000     05  SMP-RUN-ID              PIC X(08).
066100     05  FILLER                  PIC X(02) VALUE SPACES.
066200     05  SMP-BATCH-ID            PIC X(08).
066300     05  FILLER                  PIC X(02) VALUE SPACES.
066400     05  SMP-CHECK-DIGIT         PIC X(01).
066500     05  FILLER                  PIC X(03) VALUE SPACES.
066600     05  SMP-DAY-CYCLE           PIC 9(02).
066700     05  FILLER                  PIC X(02) VALUE SPACES.
066800     05  SMP-NOTE                PIC X(20).
066900 01  WS-SEV-LINE.
067000     05  FILLER                  PIC X(11) VALUE SPACES.
067100     05  SEV-DATE                PIC 9(08).
067200     05  FILLER                  PIC X(01) VALUE SPACE.
067300     05  SEV-TIME                PIC 9(06).
067400     05  FILLER                  PIC X(02) VALUE SPACES.
067500     05  SEV-LABEL               PIC X(12).
067600     05  FILLER                  PIC X(01) VALUE SPACE.
067700     05  SEV-VALUE               PIC 9(07).
067800     05  FILLER                  PIC X(02) VALUE SPACES.
067900     05  SEV-WHO                 PIC X(08).
068000     05  FILLER                  PIC X(02) VALUE SPACES.
068100     05  SEV-MESSAGE             PIC X(70).
068200 01  WS-TOT-LINE.
068300     05  TOT-LABEL               PIC X(40).
068400     05  TOT-COUNT               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
068500 PROCEDURE DIVISION.
068600*=============================================================
068700* 0000-MAINLINE - TALLY THE PERIOD'S LOGGED EVENTS, WALK THE
068800* REGISTER FOR COUNTERS, ISSUES AND GAPS, FIND DUPLICATES,
068900* SUMMARIZE EACH SERIES, DRAW AND TRACE THE SAMPLE, AND
069000* CERTIFY THE EXTRACT WITH ITS CONTROL TOTALS.
069100*=============================================================
069200 0000-MAINLINE.
069300     PERFORM 1000-INITIALIZE
069400         THRU 1000-INITIALIZE-EXIT.
069500     PERFORM 2000-SCAN-PERIOD-EVENTS
069600         THRU 2000-SCAN-PERIOD-EVENTS-EXIT.
069700     PERFORM 3000-SCAN-REGISTER
069800         THRU 3000-SCAN-REGISTER-EXIT.
069900     PERFORM 4000-FIND-DUPLICATES
070000         THRU 4000-FIND-DUPLICATES-EXIT.
070100     PERFORM 4500-WRITE-SUMMARIES
070200         THRU 4500-WRITE-SUMMARIES-EXIT.
070300     PERFORM 5000-DRAW-SAMPLE
070400         THRU 5000-DRAW-SAMPLE-EXIT.
070500     PERFORM 6000-CERTIFY
070600         THRU 6000-CERTIFY-EXIT.
070700     PERFORM 9000-TERMINATE
070800         THRU 9000-TERMINATE-EXIT.
070900     STOP RUN.
071000*=============================================================
071100* 1000-INITIALIZE - THE BUSINESS DATE, THE PERIOD AND THE
071200* SAMPLE PARAMETERS, THE REGISTER AND SERIES MASTER, THE
071300* RESERVED AND BRANCH BLOCKS THAT EXPLAIN MISSING VALUES,
071400* AND THE EXTRACT HEADER.
071500*=============================================================
071600 1000-INITIALIZE.
071700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
071800     ACCEPT WS-NOW          FROM TIME.
071900     MOVE WS-CURRENT-DATE TO WS-TODAY.
072000     PERFORM 1050-READ-CALENDAR
072100         THRU 1050-READ-CALENDAR-EXIT.
072200     PERFORM 1200-DEFAULT-PERIOD
072300         THRU 1200-DEFAULT-PERIOD-EXIT.
072400     PERFORM 1100-READ-PARM
072500         THRU 1100-READ-PARM-EXIT.
072600     IF WS-FROM-DATE > WS-TO-DATE
072700         MOVE WS-FROM-DATE TO WS-WORK-DATE
072800         MOVE WS-TO-DATE   TO WS-FROM-DATE
072900         MOVE WS-WORK-DATE TO WS-TO-DATE
073000     END-IF.
073100     IF WS-SEED = ZEROES
073200         MOVE WS-NOW TO WS-SEED
073300     END-IF.
073400     IF WS-SEED = ZEROES
073500         MOVE 1 TO WS-SEED
073600     END-IF.
073700     OPEN OUTPUT RPT-FILE.
073800     MOVE WS-TODAY        TO HDG-BUS-DATE.
073900     MOVE WS-CURRENT-DATE TO HDG-RUN-DATE.
074000     MOVE WS-NOW          TO HDG-RUN-TIME.
074100     MOVE WS-HDG-LINE-1 TO RPT-LINE.
074200     WRITE RPT-LINE.
074300     MOVE WS-FROM-DATE    TO HDG-FROM-DATE.
074400     MOVE WS-TO-DATE      TO HDG-TO-DATE.
074500     MOVE WS-SAMPLE-SIZE  TO HDG-SAMPLE-SIZE.
074600     MOVE WS-SEED         TO HDG-SEED.
074700     MOVE WS-HDG-LINE-2 TO RPT-LINE.
074800     WRITE RPT-LINE.
074900     MOVE SPACES TO RPT-LINE.
075000     WRITE RPT-LINE.
075100     OPEN INPUT REG-FILE.
075200     IF WS-REG-FILE-STATUS NOT = '00'
075300         PERFORM 8100-REGISTER-HALT
075400             THRU 8100-REGISTER-HALT-EXIT
075500     END-IF.
075600     OPEN INPUT SRM-FILE.
075700     IF WS-SRM-FILE-STATUS = '00'
075800         MOVE 'Y' TO WS-SRM-AVAIL-SW
075900     END-IF.
076000     PERFORM 1300-LOAD-RESERVATIONS
076100         THRU 1300-LOAD-RESERVATIONS-EXIT.
076200     PERFORM 1400-LOAD-BLOCKS
076300         THRU 1400-LOAD-BLOCKS-EXIT.
076400     OPEN OUTPUT AUD-FILE.
076500     MOVE SPACES TO AUD-RECORD.
076600     SET AUD-HEADER TO TRUE.
076700     MOVE WS-FROM-DATE    TO AUD-HDR-FROM-DATE.
076800     MOVE WS-TO-DATE      TO AUD-HDR-TO-DATE.
076900     MOVE WS-TODAY        TO AUD-HDR-BUS-DATE.
077000     MOVE WS-CURRENT-DATE TO AUD-HDR-RUN-DATE.
077100     MOVE WS-NOW          TO AUD-HDR-RUN-TIME.
077200     MOVE WS-RUN-ID       TO AUD-HDR-RUN-ID.
077300     MOVE WS-SAMPLE-SIZE  TO AUD-HDR-SAMPLE-SIZE.
077400     MOVE WS-SEED         TO AUD-HDR-SEED.
077500     PERFORM 7900-WRITE-EXTRACT
077600         THRU 7900-WRITE-EXTRACT-EXIT.
077700 1000-INITIALIZE-EXIT.
077800     EXIT.
077900*=============================================================
078000* 1050-READ-CALENDAR - THE OPEN BUSINESS DATE FROM THE SHARED
078100* CALENDAR. NO CALFILE AT ALL LEAVES THE WALL-CLOCK DATE IN
078200* PLACE.
078300*=============================================================
078400 1050-READ-CALENDAR.
078500     OPEN INPUT CAL-FILE.
078600     IF WS-CAL-FILE-STATUS = '35'
078700         GO TO 1050-READ-CALENDAR-EXIT
078800     END-IF.
078900     PERFORM 1060-READ-CALENDAR-RECORD
079000         THRU 1060-READ-CALENDAR-RECORD-EXIT
079100         UNTIL WS-CAL-EOF.
079200     CLOSE CAL-FILE.
079300 1050-READ-CALENDAR-EXIT.
079400     EXIT.
079500*=============================================================
079600 1060-READ-CALENDAR-RECORD.
079700     READ CAL-FILE
079800         AT END
079900             MOVE 'Y' TO WS-CAL-EOF-SW
080000             GO TO 1060-READ-CALENDAR-RECORD-EXIT
080100     END-READ.
080200     IF CAL-CONTROL
080300         AND CAL-DATE IS NUMERIC
080400         AND CAL-DATE > ZEROES
080500         MOVE CAL-DATE TO WS-TODAY
080600     END-IF.
080700 1060-READ-CALENDAR-RECORD-EXIT.
080800     EXIT.
080900*=============================================================
081000* 1100-READ-PARM - EACH AUDPARM FIELD KEYED REPLACES ITS
081100* DEFAULT; A BLANK OR UNREADABLE ONE LEAVES THE DEFAULT. A
081200* RANGE KEYED BACKWARD IS TURNED ROUND, AS SEQRPT00 DOES.
081300*=============================================================
081400 1100-READ-PARM.
081500     OPEN INPUT PRM-FILE.
081600     IF WS-PRM-FILE-STATUS = '35'
081700         GO TO 1100-READ-PARM-EXIT
081800     END-IF.
081900     READ PRM-FILE
082000         AT END
082100             CONTINUE
082200         NOT AT END
082300             PERFORM 1150-TAKE-PARM-VALUES
082400                 THRU 1150-TAKE-PARM-VALUES-EXIT
082500     END-READ.
082600     CLOSE PRM-FILE.
082700 1100-READ-PARM-EXIT.
082800     EXIT.
082900*=============================================================
083000 1150-TAKE-PARM-VALUES.
083100     IF AUD-PRM-FROM-DATE IS NUMERIC
083200         MOVE AUD-PRM-FROM-DATE TO WS-FROM-DATE
083300     END-IF.
083400     IF AUD-PRM-TO-DATE IS NUMERIC
083500         MOVE AUD-PRM-TO-DATE TO WS-TO-DATE
083600     END-IF.
083700     IF AUD-PRM-SAMPLE-SIZE IS NUMERIC
083800         MOVE AUD-PRM-SAMPLE-SIZE TO WS-PARM-SIZE-NUM
083900         MOVE WS-PARM-SIZE-NUM TO WS-SAMPLE-SIZE
084000         IF WS-SAMPLE-SIZE > WS-SAMPLE-MAX
084100             DISPLAY 'SAMPLE SIZE ' WS-PARM-SIZE-NUM
084200                 ' EXCEEDS ' WS-SAMPLE-MAX
084300                 ' - REDUCED TO ' WS-SAMPLE-MAX
084400             MOVE WS-SAMPLE-MAX TO WS-SAMPLE-SIZE
084500         END-IF
084600     END-IF.
084700     IF AUD-PRM-SEED IS NUMERIC
084800         MOVE AUD-PRM-SEED TO WS-SEED
084900     END-IF.
085000 1150-TAKE-PARM-VALUES-EXIT.
085100     EXIT.
085200*=============================================================
085300* 1200-DEFAULT-PERIOD - THE LAST COMPLETE CALENDAR QUARTER:
085400* THE QUARTER ENDING ON THE BUSINESS DATE WHEN THE JOB RUNS
085500* ON A QUARTER-END, OTHERWISE THE QUARTER BEFORE THE ONE THE
085600* BUSINESS DATE FALLS IN.
085700*=============================================================
085800 1200-DEFAULT-PERIOD.
085900     MOVE WS-TODAY TO WS-QTR-DATE-NUM.
086000     SUBTRACT 1 FROM WS-QTR-MM GIVING WS-QTR-WORK.
086100     DIVIDE 3 INTO WS-QTR-WORK.
086200     COMPUTE WS-QTR-MM = WS-QTR-WORK * 3 + 1.
086300     MOVE 01 TO WS-QTR-DD.
086400     MOVE WS-QTR-DATE-NUM TO WS-QTR-START-DATE.
086500     IF WS-QTR-MM = 10
086600         MOVE 01 TO WS-QTR-MM
086700         ADD 1 TO WS-QTR-YYYY
086800     ELSE
086900         ADD 3 TO WS-QTR-MM
087000     END-IF.
087100     COMPUTE WS-QTR-END-DATE =
087200         FUNCTION DATE-OF-INTEGER
087300             (FUNCTION INTEGER-OF-DATE (WS-QTR-DATE-NUM) - 1).
087400     IF WS-TODAY = WS-QTR-END-DATE
087500         MOVE WS-QTR-START-DATE TO WS-FROM-DATE
087600         MOVE WS-QTR-END-DATE   TO WS-TO-DATE
087700         GO TO 1200-DEFAULT-PERIOD-EXIT
087800     END-IF.
087900     COMPUTE WS-TO-DATE =
088000         FUNCTION DATE-OF-INTEGER
088100             (FUNCTION INTEGER-OF-DATE (WS-QTR-START-DATE) - 1).
088200     MOVE WS-QTR-START-DATE TO WS-QTR-DATE-NUM.
088300     IF WS-QTR-MM = 01
088400         MOVE 10 TO WS-QTR-MM
088500         SUBTRACT 1 FROM WS-QTR-YYYY
088600     ELSE
088700         SUBTRACT 3 FROM WS-QTR-MM
088800     END-IF.
088900     MOVE WS-QTR-DATE-NUM TO WS-FROM-DATE.
089000 1200-DEFAULT-PERIOD-EXIT.
089100     EXIT.
089200*=============================================================
089300* 1300-LOAD-RESERVATIONS - EVERY RESERVED BLOCK IN FORCE ON
089400* ANY DAY OF THE PERIOD: EFFECTIVE BY ITS LAST DAY AND NOT
089500* EXPIRED BEFORE ITS FIRST. NO RSVFILE MEANS NO RESERVATIONS.
089600*=============================================================
089700 1300-LOAD-RESERVATIONS.
089800     OPEN INPUT RSV-FILE.
089900     IF WS-RSV-FILE-STATUS = '35'
090000         GO TO 1300-LOAD-RESERVATIONS-EXIT
090100     END-IF.
090200     PERFORM 1310-READ-RESERVATION-RECORD
090300         THRU 1310-READ-RESERVATION-RECORD-EXIT
090400         UNTIL WS-RSV-EOF.
090500     CLOSE RSV-FILE.
090600 1300-LOAD-RESERVATIONS-EXIT.
090700     EXIT.
090800*=============================================================
090900 1310-READ-RESERVATION-RECORD.
091000     READ RSV-FILE
091100         AT END
091200             MOVE 'Y' TO WS-RSV-EOF-SW
091300             GO TO 1310-READ-RESERVATION-RECORD-EXIT
091400     END-READ.
091500     IF RSV-FROM-VALUE NOT NUMERIC
091600         OR RSV-TO-VALUE NOT NUMERIC
091700         OR RSV-FROM-VALUE > RSV-TO-VALUE
091800         GO TO 1310-READ-RESERVATION-RECORD-EXIT
091900     END-IF.
092000     IF RSV-EFF-DATE IS NUMERIC
092100         AND RSV-EFF-DATE > WS-TO-DATE
092200         GO TO 1310-READ-RESERVATION-RECORD-EXIT
092300     END-IF.
092400     IF RSV-EXP-DATE IS NUMERIC
092500         AND RSV-EXP-DATE > ZEROES
092600         AND RSV-EXP-DATE < WS-FROM-DATE
092700         GO TO 1310-READ-RESERVATION-RECORD-EXIT
092800     END-IF.
092900     IF WS-RSV-COUNT >= WS-RSV-TABLE-MAX
093000         ADD 1 TO WS-RSV-OVERFLOW-COUNT
093100         GO TO 1310-READ-RESERVATION-RECORD-EXIT
093200     END-IF.
093300     ADD 1 TO WS-RSV-COUNT.
093400     MOVE RSV-SERIES-CODE TO WS-RSV-SERIES (WS-RSV-COUNT).
093500     MOVE RSV-FROM-VALUE  TO WS-RSV-FROM (WS-RSV-COUNT).
093600     MOVE RSV-TO-VALUE    TO WS-RSV-TO (WS-RSV-COUNT).
093700 1310-READ-RESERVATION-RECORD-EXIT.
093800     EXIT.
093900*=============================================================
094000* 1400-LOAD-BLOCKS - EVERY BRANCH BLOCK ALLOCATED BY THE LAST
094100* DAY OF THE PERIOD. ITS VALUES ARE POSTED BY THE BRANCH
094200* RETURN OR VOIDED AT EXPIRY, NOT ISSUED IN COUNTER ORDER, SO
094300* A VALUE INSIDE ONE IS NEVER AN UNEXPLAINED GAP. NO BLKFILE
094400* MEANS NO BLOCKS.
094500*=============================================================
094600 1400-LOAD-BLOCKS.
094700     OPEN INPUT BLK-FILE.
094800     IF WS-BLK-FILE-STATUS = '35'
094900         GO TO 1400-LOAD-BLOCKS-EXIT
095000     END-IF.
095100     PERFORM 1410-READ-BLOCK-RECORD
095200         THRU 1410-READ-BLOCK-RECORD-EXIT
095300         UNTIL WS-BLK-EOF.
095400     CLOSE BLK-FILE.
095500 1400-LOAD-BLOCKS-EXIT.
095600     EXIT.
095700*=============================================================
095800 1410-READ-BLOCK-RECORD.
095900     READ BLK-FILE
096000         AT END
096100             MOVE 'Y' TO WS-BLK-EOF-SW
096200             GO TO 1410-READ-BLOCK-RECORD-EXIT
096300     END-READ.
096400     IF BLK-ALLOC-DATE NOT NUMERIC
096500         OR BLK-ALLOC-DATE > WS-TO-DATE
096600         GO TO 1410-READ-BLOCK-RECORD-EXIT
096700     END-IF.
096800     IF WS-BLK-COUNT >= WS-BLK-TABLE-MAX
096900         ADD 1 TO WS-BLK-OVERFLOW-COUNT
097000         GO TO 1410-READ-BLOCK-RECORD-EXIT
097100     END-IF.
097200     ADD 1 TO WS-BLK-COUNT.
097300     MOVE BLK-SERIES-CODE TO WS-BLK-SERIES (WS-BLK-COUNT).
097400     MOVE BLK-CYCLE-COUNT TO WS-BLK-CYCLE (WS-BLK-COUNT).
097500     MOVE BLK-FROM-VALUE  TO WS-BLK-FROM (WS-BLK-COUNT).
097600     MOVE BLK-TO-VALUE    TO WS-BLK-TO (WS-BLK-COUNT).
097700 1410-READ-BLOCK-RECORD-EXIT.
097800     EXIT.
097900*=============================================================
098000* 2000-SCAN-PERIOD-EVENTS - EVERY LOGGED EVENT OF THE PERIOD,
098100* FROM THE MONTHLY ARCHIVES OF THE MONTHS IT SPANS AND THEN
098200* THE LIVE LOG, SO THE OVERRIDES ARE LISTED IN THE ORDER
098300* THEY HAPPENED. EACH OVERRIDE IS WRITTEN AS IT IS FOUND.
098400*=============================================================
098500 2000-SCAN-PERIOD-EVENTS.
098600     MOVE 'OPERATOR OVERRIDES IN THE PERIOD' TO SEC-TITLE.
098700     MOVE WS-SECTION-LINE TO RPT-LINE.
098800     WRITE RPT-LINE.
098900     MOVE WS-OVR-HDG-LINE TO RPT-LINE.
099000     WRITE RPT-LINE.
099100     SET WS-PERIOD-PASS TO TRUE.
099200     MOVE WS-FROM-DATE TO WS-DATE-WORK-NUM.
099300     MOVE WS-DATE-WORK-YM TO WS-ARC-CURRENT-NUM.
099400     MOVE WS-TO-DATE TO WS-DATE-WORK-NUM.
099500     MOVE WS-DATE-WORK-YM TO WS-ARC-TO-NUM.
099600     PERFORM 2400-GATHER-ARCHIVES
099700         THRU 2400-GATHER-ARCHIVES-EXIT.
099800     PERFORM 2300-GATHER-LIVE-LOG
099900         THRU 2300-GATHER-LIVE-LOG-EXIT.
100000     IF WS-AUD-OVERRIDE-COUNT = ZERO
100100         MOVE WS-NONE-LINE TO RPT-LINE
100200         WRITE RPT-LINE
100300     END-IF.
100400     MOVE SPACES TO RPT-LINE.
100500     WRITE RPT-LINE.
100600 2000-SCAN-PERIOD-EVENTS-EXIT.
100700     EXIT.
100800*=============================================================
100900* 2100-TALLY-PERIOD-EVENT - COLLISIONS, VOIDS AND ROLLOVER
101000* MARKERS LOGGED IN THE PERIOD'S MONTHS, UP TO ITS LAST DAY,
101100* ARE HELD TO EXPLAIN WHAT THE REGISTER SHOWS; EVENTS INSIDE
101200* THE PERIOD ARE ALSO COUNTED AGAINST THEIR SERIES. VOIDS
101300* FROM THE MONTHS BEFORE THE PERIOD ARE HELD LATER, BY
101400* 2500-GATHER-EARLY-VOIDS.
101500*=============================================================
101600 2100-TALLY-PERIOD-EVENT.
101700     IF WS-ARC-DATE NOT NUMERIC
101800         OR WS-ARC-DATE > WS-TO-DATE
101900         GO TO 2100-TALLY-PERIOD-EVENT-EXIT
102000     END-IF.
102100     EVALUATE WS-ARC-EVENT-TYPE
102200         WHEN 'C'
102300             PERFORM 2110-HOLD-COLLISION
102400                 THRU 2110-HOLD-COLLISION-EXIT
102500         WHEN 'V'
102600             PERFORM 2120-HOLD-VOID
102700                 THRU 2120-HOLD-VOID-EXIT
102800         WHEN 'R'
102900             PERFORM 2130-HOLD-ROLLOVER
103000                 THRU 2130-HOLD-ROLLOVER-EXIT
103100         WHEN OTHER
103200             CONTINUE
103300     END-EVALUATE.
103400     IF WS-ARC-DATE < WS-FROM-DATE
103500         GO TO 2100-TALLY-PERIOD-EVENT-EXIT
103600     END-IF.
103700     ADD 1 TO WS-EVENTS-IN-PERIOD.
103800     IF WS-ARC-EVENT-TYPE NOT = 'V'
103900         AND WS-ARC-EVENT-TYPE NOT = 'S'
104000         AND WS-ARC-EVENT-TYPE NOT = 'C'
104100         AND WS-ARC-EVENT-TYPE NOT = 'R'
104200         AND WS-ARC-EVENT-TYPE NOT = 'M'
104300         GO TO 2100-TALLY-PERIOD-EVENT-EXIT
104400     END-IF.
104500     MOVE WS-ARC-SERIES-CODE TO WS-CURRENT-SERIES.
104600     PERFORM 7000-LOCATE-OR-ADD-SERIES
104700         THRU 7000-LOCATE-OR-ADD-SERIES-EXIT.
104800     EVALUATE WS-ARC-EVENT-TYPE
104900         WHEN 'V'
105000             ADD 1 TO WS-SER-VOIDED (WS-SER-SUB)
105100         WHEN 'S'
105200             ADD 1 TO WS-SER-RSV-SKIPPED (WS-SER-SUB)
105300         WHEN 'C'
105400             ADD 1 TO WS-SER-COL-SKIPPED (WS-SER-SUB)
105500         WHEN 'R'
105600             ADD 1 TO WS-SER-ROLLOVERS (WS-SER-SUB)
105700         WHEN 'M'
105800             ADD 1 TO WS-SER-OVERRIDES (WS-SER-SUB)
105900             PERFORM 2150-WRITE-OVERRIDE
106000                 THRU 2150-WRITE-OVERRIDE-EXIT
106100     END-EVALUATE.
106200 2100-TALLY-PERIOD-EVENT-EXIT.
106300     EXIT.
106400*=============================================================
106500 2110-HOLD-COLLISION.
106600     IF WS-COL-COUNT >= WS-COL-TABLE-MAX
106700         ADD 1 TO WS-COL-OVERFLOW-COUNT
106800         GO TO 2110-HOLD-COLLISION-EXIT
106900     END-IF.
107000     ADD 1 TO WS-COL-COUNT.
107100     MOVE WS-ARC-SEQ-VALUE   TO WS-COL-SEQ-VALUE (WS-COL-COUNT).
107200     MOVE WS-ARC-SERIES-CODE TO WS-COL-SERIES (WS-COL-COUNT).
107300 2110-HOLD-COLLISION-EXIT.
107400     EXIT.
107500*=============================================================
107600 2120-HOLD-VOID.
107700     IF WS-VOD-COUNT >= WS-VOD-TABLE-MAX
107800         ADD 1 TO WS-VOD-OVERFLOW-COUNT
107900         GO TO 2120-HOLD-VOID-EXIT
108000     END-IF.
108100     ADD 1 TO WS-VOD-COUNT.
108200     MOVE WS-ARC-SEQ-VALUE   TO WS-VOD-SEQ-VALUE (WS-VOD-COUNT).
108300     MOVE WS-ARC-SERIES-CODE TO WS-VOD-SERIES (WS-VOD-COUNT).
108400 2120-HOLD-VOID-EXIT.
108500     EXIT.
108600*=============================================================
108700* 2130-HOLD-ROLLOVER - SEQGEN00 WRITES THE CYCLE THE ROLLOVER
108800* OPENED INTO THE MARKER'S MESSAGE. A MARKER WHOSE CYCLE
108900* CANNOT BE READ STILL COUNTS AS A ROLLOVER BUT EXPLAINS NO
109000* PARTICULAR CYCLE.
109100*=============================================================
109200 2130-HOLD-ROLLOVER.
109300     IF WS-ARC-ROLL-CYCLE NOT NUMERIC
109400         GO TO 2130-HOLD-ROLLOVER-EXIT
109500     END-IF.
109600     IF WS-ROL-COUNT >= WS-ROL-TABLE-MAX
109700         ADD 1 TO WS-ROL-OVERFLOW-COUNT
109800         GO TO 2130-HOLD-ROLLOVER-EXIT
109900     END-IF.
110000     ADD 1 TO WS-ROL-COUNT.
110100     MOVE WS-ARC-SERIES-CODE TO WS-ROL-SERIES (WS-ROL-COUNT).
110200     MOVE WS-ARC-ROLL-CYCLE  TO WS-ROL-CYCLE (WS-ROL-COUNT).
110300 2130-HOLD-ROLLOVER-EXIT.
110400     EXIT.
110500*=============================================================
110600* 2150-WRITE-OVERRIDE - ONE EXTRACT RECORD AND ONE PRINT LINE
110700* PER OPERATOR OVERRIDE. THE OPERATOR WHO MADE IT IS SHOWN
110800* WHERE THE LOG CARRIES ONE, OTHERWISE THE RUN.
110900*=============================================================
111000 2150-WRITE-OVERRIDE.
111100     MOVE SPACES TO AUD-RECORD.
111200     SET AUD-OVERRIDE TO TRUE.
111300     MOVE WS-ARC-SERIES-CODE TO AUD-SERIES-CODE.
111400     MOVE ZEROES             TO AUD-EVT-SAMPLE-NO.
111500     PERFORM 7950-MOVE-EVENT-FIELDS
111600         THRU 7950-MOVE-EVENT-FIELDS-EXIT.
111700     PERFORM 7900-WRITE-EXTRACT
111800         THRU 7900-WRITE-EXTRACT-EXIT.
111900     MOVE WS-ARC-SERIES-CODE TO OVR-SERIES.
112000     MOVE WS-ARC-DATE        TO OVR-DATE.
112100     MOVE WS-ARC-TIME        TO OVR-TIME.
112200     MOVE WS-ARC-SEQ-VALUE   TO OVR-VALUE.
112300     MOVE WS-ARC-RUN-ID      TO OVR-WHO.
112400     IF WS-ARC-OPERATOR-ID NOT = SPACES
112500         MOVE WS-ARC-OPERATOR-ID TO OVR-WHO
112600     END-IF.
112700     MOVE WS-ARC-MESSAGE     TO OVR-MESSAGE.
112800     MOVE WS-OVR-LINE TO RPT-LINE.
112900     WRITE RPT-LINE.
113000 2150-WRITE-OVERRIDE-EXIT.
113100     EXIT.
113200*=============================================================
113300* 2200-HOLD-EARLY-VOID - ON THE VOID PASS ONLY VOIDS DATED
113400* BEFORE THE PERIOD ARE TAKEN; EVERYTHING LATER WAS SEEN BY
113500* THE PERIOD PASS.
113600*=============================================================
113700 2200-HOLD-EARLY-VOID.
113800     IF WS-ARC-DATE NOT NUMERIC
113900         OR WS-ARC-DATE NOT < WS-FROM-DATE
114000         OR WS-ARC-EVENT-TYPE NOT = 'V'
114100         GO TO 2200-HOLD-EARLY-VOID-EXIT
114200     END-IF.
114300     PERFORM 2120-HOLD-VOID
114400         THRU 2120-HOLD-VOID-EXIT.
114500 2200-HOLD-EARLY-VOID-EXIT.
114600     EXIT.
114700*=============================================================
114800* 2300-GATHER-LIVE-LOG - THE LIVE EXCEPTION LOG, READ AFTER
114900* THE ARCHIVES BECAUSE IT HOLDS THE NEWEST EVENTS.
115000*=============================================================
115100 2300-GATHER-LIVE-LOG.
115200     OPEN INPUT EXC-FILE.
115300     IF WS-EXC-FILE-STATUS = '35'
115400         GO TO 2300-GATHER-LIVE-LOG-EXIT
115500     END-IF.
115600     MOVE 'N' TO WS-EXC-EOF-SW.
115700     PERFORM 2310-READ-LIVE-EVENT
115800         THRU 2310-READ-LIVE-EVENT-EXIT
115900         UNTIL WS-EXC-EOF.
116000     CLOSE EXC-FILE.
116100 2300-GATHER-LIVE-LOG-EXIT.
116200     EXIT.
116300*=============================================================
116400 2310-READ-LIVE-EVENT.
116500     READ EXC-FILE
116600         AT END
116700             MOVE 'Y' TO WS-EXC-EOF-SW
116800             GO TO 2310-READ-LIVE-EVENT-EXIT
116900     END-READ.
117000     MOVE EXC-RECORD TO WS-ARC-EVENT.
117100     PERFORM 2600-ROUTE-EVENT
117200         THRU 2600-ROUTE-EVENT-EXIT.
117300 2310-READ-LIVE-EVENT-EXIT.
117400     EXIT.
117500*=============================================================
117600* 2400-GATHER-ARCHIVES - WALK THE MONTHLY ARCHIVE FILES FROM
117700* WS-ARC-CURRENT TO WS-ARC-TO-NUM, NAMED EXACTLY AS SEQARC00
117800* WRITES THEM. A MONTH WITH NO FILE IS SKIPPED - NOT EVERY
117900* MONTH HAS BEEN ARCHIVED, AND NOT EVERY MONTH RAISED EVENTS.
118000*=============================================================
118100 2400-GATHER-ARCHIVES.
118200     MOVE ZERO TO WS-ARC-MONTHS-DONE.
118300     PERFORM 2410-GATHER-ONE-MONTH
118400         THRU 2410-GATHER-ONE-MONTH-EXIT
118500         UNTIL WS-ARC-CURRENT-NUM > WS-ARC-TO-NUM
118600            OR WS-ARC-MONTHS-DONE >= WS-ARC-MONTHS-LIMIT.
118700     IF WS-ARC-MONTHS-DONE >= WS-ARC-MONTHS-LIMIT
118800         AND WS-ARC-CURRENT-NUM NOT > WS-ARC-TO-NUM
118900         DISPLAY 'ARCHIVE RANGE WIDER THAN '
119000             WS-ARC-MONTHS-LIMIT ' MONTHS - TRUNCATED'
119100         IF WS-PERIOD-PASS
119200             MOVE 'N' TO WS-GAPS-PROVEN-SW
119300         END-IF
119400     END-IF.
119500 2400-GATHER-ARCHIVES-EXIT.
119600     EXIT.
119700*=============================================================
119800 2410-GATHER-ONE-MONTH.
119900     ADD 1 TO WS-ARC-MONTHS-DONE.
120000     MOVE SPACES TO WS-ARC-FILE-NAME.
120100     STRING 'EXCARCH.' WS-ARC-CURRENT
120200         DELIMITED BY SIZE INTO WS-ARC-FILE-NAME.
120300     MOVE 'N' TO WS-ARC-EOF-SW.
120400     OPEN INPUT ARC-FILE.
120500     IF WS-ARC-FILE-STATUS = '35'
120600         MOVE 'Y' TO WS-ARC-EOF-SW
120700     ELSE
120800         ADD 1 TO WS-ARC-MONTHS-READ
120900         PERFORM 2420-READ-ARCHIVE-EVENT
121000             THRU 2420-READ-ARCHIVE-EVENT-EXIT
121100             UNTIL WS-ARC-EOF
121200         CLOSE ARC-FILE
121300     END-IF.
121400     IF WS-ARC-MM = 12
121500         MOVE 01 TO WS-ARC-MM
121600         ADD 1 TO WS-ARC-YYYY
121700     ELSE
121800         ADD 1 TO WS-ARC-MM
121900     END-IF.
122000 2410-GATHER-ONE-MONTH-EXIT.
122100     EXIT.
122200*=============================================================
122300 2420-READ-ARCHIVE-EVENT.
122400     READ ARC-FILE
122500         AT END
122600             MOVE 'Y' TO WS-ARC-EOF-SW
122700             GO TO 2420-READ-ARCHIVE-EVENT-EXIT
122800     END-READ.
122900     MOVE ARC-RECORD TO WS-ARC-EVENT.
123000     PERFORM 2600-ROUTE-EVENT
123100         THRU 2600-ROUTE-EVENT-EXIT.
123200 2420-READ-ARCHIVE-EVENT-EXIT.
123300     EXIT.
123400*=============================================================
123500* 2500-GATHER-EARLY-VOIDS - A TRANSACTION VOIDED BEFORE THE
123600* PERIOD AND RENUMBERED IN IT IS NOT A DUPLICATE, SO THE
123700* VOIDS OF EVERY ARCHIVED MONTH FROM THE EARLIEST REGISTER
123800* POSTING TO THE MONTH BEFORE THE PERIOD ARE HELD AS WELL.
123900* THE LIVE LOG AND THE PERIOD'S OWN MONTHS WERE READ BY THE
124000* PERIOD PASS. A SPAN WIDER THAN THE ARCHIVE LIMIT IS CUT
124100* FROM THE OLD END AND THE PACKAGE IS NOT PROVEN.
124200*=============================================================
124300 2500-GATHER-EARLY-VOIDS.
124400     IF WS-REG-EARLIEST-DATE NOT < WS-FROM-DATE
124500         GO TO 2500-GATHER-EARLY-VOIDS-EXIT
124600     END-IF.
124700     MOVE WS-FROM-DATE TO WS-QTR-DATE-NUM.
124800     COMPUTE WS-ARC-TO-INDEX = WS-QTR-YYYY * 12 + WS-QTR-MM - 2.
124900     MOVE WS-REG-EARLIEST-DATE TO WS-QTR-DATE-NUM.
125000     COMPUTE WS-ARC-FROM-INDEX =
125100         WS-QTR-YYYY * 12 + WS-QTR-MM - 1.
125200     IF WS-ARC-FROM-INDEX > WS-ARC-TO-INDEX
125300         GO TO 2500-GATHER-EARLY-VOIDS-EXIT
125400     END-IF.
125500     IF WS-ARC-TO-INDEX - WS-ARC-FROM-INDEX
125600             NOT < WS-ARC-MONTHS-LIMIT
125700         COMPUTE WS-ARC-FROM-INDEX =
125800             WS-ARC-TO-INDEX - WS-ARC-MONTHS-LIMIT + 1
125900         DISPLAY 'VOID HISTORY WIDER THAN '
126000             WS-ARC-MONTHS-LIMIT ' MONTHS - TRUNCATED'
126100         MOVE 'N' TO WS-GAPS-PROVEN-SW
126200     END-IF.
126300     DIVIDE WS-ARC-FROM-INDEX BY 12
126400         GIVING WS-ARC-YYYY
126500         REMAINDER WS-ARC-MM.
126600     ADD 1 TO WS-ARC-MM.
126700     DIVIDE WS-ARC-TO-INDEX BY 12
126800         GIVING WS-QTR-YYYY
126900         REMAINDER WS-QTR-WORK.
127000     ADD 1 TO WS-QTR-WORK.
127100     COMPUTE WS-ARC-TO-NUM = WS-QTR-YYYY * 100 + WS-QTR-WORK.
127200     SET WS-VOID-PASS TO TRUE.
127300     PERFORM 2400-GATHER-ARCHIVES
127400         THRU 2400-GATHER-ARCHIVES-EXIT.
127500 2500-GATHER-EARLY-VOIDS-EXIT.
127600     EXIT.
127700*=============================================================
127800* 2600-ROUTE-EVENT - ONE EVENT FROM EITHER SOURCE, TO THE
127900* ROUTINE FOR THE PASS IN PROGRESS.
128000*=============================================================
128100 2600-ROUTE-EVENT.
128200     ADD 1 TO WS-EVENTS-READ.
128300     EVALUATE TRUE
128400         WHEN WS-PERIOD-PASS
128500             PERFORM 2100-TALLY-PERIOD-EVENT
128600                 THRU 2100-TALLY-PERIOD-EVENT-EXIT
128700         WHEN WS-VOID-PASS
128800             PERFORM 2200-HOLD-EARLY-VOID
128900                 THRU 2200-HOLD-EARLY-VOID-EXIT
129000         WHEN OTHER
129100             PERFORM 5450-MATCH-SAMPLE-EVENT
129200                 THRU 5450-MATCH-SAMPLE-EVENT-EXIT
129300     END-EVALUATE.
129400 2600-ROUTE-EVENT-EXIT.
129500     EXIT.
129600*=============================================================
129700* 3000-SCAN-REGISTER - THE WHOLE REGISTER IN KEY ORDER. A
129800* POSTING DATED AFTER THE PERIOD DID NOT EXIST AT ITS CLOSE
129900* AND IS PASSED OVER; ONE DATED BEFORE IT SETS THE OPENING
130000* COUNTER AND THE STARTING POINT OF ITS CHAIN; ONE DATED IN
130100* IT IS COUNTED, HASHED AND PROVED AGAINST THE PREVIOUS
130200* NUMBER OF ITS CHAIN. GAPS ARE WRITTEN AS THEY ARE FOUND.
130300*=============================================================
130400 3000-SCAN-REGISTER.
130500     MOVE 'UNEXPLAINED GAPS IN THE PERIOD' TO SEC-TITLE.
130600     MOVE WS-SECTION-LINE TO RPT-LINE.
130700     WRITE RPT-LINE.
130800     MOVE WS-GAP-HDG-LINE TO RPT-LINE.
130900     WRITE RPT-LINE.
131000     MOVE LOW-VALUES TO REG-KEY.
131100     MOVE 'N' TO WS-REG-EOF-SW.
131200     START REG-FILE KEY IS NOT < REG-KEY
131300         INVALID KEY
131400             MOVE 'Y' TO WS-REG-EOF-SW
131500     END-START.
131600     PERFORM 3010-READ-REGISTER-POSTING
131700         THRU 3010-READ-REGISTER-POSTING-EXIT
131800         UNTIL WS-REG-EOF.
131900     IF WS-AUD-GAP-COUNT = ZERO
132000         MOVE WS-NONE-LINE TO RPT-LINE
132100         WRITE RPT-LINE
132200     END-IF.
132300     IF WS-COL-OVERFLOW-COUNT > ZERO
132400         OR WS-RSV-OVERFLOW-COUNT > ZERO
132500         OR WS-BLK-OVERFLOW-COUNT > ZERO
132600         OR WS-CHN-OVERFLOW-COUNT > ZERO
132700         MOVE 'N' TO WS-GAPS-PROVEN-SW
132800         MOVE SPACES TO RPT-LINE
132900         STRING 'EXPLANATION OR CHAIN TABLE OVERFLOW - '
133000             'GAPS FOR THE PERIOD CANNOT BE PROVEN'
133100             DELIMITED BY SIZE INTO RPT-LINE
133200         WRITE RPT-LINE
133300     END-IF.
133400     MOVE SPACES TO RPT-LINE.
133500     WRITE RPT-LINE.
133600 3000-SCAN-REGISTER-EXIT.
133700     EXIT.
133800*=============================================================
133900 3010-READ-REGISTER-POSTING.
134000     READ REG-FILE NEXT
134100         AT END
134200             MOVE 'Y' TO WS-REG-EOF-SW
134300             GO TO 3010-READ-REGISTER-POSTING-EXIT
134400     END-READ.
134500     ADD 1 TO WS-REG-READ.
134600     IF REG-RUN-DATE < WS-REG-EARLIEST-DATE
134700         MOVE REG-RUN-DATE TO WS-REG-EARLIEST-DATE
134800     END-IF.
134900     IF REG-RUN-DATE > WS-TO-DATE
135000         GO TO 3010-READ-REGISTER-POSTING-EXIT
135100     END-IF.
135200     MOVE REG-SERIES-CODE TO WS-CURRENT-SERIES.
135300     MOVE REG-CYCLE-COUNT TO WS-CURRENT-CYCLE.
135400     PERFORM 7000-LOCATE-OR-ADD-SERIES
135500         THRU 7000-LOCATE-OR-ADD-SERIES-EXIT.
135600     PERFORM 3020-TRACK-COUNTERS
135700         THRU 3020-TRACK-COUNTERS-EXIT.
135800     IF REG-RUN-DATE NOT < WS-FROM-DATE
135900         ADD 1 TO WS-SER-ISSUED (WS-SER-SUB)
136000         ADD 1 TO WS-PERIOD-ISSUED
136100         ADD REG-SEQ-VALUE TO WS-PERIOD-HASH
136200     END-IF.
136300     PERFORM 3100-CHECK-CHAIN
136400         THRU 3100-CHECK-CHAIN-EXIT.
136500 3010-READ-REGISTER-POSTING-EXIT.
136600     EXIT.
136700*=============================================================
136800* 3020-TRACK-COUNTERS - A SERIES COUNTER STANDS AT THE
136900* HIGHEST NUMBER IT HAS ISSUED, HIGHEST CYCLE FIRST. THE
137000* OPENING COUNTER IS TAKEN FROM POSTINGS BEFORE THE PERIOD,
137100* THE CLOSING COUNTER FROM EVERY POSTING UP TO ITS LAST DAY.
137200*=============================================================
137300 3020-TRACK-COUNTERS.
137400     IF NOT WS-SER-HAS-CLOSE (WS-SER-SUB)
137500         OR REG-CYCLE-COUNT > WS-SER-CLOSE-CYCLE (WS-SER-SUB)
137600         OR (REG-CYCLE-COUNT = WS-SER-CLOSE-CYCLE (WS-SER-SUB)
137700             AND REG-SEQ-VALUE >
137800                 WS-SER-CLOSE-VALUE (WS-SER-SUB))
137900         MOVE 'Y' TO WS-SER-CLOSE-SW (WS-SER-SUB)
138000         MOVE REG-SEQ-VALUE   TO WS-SER-CLOSE-VALUE (WS-SER-SUB)
138100         MOVE REG-CYCLE-COUNT TO WS-SER-CLOSE-CYCLE (WS-SER-SUB)
138200     END-IF.
138300     IF REG-RUN-DATE NOT < WS-FROM-DATE
138400         GO TO 3020-TRACK-COUNTERS-EXIT
138500     END-IF.
138600     IF NOT WS-SER-HAS-OPEN (WS-SER-SUB)
138700         OR REG-CYCLE-COUNT > WS-SER-OPEN-CYCLE (WS-SER-SUB)
138800         OR (REG-CYCLE-COUNT = WS-SER-OPEN-CYCLE (WS-SER-SUB)
138900             AND REG-SEQ-VALUE >
139000                 WS-SER-OPEN-VALUE (WS-SER-SUB))
139100         MOVE 'Y' TO WS-SER-OPEN-SW (WS-SER-SUB)
139200         MOVE REG-SEQ-VALUE   TO WS-SER-OPEN-VALUE (WS-SER-SUB)
139300         MOVE REG-CYCLE-COUNT TO WS-SER-OPEN-CYCLE (WS-SER-SUB)
139400     END-IF.
139500 3020-TRACK-COUNTERS-EXIT.
139600     EXIT.
139700*=============================================================
139800* 3100-CHECK-CHAIN - PROVE THIS POSTING AGAINST THE PREVIOUS
139900* ONE IN ITS SERIES AND CYCLE. ONLY A POSTING DATED IN THE
140000* PERIOD CAN OPEN A GAP IN IT - THE VALUES IT JUMPED OVER
140100* WENT MISSING IN THE PERIOD.
140200*=============================================================
140300 3100-CHECK-CHAIN.
140400     PERFORM 7100-LOCATE-CHAIN
140500         THRU 7100-LOCATE-CHAIN-EXIT.
140600     IF NOT WS-CHAIN-FOUND
140700         PERFORM 3150-START-CHAIN
140800             THRU 3150-START-CHAIN-EXIT
140900         GO TO 3100-CHECK-CHAIN-EXIT
141000     END-IF.
141100     IF REG-RUN-DATE NOT < WS-FROM-DATE
141200         AND REG-SEQ-VALUE > WS-CHN-PREV-VALUE (WS-CHN-SUB) + 1
141300         MOVE WS-CHN-PREV-VALUE (WS-CHN-SUB)
141400             TO WS-GAP-PRIOR-VALUE
141500         MOVE WS-CHN-PREV-DATE (WS-CHN-SUB)
141600             TO WS-GAP-PRIOR-DATE
141700         COMPUTE WS-GAP-VALUE = WS-GAP-PRIOR-VALUE + 1
141800         PERFORM 3200-WALK-GAP
141900             THRU 3200-WALK-GAP-EXIT
142000     END-IF.
142100     MOVE REG-SEQ-VALUE TO WS-CHN-PREV-VALUE (WS-CHN-SUB).
142200     MOVE REG-RUN-DATE  TO WS-CHN-PREV-DATE (WS-CHN-SUB).
142300 3100-CHECK-CHAIN-EXIT.
142400     EXIT.
142500*=============================================================
142600* 3150-START-CHAIN - THE FIRST POSTING OF A SERIES AND CYCLE.
142700* CYCLE ZERO HAS NO PROVABLE START - THE REGISTER MAY HAVE
142800* BEEN STARTED PART-WAY THROUGH IT. A LATER CYCLE OPENED IN
142900* THE PERIOD MUST HAVE A ROLLOVER MARKER, AND IS PROVED
143000* FORWARD FROM THE SERIES STARTING VALUE AS SEQBAL00 DOES.
143100*=============================================================
143200 3150-START-CHAIN.
143300     IF WS-CHN-COUNT >= WS-CHN-TABLE-MAX
143400         ADD 1 TO WS-CHN-OVERFLOW-COUNT
143500         GO TO 3150-START-CHAIN-EXIT
143600     END-IF.
143700     ADD 1 TO WS-CHN-COUNT.
143800     MOVE WS-CHN-COUNT TO WS-CHN-SUB.
143900     MOVE WS-CURRENT-SERIES TO WS-CHN-SERIES (WS-CHN-SUB).
144000     MOVE WS-CURRENT-CYCLE  TO WS-CHN-CYCLE (WS-CHN-SUB).
144100     MOVE REG-SEQ-VALUE     TO WS-CHN-PREV-VALUE (WS-CHN-SUB).
144200     MOVE REG-RUN-DATE      TO WS-CHN-PREV-DATE (WS-CHN-SUB).
144300     IF REG-CYCLE-COUNT = ZERO
144400         OR REG-RUN-DATE < WS-FROM-DATE
144500         GO TO 3150-START-CHAIN-EXIT
144600     END-IF.
144700     PERFORM 3160-CHECK-NEW-CYCLE
144800         THRU 3160-CHECK-NEW-CYCLE-EXIT.
144900     IF REG-SEQ-VALUE > WS-SER-START (WS-SER-SUB)
145000         MOVE ZEROES TO WS-GAP-PRIOR-VALUE
145100         MOVE ZEROES TO WS-GAP-PRIOR-DATE
145200         MOVE WS-SER-START (WS-SER-SUB) TO WS-GAP-VALUE
145300         PERFORM 3200-WALK-GAP
145400             THRU 3200-WALK-GAP-EXIT
145500     END-IF.
145600 3150-START-CHAIN-EXIT.
145700     EXIT.
145800*=============================================================
145900* 3160-CHECK-NEW-CYCLE - A CYCLE OPENED WITH NO ROLLOVER
146000* MARKER REISSUED THE WHOLE SERIES RANGE UNAUDITED. ITS FIRST
146100* POSTING IS HELD FOR THE DUPLICATES SECTION.
146200*=============================================================
146300 3160-CHECK-NEW-CYCLE.
146400     PERFORM 7800-FIND-ROLLOVER
146500         THRU 7800-FIND-ROLLOVER-EXIT.
146600     IF WS-ROLLOVER-FOUND
146700         GO TO 3160-CHECK-NEW-CYCLE-EXIT
146800     END-IF.
146900     ADD 1 TO WS-SER-DUPLICATES (WS-SER-SUB).
147000     ADD 1 TO WS-DUP-TOTAL.
147100     IF WS-NCY-COUNT >= WS-NCY-TABLE-MAX
147200         ADD 1 TO WS-NCY-OVERFLOW-COUNT
147300         GO TO 3160-CHECK-NEW-CYCLE-EXIT
147400     END-IF.
147500     ADD 1 TO WS-NCY-COUNT.
147600     MOVE WS-CURRENT-SERIES TO WS-NCY-SERIES (WS-NCY-COUNT).
147700     MOVE REG-SEQ-VALUE     TO WS-NCY-SEQ-VALUE (WS-NCY-COUNT).
147800     MOVE REG-CYCLE-COUNT   TO WS-NCY-CYCLE (WS-NCY-COUNT).
147900     MOVE REG-TRN-KEY       TO WS-NCY-TRN-KEY (WS-NCY-COUNT).
148000     MOVE REG-RUN-DATE      TO WS-NCY-RUN-DATE (WS-NCY-COUNT).
148100     MOVE REG-RUN-ID        TO WS-NCY-RUN-ID (WS-NCY-COUNT).
148200 3160-CHECK-NEW-CYCLE-EXIT.
148300     EXIT.
148400*=============================================================
148500* 3200-WALK-GAP - TEST EVERY VALUE FROM WS-GAP-VALUE UP TO
148600* THE ONE BEFORE THIS POSTING, AND REPORT EACH UNBROKEN RUN
148700* OF VALUES NOTHING EXPLAINS AS ONE RANGE.
148800*=============================================================
148900 3200-WALK-GAP.
149000     MOVE REG-SEQ-VALUE TO WS-GAP-HIGH.
149100     MOVE 'N' TO WS-GAP-RUN-SW.
149200     PERFORM 3210-CHECK-SKIPPED-VALUE
149300         THRU 3210-CHECK-SKIPPED-VALUE-EXIT
149400         UNTIL WS-GAP-VALUE >= WS-GAP-HIGH.
149500     IF WS-GAP-RUN-OPEN
149600         COMPUTE WS-GAP-RUN-TO = WS-GAP-HIGH - 1
149700         PERFORM 3250-WRITE-GAP
149800             THRU 3250-WRITE-GAP-EXIT
149900     END-IF.
150000 3200-WALK-GAP-EXIT.
150100     EXIT.
150200*=============================================================
150300 3210-CHECK-SKIPPED-VALUE.
150400     PERFORM 7500-FIND-COLLISION
150500         THRU 7500-FIND-COLLISION-EXIT.
150600     IF NOT WS-COLLISION-FOUND
150700         PERFORM 7600-FIND-RESERVED
150800             THRU 7600-FIND-RESERVED-EXIT
150900     END-IF.
151000     IF NOT WS-COLLISION-FOUND
151100         AND NOT WS-RESERVED-FOUND
151200         PERFORM 7700-FIND-BLOCK
151300             THRU 7700-FIND-BLOCK-EXIT
151400     END-IF.
151500     IF WS-COLLISION-FOUND
151600         OR WS-RESERVED-FOUND
151700         OR WS-BLOCK-FOUND
151800         IF WS-GAP-RUN-OPEN
151900             COMPUTE WS-GAP-RUN-TO = WS-GAP-VALUE - 1
152000             PERFORM 3250-WRITE-GAP
152100                 THRU 3250-WRITE-GAP-EXIT
152200         END-IF
152300     ELSE
152400         IF NOT WS-GAP-RUN-OPEN
152500             MOVE 'Y' TO WS-GAP-RUN-SW
152600             MOVE WS-GAP-VALUE TO WS-GAP-RUN-FROM
152700         END-IF
152800         ADD 1 TO WS-SER-GAP-VALUES (WS-SER-SUB)
152900         ADD 1 TO WS-GAP-VALUES-TOTAL
153000     END-IF.
153100     ADD 1 TO WS-GAP-VALUE.
153200 3210-CHECK-SKIPPED-VALUE-EXIT.
153300     EXIT.
153400*=============================================================
153500* 3250-WRITE-GAP - ONE EXTRACT RECORD AND ONE PRINT LINE FOR
153600* A RUN OF UNEXPLAINED VALUES, WITH THE POSTINGS EITHER SIDE
153700* OF IT. A PRIOR VALUE OF ZERO MEANS THE RUN STARTS AT THE
153800* SERIES STARTING VALUE OF A NEW CYCLE.
153900*=============================================================
154000 3250-WRITE-GAP.
154100     MOVE 'N' TO WS-GAP-RUN-SW.
154200     ADD 1 TO WS-SER-GAP-RANGES (WS-SER-SUB).
154300     ADD 1 TO WS-GAP-RANGES-TOTAL.
154400     COMPUTE WS-GAP-RUN-COUNT =
154500         WS-GAP-RUN-TO - WS-GAP-RUN-FROM + 1.
154600     MOVE SPACES TO AUD-RECORD.
154700     SET AUD-GAP TO TRUE.
154800     MOVE WS-CURRENT-SERIES  TO AUD-SERIES-CODE.
154900     MOVE WS-CURRENT-CYCLE   TO AUD-GAP-CYCLE.
155000     MOVE WS-GAP-RUN-FROM    TO AUD-GAP-FROM-VALUE.
155100     MOVE WS-GAP-RUN-TO      TO AUD-GAP-TO-VALUE.
155200     MOVE WS-GAP-RUN-COUNT   TO AUD-GAP-VALUE-COUNT.
155300     MOVE WS-GAP-PRIOR-VALUE TO AUD-GAP-PRIOR-VALUE.
155400     MOVE WS-GAP-PRIOR-DATE  TO AUD-GAP-PRIOR-DATE.
155500     MOVE REG-SEQ-VALUE      TO AUD-GAP-NEXT-VALUE.
155600     MOVE REG-RUN-DATE       TO AUD-GAP-NEXT-DATE.
155700     PERFORM 7900-WRITE-EXTRACT
155800         THRU 7900-WRITE-EXTRACT-EXIT.
155900     MOVE WS-CURRENT-SERIES  TO GAP-SERIES.
156000     MOVE WS-CURRENT-CYCLE   TO GAP-CYCLE.
156100     MOVE WS-GAP-RUN-FROM    TO GAP-FROM.
156200     MOVE WS-GAP-RUN-TO      TO GAP-TO.
156300     MOVE WS-GAP-RUN-COUNT   TO GAP-COUNT.
156400     MOVE WS-GAP-PRIOR-VALUE TO GAP-PRIOR-VALUE.
156500     MOVE WS-GAP-PRIOR-DATE  TO GAP-PRIOR-DATE.
156600     MOVE REG-SEQ-VALUE      TO GAP-NEXT-VALUE.
156700     MOVE REG-RUN-DATE       TO GAP-NEXT-DATE.
156800     MOVE WS-GAP-LINE TO RPT-LINE.
156900     WRITE RPT-LINE.
157000 3250-WRITE-GAP-EXIT.
157100     EXIT.
157200*=============================================================
157300* 4000-FIND-DUPLICATES - THE REGISTER AGAIN, IN TRANSACTION
157400* KEY ORDER: A KEY HOLDING MORE THAN ONE NUMBER THAT WAS NOT
157500* VOIDED, ONE OF THEM POSTED IN THE PERIOD, WAS NUMBERED
157600* TWICE. VOIDS LOGGED BEFORE THE PERIOD ARE GATHERED FIRST SO
157700* A KEY VOIDED THEN AND RENUMBERED IN THE PERIOD IS NOT LISTED.
157800* THE CYCLES OPENED WITHOUT A ROLLOVER MARKER, FOUND ON THE
157900* FIRST PASS, FOLLOW.
158000*=============================================================
158100 4000-FIND-DUPLICATES.
158200     PERFORM 2500-GATHER-EARLY-VOIDS
158300         THRU 2500-GATHER-EARLY-VOIDS-EXIT.
158400     MOVE 'UNEXPLAINED DUPLICATES IN THE PERIOD' TO SEC-TITLE.
158500     MOVE WS-SECTION-LINE TO RPT-LINE.
158600     WRITE RPT-LINE.
158700     MOVE WS-DUP-HDG-LINE TO RPT-LINE.
158800     WRITE RPT-LINE.
158900     MOVE LOW-VALUES TO REG-TRN-KEY.
159000     MOVE 'N' TO WS-REG-EOF-SW.
159100     START REG-FILE KEY IS NOT < REG-TRN-KEY
159200         INVALID KEY
159300             MOVE 'Y' TO WS-REG-EOF-SW
159400     END-START.
159500     MOVE LOW-VALUES TO WS-TKG-KEY.
159600     MOVE ZERO TO WS-TKG-COUNT.
159700     MOVE ZERO TO WS-TKG-TOTAL.
159800     MOVE ZERO TO WS-TKG-IN-PERIOD.
159900     MOVE ZERO TO WS-TKG-VOIDED.
160000     PERFORM 4010-READ-BY-TRANSACTION
160100         THRU 4010-READ-BY-TRANSACTION-EXIT
160200         UNTIL WS-REG-EOF.
160300     PERFORM 4050-CLOSE-KEY-GROUP
160400         THRU 4050-CLOSE-KEY-GROUP-EXIT.
160500     PERFORM 4100-WRITE-CYCLE-DUPLICATE
160600         THRU 4100-WRITE-CYCLE-DUPLICATE-EXIT
160700         VARYING WS-NCY-SUB FROM 1 BY 1
160800         UNTIL WS-NCY-SUB > WS-NCY-COUNT.
160900     IF WS-AUD-DUP-COUNT = ZERO
161000         AND WS-NCY-OVERFLOW-COUNT = ZERO
161100         MOVE WS-NONE-LINE TO RPT-LINE
161200         WRITE RPT-LINE
161300     END-IF.
161400     IF WS-NCY-OVERFLOW-COUNT > ZERO
161500         MOVE SPACES TO RPT-LINE
161600         MOVE WS-NCY-OVERFLOW-COUNT TO WS-EDIT-COUNT
161700         STRING 'NEW-CYCLE TABLE OVERFLOW - '
161800             WS-EDIT-COUNT
161900             ' FURTHER UNLOGGED CYCLES NOT LISTED'
162000             DELIMITED BY SIZE INTO RPT-LINE
162100         WRITE RPT-LINE
162200     END-IF.
162300     IF WS-VOD-OVERFLOW-COUNT > ZERO
162400         OR WS-ROL-OVERFLOW-COUNT > ZERO
162500         MOVE 'N' TO WS-GAPS-PROVEN-SW
162600         MOVE SPACES TO RPT-LINE
162700         STRING 'VOID OR ROLLOVER TABLE OVERFLOW - '
162800             'DUPLICATES FOR THE PERIOD CANNOT BE PROVEN'
162900             DELIMITED BY SIZE INTO RPT-LINE
163000         WRITE RPT-LINE
163100     END-IF.
163200     MOVE SPACES TO RPT-LINE.
163300     WRITE RPT-LINE.
163400 4000-FIND-DUPLICATES-EXIT.
163500     EXIT.
163600*=============================================================
163700 4010-READ-BY-TRANSACTION.
163800     READ REG-FILE NEXT
163900         AT END
164000             MOVE 'Y' TO WS-REG-EOF-SW
164100             GO TO 4010-READ-BY-TRANSACTION-EXIT
164200     END-READ.
164300     IF REG-RUN-DATE > WS-TO-DATE
164400         OR REG-TRN-KEY = SPACES
164500         GO TO 4010-READ-BY-TRANSACTION-EXIT
164600     END-IF.
164700     IF REG-TRN-KEY NOT = WS-TKG-KEY
164800         PERFORM 4050-CLOSE-KEY-GROUP
164900             THRU 4050-CLOSE-KEY-GROUP-EXIT
165000         MOVE REG-TRN-KEY TO WS-TKG-KEY
165100         MOVE ZERO TO WS-TKG-COUNT
165200         MOVE ZERO TO WS-TKG-TOTAL
165300         MOVE ZERO TO WS-TKG-IN-PERIOD
165400         MOVE ZERO TO WS-TKG-VOIDED
165500     END-IF.
165600     ADD 1 TO WS-TKG-TOTAL.
165700     IF REG-RUN-DATE NOT < WS-FROM-DATE
165800         ADD 1 TO WS-TKG-IN-PERIOD
165900     END-IF.
166000     PERFORM 7850-FIND-VOID
166100         THRU 7850-FIND-VOID-EXIT.
166200     IF WS-VOID-FOUND
166300         ADD 1 TO WS-TKG-VOIDED
166400     END-IF.
166500     IF WS-TKG-COUNT >= WS-TKG-TABLE-MAX
166600         GO TO 4010-READ-BY-TRANSACTION-EXIT
166700     END-IF.
166800     ADD 1 TO WS-TKG-COUNT.
166900     MOVE REG-SERIES-CODE TO WS-TKG-SERIES (WS-TKG-COUNT).
167000     MOVE REG-SEQ-VALUE   TO WS-TKG-SEQ-VALUE (WS-TKG-COUNT).
167100     MOVE REG-CYCLE-COUNT TO WS-TKG-CYCLE (WS-TKG-COUNT).
167200     MOVE REG-RUN-DATE    TO WS-TKG-RUN-DATE (WS-TKG-COUNT).
167300     MOVE REG-RUN-ID      TO WS-TKG-RUN-ID (WS-TKG-COUNT).
167400     MOVE WS-VOID-FOUND-SW TO WS-TKG-VOID-SW (WS-TKG-COUNT).
167500 4010-READ-BY-TRANSACTION-EXIT.
167600     EXIT.
167700*=============================================================
167800* 4050-CLOSE-KEY-GROUP - ONE TRANSACTION KEY'S POSTINGS ARE
167900* ALL IN. A VOIDED NUMBER EXPLAINS THE RENUMBERING THAT
168000* FOLLOWED IT; ANY SECOND NUMBER BEYOND THAT IS A DUPLICATE,
168100* AND EVERY NUMBER OF THE KEY STILL STANDING IS LISTED.
168200*=============================================================
168300 4050-CLOSE-KEY-GROUP.
168400     IF WS-TKG-TOTAL < 2
168500         OR WS-TKG-IN-PERIOD = ZERO
168600         GO TO 4050-CLOSE-KEY-GROUP-EXIT
168700     END-IF.
168800     IF WS-TKG-TOTAL - WS-TKG-VOIDED < 2
168900         GO TO 4050-CLOSE-KEY-GROUP-EXIT
169000     END-IF.
169100     MOVE WS-TKG-TOTAL  TO WS-EDIT-COUNT.
169200     MOVE WS-TKG-VOIDED TO WS-EDIT-VOIDED.
169300     MOVE SPACES TO WS-DUP-NOTE.
169400     STRING 'KEY ISSUED' WS-EDIT-COUNT ' NUMBERS,'
169500         WS-EDIT-VOIDED ' VOIDED'
169600         DELIMITED BY SIZE INTO WS-DUP-NOTE.
169700     PERFORM 4060-WRITE-KEY-DUPLICATE
169800         THRU 4060-WRITE-KEY-DUPLICATE-EXIT
169900         VARYING WS-TKG-SUB FROM 1 BY 1
170000         UNTIL WS-TKG-SUB > WS-TKG-COUNT.
170100     IF WS-TKG-TOTAL > WS-TKG-COUNT
170200         MOVE SPACES TO RPT-LINE
170300         STRING '    FURTHER POSTINGS OF KEY ' WS-TKG-KEY
170400             ' NOT LISTED - SEE SEQINQ00'
170500             DELIMITED BY SIZE INTO RPT-LINE
170600         WRITE RPT-LINE
170700     END-IF.
170800 4050-CLOSE-KEY-GROUP-EXIT.
170900     EXIT.
171000*=============================================================
171100 4060-WRITE-KEY-DUPLICATE.
171200     IF WS-TKG-VOID-SW (WS-TKG-SUB) = 'Y'
171300         GO TO 4060-WRITE-KEY-DUPLICATE-EXIT
171400     END-IF.
171500     MOVE WS-TKG-SERIES (WS-TKG-SUB) TO WS-CURRENT-SERIES.
171600     PERFORM 7000-LOCATE-OR-ADD-SERIES
171700         THRU 7000-LOCATE-OR-ADD-SERIES-EXIT.
171800     ADD 1 TO WS-SER-DUPLICATES (WS-SER-SUB).
171900     ADD 1 TO WS-DUP-TOTAL.
172000     MOVE SPACES TO AUD-RECORD.
172100     SET AUD-DUPLICATE TO TRUE.
172200     MOVE WS-TKG-SERIES (WS-TKG-SUB)    TO AUD-SERIES-CODE.
172300     SET AUD-DUP-SAME-KEY TO TRUE.
172400     MOVE WS-TKG-SEQ-VALUE (WS-TKG-SUB) TO AUD-DUP-SEQ-VALUE.
172500     MOVE WS-TKG-CYCLE (WS-TKG-SUB)     TO AUD-DUP-CYCLE.
172600     MOVE WS-TKG-KEY                    TO AUD-DUP-TRN-KEY.
172700     MOVE WS-TKG-RUN-DATE (WS-TKG-SUB)  TO AUD-DUP-RUN-DATE.
172800     MOVE WS-TKG-RUN-ID (WS-TKG-SUB)    TO AUD-DUP-RUN-ID.
172900     MOVE WS-DUP-NOTE                   TO AUD-DUP-NOTE.
173000     PERFORM 7900-WRITE-EXTRACT
173100         THRU 7900-WRITE-EXTRACT-EXIT.
173200     MOVE WS-TKG-SERIES (WS-TKG-SUB)    TO DUP-SERIES.
173300     MOVE 'T'                           TO DUP-REASON.
173400     MOVE WS-TKG-SEQ-VALUE (WS-TKG-SUB) TO DUP-VALUE.
173500     MOVE WS-TKG-CYCLE (WS-TKG-SUB)     TO DUP-CYCLE.
173600     MOVE WS-TKG-KEY                    TO DUP-TRN-KEY.
173700     MOVE WS-TKG-RUN-DATE (WS-TKG-SUB)  TO DUP-RUN-DATE.
173800     MOVE WS-TKG-RUN-ID (WS-TKG-SUB)    TO DUP-RUN-ID.
173900     MOVE WS-DUP-NOTE                   TO DUP-NOTE.
174000     MOVE WS-DUP-LINE TO RPT-LINE.
174100     WRITE RPT-LINE.
174200 4060-WRITE-KEY-DUPLICATE-EXIT.
174300     EXIT.
174400*=============================================================
174500 4100-WRITE-CYCLE-DUPLICATE.
174600     MOVE SPACES TO AUD-RECORD.
174700     SET AUD-DUPLICATE TO TRUE.
174800     MOVE WS-NCY-SERIES (WS-NCY-SUB)    TO AUD-SERIES-CODE.
174900     SET AUD-DUP-NEW-CYCLE TO TRUE.
175000     MOVE WS-NCY-SEQ-VALUE (WS-NCY-SUB) TO AUD-DUP-SEQ-VALUE.
175100     MOVE WS-NCY-CYCLE (WS-NCY-SUB)     TO AUD-DUP-CYCLE.
175200     MOVE WS-NCY-TRN-KEY (WS-NCY-SUB)   TO AUD-DUP-TRN-KEY.
175300     MOVE WS-NCY-RUN-DATE (WS-NCY-SUB)  TO AUD-DUP-RUN-DATE.
175400     MOVE WS-NCY-RUN-ID (WS-NCY-SUB)    TO AUD-DUP-RUN-ID.
175500     MOVE 'CYCLE OPENED WITH NO ROLLOVER LOGGED'
175600         TO AUD-DUP-NOTE.
175700     PERFORM 7900-WRITE-EXTRACT
175800         THRU 7900-WRITE-EXTRACT-EXIT.
175900     MOVE WS-NCY-SERIES (WS-NCY-SUB)    TO DUP-SERIES.
176000     MOVE 'C'                           TO DUP-REASON.
176100     MOVE WS-NCY-SEQ-VALUE (WS-NCY-SUB) TO DUP-VALUE.
176200     MOVE WS-NCY-CYCLE (WS-NCY-SUB)     TO DUP-CYCLE.
176300     MOVE WS-NCY-TRN-KEY (WS-NCY-SUB)   TO DUP-TRN-KEY.
176400     MOVE WS-NCY-RUN-DATE (WS-NCY-SUB)  TO DUP-RUN-DATE.
176500     MOVE WS-NCY-RUN-ID (WS-NCY-SUB)    TO DUP-RUN-ID.
176600     MOVE 'CYCLE OPENED WITH NO ROLLOVER LOGGED'
176700         TO DUP-NOTE.
176800     MOVE WS-DUP-LINE TO RPT-LINE.
176900     WRITE RPT-LINE.
177000 4100-WRITE-CYCLE-DUPLICATE-EXIT.
177100     EXIT.
177200*=============================================================
177300* 4500-WRITE-SUMMARIES - ONE SUMMARY RECORD AND LINE PER
177400* SERIES, IN THE ORDER THE SERIES WERE FIRST MET.
177500*=============================================================
177600 4500-WRITE-SUMMARIES.
177700     MOVE 'SERIES SUMMARY FOR THE PERIOD' TO SEC-TITLE.
177800     MOVE WS-SECTION-LINE TO RPT-LINE.
177900     WRITE RPT-LINE.
178000     MOVE WS-SUM-HDG-LINE-1 TO RPT-LINE.
178100     WRITE RPT-LINE.
178200     MOVE WS-SUM-HDG-LINE-2 TO RPT-LINE.
178300     WRITE RPT-LINE.
178400     PERFORM 4510-WRITE-ONE-SUMMARY
178500         THRU 4510-WRITE-ONE-SUMMARY-EXIT
178600         VARYING WS-SER-WRITE-SUB FROM 1 BY 1
178700         UNTIL WS-SER-WRITE-SUB > WS-SER-COUNT.
178800     IF WS-SER-COUNT = ZERO
178900         MOVE WS-NONE-LINE TO RPT-LINE
179000         WRITE RPT-LINE
179100     END-IF.
179200     MOVE SPACES TO RPT-LINE.
179300     WRITE RPT-LINE.
179400 4500-WRITE-SUMMARIES-EXIT.
179500     EXIT.
179600*=============================================================
179700* 4510-WRITE-ONE-SUMMARY - A SERIES WITH NO POSTING BEFORE
179800* THE PERIOD HAS NO OPENING COUNTER, AND ONE WITH NONE BY
179900* ITS CLOSE NO CLOSING COUNTER; BOTH PRINT AS NONE AND GO TO
180000* THE EXTRACT AS ZERO.
180100*=============================================================
180200 4510-WRITE-ONE-SUMMARY.
180300     MOVE WS-SER-WRITE-SUB TO WS-SER-SUB.
180400     ADD WS-SER-ISSUED (WS-SER-SUB) TO WS-SUMMARY-ISSUED.
180500     MOVE SPACES TO AUD-RECORD.
180600     SET AUD-SUMMARY TO TRUE.
180700     MOVE WS-SER-CODE (WS-SER-SUB) TO AUD-SERIES-CODE.
180800     MOVE WS-SER-OPEN-VALUE (WS-SER-SUB)  TO AUD-SUM-OPEN-VALUE.
180900     MOVE WS-SER-OPEN-CYCLE (WS-SER-SUB)  TO AUD-SUM-OPEN-CYCLE.
181000     MOVE WS-SER-CLOSE-VALUE (WS-SER-SUB)
181100         TO AUD-SUM-CLOSE-VALUE.
181200     MOVE WS-SER-CLOSE-CYCLE (WS-SER-SUB)
181300         TO AUD-SUM-CLOSE-CYCLE.
181400     MOVE WS-SER-ISSUED (WS-SER-SUB)      TO AUD-SUM-ISSUED.
181500     MOVE WS-SER-VOIDED (WS-SER-SUB)      TO AUD-SUM-VOIDED.
181600     MOVE WS-SER-RSV-SKIPPED (WS-SER-SUB)
181700         TO AUD-SUM-RSV-SKIPPED.
181800     MOVE WS-SER-COL-SKIPPED (WS-SER-SUB)
181900         TO AUD-SUM-COL-SKIPPED.
182000     MOVE WS-SER-ROLLOVERS (WS-SER-SUB)   TO AUD-SUM-ROLLOVERS.
182100     MOVE WS-SER-OVERRIDES (WS-SER-SUB)   TO AUD-SUM-OVERRIDES.
182200     MOVE WS-SER-GAP-RANGES (WS-SER-SUB)  TO AUD-SUM-GAP-RANGES.
182300     MOVE WS-SER-GAP-VALUES (WS-SER-SUB)  TO AUD-SUM-GAP-VALUES.
182400     MOVE WS-SER-DUPLICATES (WS-SER-SUB)  TO AUD-SUM-DUPLICATES.
182500     MOVE WS-SER-DESC (WS-SER-SUB)
182600         TO AUD-SUM-DESCRIPTION.
182700     PERFORM 7900-WRITE-EXTRACT
182800         THRU 7900-WRITE-EXTRACT-EXIT.
182900     MOVE WS-SER-CODE (WS-SER-SUB) TO SUM-SERIES.
183000     IF WS-SER-HAS-OPEN (WS-SER-SUB)
183100         MOVE WS-SER-OPEN-VALUE (WS-SER-SUB)  TO CTE-VALUE
183200         MOVE WS-SER-OPEN-CYCLE (WS-SER-SUB)  TO CTE-CYCLE
183300         MOVE WS-COUNTER-EDIT TO SUM-OPEN
183400     ELSE
183500         MOVE 'NONE' TO SUM-OPEN
183600     END-IF.
183700     IF WS-SER-HAS-CLOSE (WS-SER-SUB)
183800         MOVE WS-SER-CLOSE-VALUE (WS-SER-SUB) TO CTE-VALUE
183900         MOVE WS-SER-CLOSE-CYCLE (WS-SER-SUB) TO CTE-CYCLE
184000         MOVE WS-COUNTER-EDIT TO SUM-CLOSE
184100     ELSE
184200         MOVE 'NONE' TO SUM-CLOSE
184300     END-IF.
184400     MOVE WS-SER-ISSUED (WS-SER-SUB)      TO SUM-ISSUED.
184500     MOVE WS-SER-VOIDED (WS-SER-SUB)      TO SUM-VOIDED.
184600     MOVE WS-SER-RSV-SKIPPED (WS-SER-SUB) TO SUM-RSV-SKIPPED.
184700     MOVE WS-SER-COL-SKIPPED (WS-SER-SUB) TO SUM-COL-SKIPPED.
184800     MOVE WS-SER-ROLLOVERS (WS-SER-SUB)   TO SUM-ROLLOVERS.
184900     MOVE WS-SER-OVERRIDES (WS-SER-SUB)   TO SUM-OVERRIDES.
185000     MOVE WS-SER-GAP-RANGES (WS-SER-SUB)  TO SUM-GAP-RANGES.
185100     MOVE WS-SER-GAP-VALUES (WS-SER-SUB)  TO SUM-GAP-VALUES.
185200     MOVE WS-SER-DUPLICATES (WS-SER-SUB)  TO SUM-DUPLICATES.
185300     MOVE WS-SER-DESC (WS-SER-SUB)        TO SUM-DESC.
185400     MOVE WS-SUM-LINE TO RPT-LINE.
185500     WRITE RPT-LINE.
185600 4510-WRITE-ONE-SUMMARY-EXIT.
185700     EXIT.
185800*=============================================================
185900* 5000-DRAW-SAMPLE - DRAW THE ORDINALS, FIND THE NUMBERS THEY
186000* FALL ON IN A SECOND PASS OF THE REGISTER (WHICH ALSO
186100* RE-COUNTS THE PERIOD FOR THE CONTROL TOTALS), GATHER EACH
186200* NUMBER'S REGISTER POSTINGS AND LOGGED EVENTS, AND WRITE
186300* THEM. THE SECOND PASS RUNS EVEN WHEN NOTHING IS DRAWN.
186400*=============================================================
186500 5000-DRAW-SAMPLE.
186600     MOVE WS-SAMPLE-SIZE TO WS-SMP-COUNT.
186700     IF WS-SMP-COUNT > WS-PERIOD-ISSUED
186800         MOVE WS-PERIOD-ISSUED TO WS-SMP-COUNT
186900     END-IF.
187000     MOVE WS-SEED TO WS-RANDOM.
187100     PERFORM 5010-DRAW-ONE-ORDINAL
187200         THRU 5010-DRAW-ONE-ORDINAL-EXIT
187300         VARYING WS-SMP-SUB FROM 1 BY 1
187400         UNTIL WS-SMP-SUB > WS-SMP-COUNT.
187500     PERFORM 5200-PICK-SAMPLE
187600         THRU 5200-PICK-SAMPLE-EXIT.
187700     MOVE 99999999 TO WS-SMP-EARLIEST-DATE.
187800     PERFORM 5300-GATHER-SAMPLE-POSTINGS
187900         THRU 5300-GATHER-SAMPLE-POSTINGS-EXIT
188000         VARYING WS-SMP-SUB FROM 1 BY 1
188100         UNTIL WS-SMP-SUB > WS-SMP-COUNT.
188200     PERFORM 5400-GATHER-SAMPLE-EVENTS
188300         THRU 5400-GATHER-SAMPLE-EVENTS-EXIT.
188400     MOVE 'SAMPLE OF NUMBERS ISSUED IN THE PERIOD' TO SEC-TITLE.
188500     MOVE WS-SECTION-LINE TO RPT-LINE.
188600     WRITE RPT-LINE.
188700     MOVE WS-SMP-HDG-LINE TO RPT-LINE.
188800     WRITE RPT-LINE.
188900     PERFORM 5600-WRITE-ONE-SAMPLE
189000         THRU 5600-WRITE-ONE-SAMPLE-EXIT
189100         VARYING WS-SMP-SUB FROM 1 BY 1
189200         UNTIL WS-SMP-SUB > WS-SMP-COUNT.
189300     IF WS-SMP-COUNT = ZERO
189400         MOVE WS-NONE-LINE TO RPT-LINE
189500         WRITE RPT-LINE
189600     END-IF.
189700     IF WS-SPT-OVERFLOW-COUNT > ZERO
189800         OR WS-SEV-OVERFLOW-COUNT > ZERO
189900         MOVE SPACES TO RPT-LINE
190000         STRING 'SAMPLE HISTORY TABLE OVERFLOW - SOME POSTINGS '
190100             'OR EVENTS NOT LISTED - SEE SEQHST00'
190200             DELIMITED BY SIZE INTO RPT-LINE
190300         WRITE RPT-LINE
190400     END-IF.
190500     MOVE SPACES TO RPT-LINE.
190600     WRITE RPT-LINE.
190700 5000-DRAW-SAMPLE-EXIT.
190800     EXIT.
190900*=============================================================
191000* 5010-DRAW-ONE-ORDINAL - STRATUM N COVERS ORDINALS
191100* (N-1)*ISSUED/SIZE+1 THROUGH N*ISSUED/SIZE, NEVER EMPTY
191200* BECAUSE SIZE IS NEVER MORE THAN ISSUED. THE NEXT RANDOM
191300* NUMBER PICKS THE POSITION WITHIN IT.
191400*=============================================================
191500 5010-DRAW-ONE-ORDINAL.
191600     COMPUTE WS-STRATUM-WORK =
191700         (WS-SMP-SUB - 1) * WS-PERIOD-ISSUED.
191800     DIVIDE WS-STRATUM-WORK BY WS-SMP-COUNT
191900         GIVING WS-STRATUM-LOW.
192000     ADD 1 TO WS-STRATUM-LOW.
192100     COMPUTE WS-STRATUM-WORK = WS-SMP-SUB * WS-PERIOD-ISSUED.
192200     DIVIDE WS-STRATUM-WORK BY WS-SMP-COUNT
192300         GIVING WS-STRATUM-HIGH.
192400     COMPUTE WS-STRATUM-SIZE =
192500         WS-STRATUM-HIGH - WS-STRATUM-LOW + 1.
192600     PERFORM 5050-NEXT-RANDOM
192700         THRU 5050-NEXT-RANDOM-EXIT.
192800     DIVIDE WS-RANDOM BY WS-STRATUM-SIZE
192900         GIVING WS-RAND-QUOTIENT
193000         REMAINDER WS-RAND-OFFSET.
193100     COMPUTE WS-SMP-ORDINAL (WS-SMP-SUB) =
193200         WS-STRATUM-LOW + WS-RAND-OFFSET.
193300     MOVE 'N' TO WS-SMP-FOUND-SW (WS-SMP-SUB).
193400     MOVE SPACE TO WS-SMP-SERIES (WS-SMP-SUB).
193500     MOVE ZEROES TO WS-SMP-SEQ-VALUE (WS-SMP-SUB).
193600     MOVE ZEROES TO WS-SMP-CYCLE (WS-SMP-SUB).
193700 5010-DRAW-ONE-ORDINAL-EXIT.
193800     EXIT.
193900*=============================================================
194000 5050-NEXT-RANDOM.
194100     COMPUTE WS-RAND-PRODUCT = WS-RANDOM * 16807.
194200     DIVIDE WS-RAND-PRODUCT BY 2147483647
194300         GIVING WS-RAND-QUOTIENT
194400         REMAINDER WS-RANDOM.
194500 5050-NEXT-RANDOM-EXIT.
194600     EXIT.
194700*=============================================================
194800* 5200-PICK-SAMPLE - THE SECOND REGISTER PASS. THE PERIOD'S
194900* POSTINGS ARE NUMBERED IN KEY ORDER EXACTLY AS THE FIRST
195000* PASS MET THEM, AND EACH ONE WHOSE ORDINAL WAS DRAWN IS
195100* TAKEN. THE ORDINALS ASCEND, SO ONLY THE NEXT ONE NEEDS
195200* TESTING.
195300*=============================================================
195400 5200-PICK-SAMPLE.
195500     MOVE 1 TO WS-SMP-NEXT.
195600     MOVE LOW-VALUES TO REG-KEY.
195700     MOVE 'N' TO WS-REG-EOF-SW.
195800     START REG-FILE KEY IS NOT < REG-KEY
195900         INVALID KEY
196000             MOVE 'Y' TO WS-REG-EOF-SW
196100     END-START.
196200     PERFORM 5210-READ-FOR-SAMPLE
196300         THRU 5210-READ-FOR-SAMPLE-EXIT
196400         UNTIL WS-REG-EOF.
196500 5200-PICK-SAMPLE-EXIT.
196600     EXIT.
196700*=============================================================
196800 5210-READ-FOR-SAMPLE.
196900     READ REG-FILE NEXT
197000         AT END
197100             MOVE 'Y' TO WS-REG-EOF-SW
197200             GO TO 5210-READ-FOR-SAMPLE-EXIT
197300     END-READ.
197400     IF REG-RUN-DATE < WS-FROM-DATE
197500         OR REG-RUN-DATE > WS-TO-DATE
197600         GO TO 5210-READ-FOR-SAMPLE-EXIT
197700     END-IF.
197800     ADD 1 TO WS-PASS2-ISSUED.
197900     ADD REG-SEQ-VALUE TO WS-PASS2-HASH.
198000     IF WS-SMP-NEXT > WS-SMP-COUNT
198100         GO TO 5210-READ-FOR-SAMPLE-EXIT
198200     END-IF.
198300     IF WS-PASS2-ISSUED NOT = WS-SMP-ORDINAL (WS-SMP-NEXT)
198400         GO TO 5210-READ-FOR-SAMPLE-EXIT
198500     END-IF.
198600     MOVE 'Y'             TO WS-SMP-FOUND-SW (WS-SMP-NEXT).
198700     MOVE REG-SERIES-CODE TO WS-SMP-SERIES (WS-SMP-NEXT).
198800     MOVE REG-SEQ-VALUE   TO WS-SMP-SEQ-VALUE (WS-SMP-NEXT).
198900     MOVE REG-CYCLE-COUNT TO WS-SMP-CYCLE (WS-SMP-NEXT).
199000     ADD 1 TO WS-SMP-NEXT.
199100 5210-READ-FOR-SAMPLE-EXIT.
199200     EXIT.
199300*=============================================================
199400* 5300-GATHER-SAMPLE-POSTINGS - EVERY POSTING OF THE SAMPLED
199500* NUMBER IN ITS SERIES, IN EVERY CYCLE, FROM A KEYED START AT
199600* THE VALUE AS SEQHST00 READS THEM. THE EARLIEST POSTING
199700* DATE SETS HOW FAR BACK THE ARCHIVES ARE SEARCHED.
199800*=============================================================
199900 5300-GATHER-SAMPLE-POSTINGS.
200000     IF NOT WS-SMP-FOUND (WS-SMP-SUB)
200100         GO TO 5300-GATHER-SAMPLE-POSTINGS-EXIT
200200     END-IF.
200300     MOVE WS-SMP-SEQ-VALUE (WS-SMP-SUB) TO REG-SEQ-VALUE.
200400     MOVE ZEROES     TO REG-CYCLE-COUNT.
200500     MOVE LOW-VALUES TO REG-SERIES-CODE.
200600     MOVE 'N' TO WS-REG-EOF-SW.
200700     START REG-FILE KEY IS NOT < REG-KEY
200800         INVALID KEY
200900             MOVE 'Y' TO WS-REG-EOF-SW
201000     END-START.
201100     PERFORM 5310-READ-SAMPLE-POSTING
201200         THRU 5310-READ-SAMPLE-POSTING-EXIT
201300         UNTIL WS-REG-EOF.
201400 5300-GATHER-SAMPLE-POSTINGS-EXIT.
201500     EXIT.
201600*=============================================================
201700 5310-READ-SAMPLE-POSTING.
201800     READ REG-FILE NEXT
201900         AT END
202000             MOVE 'Y' TO WS-REG-EOF-SW
202100             GO TO 5310-READ-SAMPLE-POSTING-EXIT
202200     END-READ.
202300     IF REG-SEQ-VALUE NOT = WS-SMP-SEQ-VALUE (WS-SMP-SUB)
202400         MOVE 'Y' TO WS-REG-EOF-SW
202500         GO TO 5310-READ-SAMPLE-POSTING-EXIT
202600     END-IF.
202700     IF REG-SERIES-CODE NOT = WS-SMP-SERIES (WS-SMP-SUB)
202800         GO TO 5310-READ-SAMPLE-POSTING-EXIT
202900     END-IF.
203000     IF REG-RUN-DATE < WS-SMP-EARLIEST-DATE
203100         MOVE REG-RUN-DATE TO WS-SMP-EARLIEST-DATE
203200     END-IF.
203300     IF WS-SPT-COUNT >= WS-SPT-TABLE-MAX
203400         ADD 1 TO WS-SPT-OVERFLOW-COUNT
203500         GO TO 5310-READ-SAMPLE-POSTING-EXIT
203600     END-IF.
203700     ADD 1 TO WS-SPT-COUNT.
203800     MOVE WS-SMP-SUB TO WS-SPT-SAMPLE-NO (WS-SPT-COUNT).
203900     MOVE 'N'        TO WS-SPT-DRAWN-SW (WS-SPT-COUNT).
204000     IF REG-CYCLE-COUNT = WS-SMP-CYCLE (WS-SMP-SUB)
204100         MOVE 'Y'    TO WS-SPT-DRAWN-SW (WS-SPT-COUNT)
204200     END-IF.
204300     MOVE REG-RECORD TO WS-SPT-POSTING (WS-SPT-COUNT).
204400 5310-READ-SAMPLE-POSTING-EXIT.
204500     EXIT.
204600*=============================================================
204700* 5400-GATHER-SAMPLE-EVENTS - A SECOND PASS OVER THE LOG, FROM
204800* THE MONTH OF THE EARLIEST POSTING OF ANY SAMPLED NUMBER TO
204900* THE BUSINESS DATE, SO A NUMBER'S STORY IS TRACED IN FULL -
205000* INCLUDING WHAT HAPPENED TO IT AFTER THE PERIOD CLOSED.
205100*=============================================================
205200 5400-GATHER-SAMPLE-EVENTS.
205300     IF WS-SMP-COUNT = ZERO
205400         OR WS-SPT-COUNT = ZERO
205500         GO TO 5400-GATHER-SAMPLE-EVENTS-EXIT
205600     END-IF.
205700     SET WS-SAMPLE-PASS TO TRUE.
205800     MOVE WS-SMP-EARLIEST-DATE TO WS-DATE-WORK-NUM.
205900     MOVE WS-DATE-WORK-YM TO WS-ARC-CURRENT-NUM.
206000     MOVE WS-TODAY TO WS-DATE-WORK-NUM.
206100     MOVE WS-DATE-WORK-YM TO WS-ARC-TO-NUM.
206200     PERFORM 2400-GATHER-ARCHIVES
206300         THRU 2400-GATHER-ARCHIVES-EXIT.
206400     PERFORM 2300-GATHER-LIVE-LOG
206500         THRU 2300-GATHER-LIVE-LOG-EXIT.
206600 5400-GATHER-SAMPLE-EVENTS-EXIT.
206700     EXIT.
206800*=============================================================
206900* 5450-MATCH-SAMPLE-EVENT - OFFER ONE EVENT TO EVERY SAMPLED
207000* NUMBER. THE SAME RULE AS SEQHST00: AN EVENT CARRYING THE
207100* VALUE IN ITS SERIES, OR AN OPERATOR OVERRIDE ON THE SERIES.
207200*=============================================================
207300 5450-MATCH-SAMPLE-EVENT.
207400     PERFORM 5460-MATCH-ONE-SAMPLE
207500         THRU 5460-MATCH-ONE-SAMPLE-EXIT
207600         VARYING WS-SMP-SUB FROM 1 BY 1
207700         UNTIL WS-SMP-SUB > WS-SMP-COUNT.
207800 5450-MATCH-SAMPLE-EVENT-EXIT.
207900     EXIT.
208000*=============================================================
208100 5460-MATCH-ONE-SAMPLE.
208200     IF NOT WS-SMP-FOUND (WS-SMP-SUB)
208300         GO TO 5460-MATCH-ONE-SAMPLE-EXIT
208400     END-IF.
208500     IF WS-ARC-SERIES-CODE NOT = WS-SMP-SERIES (WS-SMP-SUB)
208600         GO TO 5460-MATCH-ONE-SAMPLE-EXIT
208700     END-IF.
208800     IF WS-ARC-SEQ-VALUE NOT = WS-SMP-SEQ-VALUE (WS-SMP-SUB)
208900         AND WS-ARC-EVENT-TYPE NOT = 'M'
209000         GO TO 5460-MATCH-ONE-SAMPLE-EXIT
209100     END-IF.
209200     IF WS-SEV-COUNT >= WS-SEV-TABLE-MAX
209300         ADD 1 TO WS-SEV-OVERFLOW-COUNT
209400         GO TO 5460-MATCH-ONE-SAMPLE-EXIT
209500     END-IF.
209600     ADD 1 TO WS-SEV-COUNT.
209700     MOVE WS-SMP-SUB   TO WS-SEV-SAMPLE-NO (WS-SEV-COUNT).
209800     MOVE WS-ARC-EVENT TO WS-SEV-EVENT (WS-SEV-COUNT).
209900 5460-MATCH-ONE-SAMPLE-EXIT.
210000     EXIT.
210100*=============================================================
210200* 5600-WRITE-ONE-SAMPLE - THE SAMPLED NUMBER'S REGISTER
210300* POSTINGS, THE ONE DRAWN FLAGGED, THEN ITS LOGGED EVENTS
210400* OLDEST FIRST. A DRAWN ORDINAL NOT FOUND ON THE SECOND PASS
210500* MEANS THE REGISTER CHANGED UNDER THE RUN; THE CONTROL
210600* TOTALS WILL NOT AGREE AND THE EXTRACT IS NOT CERTIFIED.
210700*=============================================================
210800 5600-WRITE-ONE-SAMPLE.
210900     IF NOT WS-SMP-FOUND (WS-SMP-SUB)
211000         MOVE SPACES TO RPT-LINE
211100         MOVE WS-SMP-SUB TO WS-EDIT-COUNT
211200         STRING 'SAMPLE' WS-EDIT-COUNT
211300             ' - ORDINAL NOT FOUND ON SECOND REGISTER PASS'
211400             DELIMITED BY SIZE INTO RPT-LINE
211500         WRITE RPT-LINE
211600         GO TO 5600-WRITE-ONE-SAMPLE-EXIT
211700     END-IF.
211800     PERFORM 5610-WRITE-SAMPLE-POSTING
211900         THRU 5610-WRITE-SAMPLE-POSTING-EXIT
212000         VARYING WS-SPT-SUB FROM 1 BY 1
212100         UNTIL WS-SPT-SUB > WS-SPT-COUNT.
212200     PERFORM 5650-WRITE-SAMPLE-EVENT
212300         THRU 5650-WRITE-SAMPLE-EVENT-EXIT
212400         VARYING WS-SEV-SUB FROM 1 BY 1
212500         UNTIL WS-SEV-SUB > WS-SEV-COUNT.
212600 5600-WRITE-ONE-SAMPLE-EXIT.
212700     EXIT.
212800*=============================================================
212900 5610-WRITE-SAMPLE-POSTING.
213000     IF WS-SPT-SAMPLE-NO (WS-SPT-SUB) NOT = WS-SMP-SUB
213100         GO TO 5610-WRITE-SAMPLE-POSTING-EXIT
213200     END-IF.
213300     MOVE WS-SPT-POSTING (WS-SPT-SUB) TO REG-RECORD.
213400     MOVE SPACES TO AUD-RECORD.
213500     SET AUD-POSTING TO TRUE.
213600     MOVE REG-SERIES-CODE TO AUD-SERIES-CODE.
213700     MOVE WS-SMP-SUB      TO AUD-PST-SAMPLE-NO.
213800     MOVE WS-SPT-DRAWN-SW (WS-SPT-SUB) TO AUD-PST-DRAWN-SW.
213900     MOVE REG-SEQ-VALUE   TO AUD-PST-SEQ-VALUE.
214000     MOVE REG-CYCLE-COUNT TO AUD-PST-CYCLE.
214100     MOVE REG-TRN-KEY     TO AUD-PST-TRN-KEY.
214200     MOVE REG-RUN-DATE    TO AUD-PST-RUN-DATE.
214300     MOVE REG-RUN-TIME    TO AUD-PST-RUN-TIME.
214400     MOVE REG-RUN-ID      TO AUD-PST-RUN-ID.
214500     MOVE REG-BATCH-ID    TO AUD-PST-BATCH-ID.
214600     MOVE REG-CHECK-DIGIT TO AUD-PST-CHECK-DIGIT.
214700     MOVE REG-DAY-CYCLE   TO AUD-PST-DAY-CYCLE.
214800     PERFORM 7900-WRITE-EXTRACT
214900         THRU 7900-WRITE-EXTRACT-EXIT.
215000     MOVE WS-SMP-SUB      TO SMP-NUMBER.
215100     MOVE REG-SERIES-CODE TO SMP-SERIES.
215200     MOVE REG-SEQ-VALUE   TO SMP-VALUE.
215300     MOVE REG-CYCLE-COUNT TO SMP-CYCLE.
215400     MOVE REG-TRN-KEY     TO SMP-TRN-KEY.
215500     MOVE REG-RUN-DATE    TO SMP-RUN-DATE.
215600     MOVE REG-RUN-TIME    TO SMP-RUN-TIME.
215700     MOVE REG-RUN-ID      TO SMP-RUN-ID.
215800     MOVE REG-BATCH-ID    TO SMP-BATCH-ID.
215900     MOVE REG-CHECK-DIGIT TO SMP-CHECK-DIGIT.
216000     MOVE REG-DAY-CYCLE   TO SMP-DAY-CYCLE.
216100     IF WS-SPT-DRAWN-SW (WS-SPT-SUB) = 'Y'
216200         MOVE 'DRAWN'         TO SMP-NOTE
216300     ELSE
216400         MOVE 'OTHER CYCLE'   TO SMP-NOTE
216500     END-IF.
216600     MOVE WS-SMP-LINE TO RPT-LINE.
216700     WRITE RPT-LINE.
216800 5610-WRITE-SAMPLE-POSTING-EXIT.
216900     EXIT.
217000*=============================================================
217100 5650-WRITE-SAMPLE-EVENT.
217200     IF WS-SEV-SAMPLE-NO (WS-SEV-SUB) NOT = WS-SMP-SUB
217300         GO TO 5650-WRITE-SAMPLE-EVENT-EXIT
217400     END-IF.
217500     MOVE WS-SEV-EVENT (WS-SEV-SUB) TO WS-ARC-EVENT.
217600     MOVE SPACES TO AUD-RECORD.
217700     SET AUD-EVENT TO TRUE.
217800     MOVE WS-ARC-SERIES-CODE TO AUD-SERIES-CODE.
217900     MOVE WS-SMP-SUB         TO AUD-EVT-SAMPLE-NO.
218000     PERFORM 7950-MOVE-EVENT-FIELDS
218100         THRU 7950-MOVE-EVENT-FIELDS-EXIT.
218200     PERFORM 7900-WRITE-EXTRACT
218300         THRU 7900-WRITE-EXTRACT-EXIT.
218400     EVALUATE WS-ARC-EVENT-TYPE
218500         WHEN 'O'
218600             MOVE 'OVERFLOW'     TO WS-EVENT-LABEL
218700         WHEN 'R'
218800             MOVE 'ROLLOVER'     TO WS-EVENT-LABEL
218900         WHEN 'M'
219000             MOVE 'OVERRIDE'     TO WS-EVENT-LABEL
219100         WHEN 'C'
219200             MOVE 'COLLISION'    TO WS-EVENT-LABEL
219300         WHEN 'F'
219400             MOVE 'RESTART-FAIL' TO WS-EVENT-LABEL
219500         WHEN 'V'
219600             MOVE 'VOIDED'       TO WS-EVENT-LABEL
219700         WHEN 'S'
219800             MOVE 'RESERVED'     TO WS-EVENT-LABEL
219900         WHEN 'D'
220000             MOVE 'FORCED-CLOSE' TO WS-EVENT-LABEL
220100         WHEN 'L'
220200             MOVE 'SERIES-MAINT' TO WS-EVENT-LABEL
220300         WHEN 'B'
220400             MOVE 'BLOCK-ALLOC'  TO WS-EVENT-LABEL
220500         WHEN OTHER
220600             MOVE 'EVENT'        TO WS-EVENT-LABEL
220700     END-EVALUATE.
220800     MOVE WS-ARC-DATE      TO SEV-DATE.
220900     MOVE WS-ARC-TIME      TO SEV-TIME.
221000     MOVE WS-EVENT-LABEL   TO SEV-LABEL.
221100     MOVE WS-ARC-SEQ-VALUE TO SEV-VALUE.
221200     MOVE WS-ARC-RUN-ID    TO SEV-WHO.
221300     IF WS-ARC-OPERATOR-ID NOT = SPACES
221400         MOVE WS-ARC-OPERATOR-ID TO SEV-WHO
221500     END-IF.
221600     MOVE WS-ARC-MESSAGE   TO SEV-MESSAGE.
221700     MOVE WS-SEV-LINE TO RPT-LINE.
221800     WRITE RPT-LINE.
221900 5650-WRITE-SAMPLE-EVENT-EXIT.
222000     EXIT.
222100*=============================================================
222200* 6000-CERTIFY - PROVE THE EXTRACT COMPLETE AND PRINT THE
222300* CERTIFICATION. THE PERIOD'S POSTINGS AND THEIR VALUE HASH
222400* MUST COME OUT THE SAME ON BOTH REGISTER PASSES AND AGREE
222500* WITH THE SERIES SUMMARIES. THE TRAILER CARRIES THE SAME
222600* FIGURES AND THE COUNT OF EVERY RECORD ON THE EXTRACT,
222700* ITSELF INCLUDED, FOR THE AUDITORS TO FOOT.
222800*=============================================================
222900 6000-CERTIFY.
223000     IF WS-PASS2-ISSUED NOT = WS-PERIOD-ISSUED
223100         OR WS-PASS2-HASH NOT = WS-PERIOD-HASH
223200         OR WS-SUMMARY-ISSUED NOT = WS-PERIOD-ISSUED
223300         MOVE 'N' TO WS-TOTALS-AGREE-SW
223400     END-IF.
223500     MOVE 'CONTROL TOTALS' TO SEC-TITLE.
223600     MOVE WS-SECTION-LINE TO RPT-LINE.
223700     WRITE RPT-LINE.
223800     MOVE 'NUMBERS ISSUED IN PERIOD - FIRST PASS' TO TOT-LABEL.
223900     MOVE WS-PERIOD-ISSUED TO TOT-COUNT.
224000     PERFORM 6100-WRITE-TOTAL
224100         THRU 6100-WRITE-TOTAL-EXIT.
224200     MOVE 'NUMBERS ISSUED IN PERIOD - SECOND PASS' TO TOT-LABEL.
224300     MOVE WS-PASS2-ISSUED TO TOT-COUNT.
224400     PERFORM 6100-WRITE-TOTAL
224500         THRU 6100-WRITE-TOTAL-EXIT.
224600     MOVE 'NUMBERS ISSUED PER SERIES SUMMARIES' TO TOT-LABEL.
224700     MOVE WS-SUMMARY-ISSUED TO TOT-COUNT.
224800     PERFORM 6100-WRITE-TOTAL
224900         THRU 6100-WRITE-TOTAL-EXIT.
225000     MOVE 'VALUE HASH - FIRST PASS' TO TOT-LABEL.
225100     MOVE WS-PERIOD-HASH TO TOT-COUNT.
225200     PERFORM 6100-WRITE-TOTAL
225300         THRU 6100-WRITE-TOTAL-EXIT.
225400     MOVE 'VALUE HASH - SECOND PASS' TO TOT-LABEL.
225500     MOVE WS-PASS2-HASH TO TOT-COUNT.
225600     PERFORM 6100-WRITE-TOTAL
225700         THRU 6100-WRITE-TOTAL-EXIT.
225800     MOVE 'UNEXPLAINED GAP RANGES' TO TOT-LABEL.
225900     MOVE WS-GAP-RANGES-TOTAL TO TOT-COUNT.
226000     PERFORM 6100-WRITE-TOTAL
226100         THRU 6100-WRITE-TOTAL-EXIT.
226200     MOVE 'UNEXPLAINED MISSING VALUES' TO TOT-LABEL.
226300     MOVE WS-GAP-VALUES-TOTAL TO TOT-COUNT.
226400     PERFORM 6100-WRITE-TOTAL
226500         THRU 6100-WRITE-TOTAL-EXIT.
226600     MOVE 'DUPLICATE ISSUES' TO TOT-LABEL.
226700     MOVE WS-DUP-TOTAL TO TOT-COUNT.
226800     PERFORM 6100-WRITE-TOTAL
226900         THRU 6100-WRITE-TOTAL-EXIT.
227000     MOVE 'OPERATOR OVERRIDES' TO TOT-LABEL.
227100     MOVE WS-AUD-OVERRIDE-COUNT TO TOT-COUNT.
227200     PERFORM 6100-WRITE-TOTAL
227300         THRU 6100-WRITE-TOTAL-EXIT.
227400     MOVE 'NUMBERS SAMPLED' TO TOT-LABEL.
227500     MOVE WS-SMP-COUNT TO TOT-COUNT.
227600     PERFORM 6100-WRITE-TOTAL
227700         THRU 6100-WRITE-TOTAL-EXIT.
227800     MOVE 'REGISTER RECORDS READ' TO TOT-LABEL.
227900     MOVE WS-REG-READ TO TOT-COUNT.
228000     PERFORM 6100-WRITE-TOTAL
228100         THRU 6100-WRITE-TOTAL-EXIT.
228200     MOVE 'LOG EVENTS READ' TO TOT-LABEL.
228300     MOVE WS-EVENTS-READ TO TOT-COUNT.
228400     PERFORM 6100-WRITE-TOTAL
228500         THRU 6100-WRITE-TOTAL-EXIT.
228600     MOVE 'ARCHIVE MONTHS READ' TO TOT-LABEL.
228700     MOVE WS-ARC-MONTHS-READ TO TOT-COUNT.
228800     PERFORM 6100-WRITE-TOTAL
228900         THRU 6100-WRITE-TOTAL-EXIT.
229000     MOVE 'EXTRACT SUMMARY RECORDS' TO TOT-LABEL.
229100     MOVE WS-AUD-SUMMARY-COUNT TO TOT-COUNT.
229200     PERFORM 6100-WRITE-TOTAL
229300         THRU 6100-WRITE-TOTAL-EXIT.
229400     MOVE 'EXTRACT OVERRIDE RECORDS' TO TOT-LABEL.
229500     MOVE WS-AUD-OVERRIDE-COUNT TO TOT-COUNT.
229600     PERFORM 6100-WRITE-TOTAL
229700         THRU 6100-WRITE-TOTAL-EXIT.
229800     MOVE 'EXTRACT GAP RECORDS' TO TOT-LABEL.
229900     MOVE WS-AUD-GAP-COUNT TO TOT-COUNT.
230000     PERFORM 6100-WRITE-TOTAL
230100         THRU 6100-WRITE-TOTAL-EXIT.
230200     MOVE 'EXTRACT DUPLICATE RECORDS' TO TOT-LABEL.
230300     MOVE WS-AUD-DUP-COUNT TO TOT-COUNT.
230400     PERFORM 6100-WRITE-TOTAL
230500         THRU 6100-WRITE-TOTAL-EXIT.
230600     MOVE 'EXTRACT POSTING RECORDS' TO TOT-LABEL.
230700     MOVE WS-AUD-POSTING-COUNT TO TOT-COUNT.
230800     PERFORM 6100-WRITE-TOTAL
230900         THRU 6100-WRITE-TOTAL-EXIT.
231000     MOVE 'EXTRACT EVENT RECORDS' TO TOT-LABEL.
231100     MOVE WS-AUD-EVENT-COUNT TO TOT-COUNT.
231200     PERFORM 6100-WRITE-TOTAL
231300         THRU 6100-WRITE-TOTAL-EXIT.
231400     MOVE SPACES TO AUD-RECORD.
231500     SET AUD-TRAILER TO TRUE.
231600     MOVE WS-AUD-SUMMARY-COUNT  TO AUD-TRL-SUMMARY-COUNT.
231700     MOVE WS-AUD-OVERRIDE-COUNT TO AUD-TRL-OVERRIDE-COUNT.
231800     MOVE WS-AUD-GAP-COUNT      TO AUD-TRL-GAP-COUNT.
231900     MOVE WS-AUD-DUP-COUNT      TO AUD-TRL-DUP-COUNT.
232000     MOVE WS-AUD-POSTING-COUNT  TO AUD-TRL-POSTING-COUNT.
232100     MOVE WS-AUD-EVENT-COUNT    TO AUD-TRL-EVENT-COUNT.
232200     COMPUTE AUD-TRL-RECORD-COUNT = WS-AUD-RECORD-COUNT + 1.
232300     MOVE WS-PERIOD-ISSUED      TO AUD-TRL-ISSUED-TOTAL.
232400     MOVE WS-PERIOD-HASH        TO AUD-TRL-VALUE-HASH.
232500     MOVE WS-GAP-VALUES-TOTAL   TO AUD-TRL-GAP-VALUES.
232600     MOVE WS-REG-READ           TO AUD-TRL-REG-READ.
232700     PERFORM 7900-WRITE-EXTRACT
232800         THRU 7900-WRITE-EXTRACT-EXIT.
232900     MOVE 'EXTRACT RECORDS INCLUDING TRAILER' TO TOT-LABEL.
233000     MOVE WS-AUD-RECORD-COUNT TO TOT-COUNT.
233100     PERFORM 6100-WRITE-TOTAL
233200         THRU 6100-WRITE-TOTAL-EXIT.
233300     MOVE SPACES TO RPT-LINE.
233400     WRITE RPT-LINE.
233500     MOVE 'CERTIFICATION' TO SEC-TITLE.
233600     MOVE WS-SECTION-LINE TO RPT-LINE.
233700     WRITE RPT-LINE.
233800     MOVE SPACES TO RPT-LINE.
233900     IF WS-TOTALS-AGREE
234000         STRING 'CONTROL TOTALS AGREE - THE EXTRACT ACCOUNTS '
234100             'FOR EVERY NUMBER POSTED TO THE REGISTER IN THE '
234200             'PERIOD'
234300             DELIMITED BY SIZE INTO RPT-LINE
234400     ELSE
234500         STRING 'CONTROL TOTALS DO NOT AGREE - THE REGISTER '
234600             'CHANGED DURING THE RUN - EXTRACT NOT CERTIFIED'
234700             DELIMITED BY SIZE INTO RPT-LINE
234800     END-IF.
234900     WRITE RPT-LINE.
235000     MOVE SPACES TO RPT-LINE.
235100     IF WS-GAPS-PROVEN
235200         STRING 'ALL GAPS AND DUPLICATES IN THE PERIOD ARE '
235300             'LISTED ABOVE'
235400             DELIMITED BY SIZE INTO RPT-LINE
235500     ELSE
235600         STRING 'GAPS CANNOT BE PROVEN - A WORK TABLE OR THE '
235700             'ARCHIVE SEARCH WAS EXCEEDED - SEE NOTES ABOVE'
235800             DELIMITED BY SIZE INTO RPT-LINE
235900     END-IF.
236000     WRITE RPT-LINE.
236100     MOVE SPACES TO RPT-LINE.
236200     WRITE RPT-LINE.
236300     MOVE 'PREPARED BY: ______________________  DATE: ________'
236400         TO RPT-LINE.
236500     WRITE RPT-LINE.
236600     MOVE SPACES TO RPT-LINE.
236700     WRITE RPT-LINE.
236800     MOVE 'REVIEWED BY: ______________________  DATE: ________'
236900         TO RPT-LINE.
237000     WRITE RPT-LINE.
237100 6000-CERTIFY-EXIT.
237200     EXIT.
237300*=============================================================
237400 6100-WRITE-TOTAL.
237500     MOVE WS-TOT-LINE TO RPT-LINE.
237600     WRITE RPT-LINE.
237700 6100-WRITE-TOTAL-EXIT.
237800     EXIT.
237900*=============================================================
238000* 7000-LOCATE-OR-ADD-SERIES - RESOLVE WS-CURRENT-SERIES TO ITS
238100* SERIES ENTRY, CREATING A FRESH ZEROED ENTRY ON FIRST SIGHT.
238200* THE SUBSCRIPT IS LEFT IN WS-SER-SUB FOR THE CALLER.
238300*=============================================================
238400 7000-LOCATE-OR-ADD-SERIES.
238500     MOVE 'N'  TO WS-SERIES-FOUND-SW.
238600     MOVE ZERO TO WS-SER-SUB.
238700     IF WS-SER-COUNT > ZERO
238800         SET WS-SER-IX TO 1
238900         SEARCH WS-SER-ENTRY
239000             AT END
239100                 CONTINUE
239200             WHEN WS-SER-CODE (WS-SER-IX) = WS-CURRENT-SERIES
239300                 AND WS-SER-IX NOT > WS-SER-COUNT
239400                 MOVE 'Y' TO WS-SERIES-FOUND-SW
239500                 SET WS-SER-SUB TO WS-SER-IX
239600         END-SEARCH
239700     END-IF.
239800     IF NOT WS-SERIES-FOUND
239900         IF WS-SER-COUNT >= WS-SER-TABLE-MAX
240000             PERFORM 8200-SERIES-HALT
240100                 THRU 8200-SERIES-HALT-EXIT
240200         END-IF
240300         ADD 1 TO WS-SER-COUNT
240400         MOVE WS-SER-COUNT TO WS-SER-SUB
240500         MOVE WS-CURRENT-SERIES
240600             TO WS-SER-CODE (WS-SER-SUB)
240700         MOVE SPACES TO WS-SER-DESC (WS-SER-SUB)
240800         MOVE 1      TO WS-SER-START (WS-SER-SUB)
240900         MOVE 'N'    TO WS-SER-OPEN-SW (WS-SER-SUB)
241000         MOVE ZEROES TO WS-SER-OPEN-VALUE (WS-SER-SUB)
241100         MOVE ZEROES TO WS-SER-OPEN-CYCLE (WS-SER-SUB)
241200         MOVE 'N'    TO WS-SER-CLOSE-SW (WS-SER-SUB)
241300         MOVE ZEROES TO WS-SER-CLOSE-VALUE (WS-SER-SUB)
241400         MOVE ZEROES TO WS-SER-CLOSE-CYCLE (WS-SER-SUB)
241500         MOVE ZEROES TO WS-SER-ISSUED (WS-SER-SUB)
241600         MOVE ZEROES TO WS-SER-VOIDED (WS-SER-SUB)
241700         MOVE ZEROES TO WS-SER-RSV-SKIPPED (WS-SER-SUB)
241800         MOVE ZEROES TO WS-SER-COL-SKIPPED (WS-SER-SUB)
241900         MOVE ZEROES TO WS-SER-ROLLOVERS (WS-SER-SUB)
242000         MOVE ZEROES TO WS-SER-OVERRIDES (WS-SER-SUB)
242100         MOVE ZEROES TO WS-SER-GAP-RANGES (WS-SER-SUB)
242200         MOVE ZEROES TO WS-SER-GAP-VALUES (WS-SER-SUB)
242300         MOVE ZEROES TO WS-SER-DUPLICATES (WS-SER-SUB)
242400         MOVE 'NOT ON SERIES MASTER'
242500             TO WS-SER-DESC (WS-SER-SUB)
242600         IF WS-SRM-AVAILABLE
242700             PERFORM 7050-READ-SERIES-MASTER
242800                 THRU 7050-READ-SERIES-MASTER-EXIT
242900         END-IF
243000     END-IF.
243100 7000-LOCATE-OR-ADD-SERIES-EXIT.
243200     EXIT.
243300*=============================================================
243400* 7050-READ-SERIES-MASTER - NAME THE NEW ENTRY AND TAKE ITS
243500* STARTING VALUE FROM SRMFILE, WHERE A CHAIN'S FIRST GAP IS
243600* MEASURED FROM.
243700*=============================================================
243800 7050-READ-SERIES-MASTER.
243900     MOVE WS-CURRENT-SERIES TO SRM-SERIES-CODE.
244000     READ SRM-FILE
244100         INVALID KEY
244200             GO TO 7050-READ-SERIES-MASTER-EXIT
244300     END-READ.
244400     MOVE SRM-DESCRIPTION TO WS-SER-DESC (WS-SER-SUB).
244500     IF SRM-START-VALUE > ZERO
244600         MOVE SRM-START-VALUE TO WS-SER-START (WS-SER-SUB)
244700     END-IF.
244800 7050-READ-SERIES-MASTER-EXIT.
244900     EXIT.
245000*=============================================================
245100* 7100-LOCATE-CHAIN - FIND THE CHAIN FOR WS-CURRENT-SERIES
245200* AND WS-CURRENT-CYCLE; THE SUBSCRIPT IS LEFT IN WS-CHN-SUB.
245300*=============================================================
245400 7100-LOCATE-CHAIN.
245500     MOVE 'N'  TO WS-CHAIN-FOUND-SW.
245600     MOVE ZERO TO WS-CHN-SUB.
245700     IF WS-CHN-COUNT > ZERO
245800         SET WS-CHN-IX TO 1
245900         SEARCH WS-CHN-ENTRY
246000             AT END
246100                 CONTINUE
246200             WHEN WS-CHN-SERIES (WS-CHN-IX) = WS-CURRENT-SERIES
246300                 AND WS-CHN-CYCLE (WS-CHN-IX) = WS-CURRENT-CYCLE
246400                 AND WS-CHN-IX NOT > WS-CHN-COUNT
246500                 MOVE 'Y' TO WS-CHAIN-FOUND-SW
246600                 SET WS-CHN-SUB TO WS-CHN-IX
246700         END-SEARCH
246800     END-IF.
246900 7100-LOCATE-CHAIN-EXIT.
247000     EXIT.
247100*=============================================================
247200 7500-FIND-COLLISION.
247300     MOVE 'N' TO WS-COLLISION-FOUND-SW.
247400     IF WS-COL-COUNT > ZERO
247500         SET WS-COL-IX TO 1
247600         SEARCH WS-COL-ENTRY
247700             AT END
247800                 CONTINUE
247900             WHEN WS-COL-SEQ-VALUE (WS-COL-IX) = WS-GAP-VALUE
248000                 AND WS-COL-SERIES (WS-COL-IX)
248100                     = WS-CURRENT-SERIES
248200                 AND WS-COL-IX NOT > WS-COL-COUNT
248300                 MOVE 'Y' TO WS-COLLISION-FOUND-SW
248400         END-SEARCH
248500     END-IF.
248600 7500-FIND-COLLISION-EXIT.
248700     EXIT.
248800*=============================================================
248900* 7600-FIND-RESERVED - A SKIPPED VALUE INSIDE A RESERVED
249000* BLOCK IN FORCE DURING THE PERIOD IS A DELIBERATE JUMP.
249100*=============================================================
249200 7600-FIND-RESERVED.
249300     MOVE 'N' TO WS-RESERVED-FOUND-SW.
249400     IF WS-RSV-COUNT > ZERO
249500         SET WS-RSV-IX TO 1
249600         SEARCH WS-RSV-ENTRY
249700             AT END
249800                 CONTINUE
249900             WHEN WS-RSV-SERIES (WS-RSV-IX)
250000                     = WS-CURRENT-SERIES
250100                 AND WS-GAP-VALUE
250200                     NOT < WS-RSV-FROM (WS-RSV-IX)
250300                 AND WS-GAP-VALUE
250400                     NOT > WS-RSV-TO (WS-RSV-IX)
250500                 AND WS-RSV-IX NOT > WS-RSV-COUNT
250600                 MOVE 'Y' TO WS-RESERVED-FOUND-SW
250700         END-SEARCH
250800     END-IF.
250900 7600-FIND-RESERVED-EXIT.
251000     EXIT.
251100*=============================================================
251200* 7700-FIND-BLOCK - A SKIPPED VALUE INSIDE A BRANCH BLOCK OF
251300* THE SAME CYCLE WAS HANDED TO THE BRANCH, NOT LOST.
251400*=============================================================
251500 7700-FIND-BLOCK.
251600     MOVE 'N' TO WS-BLOCK-FOUND-SW.
251700     IF WS-BLK-COUNT > ZERO
251800         SET WS-BLK-IX TO 1
251900         SEARCH WS-BLK-ENTRY
252000             AT END
252100                 CONTINUE
252200             WHEN WS-BLK-SERIES (WS-BLK-IX)
252300                     = WS-CURRENT-SERIES
252400                 AND WS-BLK-CYCLE (WS-BLK-IX)
252500                     = WS-CURRENT-CYCLE
252600                 AND WS-GAP-VALUE
252700                     NOT < WS-BLK-FROM (WS-BLK-IX)
252800                 AND WS-GAP-VALUE
252900                     NOT > WS-BLK-TO (WS-BLK-IX)
253000                 AND WS-BLK-IX NOT > WS-BLK-COUNT
253100                 MOVE 'Y' TO WS-BLOCK-FOUND-SW
253200         END-SEARCH
253300     END-IF.
253400 7700-FIND-BLOCK-EXIT.
253500     EXIT.
253600*=============================================================
253700 7800-FIND-ROLLOVER.
253800     MOVE 'N' TO WS-ROLLOVER-FOUND-SW.
253900     IF WS-ROL-COUNT > ZERO
254000         SET WS-ROL-IX TO 1
254100         SEARCH WS-ROL-ENTRY
254200             AT END
254300                 CONTINUE
254400             WHEN WS-ROL-SERIES (WS-ROL-IX)
254500                     = WS-CURRENT-SERIES
254600                 AND WS-ROL-CYCLE (WS-ROL-IX)
254700                     = WS-CURRENT-CYCLE
254800                 AND WS-ROL-IX NOT > WS-ROL-COUNT
254900                 MOVE 'Y' TO WS-ROLLOVER-FOUND-SW
255000         END-SEARCH
255100     END-IF.
255200 7800-FIND-ROLLOVER-EXIT.
255300     EXIT.
255400*=============================================================
255500 7850-FIND-VOID.
255600     MOVE 'N' TO WS-VOID-FOUND-SW.
255700     IF WS-VOD-COUNT > ZERO
255800         SET WS-VOD-IX TO 1
255900         SEARCH WS-VOD-ENTRY
256000             AT END
256100                 CONTINUE
256200             WHEN WS-VOD-SEQ-VALUE (WS-VOD-IX) = REG-SEQ-VALUE
256300                 AND WS-VOD-SERIES (WS-VOD-IX)
256400                     = REG-SERIES-CODE
256500                 AND WS-VOD-IX NOT > WS-VOD-COUNT
256600                 MOVE 'Y' TO WS-VOID-FOUND-SW
256700         END-SEARCH
256800     END-IF.
256900 7850-FIND-VOID-EXIT.
257000     EXIT.
257100*=============================================================
257200* 7900-WRITE-EXTRACT - EVERY EXTRACT RECORD GOES OUT HERE SO
257300* THE CONTROL COUNTS CANNOT DRIFT FROM WHAT WAS WRITTEN.
257400*=============================================================
257500 7900-WRITE-EXTRACT.
257600     EVALUATE TRUE
257700         WHEN AUD-SUMMARY
257800             ADD 1 TO WS-AUD-SUMMARY-COUNT
257900         WHEN AUD-OVERRIDE
258000             ADD 1 TO WS-AUD-OVERRIDE-COUNT
258100         WHEN AUD-GAP
258200             ADD 1 TO WS-AUD-GAP-COUNT
258300         WHEN AUD-DUPLICATE
258400             ADD 1 TO WS-AUD-DUP-COUNT
258500         WHEN AUD-POSTING
258600             ADD 1 TO WS-AUD-POSTING-COUNT
258700         WHEN AUD-EVENT
258800             ADD 1 TO WS-AUD-EVENT-COUNT
258900         WHEN OTHER
259000             CONTINUE
259100     END-EVALUATE.
259200     WRITE AUD-RECORD.
259300     ADD 1 TO WS-AUD-RECORD-COUNT.
259400 7900-WRITE-EXTRACT-EXIT.
259500     EXIT.
259600*=============================================================
259700 7950-MOVE-EVENT-FIELDS.
259800     MOVE WS-ARC-DATE        TO AUD-EVT-DATE.
259900     MOVE WS-ARC-TIME        TO AUD-EVT-TIME.
260000     MOVE WS-ARC-SEQ-VALUE   TO AUD-EVT-SEQ-VALUE.
260100     MOVE WS-ARC-EVENT-TYPE  TO AUD-EVT-TYPE.
260200     MOVE WS-ARC-RUN-ID      TO AUD-EVT-RUN-ID.
260300     MOVE WS-ARC-OPERATOR-ID TO AUD-EVT-OPERATOR-ID.
260400     MOVE WS-ARC-MESSAGE     TO AUD-EVT-MESSAGE.
260500 7950-MOVE-EVENT-FIELDS-EXIT.
260600     EXIT.
260700*=============================================================
260800* 8100-REGISTER-HALT - WITHOUT THE REGISTER THERE IS NOTHING
260900* TO AUDIT.
261000*=============================================================
261100 8100-REGISTER-HALT.
261200     DISPLAY 'SEQAUD00 HALT - REGISTER FILE WILL NOT OPEN, '
261300         'STATUS ' WS-REG-FILE-STATUS.
261400     MOVE SPACES TO RPT-LINE.
261500     STRING 'REGISTER FILE WILL NOT OPEN, STATUS '
261600         WS-REG-FILE-STATUS ' - NO EXTRACT PRODUCED'
261700         DELIMITED BY SIZE INTO RPT-LINE.
261800     WRITE RPT-LINE.
261900     CLOSE RPT-FILE.
262000     MOVE 'H' TO WS-JRN-STATUS-CODE.
262100     MOVE '8100-REGISTER-HALT' TO WS-JRN-HALT-PARA.
262200     PERFORM 9500-WRITE-JOURNAL
262300         THRU 9500-WRITE-JOURNAL-EXIT.
262400     MOVE 16 TO RETURN-CODE.
262500     STOP RUN.
262600 8100-REGISTER-HALT-EXIT.
262700     EXIT.
262800*=============================================================
262900* 8200-SERIES-HALT - MORE DISTINCT SERIES CODES THAN THE
263000* SERIES TABLE HOLDS. THE PACKAGE WOULD BE INCOMPLETE, SO
263100* THE JOB HALTS FOR OPERATIONS AS SEQBAL00 DOES.
263200*=============================================================
263300 8200-SERIES-HALT.
263400     DISPLAY 'SEQAUD00 HALT - MORE SERIES CODES THAN '
263500         'THE SERIES TABLE HOLDS'.
263600     MOVE 'H' TO WS-JRN-STATUS-CODE.
263700     MOVE '8200-SERIES-HALT' TO WS-JRN-HALT-PARA.
263800     PERFORM 9500-WRITE-JOURNAL
263900         THRU 9500-WRITE-JOURNAL-EXIT.
264000     MOVE 16 TO RETURN-CODE.
264100     STOP RUN.
264200 8200-SERIES-HALT-EXIT.
264300     EXIT.
264400*=============================================================
264500* 9000-TERMINATE - CLOSE DOWN. ANY UNEXPLAINED GAP OR
264600* DUPLICATE, OR A PACKAGE THAT CANNOT BE CERTIFIED OR PROVEN,
264700* ENDS THE STEP WITH A WARNING SO OPERATIONS SEE IT.
264800*=============================================================
264900 9000-TERMINATE.
265000     CLOSE REG-FILE.
265100     IF WS-SRM-AVAILABLE
265200         CLOSE SRM-FILE
265300     END-IF.
265400     CLOSE AUD-FILE.
265500     CLOSE RPT-FILE.
265600     IF WS-GAP-RANGES-TOTAL > ZERO
265700         OR WS-DUP-TOTAL > ZERO
265800         OR NOT WS-TOTALS-AGREE
265900         OR NOT WS-GAPS-PROVEN
266000         MOVE 'W' TO WS-JRN-STATUS-CODE
266100         MOVE 8 TO RETURN-CODE
266200     END-IF.
266300     PERFORM 9500-WRITE-JOURNAL
266400         THRU 9500-WRITE-JOURNAL-EXIT.
266500 9000-TERMINATE-EXIT.
266600     EXIT.
266700*=============================================================
266800* 9500-WRITE-JOURNAL - APPEND THE CLOSE-OUT RECORD THE MORNING
266900* STATUS CHECK READS. RECORDS IN ARE THE REGISTER RECORDS
267000* READ, RECORDS OUT THE EXTRACT RECORDS WRITTEN; DUPLICATES
267100* ARE REPORTED AS REJECTS AND GAP RANGES AS EXCEPTIONS.
267200*=============================================================
267300 9500-WRITE-JOURNAL.
267400     OPEN EXTEND JRN-FILE.
267500     IF WS-JRN-FILE-STATUS = '35'
267600         OPEN OUTPUT JRN-FILE
267700     END-IF.
267800     ACCEPT WS-JRN-END-TIME FROM TIME.
267900     MOVE SPACES TO JRN-RECORD.
268000     MOVE WS-RUN-ID           TO JRN-RUN-ID.
268100     MOVE WS-TODAY            TO JRN-BUS-DATE.
268200     MOVE WS-NOW              TO JRN-START-TIME.
268300     MOVE WS-JRN-END-TIME     TO JRN-END-TIME.
268400     MOVE WS-REG-READ         TO JRN-RECORDS-IN.
268500     MOVE WS-AUD-RECORD-COUNT TO JRN-RECORDS-OUT.
268600     MOVE WS-DUP-TOTAL        TO JRN-REJECT-COUNT.
268700     MOVE WS-GAP-RANGES-TOTAL TO JRN-EXCEPTION-COUNT.
268800     MOVE WS-JRN-STATUS-CODE  TO JRN-STATUS.
268900     MOVE WS-JRN-HALT-PARA    TO JRN-HALT-PARA.
269000     WRITE JRN-RECORD.
269100     CLOSE JRN-FILE.
269200 9500-WRITE-JOURNAL-EXIT.
269300     EXIT.
