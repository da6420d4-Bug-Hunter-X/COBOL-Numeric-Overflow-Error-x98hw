000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SEQBLK00.
000300 AUTHOR.        J H MARSH.
000400 INSTALLATION.  DAILY LEDGER SEQUENCE CONTROL.
000500 DATE-WRITTEN.  2026-10-08.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  ---------  ----  --------------------------------------
001200*  2026-10-08 JHM   ORIGINAL VERSION. A BRANCH WORKING
001300*                   OFFLINE THROUGH AN OUTAGE CANNOT WAIT ON
001400*                   SEQONE00 OR THE NIGHTLY RUN, SO IT IS
001500*                   HANDED A BLOCK OF NUMBERS IN ADVANCE.
001600*                   THIS JOB, HOLDING THE LOKFILE MARK FOR
001700*                   THE WHOLE RUN, DOES THREE THINGS IN
001800*                   ORDER: POSTS THE BLKUSE RETURN FEED (EACH
001900*                   BLOCK VALUE A BRANCH USED GOES TO THE
002000*                   REGISTER AND THE OPEN LEDGER WITH THE
002100*                   BRANCH'S TRANSACTION KEY AND CHECK
002200*                   DIGIT), VOIDS EVERY UNREPORTED VALUE IN A
002300*                   BLOCK PAST ITS EXPIRY DATE (WITH THE
002400*                   SAME 'V' EVENT SEQGEN00 LOGS), THEN CARVES
002500*                   THE BLKREQ REQUESTS OUT OF THE LIVE
002600*                   COUNTERS. A BLOCK IS CONTIGUOUS: IT SKIPS
002700*                   A RESERVED BLOCK OR A LEDGER COLLISION
002800*                   ONLY AHEAD OF ITS FIRST VALUE (LOGGED AS
002900*                   SEQONE00 LOGS THEM) AND OTHERWISE STOPS
003000*                   SHORT AT ONE. CTRFILE AND RCNFILE MOVE
003100*                   PAST THE BLOCK THE SAME WAY A DESK ISSUE
003200*                   MOVES THEM, AND THE BLOCK IS KEPT ON
003300*                   BLKFILE WITH ITS HOLDER AND EXPIRY SO
003400*                   SEQBAL00 CAN EXPLAIN THE VALUES NOT YET
003500*                   REPORTED. CLOSED BLOCKS AGE OFF BLKFILE
003600*                   AFTER THE RETENTION PERIOD.
003601*  2026-10-14 JHM   INTRADAY CYCLES. THE DAY CYCLE AND DAY
003602*                   COUNT ON EVERY CONTROL RECORD ARE WRITTEN
003603*                   BACK AS READ, AND THE BLOCK'S REGISTER
003604*                   POSTINGS CARRY DAY CYCLE ZERO - A BRANCH
003605*                   BLOCK IS NOT PART OF ANY ISSUANCE CYCLE.
003606*  2026-10-15 JHM   A LEDGER VOID ON EXPIRY THAT CANNOT BE
003607*                   WRITTEN OR REWRITTEN IS DISPLAYED WITH
003608*                   ITS KEY AND COUNTED AS AN EXCEPTION.
003700*-----------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CTR-FILE      ASSIGN TO CTRFILE
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS  IS WS-CTR-FILE-STATUS.
004700     SELECT RCN-FILE      ASSIGN TO RCNFILE
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS  IS WS-RCN-FILE-STATUS.
005000     SELECT OPN-FILE      ASSIGN TO OPNFILE
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE  IS DYNAMIC
005300         RECORD KEY   IS OPN-KEY
005400         FILE STATUS  IS WS-OPN-FILE-STATUS.
005500     SELECT REG-FILE      ASSIGN TO REGFILE
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE  IS DYNAMIC
005800         RECORD KEY   IS REG-KEY
005900         ALTERNATE RECORD KEY IS REG-TRN-KEY
006000             WITH DUPLICATES
006100         FILE STATUS  IS WS-REG-FILE-STATUS.
006200     SELECT SRM-FILE      ASSIGN TO SRMFILE
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE  IS DYNAMIC
006500         RECORD KEY   IS SRM-SERIES-CODE
006600         FILE STATUS  IS WS-SRM-FILE-STATUS.
006700     SELECT EXC-FILE      ASSIGN TO EXCFILE
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS  IS WS-EXC-FILE-STATUS.
007000     SELECT LOK-FILE      ASSIGN TO LOKFILE
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS  IS WS-LOK-FILE-STATUS.
007300     SELECT CAL-FILE      ASSIGN TO CALFILE
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS  IS WS-CAL-FILE-STATUS.
007600     SELECT RSV-FILE      ASSIGN TO RSVFILE
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS  IS WS-RSV-FILE-STATUS.
007900     SELECT JRN-FILE      ASSIGN TO JRNFILE
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS  IS WS-JRN-FILE-STATUS.
008200     SELECT BLK-FILE      ASSIGN TO BLKFILE
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS  IS WS-BLK-FILE-STATUS.
008500     SELECT BRQ-FILE      ASSIGN TO BLKREQ
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS  IS WS-BRQ-FILE-STATUS.
008800     SELECT BLU-FILE      ASSIGN TO BLKUSE
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS  IS WS-BLU-FILE-STATUS.
009100     SELECT RPT-FILE      ASSIGN TO BLKRPT
009200         ORGANIZATION IS LINE SEQUENTIAL.
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  CTR-FILE
009600     RECORD IS VARYING IN SIZE FROM 19 TO 40 CHARACTERS
009700     DEPENDING ON WS-CTR-RECORD-LENGTH.
009800 COPY CTRREC01.
009900 FD  RCN-FILE.
010000 COPY RCNREC01.
010100 FD  OPN-FILE.
010200 COPY OPNREC01.
010300 FD  REG-FILE.
010400 COPY REGREC01.
010500 FD  SRM-FILE.
010600 COPY SRMREC01.
010700 FD  EXC-FILE.
010800 COPY EXCREC01.
010900 FD  LOK-FILE.
011000 COPY LOKREC01.
011100 FD  CAL-FILE.
011200 COPY CALREC01.
011300 FD  RSV-FILE.
011400 COPY RSVREC01.
011500 FD  JRN-FILE.
011600 COPY JRNREC01.
011700 FD  BLK-FILE.
011800 COPY BLKREC01.
011900 FD  BRQ-FILE.
012000 COPY BRQREC01.
012100 FD  BLU-FILE.
012200 COPY BLUREC01.
012300 FD  RPT-FILE
012400     RECORD CONTAINS 132 CHARACTERS.
012500 01  RPT-LINE                    PIC X(132).
012600 WORKING-STORAGE SECTION.
012700 01  WS-CTR-FILE-STATUS          PIC X(02) VALUE SPACES.
012800 01  WS-RCN-FILE-STATUS          PIC X(02) VALUE SPACES.
012900 01  WS-OPN-FILE-STATUS          PIC X(02) VALUE SPACES.
013000 01  WS-REG-FILE-STATUS          PIC X(02) VALUE SPACES.
013100 01  WS-SRM-FILE-STATUS          PIC X(02) VALUE SPACES.
013200 01  WS-EXC-FILE-STATUS          PIC X(02) VALUE SPACES.
013300 01  WS-LOK-FILE-STATUS          PIC X(02) VALUE SPACES.
013400 01  WS-CAL-FILE-STATUS          PIC X(02) VALUE SPACES.
013500 01  WS-RSV-FILE-STATUS          PIC X(02) VALUE SPACES.
013600 01  WS-JRN-FILE-STATUS          PIC X(02) VALUE SPACES.
013700 01  WS-BLK-FILE-STATUS          PIC X(02) VALUE SPACES.
013800 01  WS-BRQ-FILE-STATUS          PIC X(02) VALUE SPACES.
013900 01  WS-BLU-FILE-STATUS          PIC X(02) VALUE SPACES.
014000 01  WS-JRN-STATUS-CODE          PIC X(01) VALUE 'C'.
014100 01  WS-JRN-HALT-PARA            PIC X(20) VALUE SPACES.
014200 01  WS-JRN-END-TIME             PIC 9(06) VALUE ZEROES.
014300 01  WS-CTR-RECORD-LENGTH        PIC 9(05) COMP VALUE 40.
014400 01  WS-SWITCHES.
014500     05  WS-CTR-EOF-SW           PIC X(01) VALUE 'N'.
014600         88  WS-CTR-EOF               VALUE 'Y'.
014700     05  WS-RCN-EOF-SW           PIC X(01) VALUE 'N'.
014800         88  WS-RCN-EOF               VALUE 'Y'.
014900     05  WS-OPN-EOF-SW           PIC X(01) VALUE 'N'.
015000         88  WS-OPN-EOF               VALUE 'Y'.
015100     05  WS-CAL-EOF-SW           PIC X(01) VALUE 'N'.
015200         88  WS-CAL-EOF               VALUE 'Y'.
015300     05  WS-RSV-EOF-SW           PIC X(01) VALUE 'N'.
015400         88  WS-RSV-EOF               VALUE 'Y'.
015500     05  WS-BLK-EOF-SW           PIC X(01) VALUE 'N'.
015600         88  WS-BLK-EOF               VALUE 'Y'.
015700     05  WS-BRQ-EOF-SW           PIC X(01) VALUE 'N'.
015800         88  WS-BRQ-EOF               VALUE 'Y'.
015900     05  WS-BLU-EOF-SW           PIC X(01) VALUE 'N'.
016000         88  WS-BLU-EOF               VALUE 'Y'.
016100     05  WS-SERIES-FOUND-SW      PIC X(01) VALUE 'N'.
016200         88  WS-SERIES-FOUND          VALUE 'Y'.
016300     05  WS-RCN-FOUND-SW         PIC X(01) VALUE 'N'.
016400         88  WS-RCN-FOUND             VALUE 'Y'.
016500     05  WS-COLLISION-FOUND-SW   PIC X(01) VALUE 'N'.
016600         88  WS-COLLISION-FOUND       VALUE 'Y'.
016700     05  WS-RESERVED-FOUND-SW    PIC X(01) VALUE 'N'.
016800         88  WS-RESERVED-FOUND        VALUE 'Y'.
016900     05  WS-BLOCK-FOUND-SW       PIC X(01) VALUE 'N'.
017000         88  WS-BLOCK-FOUND           VALUE 'Y'.
017100     05  WS-LOCK-HELD-SW         PIC X(01) VALUE 'N'.
017200         88  WS-LOCK-HELD             VALUE 'Y'.
017300     05  WS-SRM-AVAIL-SW         PIC X(01) VALUE 'N'.
017400         88  WS-SRM-AVAILABLE         VALUE 'Y'.
017500     05  WS-SRM-OK-SW            PIC X(01) VALUE 'Y'.
017600         88  WS-SRM-OK                VALUE 'Y'.
017700     05  WS-CARVE-STOP-SW        PIC X(01) VALUE 'N'.
017800         88  WS-CARVE-STOPPED         VALUE 'Y'.
017900     05  WS-VALUE-USED-SW        PIC X(01) VALUE 'N'.
018000         88  WS-VALUE-USED            VALUE 'Y'.
018100*-----------------------------------------------------------
018200* PER-SERIES COUNTER TABLE - LOADED ONCE UNDER THE LOCK AND
018300* WRITTEN BACK WHOLE AT END OF JOB WHEN A BLOCK WAS CARVED,
018400* THE SAME TABLE AND LEGACY-LINE HANDLING AS SEQONE00.
018500*-----------------------------------------------------------
018600 01  WS-SERIES-COUNT             PIC 9(03) COMP VALUE ZERO.
018700 01  WS-SERIES-TABLE-MAX         PIC 9(03) COMP VALUE 010.
018800 01  WS-SERIES-TABLE.
018900     05  WS-SER-ENTRY            OCCURS 10 TIMES
019000                                 INDEXED BY WS-SER-IX.
019100         10  WS-SER-CODE         PIC X(01).
019200         10  WS-SER-LAST-ISSUED  PIC 9(07).
019300         10  WS-SER-CYCLE-COUNT  PIC 9(05).
019400         10  WS-SER-MAX          PIC 9(07).
019500 01  WS-SER-SUB                  PIC 9(03) COMP VALUE ZERO.
019600 01  WS-SER-WRITE-SUB            PIC 9(03) COMP VALUE ZERO.
019700 01  WS-CURRENT-SERIES           PIC X(01) VALUE SPACE.
019800 77  WS-DEFAULT-SERIES-MAX       PIC 9(07) VALUE 9999999.
019900*-----------------------------------------------------------
020000* PRIOR-RUN CONTROL TABLE - ONLY A CARVED SERIES' LAST-ISSUED
020100* MOVES FORWARD, SO THE NEXT SEQGEN00 RUN RECONCILES CLEANLY.
020200*-----------------------------------------------------------
020300 01  WS-RCN-COUNT                PIC 9(03) COMP VALUE ZERO.
020400 01  WS-RCN-TABLE.
020500     05  WS-RCNT-ENTRY           OCCURS 10 TIMES.
020600         10  WS-RCNT-CODE        PIC X(01).
020700         10  WS-RCNT-DATE        PIC 9(08).
020800         10  WS-RCNT-LAST        PIC 9(07).
020900         10  WS-RCNT-CYCLE       PIC 9(05).
021000         10  WS-RCNT-REC-COUNT   PIC 9(07).
021010         10  WS-RCNT-DAY-CYCLE   PIC X(02).
021020         10  WS-RCNT-DAY-COUNT   PIC X(07).
021100 01  WS-RCNT-SUB                 PIC 9(03) COMP VALUE ZERO.
021200*-----------------------------------------------------------
021300* RESERVED-BLOCK TABLE - THE RSVFILE BLOCKS ACTIVE ON THIS
021400* BUSINESS DATE. A BRANCH BLOCK NEVER OVERLAPS ONE.
021500*-----------------------------------------------------------
021600 01  WS-RSV-COUNT                PIC 9(03) COMP VALUE ZERO.
021700 01  WS-RSV-TABLE-MAX            PIC 9(03) COMP VALUE 050.
021800 01  WS-RSV-TABLE.
021900     05  WS-RSV-ENTRY            OCCURS 50 TIMES
022000                                 INDEXED BY WS-RSV-IX.
022100         10  WS-RSV-SERIES       PIC X(01).
022200         10  WS-RSV-FROM         PIC 9(07).
022300         10  WS-RSV-TO           PIC 9(07).
022400         10  WS-RSV-REASON       PIC X(20).
022500 01  WS-RSV-SUB                  PIC 9(03) COMP VALUE ZERO.
022600*-----------------------------------------------------------
022700* BRANCH BLOCK TABLE - THE WHOLE OF BLKFILE IN FILE ORDER,
022800* EACH ENTRY THE SAME LAYOUT AS BLKREC01 SO A LINE IS CARRIED
022900* THROUGH UNCHANGED UNLESS THIS RUN TOUCHES IT. NEW BLOCKS ARE
023000* ADDED AT THE END. A FILE TOO BIG FOR THE TABLE HALTS BEFORE
023100* ANYTHING IS CHANGED RATHER THAN LOSE THE BLOCKS IT COULD
023200* NOT HOLD.
023300*-----------------------------------------------------------
023400 01  WS-BT-COUNT                 PIC 9(05) COMP VALUE ZERO.
023500 01  WS-BT-TABLE-MAX             PIC 9(05) COMP VALUE 00500.
023600 01  WS-BT-TABLE.
023700     05  WS-BT-ENTRY             OCCURS 500 TIMES
023800                                 INDEXED BY WS-BT-IX.
023900         10  WS-BT-SERIES        PIC X(01).
024000         10  WS-BT-CYCLE         PIC 9(05).
024100         10  WS-BT-FROM          PIC 9(07).
024200         10  WS-BT-TO            PIC 9(07).
024300         10  WS-BT-BRANCH        PIC X(08).
024400         10  WS-BT-ALLOC-DATE    PIC 9(08).
024500         10  WS-BT-ALLOC-TIME    PIC 9(06).
024600         10  WS-BT-EXPIRY        PIC 9(08).
024700         10  WS-BT-STATUS        PIC X(01).
024800             88  WS-BT-ACTIVE         VALUE 'A'.
024900             88  WS-BT-COMPLETE       VALUE 'C'.
025000             88  WS-BT-EXPIRED        VALUE 'E'.
025100         10  WS-BT-USED          PIC 9(07).
025200         10  WS-BT-VOIDED        PIC 9(07).
025300         10  WS-BT-CLOSED-DATE   PIC 9(08).
025400         10  FILLER              PIC X(07).
025500 01  WS-BT-SUB                   PIC 9(05) COMP VALUE ZERO.
025600 01  WS-BT-WRITE-SUB             PIC 9(05) COMP VALUE ZERO.
025700*-----------------------------------------------------------
025800* LIMITS - THE LARGEST BLOCK ONE REQUEST MAY TAKE, AND HOW
025900* MANY DAYS A COMPLETE OR EXPIRED BLOCK STAYS ON BLKFILE
026000* AFTER IT CLOSED, THE SAME RETENTION SEQOPN00 GIVES A
026100* CLOSED LEDGER ENTRY.
026200*-----------------------------------------------------------
026300 77  WS-BLK-MAX-QUANTITY         PIC 9(05) COMP VALUE 05000.
026400 77  WS-RETENTION-DAYS           PIC 9(05) COMP VALUE 00090.
026500 01  WS-TODAY-INTEGER            PIC 9(08) COMP VALUE ZERO.
026600 01  WS-CLOSED-AGE-DAYS          PIC 9(08) COMP VALUE ZERO.
026700*-----------------------------------------------------------
026800* USAGE, EXPIRY AND CARVING WORK FIELDS
026900*-----------------------------------------------------------
027000 01  WS-USE-VALUE                PIC 9(07) VALUE ZEROES.
027100 01  WS-USE-DATE                 PIC 9(08) VALUE ZEROES.
027200 01  WS-VOID-VALUE               PIC 9(07) VALUE ZEROES.
027300 01  WS-BLK-QUANTITY             PIC 9(05) VALUE ZEROES.
027400 01  WS-BLK-TAKEN                PIC 9(05) VALUE ZEROES.
027500 01  WS-BLK-FROM                 PIC 9(07) VALUE ZEROES.
027600 01  WS-CANDIDATE                PIC 9(07) VALUE ZEROES.
027700 01  WS-NEXT-VALUE               PIC 9(07) VALUE ZEROES.
027800 01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
027900 01  WS-BLOCK-NOTE               PIC X(30) VALUE SPACES.
028000*-----------------------------------------------------------
028100* RUN CONTROLS AND TALLIES
028200*-----------------------------------------------------------
028300 01  WS-USAGE-READ               PIC 9(07) COMP VALUE ZERO.
028400 01  WS-USAGE-POSTED             PIC 9(07) COMP VALUE ZERO.
028500 01  WS-USAGE-REJECTED           PIC 9(07) COMP VALUE ZERO.
028600 01  WS-BLOCKS-EXPIRED           PIC 9(07) COMP VALUE ZERO.
028700 01  WS-VALUES-VOIDED            PIC 9(07) COMP VALUE ZERO.
028800 01  WS-REQUESTS-READ            PIC 9(07) COMP VALUE ZERO.
028900 01  WS-BLOCKS-ALLOCATED         PIC 9(07) COMP VALUE ZERO.
029000 01  WS-VALUES-ALLOCATED         PIC 9(07) COMP VALUE ZERO.
029100 01  WS-REQUESTS-REJECTED        PIC 9(07) COMP VALUE ZERO.
029200 01  WS-BLOCKS-PURGED            PIC 9(07) COMP VALUE ZERO.
029300 01  WS-EXCEPTIONS-RAISED        PIC 9(07) COMP VALUE ZERO.
029400 01  WS-LOCK-RUN-ID              PIC X(08) VALUE SPACES.
029500 01  WS-LOCK-RUN-DATE            PIC 9(08) VALUE ZEROES.
029600 01  WS-LOCK-RUN-TIME            PIC 9(06) VALUE ZEROES.
029700 01  WS-HALT-MESSAGE             PIC X(80) VALUE SPACES.
029800 01  WS-RUN-ID                   PIC X(08) VALUE 'SEQBLK00'.
029900 01  WS-TODAY                    PIC 9(08).
030000 01  WS-NOW                      PIC 9(06).
030100 01  WS-CURRENT-DATE             PIC 9(08).
030200*-----------------------------------------------------------
030300* CHECK DIGIT WORK AREA - MODULUS 10 OVER THE SEVEN DIGITS OF
030400* A SEQUENCE VALUE, WEIGHTS 2 AND 1 ALTERNATING FROM THE
030500* RIGHTMOST DIGIT, A TWO-DIGIT PRODUCT CAST OUT BY NINE. IT
030600* CATCHES EVERY SINGLE MIS-KEYED DIGIT AND NEARLY EVERY
030700* TRANSPOSITION OF TWO ADJACENT DIGITS.
030800*-----------------------------------------------------------
030900 01  WS-CD-VALUE                 PIC 9(07) VALUE ZEROES.
031000 01  WS-CD-VALUE-DIGITS REDEFINES WS-CD-VALUE.
031100     05  WS-CD-VALUE-DIGIT       PIC 9(01) OCCURS 7 TIMES.
031200 01  WS-CD-WEIGHTS               PIC X(07) VALUE '2121212'.
031300 01  WS-CD-WEIGHT-TABLE REDEFINES WS-CD-WEIGHTS.
031400     05  WS-CD-WEIGHT            PIC 9(01) OCCURS 7 TIMES.
031500 01  WS-CD-SUB                   PIC 9(03) COMP VALUE ZERO.
031600 01  WS-CD-PRODUCT               PIC 9(02) VALUE ZERO.
031700 01  WS-CD-SUM                   PIC 9(03) VALUE ZERO.
031800 01  WS-CD-QUOTIENT              PIC 9(03) VALUE ZERO.
031900 01  WS-CD-REMAINDER             PIC 9(01) VALUE ZERO.
032000 01  WS-CD-DIGIT                 PIC 9(01) VALUE ZERO.
032100*-----------------------------------------------------------
032200* REPORT LINE LAYOUTS
032300*-----------------------------------------------------------
032400 01  WS-HDG-LINE-1.
032500     05  FILLER                  PIC X(34)
032600             VALUE 'SEQBLK00 BRANCH NUMBER BLOCKS'.
032700     05  FILLER                  PIC X(15)
032800             VALUE 'BUSINESS DATE: '.
032900     05  HDG-BUS-DATE            PIC 9(08).
033000     05  FILLER                  PIC X(04) VALUE SPACES.
033100     05  FILLER                  PIC X(05) VALUE 'RUN: '.
033200     05  HDG-RUN-DATE            PIC 9(08).
033300     05  FILLER                  PIC X(01) VALUE SPACE.
033400     05  HDG-RUN-TIME            PIC 9(06).
033500 01  WS-SECTION-LINE.
033600     05  FILLER                  PIC X(04) VALUE '*** '.
033700     05  SEC-TITLE               PIC X(40).
033800 01  WS-BLK-HDG-LINE.
033900     05  FILLER                  PIC X(04) VALUE 'SER'.
034000     05  FILLER                  PIC X(07) VALUE 'CYCLE'.
034100     05  FILLER                  PIC X(11) VALUE 'FROM'.
034200     05  FILLER                  PIC X(11) VALUE 'TO'.
034300     05  FILLER                  PIC X(10) VALUE 'BRANCH'.
034400     05  FILLER                  PIC X(10) VALUE 'EXPIRES'.
034500     05  FILLER                  PIC X(04) VALUE 'ST'.
034600     05  FILLER                  PIC X(09) VALUE 'USED'.
034700     05  FILLER                  PIC X(09) VALUE 'VOIDED'.
034800     05  FILLER                  PIC X(30) VALUE 'NOTE'.
034900 01  WS-BLK-LINE.
035000     05  DET-SERIES              PIC X(01).
035100     05  FILLER                  PIC X(03) VALUE SPACES.
035200     05  DET-CYCLE               PIC 9(05).
035300     05  FILLER                  PIC X(02) VALUE SPACES.
035400     05  DET-FROM                PIC 9(07).
035500     05  DET-FROM-CD             PIC 9(01).
035600     05  FILLER                  PIC X(03) VALUE SPACES.
035700     05  DET-TO                  PIC 9(07).
035800     05  DET-TO-CD               PIC 9(01).
035900     05  FILLER                  PIC X(03) VALUE SPACES.
036000     05  DET-BRANCH              PIC X(08).
036100     05  FILLER                  PIC X(02) VALUE SPACES.
036200     05  DET-EXPIRY              PIC 9(08).
036300     05  FILLER                  PIC X(02) VALUE SPACES.
036400     05  DET-STATUS              PIC X(01).
036500     05  FILLER                  PIC X(03) VALUE SPACES.
036600     05  DET-USED                PIC ZZZZZZ9.
036700     05  FILLER                  PIC X(02) VALUE SPACES.
036800     05  DET-VOIDED              PIC ZZZZZZ9.
036900     05  FILLER                  PIC X(02) VALUE SPACES.
037000     05  DET-NOTE                PIC X(30).
037100 01  WS-REJ-LINE.
037200     05  FILLER                  PIC X(09) VALUE 'REJECT - '.
037300     05  REJ-RECORD              PIC X(60).
037400     05  FILLER                  PIC X(02) VALUE SPACES.
037500     05  REJ-REASON              PIC X(40).
037600 01  WS-TOT-LINE.
037700     05  TOT-LABEL               PIC X(30).
037800     05  TOT-COUNT               PIC Z,ZZZ,ZZ9.
037900 PROCEDURE DIVISION.
038000*=============================================================
038100 0000-MAINLINE.
038200     PERFORM 1000-INITIALIZE
038300         THRU 1000-INITIALIZE-EXIT.
038400     PERFORM 2000-POST-USAGE
038500         THRU 2000-POST-USAGE-EXIT.
038600     PERFORM 2400-EXPIRE-BLOCKS
038700         THRU 2400-EXPIRE-BLOCKS-EXIT.
038800     PERFORM 2600-ALLOCATE-BLOCKS
038900         THRU 2600-ALLOCATE-BLOCKS-EXIT.
039000     PERFORM 3000-TERMINATE
039100         THRU 3000-TERMINATE-EXIT.
039200     STOP RUN.
039300*=============================================================
039400* 1000-INITIALIZE - TAKE THE LOCK, THEN LOAD EVERYTHING THE
039500* RUN CHANGES. THE LOCK IS HELD TO END OF JOB SO NO SEQGEN00
039600* RUN, DESK ISSUE OR OVERRIDE CAN MOVE A COUNTER UNDER A
039700* BLOCK BEING CARVED FROM IT.
039800*=============================================================
039900 1000-INITIALIZE.
040000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
040100     ACCEPT WS-NOW          FROM TIME.
040200     MOVE WS-CURRENT-DATE TO WS-TODAY.
040300     PERFORM 1050-READ-CALENDAR
040400         THRU 1050-READ-CALENDAR-EXIT.
040500     COMPUTE WS-TODAY-INTEGER =
040600         FUNCTION INTEGER-OF-DATE (WS-TODAY).
040700     OPEN OUTPUT RPT-FILE.
040800     MOVE WS-TODAY        TO HDG-BUS-DATE.
040900     MOVE WS-CURRENT-DATE TO HDG-RUN-DATE.
041000     MOVE WS-NOW          TO HDG-RUN-TIME.
041100     MOVE WS-HDG-LINE-1 TO RPT-LINE.
041200     WRITE RPT-LINE.
041300     MOVE SPACES TO RPT-LINE.
041400     WRITE RPT-LINE.
041500     PERFORM 1100-ACQUIRE-RUN-LOCK
041600         THRU 1100-ACQUIRE-RUN-LOCK-EXIT.
041700     PERFORM 1200-LOAD-STATE
041800         THRU 1200-LOAD-STATE-EXIT.
041900     PERFORM 1300-OPEN-LEDGERS
042000         THRU 1300-OPEN-LEDGERS-EXIT.
042100 1000-INITIALIZE-EXIT.
042200     EXIT.
042300*=============================================================
042400* 1050-READ-CALENDAR - THE OPEN BUSINESS DATE FROM THE SHARED
042500* CALENDAR STAMPS EVERY BLOCK, POSTING AND EVENT. NO CALFILE
042600* AT ALL LEAVES THE WALL-CLOCK DATE IN PLACE.
042700*=============================================================
042800 1050-READ-CALENDAR.
042900     OPEN INPUT CAL-FILE.
043000     IF WS-CAL-FILE-STATUS = '35'
043100         GO TO 1050-READ-CALENDAR-EXIT
043200     END-IF.
043300     PERFORM 1060-READ-CALENDAR-RECORD
043400         THRU 1060-READ-CALENDAR-RECORD-EXIT
043500         UNTIL WS-CAL-EOF.
043600     CLOSE CAL-FILE.
043700 1050-READ-CALENDAR-EXIT.
043800     EXIT.
043900*=============================================================
044000 1060-READ-CALENDAR-RECORD.
044100     READ CAL-FILE
044200         AT END
044300             MOVE 'Y' TO WS-CAL-EOF-SW
044400             GO TO 1060-READ-CALENDAR-RECORD-EXIT
044500     END-READ.
044600     IF CAL-CONTROL
044700         AND CAL-DATE IS NUMERIC
044800         AND CAL-DATE > ZEROES
044900         MOVE CAL-DATE TO WS-TODAY
045000     END-IF.
045100 1060-READ-CALENDAR-RECORD-EXIT.
045200     EXIT.
045300*=============================================================
045400* 1100-ACQUIRE-RUN-LOCK - HALT IF ANOTHER RUN OR A DESK
045500* SCREEN HOLDS THE LOCK, OTHERWISE MARK THIS RUN ACTIVE, THE
045600* SAME TEST SEQGEN00 MAKES. NOTHING HAS BEEN CHANGED YET WHEN
045700* THE HALT FIRES.
045800*=============================================================
045900 1100-ACQUIRE-RUN-LOCK.
046000     OPEN INPUT LOK-FILE.
046100     IF WS-LOK-FILE-STATUS NOT = '35'
046200         READ LOK-FILE
046300             AT END
046400                 CONTINUE
046500             NOT AT END
046600                 IF LOK-ACTIVE
046700                     MOVE LOK-RUN-ID   TO WS-LOCK-RUN-ID
046800                     MOVE LOK-RUN-DATE TO WS-LOCK-RUN-DATE
046900                     MOVE LOK-RUN-TIME TO WS-LOCK-RUN-TIME
047000                     CLOSE LOK-FILE
047100                     PERFORM 8300-LOCK-HALT
047200                         THRU 8300-LOCK-HALT-EXIT
047300                 END-IF
047400         END-READ
047500         CLOSE LOK-FILE
047600     END-IF.
047700     OPEN OUTPUT LOK-FILE.
047800     MOVE SPACES TO LOK-RECORD.
047900     SET LOK-ACTIVE TO TRUE.
048000     MOVE WS-RUN-ID       TO LOK-RUN-ID.
048100     MOVE WS-CURRENT-DATE TO LOK-RUN-DATE.
048200     MOVE WS-NOW          TO LOK-RUN-TIME.
048300     WRITE LOK-RECORD.
048400     CLOSE LOK-FILE.
048500     MOVE 'Y' TO WS-LOCK-HELD-SW.
048600 1100-ACQUIRE-RUN-LOCK-EXIT.
048700     EXIT.
048800*=============================================================
048900* 1200-LOAD-STATE - COUNTERS, CONTROL RECORDS, RESERVED BLOCKS
049000* AND THE BRANCH BLOCKS, ALL READ UNDER THE LOCK.
049100*=============================================================
049200 1200-LOAD-STATE.
049300     OPEN INPUT CTR-FILE.
049400     IF WS-CTR-FILE-STATUS NOT = '35'
049500         PERFORM 1210-READ-COUNTER-RECORD
049600             THRU 1210-READ-COUNTER-RECORD-EXIT
049700             UNTIL WS-CTR-EOF
049800         CLOSE CTR-FILE
049900     END-IF.
050000     OPEN INPUT RCN-FILE.
050100     IF WS-RCN-FILE-STATUS NOT = '35'
050200         PERFORM 1220-READ-CONTROL-RECORD
050300             THRU 1220-READ-CONTROL-RECORD-EXIT
050400             UNTIL WS-RCN-EOF
050500         CLOSE RCN-FILE
050600     END-IF.
050700     OPEN INPUT RSV-FILE.
050800     IF WS-RSV-FILE-STATUS NOT = '35'
050900         PERFORM 1230-READ-RESERVATION-RECORD
051000             THRU 1230-READ-RESERVATION-RECORD-EXIT
051100             UNTIL WS-RSV-EOF
051200         CLOSE RSV-FILE
051300     END-IF.
051400     OPEN INPUT BLK-FILE.
051500     IF WS-BLK-FILE-STATUS NOT = '35'
051600         PERFORM 1240-READ-BLOCK-RECORD
051700             THRU 1240-READ-BLOCK-RECORD-EXIT
051800             UNTIL WS-BLK-EOF
051900         CLOSE BLK-FILE
052000     END-IF.
052100 1200-LOAD-STATE-EXIT.
052200     EXIT.
052300*=============================================================
052400* 1210-READ-COUNTER-RECORD - THE SAME LEGACY LINE-LENGTH
052500* HANDLING AS SEQGEN00, SEQMNT00 AND SEQONE00.
052600*=============================================================
052700 1210-READ-COUNTER-RECORD.
052800     READ CTR-FILE
052900         AT END
053000             MOVE 'Y' TO WS-CTR-EOF-SW
053100             GO TO 1210-READ-COUNTER-RECORD-EXIT
053200     END-READ.
053300     IF WS-SERIES-COUNT >= WS-SERIES-TABLE-MAX
053400         GO TO 1210-READ-COUNTER-RECORD-EXIT
053500     END-IF.
053600     ADD 1 TO WS-SERIES-COUNT.
053700     MOVE WS-SERIES-COUNT TO WS-SER-SUB.
053800     EVALUATE WS-CTR-RECORD-LENGTH
053900         WHEN 19
054000             MOVE SPACE TO WS-SER-CODE (WS-SER-SUB)
054100             MOVE CTR-LEGACY-LAST-ISSUED
054200                 TO WS-SER-LAST-ISSUED (WS-SER-SUB)
054300             MOVE ZEROES TO WS-SER-CYCLE-COUNT (WS-SER-SUB)
054400             MOVE WS-DEFAULT-SERIES-MAX
054500                 TO WS-SER-MAX (WS-SER-SUB)
054600         WHEN 32
054700             MOVE SPACE TO WS-SER-CODE (WS-SER-SUB)
054800             MOVE CTR-LAST-ISSUED
054900                 TO WS-SER-LAST-ISSUED (WS-SER-SUB)
055000             MOVE CTR-CYCLE-COUNT
055100                 TO WS-SER-CYCLE-COUNT (WS-SER-SUB)
055200             MOVE WS-DEFAULT-SERIES-MAX
055300                 TO WS-SER-MAX (WS-SER-SUB)
055400         WHEN OTHER
055500             MOVE CTR-SERIES-CODE TO WS-SER-CODE (WS-SER-SUB)
055600             MOVE CTR-LAST-ISSUED
055700                 TO WS-SER-LAST-ISSUED (WS-SER-SUB)
055800             MOVE CTR-CYCLE-COUNT
055900                 TO WS-SER-CYCLE-COUNT (WS-SER-SUB)
056000             IF CTR-SERIES-MAX = ZEROES
056100                 MOVE WS-DEFAULT-SERIES-MAX
056200                     TO WS-SER-MAX (WS-SER-SUB)
056300             ELSE
056400                 MOVE CTR-SERIES-MAX
056500                     TO WS-SER-MAX (WS-SER-SUB)
056600             END-IF
056700     END-EVALUATE.
056800 1210-READ-COUNTER-RECORD-EXIT.
056900     EXIT.
057000*=============================================================
057100 1220-READ-CONTROL-RECORD.
057200     READ RCN-FILE
057300         AT END
057400             MOVE 'Y' TO WS-RCN-EOF-SW
057500             GO TO 1220-READ-CONTROL-RECORD-EXIT
057600     END-READ.
057700     IF WS-RCN-COUNT >= WS-SERIES-TABLE-MAX
057800         GO TO 1220-READ-CONTROL-RECORD-EXIT
057900     END-IF.
058000     ADD 1 TO WS-RCN-COUNT.
058100     MOVE RCN-SERIES-CODE  TO WS-RCNT-CODE (WS-RCN-COUNT).
058200     MOVE RCN-RUN-DATE     TO WS-RCNT-DATE (WS-RCN-COUNT).
058300     MOVE RCN-LAST-ISSUED  TO WS-RCNT-LAST (WS-RCN-COUNT).
058400     MOVE RCN-CYCLE-COUNT  TO WS-RCNT-CYCLE (WS-RCN-COUNT).
058500     MOVE RCN-RECORD-COUNT
058600         TO WS-RCNT-REC-COUNT (WS-RCN-COUNT).
058610     MOVE RCN-DAY-CYCLE    TO WS-RCNT-DAY-CYCLE (WS-RCN-COUNT).
058620     MOVE RCN-DAY-COUNT    TO WS-RCNT-DAY-COUNT (WS-RCN-COUNT).
058700 1220-READ-CONTROL-RECORD-EXIT.
058800     EXIT.
058900*=============================================================
059000* 1230-READ-RESERVATION-RECORD - THE SAME ACTIVE-ON-THIS-
059100* BUSINESS-DATE FILTER AS SEQGEN00 AND SEQONE00.
059200*=============================================================
059300 1230-READ-RESERVATION-RECORD.
059400     READ RSV-FILE
059500         AT END
059600             MOVE 'Y' TO WS-RSV-EOF-SW
059700             GO TO 1230-READ-RESERVATION-RECORD-EXIT
059800     END-READ.
059900     IF RSV-FROM-VALUE NOT NUMERIC
060000         OR RSV-TO-VALUE NOT NUMERIC
060100         OR RSV-FROM-VALUE > RSV-TO-VALUE
060200         GO TO 1230-READ-RESERVATION-RECORD-EXIT
060300     END-IF.
060400     IF RSV-EFF-DATE IS NUMERIC
060500         AND RSV-EFF-DATE > WS-TODAY
060600         GO TO 1230-READ-RESERVATION-RECORD-EXIT
060700     END-IF.
060800     IF RSV-EXP-DATE IS NUMERIC
060900         AND RSV-EXP-DATE > ZEROES
061000         AND RSV-EXP-DATE < WS-TODAY
061100         GO TO 1230-READ-RESERVATION-RECORD-EXIT
061200     END-IF.
061300     IF WS-RSV-COUNT >= WS-RSV-TABLE-MAX
061400         GO TO 1230-READ-RESERVATION-RECORD-EXIT
061500     END-IF.
061600     ADD 1 TO WS-RSV-COUNT.
061700     MOVE RSV-SERIES-CODE TO WS-RSV-SERIES (WS-RSV-COUNT).
061800     MOVE RSV-FROM-VALUE  TO WS-RSV-FROM (WS-RSV-COUNT).
061900     MOVE RSV-TO-VALUE    TO WS-RSV-TO (WS-RSV-COUNT).
062000     MOVE RSV-REASON      TO WS-RSV-REASON (WS-RSV-COUNT).
062100 1230-READ-RESERVATION-RECORD-EXIT.
062200     EXIT.
062300*=============================================================
062400 1240-READ-BLOCK-RECORD.
062500     READ BLK-FILE
062600         AT END
062700             MOVE 'Y' TO WS-BLK-EOF-SW
062800             GO TO 1240-READ-BLOCK-RECORD-EXIT
062900     END-READ.
063000     IF WS-BT-COUNT >= WS-BT-TABLE-MAX
063100         CLOSE BLK-FILE
063200         MOVE 'BLKFILE LARGER THAN THE BLOCK TABLE - NOTHING ALLOC
063250-        'ATED'
063300             TO WS-HALT-MESSAGE
063400         PERFORM 8100-TABLE-HALT
063500             THRU 8100-TABLE-HALT-EXIT
063600     END-IF.
063700     ADD 1 TO WS-BT-COUNT.
063800     MOVE BLK-RECORD TO WS-BT-ENTRY (WS-BT-COUNT).
063900 1240-READ-BLOCK-RECORD-EXIT.
064000     EXIT.
064100*=============================================================
064200* 1300-OPEN-LEDGERS - THE REGISTER AND THE KEYED OPEN LEDGER
064300* ARE BOTH NEEDED (A USAGE POSTING WRITES BOTH, AND EXPIRY
064400* TELLS A USED VALUE FROM AN UNUSED ONE BY THE REGISTER), SO
064500* EITHER ONE UNAVAILABLE HALTS THE RUN. BOTH ARE CREATED ON
064600* FIRST USE. THE SERIES MASTER IS OPTIONAL - WITHOUT IT THE
064700* OLD DEFAULTS STAND, AS IN SEQONE00.
064800*=============================================================
064900 1300-OPEN-LEDGERS.
065000     OPEN I-O OPN-FILE.
065100     IF WS-OPN-FILE-STATUS = '35'
065200         OPEN OUTPUT OPN-FILE
065300         CLOSE OPN-FILE
065400         OPEN I-O OPN-FILE
065500     END-IF.
065600     IF WS-OPN-FILE-STATUS NOT = '00'
065700         MOVE SPACES TO WS-HALT-MESSAGE
065800         STRING 'OPEN LEDGER NOT AVAILABLE - STATUS '
065900             WS-OPN-FILE-STATUS
066000             DELIMITED BY SIZE INTO WS-HALT-MESSAGE
066100         PERFORM 8200-FILE-HALT
066200             THRU 8200-FILE-HALT-EXIT
066300     END-IF.
066400     OPEN I-O REG-FILE.
066500     IF WS-REG-FILE-STATUS = '35'
066600         OPEN OUTPUT REG-FILE
066700         CLOSE REG-FILE
066800         OPEN I-O REG-FILE
066900     END-IF.
067000     IF WS-REG-FILE-STATUS NOT = '00'
067100         CLOSE OPN-FILE
067200         MOVE SPACES TO WS-HALT-MESSAGE
067300         STRING 'ISSUANCE REGISTER NOT AVAILABLE - STATUS '
067400             WS-REG-FILE-STATUS
067500             DELIMITED BY SIZE INTO WS-HALT-MESSAGE
067600         PERFORM 8200-FILE-HALT
067700             THRU 8200-FILE-HALT-EXIT
067800     END-IF.
067900     OPEN INPUT SRM-FILE.
068000     IF WS-SRM-FILE-STATUS = '00'
068100         MOVE 'Y' TO WS-SRM-AVAIL-SW
068200     END-IF.
068300     OPEN EXTEND EXC-FILE.
068400     IF WS-EXC-FILE-STATUS = '35'
068500         OPEN OUTPUT EXC-FILE
068600     END-IF.
068700 1300-OPEN-LEDGERS-EXIT.
068800     EXIT.
068900*=============================================================
069000* 2000-POST-USAGE - THE RETURN FEED IS POSTED FIRST, SO A
069100* BRANCH THAT REPORTS ON THE DAY ITS BLOCK EXPIRES HAS ITS
069200* USED VALUES POSTED BEFORE THE REST ARE VOIDED. NO BLKUSE
069300* MEANS NO BRANCH REPORTED THIS RUN.
069400*=============================================================
069500 2000-POST-USAGE.
069600     MOVE 'USAGE RETURNS' TO SEC-TITLE.
069700     MOVE WS-SECTION-LINE TO RPT-LINE.
069800     WRITE RPT-LINE.
069900     OPEN INPUT BLU-FILE.
070000     IF WS-BLU-FILE-STATUS = '35'
070100         GO TO 2000-POST-USAGE-EXIT
070200     END-IF.
070300     PERFORM 2100-POST-ONE-USAGE
070400         THRU 2100-POST-ONE-USAGE-EXIT
070500         UNTIL WS-BLU-EOF.
070600     CLOSE BLU-FILE.
070700 2000-POST-USAGE-EXIT.
070800     EXIT.
070900*=============================================================
071000* 2100-POST-ONE-USAGE - THE VALUE MUST LIE IN AN ACTIVE BLOCK
071100* OF ITS SERIES HELD BY THE REPORTING BRANCH AND CARRY THE
071200* RIGHT CHECK DIGIT - A BLOCK VALUE IS NEVER A LEGACY NUMBER,
071300* SO A MISSING DIGIT IS A REJECT. THE REGISTER POSTING IS
071400* WRITTEN FIRST: A KEY ALREADY THERE MEANS THE VALUE WAS
071500* REPORTED BEFORE AND THE DUPLICATE IS REJECTED. THE BATCH ID
071600* ON THE REGISTER IS THE BRANCH, SO THE NUMBER TRACES BACK TO
071700* THE BLOCK IT CAME FROM.
071800*=============================================================
071900 2100-POST-ONE-USAGE.
072000     READ BLU-FILE
072100         AT END
072200             MOVE 'Y' TO WS-BLU-EOF-SW
072300             GO TO 2100-POST-ONE-USAGE-EXIT
072400     END-READ.
072500     ADD 1 TO WS-USAGE-READ.
072600     IF BLU-SEQ-VALUE NOT NUMERIC
072700         MOVE 'SEQUENCE VALUE NOT NUMERIC' TO WS-REJECT-REASON
072800         PERFORM 2150-LIST-USAGE-REJECT
072900             THRU 2150-LIST-USAGE-REJECT-EXIT
073000         GO TO 2100-POST-ONE-USAGE-EXIT
073100     END-IF.
073200     IF BLU-TRN-KEY = SPACES
073300         MOVE 'TRANSACTION KEY MISSING' TO WS-REJECT-REASON
073400         PERFORM 2150-LIST-USAGE-REJECT
073500             THRU 2150-LIST-USAGE-REJECT-EXIT
073600         GO TO 2100-POST-ONE-USAGE-EXIT
073700     END-IF.
073800     MOVE BLU-SEQ-VALUE-NUM TO WS-USE-VALUE.
073900     MOVE BLU-SERIES-CODE   TO WS-CURRENT-SERIES.
074000     PERFORM 7400-FIND-ACTIVE-BLOCK
074100         THRU 7400-FIND-ACTIVE-BLOCK-EXIT.
074200     IF NOT WS-BLOCK-FOUND
074300         MOVE 'VALUE NOT IN AN ACTIVE BRANCH BLOCK'
074400             TO WS-REJECT-REASON
074500         PERFORM 2150-LIST-USAGE-REJECT
074600             THRU 2150-LIST-USAGE-REJECT-EXIT
074700         GO TO 2100-POST-ONE-USAGE-EXIT
074800     END-IF.
074900     IF WS-BT-BRANCH (WS-BT-SUB) NOT = BLU-BRANCH-ID
075000         MOVE 'BLOCK IS HELD BY ANOTHER BRANCH'
075100             TO WS-REJECT-REASON
075200         PERFORM 2150-LIST-USAGE-REJECT
075300             THRU 2150-LIST-USAGE-REJECT-EXIT
075400         GO TO 2100-POST-ONE-USAGE-EXIT
075500     END-IF.
075600     IF BLU-CHECK-DIGIT NOT NUMERIC
075700         MOVE 'CHECK DIGIT MISSING' TO WS-REJECT-REASON
075800         PERFORM 2150-LIST-USAGE-REJECT
075900             THRU 2150-LIST-USAGE-REJECT-EXIT
076000         GO TO 2100-POST-ONE-USAGE-EXIT
076100     END-IF.
076200     MOVE WS-USE-VALUE TO WS-CD-VALUE.
076300     PERFORM 7800-COMPUTE-CHECK-DIGIT
076400         THRU 7800-COMPUTE-CHECK-DIGIT-EXIT.
076500     IF BLU-CHECK-DIGIT NOT = WS-CD-DIGIT
076600         MOVE 'CHECK DIGIT FAILS' TO WS-REJECT-REASON
076700         PERFORM 2150-LIST-USAGE-REJECT
076800             THRU 2150-LIST-USAGE-REJECT-EXIT
076900         GO TO 2100-POST-ONE-USAGE-EXIT
077000     END-IF.
077100     IF BLU-USE-DATE IS NUMERIC
077200         AND BLU-USE-DATE-NUM > ZEROES
077300         MOVE BLU-USE-DATE-NUM TO WS-USE-DATE
077400     ELSE
077500         MOVE WS-TODAY TO WS-USE-DATE
077600     END-IF.
077700     MOVE SPACES TO REG-RECORD.
077800     MOVE WS-USE-VALUE              TO REG-SEQ-VALUE.
077900     MOVE WS-BT-CYCLE (WS-BT-SUB)   TO REG-CYCLE-COUNT.
078000     MOVE WS-CURRENT-SERIES         TO REG-SERIES-CODE.
078100     MOVE BLU-TRN-KEY               TO REG-TRN-KEY.
078200     MOVE WS-USE-DATE               TO REG-RUN-DATE.
078300     MOVE WS-NOW                    TO REG-RUN-TIME.
078400     MOVE WS-RUN-ID                 TO REG-RUN-ID.
078500     MOVE BLU-BRANCH-ID             TO REG-BATCH-ID.
078600     MOVE BLU-CHECK-DIGIT           TO REG-CHECK-DIGIT.
078610     MOVE ZEROES                    TO REG-DAY-CYCLE.
078700     WRITE REG-RECORD
078800         INVALID KEY
078900             MOVE 'VALUE ALREADY REPORTED USED'
079000                 TO WS-REJECT-REASON
079100             PERFORM 2150-LIST-USAGE-REJECT
079200                 THRU 2150-LIST-USAGE-REJECT-EXIT
079300             GO TO 2100-POST-ONE-USAGE-EXIT
079400     END-WRITE.
079500     MOVE SPACES TO OPN-RECORD.
079600     MOVE WS-USE-VALUE              TO OPN-SEQ-VALUE.
079700     MOVE WS-BT-CYCLE (WS-BT-SUB)   TO OPN-CYCLE-COUNT.
079800     MOVE WS-CURRENT-SERIES         TO OPN-SERIES-CODE.
079900     MOVE 'O'                       TO OPN-STATUS.
080000     MOVE ZEROES                    TO OPN-CLOSED-DATE.
080100     MOVE BLU-TRN-KEY               TO OPN-TRN-KEY.
080200     WRITE OPN-RECORD
080300         INVALID KEY
080400             DISPLAY 'WARNING - LEDGER ALREADY HOLDS '
080500                 WS-USE-VALUE ' - ENTRY NOT ADDED'
080600     END-WRITE.
080700     ADD 1 TO WS-BT-USED (WS-BT-SUB).
080800     IF WS-BT-USED (WS-BT-SUB) >
080900             WS-BT-TO (WS-BT-SUB) - WS-BT-FROM (WS-BT-SUB)
081000         SET WS-BT-COMPLETE (WS-BT-SUB) TO TRUE
081100         MOVE WS-TODAY TO WS-BT-CLOSED-DATE (WS-BT-SUB)
081200     END-IF.
081300     ADD 1 TO WS-USAGE-POSTED.
081400 2100-POST-ONE-USAGE-EXIT.
081500     EXIT.
081600*=============================================================
081700 2150-LIST-USAGE-REJECT.
081800     ADD 1 TO WS-USAGE-REJECTED.
081900     MOVE BLU-RECORD       TO REJ-RECORD.
082000     MOVE WS-REJECT-REASON TO REJ-REASON.
082100     MOVE WS-REJ-LINE TO RPT-LINE.
082200     WRITE RPT-LINE.
082300 2150-LIST-USAGE-REJECT-EXIT.
082400     EXIT.
082500*=============================================================
082600* 2400-EXPIRE-BLOCKS - EVERY ACTIVE BLOCK WHOSE EXPIRY DATE IS
082700* BEFORE THE BUSINESS DATE IS CLOSED OUT. A VALUE THE REGISTER
082800* HOLDS WAS USED; EVERY OTHER VALUE IS VOIDED ON THE OPEN
082900* LEDGER - NEVER REUSABLE, THE SAME RULE AS A SEQGEN00 VOID -
083000* WITH ITS OWN DATED 'V' EVENT NAMING THE BRANCH.
083100*=============================================================
083200 2400-EXPIRE-BLOCKS.
083300     MOVE SPACES TO RPT-LINE.
083400     WRITE RPT-LINE.
083500     MOVE 'EXPIRED BLOCKS' TO SEC-TITLE.
083600     MOVE WS-SECTION-LINE TO RPT-LINE.
083700     WRITE RPT-LINE.
083800     PERFORM 2410-EXPIRE-ONE-BLOCK
083900         THRU 2410-EXPIRE-ONE-BLOCK-EXIT
084000         VARYING WS-BT-SUB FROM 1 BY 1
084100         UNTIL WS-BT-SUB > WS-BT-COUNT.
084200 2400-EXPIRE-BLOCKS-EXIT.
084300     EXIT.
084400*=============================================================
084500 2410-EXPIRE-ONE-BLOCK.
084600     IF NOT WS-BT-ACTIVE (WS-BT-SUB)
084700         GO TO 2410-EXPIRE-ONE-BLOCK-EXIT
084800     END-IF.
084900     IF WS-BT-EXPIRY (WS-BT-SUB) NOT NUMERIC
085000         OR WS-BT-EXPIRY (WS-BT-SUB) NOT < WS-TODAY
085100         GO TO 2410-EXPIRE-ONE-BLOCK-EXIT
085200     END-IF.
085300     MOVE WS-BT-SERIES (WS-BT-SUB) TO WS-CURRENT-SERIES.
085400     PERFORM 2420-VOID-ONE-VALUE
085500         THRU 2420-VOID-ONE-VALUE-EXIT
085600         VARYING WS-VOID-VALUE FROM WS-BT-FROM (WS-BT-SUB) BY 1
085700         UNTIL WS-VOID-VALUE > WS-BT-TO (WS-BT-SUB).
085800     SET WS-BT-EXPIRED (WS-BT-SUB) TO TRUE.
085900     MOVE WS-TODAY TO WS-BT-CLOSED-DATE (WS-BT-SUB).
086000     ADD 1 TO WS-BLOCKS-EXPIRED.
086100     MOVE 'EXPIRED - UNUSED VALUES VOIDED' TO WS-BLOCK-NOTE.
086200     PERFORM 3400-LIST-BLOCK
086300         THRU 3400-LIST-BLOCK-EXIT.
086400 2410-EXPIRE-ONE-BLOCK-EXIT.
086500     EXIT.
086600*=============================================================
086700* 2420-VOID-ONE-VALUE - AN ENTRY ALREADY ON THE LEDGER IS
086800* REWRITTEN VOIDED; OTHERWISE A VOIDED ENTRY IS ADDED, THE
086900* SAME TWO CASES AS SEQGEN00'S 2350-MARK-VOID-ON-LEDGER.
087000*=============================================================
087100 2420-VOID-ONE-VALUE.
087200     MOVE WS-VOID-VALUE            TO REG-SEQ-VALUE.
087300     MOVE WS-BT-CYCLE (WS-BT-SUB)  TO REG-CYCLE-COUNT.
087400     MOVE WS-CURRENT-SERIES        TO REG-SERIES-CODE.
087500     MOVE 'Y' TO WS-VALUE-USED-SW.
087600     READ REG-FILE
087700         INVALID KEY
087800             MOVE 'N' TO WS-VALUE-USED-SW
087900     END-READ.
088000     IF WS-VALUE-USED
088100         GO TO 2420-VOID-ONE-VALUE-EXIT
088200     END-IF.
088300     MOVE WS-VOID-VALUE            TO OPN-SEQ-VALUE.
088400     MOVE WS-BT-CYCLE (WS-BT-SUB)  TO OPN-CYCLE-COUNT.
088500     MOVE WS-CURRENT-SERIES        TO OPN-SERIES-CODE.
088600     READ OPN-FILE
088700         INVALID KEY
088800             MOVE SPACES TO OPN-RECORD
088900             MOVE WS-VOID-VALUE           TO OPN-SEQ-VALUE
089000             MOVE WS-BT-CYCLE (WS-BT-SUB) TO OPN-CYCLE-COUNT
089100             MOVE WS-CURRENT-SERIES       TO OPN-SERIES-CODE
089200             MOVE 'V'                     TO OPN-STATUS
089300             MOVE ZEROES                  TO OPN-CLOSED-DATE
089400             WRITE OPN-RECORD
089410                 INVALID KEY
089420                     DISPLAY 'WARNING - LEDGER ENTRY NOT '
089425                         'ADDED - ' OPN-KEY ' STATUS '
089430                         WS-OPN-FILE-STATUS
089435                     ADD 1 TO WS-EXCEPTIONS-RAISED
089500             END-WRITE
089600         NOT INVALID KEY
089700             MOVE 'V' TO OPN-STATUS
089800             REWRITE OPN-RECORD
089810                 INVALID KEY
089820                     DISPLAY 'WARNING - LEDGER ENTRY NOT '
089825                         'VOIDED - ' OPN-KEY ' STATUS '
089830                         WS-OPN-FILE-STATUS
089835                     ADD 1 TO WS-EXCEPTIONS-RAISED
089900             END-REWRITE
090000     END-READ.
090100     MOVE SPACES TO EXC-RECORD.
090200     MOVE WS-RUN-ID          TO EXC-RUN-ID.
090300     MOVE WS-TODAY           TO EXC-DATE.
090400     MOVE WS-NOW             TO EXC-TIME.
090500     MOVE WS-VOID-VALUE      TO EXC-SEQ-VALUE.
090600     SET EXC-VOIDED TO TRUE.
090700     STRING 'BLOCK VALUE UNUSED AT EXPIRY - VOIDED - BRANCH '
090800         WS-BT-BRANCH (WS-BT-SUB)
090900         DELIMITED BY SIZE INTO EXC-MESSAGE.
091000     MOVE WS-CURRENT-SERIES  TO EXC-SERIES-CODE.
091100     WRITE EXC-RECORD.
091200     ADD 1 TO WS-EXCEPTIONS-RAISED.
091300     ADD 1 TO WS-BT-VOIDED (WS-BT-SUB).
091400     ADD 1 TO WS-VALUES-VOIDED.
091500 2420-VOID-ONE-VALUE-EXIT.
091600     EXIT.
091700*=============================================================
091800* 2600-ALLOCATE-BLOCKS - CARVE EACH BLKREQ REQUEST OUT OF ITS
091900* SERIES' LIVE COUNTER. NO BLKREQ MEANS NO BLOCKS WANTED.
092000*=============================================================
092100 2600-ALLOCATE-BLOCKS.
092200     MOVE SPACES TO RPT-LINE.
092300     WRITE RPT-LINE.
092400     MOVE 'ALLOCATIONS' TO SEC-TITLE.
092500     MOVE WS-SECTION-LINE TO RPT-LINE.
092600     WRITE RPT-LINE.
092700     OPEN INPUT BRQ-FILE.
092800     IF WS-BRQ-FILE-STATUS = '35'
092900         GO TO 2600-ALLOCATE-BLOCKS-EXIT
093000     END-IF.
093100     PERFORM 2610-ALLOCATE-ONE-BLOCK
093200         THRU 2610-ALLOCATE-ONE-BLOCK-EXIT
093300         UNTIL WS-BRQ-EOF.
093400     CLOSE BRQ-FILE.
093500 2600-ALLOCATE-BLOCKS-EXIT.
093600     EXIT.
093700*=============================================================
093800* 2610-ALLOCATE-ONE-BLOCK - EDIT THE REQUEST, CHECK THE SERIES
093900* AGAINST THE MASTER, THEN CARVE. A BLOCK NEVER ROLLS OVER -
094000* ROLLOVER IS THE NIGHTLY RUN'S AUDITED EVENT - SO A SERIES
094100* TOO CLOSE TO ITS MAXIMUM GETS A SHORT BLOCK OR NONE.
094200*=============================================================
094300 2610-ALLOCATE-ONE-BLOCK.
094400     READ BRQ-FILE
094500         AT END
094600             MOVE 'Y' TO WS-BRQ-EOF-SW
094700             GO TO 2610-ALLOCATE-ONE-BLOCK-EXIT
094800     END-READ.
094900     ADD 1 TO WS-REQUESTS-READ.
095000     IF BRQ-BRANCH-ID = SPACES
095100         MOVE 'BRANCH ID MISSING' TO WS-REJECT-REASON
095200         PERFORM 2690-LIST-REQUEST-REJECT
095300             THRU 2690-LIST-REQUEST-REJECT-EXIT
095400         GO TO 2610-ALLOCATE-ONE-BLOCK-EXIT
095500     END-IF.
095600     IF BRQ-QUANTITY NOT NUMERIC
095700         OR BRQ-QUANTITY-NUM = ZERO
095800         OR BRQ-QUANTITY-NUM > WS-BLK-MAX-QUANTITY
095900         MOVE 'QUANTITY MISSING OR OVER THE BLOCK LIMIT'
096000             TO WS-REJECT-REASON
096100         PERFORM 2690-LIST-REQUEST-REJECT
096200             THRU 2690-LIST-REQUEST-REJECT-EXIT
096300         GO TO 2610-ALLOCATE-ONE-BLOCK-EXIT
096400     END-IF.
096500     IF BRQ-EXPIRY-DATE NOT NUMERIC
096600         OR BRQ-EXPIRY-DATE-NUM NOT > WS-TODAY
096700         MOVE 'EXPIRY DATE MISSING OR NOT IN THE FUTURE'
096800             TO WS-REJECT-REASON
096900         PERFORM 2690-LIST-REQUEST-REJECT
097000             THRU 2690-LIST-REQUEST-REJECT-EXIT
097100         GO TO 2610-ALLOCATE-ONE-BLOCK-EXIT
097200     END-IF.
097300     IF WS-BT-COUNT >= WS-BT-TABLE-MAX
097400         MOVE 'BLOCK TABLE FULL' TO WS-REJECT-REASON
097500         PERFORM 2690-LIST-REQUEST-REJECT
097600             THRU 2690-LIST-REQUEST-REJECT-EXIT
097700         GO TO 2610-ALLOCATE-ONE-BLOCK-EXIT
097800     END-IF.
097900     MOVE BRQ-SERIES-CODE TO WS-CURRENT-SERIES.
098000     PERFORM 7100-LOCATE-SERIES
098100         THRU 7100-LOCATE-SERIES-EXIT.
098200     IF NOT WS-SERIES-FOUND
098300         PERFORM 7200-ADD-SERIES
098400             THRU 7200-ADD-SERIES-EXIT
098500     END-IF.
098600     IF NOT WS-SERIES-FOUND
098700         MOVE 'SERIES TABLE FULL' TO WS-REJECT-REASON
098800         PERFORM 2690-LIST-REQUEST-REJECT
098900             THRU 2690-LIST-REQUEST-REJECT-EXIT
099000         GO TO 2610-ALLOCATE-ONE-BLOCK-EXIT
099100     END-IF.
099200     PERFORM 2620-CHECK-SERIES-MASTER
099300         THRU 2620-CHECK-SERIES-MASTER-EXIT.
099400     IF NOT WS-SRM-OK
099500         PERFORM 2690-LIST-REQUEST-REJECT
099600             THRU 2690-LIST-REQUEST-REJECT-EXIT
099700         GO TO 2610-ALLOCATE-ONE-BLOCK-EXIT
099800     END-IF.
099900     MOVE BRQ-QUANTITY-NUM TO WS-BLK-QUANTITY.
100000     MOVE ZERO             TO WS-BLK-TAKEN.
100100     MOVE ZEROES           TO WS-BLK-FROM.
100200     MOVE 'N'              TO WS-CARVE-STOP-SW.
100300     MOVE WS-SER-LAST-ISSUED (WS-SER-SUB) TO WS-CANDIDATE.
100400     PERFORM 2640-TAKE-NEXT-VALUE
100500         THRU 2640-TAKE-NEXT-VALUE-EXIT
100600         UNTIL WS-BLK-TAKEN = WS-BLK-QUANTITY
100700            OR WS-CARVE-STOPPED.
100800     IF WS-BLK-TAKEN = ZERO
100900         MOVE 'SERIES AT MAXIMUM - ROLLOVER IS A NIGHTLY EVENT'
101000             TO WS-REJECT-REASON
101100         PERFORM 2690-LIST-REQUEST-REJECT
101200             THRU 2690-LIST-REQUEST-REJECT-EXIT
101300         GO TO 2610-ALLOCATE-ONE-BLOCK-EXIT
101400     END-IF.
101500     PERFORM 2680-RECORD-BLOCK
101600         THRU 2680-RECORD-BLOCK-EXIT.
101700 2610-ALLOCATE-ONE-BLOCK-EXIT.
101800     EXIT.
101900*=============================================================
102000* 2620-CHECK-SERIES-MASTER - THE SAME TEST SEQONE00 MAKES
102100* BEFORE A DESK ISSUE: ON THE MASTER AND IN FORCE ON THE
102200* BUSINESS DATE, WITH THE MASTER'S MAXIMUM AND STARTING VALUE.
102300*=============================================================
102400 2620-CHECK-SERIES-MASTER.
102500     MOVE 'Y' TO WS-SRM-OK-SW.
102600     IF NOT WS-SRM-AVAILABLE
102700         GO TO 2620-CHECK-SERIES-MASTER-EXIT
102800     END-IF.
102900     MOVE WS-CURRENT-SERIES TO SRM-SERIES-CODE.
103000     READ SRM-FILE
103100         INVALID KEY
103200             MOVE 'N' TO WS-SRM-OK-SW
103300             MOVE 'SERIES NOT ON SERIES MASTER'
103400                 TO WS-REJECT-REASON
103500             GO TO 2620-CHECK-SERIES-MASTER-EXIT
103600     END-READ.
103700     IF NOT SRM-ACTIVE
103800         OR (SRM-EFF-DATE NOT = ZEROES
103900             AND SRM-EFF-DATE > WS-TODAY)
104000         OR (SRM-END-DATE NOT = ZEROES
104100             AND SRM-END-DATE < WS-TODAY)
104200         MOVE 'N' TO WS-SRM-OK-SW
104300         MOVE 'SERIES CLOSED OR NOT IN FORCE'
104400             TO WS-REJECT-REASON
104500         GO TO 2620-CHECK-SERIES-MASTER-EXIT
104600     END-IF.
104700     MOVE SRM-MAX-VALUE TO WS-SER-MAX (WS-SER-SUB).
104800     IF WS-SER-LAST-ISSUED (WS-SER-SUB) = ZERO
104900         AND WS-SER-CYCLE-COUNT (WS-SER-SUB) = ZERO
105000         COMPUTE WS-SER-LAST-ISSUED (WS-SER-SUB) =
105100             SRM-START-VALUE - 1
105200     END-IF.
105300 2620-CHECK-SERIES-MASTER-EXIT.
105400     EXIT.
105500*=============================================================
105600* 2640-TAKE-NEXT-VALUE - STEP THE COUNTER ONE VALUE AND ADD IT
105700* TO THE BLOCK. A BLOCK IS CONTIGUOUS, SO A RESERVED BLOCK OR
105800* A VALUE STILL ON THE LEDGER IS SKIPPED (WITH ITS DATED 'S'
105900* OR 'C' EVENT, EXACTLY AS SEQONE00 SKIPS THEM) ONLY BEFORE
106000* THE FIRST VALUE IS TAKEN. AFTER THAT IT ENDS THE BLOCK SHORT
106100* AND THE COUNTER STOPS IN FRONT OF IT, SO THE NEXT ISSUER
106200* SKIPS AND LOGS IT IN THE USUAL WAY. THE SERIES MAXIMUM ENDS
106300* THE BLOCK TOO.
106400*=============================================================
106500 2640-TAKE-NEXT-VALUE.
106600     IF WS-CANDIDATE NOT < WS-SER-MAX (WS-SER-SUB)
106700         MOVE 'Y' TO WS-CARVE-STOP-SW
106800         GO TO 2640-TAKE-NEXT-VALUE-EXIT
106900     END-IF.
107000     COMPUTE WS-NEXT-VALUE = WS-CANDIDATE + 1.
107100     PERFORM 7500-FIND-RESERVED
107200         THRU 7500-FIND-RESERVED-EXIT.
107300     IF WS-RESERVED-FOUND
107400         IF WS-BLK-TAKEN > ZERO
107500             MOVE 'Y' TO WS-CARVE-STOP-SW
107600         ELSE
107700             PERFORM 2660-LOG-RESERVED-SKIP
107800                 THRU 2660-LOG-RESERVED-SKIP-EXIT
107900             IF WS-RSV-TO (WS-RSV-SUB)
108000                     NOT < WS-SER-MAX (WS-SER-SUB)
108100                 MOVE 'Y' TO WS-CARVE-STOP-SW
108200             ELSE
108300                 MOVE WS-RSV-TO (WS-RSV-SUB) TO WS-CANDIDATE
108400             END-IF
108500         END-IF
108600         GO TO 2640-TAKE-NEXT-VALUE-EXIT
108700     END-IF.
108800     MOVE 'N' TO WS-COLLISION-FOUND-SW.
108900     MOVE WS-NEXT-VALUE TO OPN-SEQ-VALUE.
109000     MOVE ZEROES        TO OPN-CYCLE-COUNT.
109100     MOVE LOW-VALUES    TO OPN-SERIES-CODE.
109200     MOVE 'N' TO WS-OPN-EOF-SW.
109300     START OPN-FILE KEY IS NOT < OPN-KEY
109400         INVALID KEY
109500             MOVE 'Y' TO WS-OPN-EOF-SW
109600     END-START.
109700     PERFORM 2650-SCAN-LEDGER
109800         THRU 2650-SCAN-LEDGER-EXIT
109900         UNTIL WS-OPN-EOF
110000         OR WS-COLLISION-FOUND.
110100     IF WS-COLLISION-FOUND
110200         IF WS-BLK-TAKEN > ZERO
110300             MOVE 'Y' TO WS-CARVE-STOP-SW
110400         ELSE
110500             PERFORM 2670-LOG-COLLISION
110600                 THRU 2670-LOG-COLLISION-EXIT
110700             MOVE WS-NEXT-VALUE TO WS-CANDIDATE
110800         END-IF
110900         GO TO 2640-TAKE-NEXT-VALUE-EXIT
111000     END-IF.
111100     MOVE WS-NEXT-VALUE TO WS-CANDIDATE.
111200     IF WS-BLK-TAKEN = ZERO
111300         MOVE WS-CANDIDATE TO WS-BLK-FROM
111400     END-IF.
111500     ADD 1 TO WS-BLK-TAKEN.
111600 2640-TAKE-NEXT-VALUE-EXIT.
111700     EXIT.
111800*=============================================================
111900* 2650-SCAN-LEDGER - ONE LEDGER ENTRY FOR THE NEXT VALUE, THE
112000* SAME TEST AS SEQONE00'S 2452-SCAN-LEDGER.
112100*=============================================================
112200 2650-SCAN-LEDGER.
112300     READ OPN-FILE NEXT
112400         AT END
112500             MOVE 'Y' TO WS-OPN-EOF-SW
112600             GO TO 2650-SCAN-LEDGER-EXIT
112700     END-READ.
112800     IF OPN-SEQ-VALUE NOT = WS-NEXT-VALUE
112900         MOVE 'Y' TO WS-OPN-EOF-SW
113000         GO TO 2650-SCAN-LEDGER-EXIT
113100     END-IF.
113200     IF OPN-SERIES-CODE = WS-CURRENT-SERIES
113300         AND (OPN-OPEN OR OPN-VOIDED)
113400         MOVE 'Y' TO WS-COLLISION-FOUND-SW
113500     END-IF.
113600 2650-SCAN-LEDGER-EXIT.
113700     EXIT.
113800*=============================================================
113900 2660-LOG-RESERVED-SKIP.
114000     MOVE SPACES TO EXC-RECORD.
114100     MOVE WS-RUN-ID      TO EXC-RUN-ID.
114200     MOVE WS-TODAY       TO EXC-DATE.
114300     MOVE WS-NOW         TO EXC-TIME.
114400     MOVE WS-NEXT-VALUE  TO EXC-SEQ-VALUE.
114500     SET EXC-RESERVED-SKIP TO TRUE.
114600     STRING 'RESERVED BLOCK ' WS-RSV-FROM (WS-RSV-SUB)
114700         ' - ' WS-RSV-TO (WS-RSV-SUB)
114800         ' SKIPPED - ' WS-RSV-REASON (WS-RSV-SUB)
114900         DELIMITED BY SIZE INTO EXC-MESSAGE.
115000     MOVE WS-CURRENT-SERIES TO EXC-SERIES-CODE.
115100     WRITE EXC-RECORD.
115200     ADD 1 TO WS-EXCEPTIONS-RAISED.
115300 2660-LOG-RESERVED-SKIP-EXIT.
115400     EXIT.
115500*=============================================================
115600 2670-LOG-COLLISION.
115700     MOVE SPACES TO EXC-RECORD.
115800     MOVE WS-RUN-ID      TO EXC-RUN-ID.
115900     MOVE WS-TODAY       TO EXC-DATE.
116000     MOVE WS-NOW         TO EXC-TIME.
116100     MOVE WS-NEXT-VALUE  TO EXC-SEQ-VALUE.
116200     SET EXC-COLLISION TO TRUE.
116300     STRING 'DUPLICATE SEQUENCE VALUE ' WS-NEXT-VALUE
116400         ' STILL OPEN - REJECTED AND RETRIED'
116500         DELIMITED BY SIZE INTO EXC-MESSAGE.
116600     MOVE WS-CURRENT-SERIES TO EXC-SERIES-CODE.
116700     WRITE EXC-RECORD.
116800     ADD 1 TO WS-EXCEPTIONS-RAISED.
116900 2670-LOG-COLLISION-EXIT.
117000     EXIT.
117100*=============================================================
117200* 2680-RECORD-BLOCK - MOVE THE COUNTER AND THE CONTROL RECORD
117300* PAST THE BLOCK, TABLE THE BLOCK FOR BLKFILE, AUDIT THE
117400* ALLOCATION TO EXCFILE AND LIST IT WITH THE CHECK DIGITS OF
117500* ITS FIRST AND LAST VALUES FOR THE BRANCH'S RECEIPT. THE
117600* CONTROL RECORD'S COUNTS, DATE AND DAY CYCLE ARE LEFT AS THE
117700* PRIOR RUN WROTE THEM, FOR THE REASON SEQONE00'S 2520 GIVES.
117800*=============================================================
117900 2680-RECORD-BLOCK.
118000     MOVE WS-CANDIDATE TO WS-SER-LAST-ISSUED (WS-SER-SUB).
118100     MOVE 'N'  TO WS-RCN-FOUND-SW.
118200     MOVE ZERO TO WS-RCNT-SUB.
118300     PERFORM 7300-TEST-CONTROL-ENTRY
118400         THRU 7300-TEST-CONTROL-ENTRY-EXIT
118500         VARYING WS-SER-WRITE-SUB FROM 1 BY 1
118600         UNTIL WS-SER-WRITE-SUB > WS-RCN-COUNT
118700            OR WS-RCN-FOUND.
118800     IF NOT WS-RCN-FOUND
118900         IF WS-RCN-COUNT < WS-SERIES-TABLE-MAX
119000             ADD 1 TO WS-RCN-COUNT
119100             MOVE WS-RCN-COUNT TO WS-RCNT-SUB
119200             MOVE WS-CURRENT-SERIES
119300                 TO WS-RCNT-CODE (WS-RCNT-SUB)
119400             MOVE ZEROES
119500                 TO WS-RCNT-DATE (WS-RCNT-SUB)
119510             MOVE SPACES
119520                 TO WS-RCNT-DAY-CYCLE (WS-RCNT-SUB)
119530             MOVE SPACES
119540                 TO WS-RCNT-DAY-COUNT (WS-RCNT-SUB)
119600             MOVE ZEROES
119700                 TO WS-RCNT-REC-COUNT (WS-RCNT-SUB)
119800             MOVE 'Y' TO WS-RCN-FOUND-SW
119900         END-IF
120000     END-IF.
120100     IF WS-RCN-FOUND
120200         MOVE WS-CANDIDATE TO WS-RCNT-LAST (WS-RCNT-SUB)
120300         MOVE WS-SER-CYCLE-COUNT (WS-SER-SUB)
120400             TO WS-RCNT-CYCLE (WS-RCNT-SUB)
120500     END-IF.
120600     ADD 1 TO WS-BT-COUNT.
120700     MOVE WS-BT-COUNT TO WS-BT-SUB.
120800     MOVE SPACES TO WS-BT-ENTRY (WS-BT-SUB).
120900     MOVE WS-CURRENT-SERIES      TO WS-BT-SERIES (WS-BT-SUB).
121000     MOVE WS-SER-CYCLE-COUNT (WS-SER-SUB)
121100         TO WS-BT-CYCLE (WS-BT-SUB).
121200     MOVE WS-BLK-FROM            TO WS-BT-FROM (WS-BT-SUB).
121300     MOVE WS-CANDIDATE           TO WS-BT-TO (WS-BT-SUB).
121400     MOVE BRQ-BRANCH-ID          TO WS-BT-BRANCH (WS-BT-SUB).
121500     MOVE WS-TODAY           TO WS-BT-ALLOC-DATE (WS-BT-SUB).
121600     MOVE WS-NOW             TO WS-BT-ALLOC-TIME (WS-BT-SUB).
121700     MOVE BRQ-EXPIRY-DATE-NUM    TO WS-BT-EXPIRY (WS-BT-SUB).
121800     SET WS-BT-ACTIVE (WS-BT-SUB) TO TRUE.
121900     MOVE ZEROES                 TO WS-BT-USED (WS-BT-SUB).
122000     MOVE ZEROES                 TO WS-BT-VOIDED (WS-BT-SUB).
122100     MOVE ZEROES            TO WS-BT-CLOSED-DATE (WS-BT-SUB).
122200     MOVE SPACES TO EXC-RECORD.
122300     MOVE WS-RUN-ID      TO EXC-RUN-ID.
122400     MOVE WS-TODAY       TO EXC-DATE.
122500     MOVE WS-NOW         TO EXC-TIME.
122600     MOVE WS-BLK-FROM    TO EXC-SEQ-VALUE.
122700     SET EXC-BLOCK-ALLOC TO TRUE.
122800     STRING 'BLOCK ' WS-BLK-FROM ' - ' WS-CANDIDATE
122900         ' ALLOCATED TO BRANCH ' BRQ-BRANCH-ID
123000         ' EXPIRES ' BRQ-EXPIRY-DATE
123100         DELIMITED BY SIZE INTO EXC-MESSAGE.
123200     MOVE WS-CURRENT-SERIES TO EXC-SERIES-CODE.
123300     WRITE EXC-RECORD.
123400     ADD 1 TO WS-EXCEPTIONS-RAISED.
123500     ADD 1 TO WS-BLOCKS-ALLOCATED.
123600     ADD WS-BLK-TAKEN TO WS-VALUES-ALLOCATED.
123700     IF WS-BLK-TAKEN < WS-BLK-QUANTITY
123800         MOVE 'SHORT BLOCK - STOPPED AT A SKIP'
123900             TO WS-BLOCK-NOTE
124000     ELSE
124100         MOVE 'ALLOCATED' TO WS-BLOCK-NOTE
124200     END-IF.
124300     PERFORM 3400-LIST-BLOCK
124400         THRU 3400-LIST-BLOCK-EXIT.
124500 2680-RECORD-BLOCK-EXIT.
124600     EXIT.
124700*=============================================================
124800 2690-LIST-REQUEST-REJECT.
124900     ADD 1 TO WS-REQUESTS-REJECTED.
125000     MOVE BRQ-RECORD       TO REJ-RECORD.
125100     MOVE WS-REJECT-REASON TO REJ-REASON.
125200     MOVE WS-REJ-LINE TO RPT-LINE.
125300     WRITE RPT-LINE.
125400 2690-LIST-REQUEST-REJECT-EXIT.
125500     EXIT.
125600*=============================================================
125700* 3000-TERMINATE - WRITE BACK THE COUNTERS AND CONTROL RECORDS
125800* (ONLY WHEN A BLOCK WAS CARVED) AND THE BLOCK FILE, LIST THE
125900* BLOCKS STILL OUTSTANDING AND THE RUN TOTALS, THEN RELEASE
126000* THE LOCK AND JOURNAL THE RUN. A REJECTED RECORD ENDS THE RUN
126100* AS A WARNING WITH RETURN CODE 4.
126200*=============================================================
126300 3000-TERMINATE.
126400     IF WS-BLOCKS-ALLOCATED > ZERO
126500         OPEN OUTPUT CTR-FILE
126600         PERFORM 3100-WRITE-COUNTER-RECORD
126700             THRU 3100-WRITE-COUNTER-RECORD-EXIT
126800             VARYING WS-SER-WRITE-SUB FROM 1 BY 1
126900             UNTIL WS-SER-WRITE-SUB > WS-SERIES-COUNT
127000         CLOSE CTR-FILE
127100         OPEN OUTPUT RCN-FILE
127200         PERFORM 3200-WRITE-CONTROL-RECORD
127300             THRU 3200-WRITE-CONTROL-RECORD-EXIT
127400             VARYING WS-SER-WRITE-SUB FROM 1 BY 1
127500             UNTIL WS-SER-WRITE-SUB > WS-RCN-COUNT
127600         CLOSE RCN-FILE
127700     END-IF.
127800     MOVE SPACES TO RPT-LINE.
127900     WRITE RPT-LINE.
128000     MOVE 'BLOCKS OUTSTANDING' TO SEC-TITLE.
128100     MOVE WS-SECTION-LINE TO RPT-LINE.
128200     WRITE RPT-LINE.
128300     MOVE WS-BLK-HDG-LINE TO RPT-LINE.
128400     WRITE RPT-LINE.
128500     OPEN OUTPUT BLK-FILE.
128600     PERFORM 3300-WRITE-BLOCK-RECORD
128700         THRU 3300-WRITE-BLOCK-RECORD-EXIT
128800         VARYING WS-BT-SUB FROM 1 BY 1
128900         UNTIL WS-BT-SUB > WS-BT-COUNT.
129000     CLOSE BLK-FILE.
129100     CLOSE OPN-FILE
129200           REG-FILE
129300           EXC-FILE.
129400     IF WS-SRM-AVAILABLE
129500         CLOSE SRM-FILE
129600     END-IF.
129700     PERFORM 3500-WRITE-TOTALS
129800         THRU 3500-WRITE-TOTALS-EXIT.
129900     CLOSE RPT-FILE.
130000     PERFORM 9000-RELEASE-RUN-LOCK
130100         THRU 9000-RELEASE-RUN-LOCK-EXIT.
130200     IF WS-USAGE-REJECTED > ZERO
130300         OR WS-REQUESTS-REJECTED > ZERO
130400         MOVE 'W' TO WS-JRN-STATUS-CODE
130500         MOVE 4 TO RETURN-CODE
130600     END-IF.
130700     PERFORM 9500-WRITE-JOURNAL
130800         THRU 9500-WRITE-JOURNAL-EXIT.
130900 3000-TERMINATE-EXIT.
131000     EXIT.
131100*=============================================================
131200 3100-WRITE-COUNTER-RECORD.
131300     MOVE SPACES TO CTR-RECORD.
131400     MOVE WS-SER-LAST-ISSUED (WS-SER-WRITE-SUB)
131500         TO CTR-LAST-ISSUED.
131600     MOVE WS-SER-CYCLE-COUNT (WS-SER-WRITE-SUB)
131700         TO CTR-CYCLE-COUNT.
131800     MOVE WS-TODAY TO CTR-RUN-DATE.
131900     MOVE WS-NOW   TO CTR-RUN-TIME.
132000     MOVE WS-SER-CODE (WS-SER-WRITE-SUB)
132100         TO CTR-SERIES-CODE.
132200     MOVE WS-SER-MAX (WS-SER-WRITE-SUB)
132300         TO CTR-SERIES-MAX.
132400     MOVE 40 TO WS-CTR-RECORD-LENGTH.
132500     WRITE CTR-RECORD.
132600 3100-WRITE-COUNTER-RECORD-EXIT.
132700     EXIT.
132800*=============================================================
132900 3200-WRITE-CONTROL-RECORD.
133000     MOVE SPACES TO RCN-RECORD.
133100     MOVE WS-RCNT-DATE (WS-SER-WRITE-SUB) TO RCN-RUN-DATE.
133200     MOVE WS-RCNT-LAST (WS-SER-WRITE-SUB)
133300         TO RCN-LAST-ISSUED.
133400     MOVE WS-RCNT-CYCLE (WS-SER-WRITE-SUB)
133500         TO RCN-CYCLE-COUNT.
133600     MOVE WS-RCNT-REC-COUNT (WS-SER-WRITE-SUB)
133700         TO RCN-RECORD-COUNT.
133710*    A LINE THAT CAME IN WITHOUT A DAY CYCLE GOES BACK WITHOUT.
133720     IF WS-RCNT-DAY-CYCLE (WS-SER-WRITE-SUB) IS NUMERIC
133730         MOVE WS-RCNT-DAY-CYCLE (WS-SER-WRITE-SUB)
133740             TO RCN-DAY-CYCLE
133750     END-IF.
133760     IF WS-RCNT-DAY-COUNT (WS-SER-WRITE-SUB) IS NUMERIC
133770         MOVE WS-RCNT-DAY-COUNT (WS-SER-WRITE-SUB)
133780             TO RCN-DAY-COUNT
133790     END-IF.
133800     MOVE WS-RCNT-CODE (WS-SER-WRITE-SUB)
133900         TO RCN-SERIES-CODE.
134000     WRITE RCN-RECORD.
134100 3200-WRITE-CONTROL-RECORD-EXIT.
134200     EXIT.
134300*=============================================================
134400* 3300-WRITE-BLOCK-RECORD - EVERY BLOCK GOES BACK TO BLKFILE
134500* EXCEPT A COMPLETE OR EXPIRED ONE CLOSED LONGER THAN THE
134600* RETENTION PERIOD. AN ACTIVE BLOCK IS ALSO LISTED.
134700*=============================================================
134800 3300-WRITE-BLOCK-RECORD.
134900     IF NOT WS-BT-ACTIVE (WS-BT-SUB)
135000         AND WS-BT-CLOSED-DATE (WS-BT-SUB) IS NUMERIC
135100         AND WS-BT-CLOSED-DATE (WS-BT-SUB) > ZEROES
135200         COMPUTE WS-CLOSED-AGE-DAYS = WS-TODAY-INTEGER -
135300             FUNCTION INTEGER-OF-DATE
135400                 (WS-BT-CLOSED-DATE (WS-BT-SUB))
135500         IF WS-CLOSED-AGE-DAYS > WS-RETENTION-DAYS
135600             ADD 1 TO WS-BLOCKS-PURGED
135700             GO TO 3300-WRITE-BLOCK-RECORD-EXIT
135800         END-IF
135900     END-IF.
136000     MOVE WS-BT-ENTRY (WS-BT-SUB) TO BLK-RECORD.
136100     WRITE BLK-RECORD.
136200     IF WS-BT-ACTIVE (WS-BT-SUB)
136300         MOVE SPACES TO WS-BLOCK-NOTE
136400         PERFORM 3400-LIST-BLOCK
136500             THRU 3400-LIST-BLOCK-EXIT
136600     END-IF.
136700 3300-WRITE-BLOCK-RECORD-EXIT.
136800     EXIT.
136900*=============================================================
137000* 3400-LIST-BLOCK - ONE REPORT LINE FOR THE BLOCK AT
137100* WS-BT-SUB, THE FIRST AND LAST VALUES SHOWN WITH THEIR CHECK
137200* DIGITS AS THE BRANCH WILL PRINT THEM.
137300*=============================================================
137400 3400-LIST-BLOCK.
137500     MOVE SPACES TO WS-BLK-LINE.
137600     MOVE WS-BT-SERIES (WS-BT-SUB)   TO DET-SERIES.
137700     MOVE WS-BT-CYCLE (WS-BT-SUB)    TO DET-CYCLE.
137800     MOVE WS-BT-FROM (WS-BT-SUB)     TO DET-FROM.
137900     MOVE WS-BT-FROM (WS-BT-SUB)     TO WS-CD-VALUE.
138000     PERFORM 7800-COMPUTE-CHECK-DIGIT
138100         THRU 7800-COMPUTE-CHECK-DIGIT-EXIT.
138200     MOVE WS-CD-DIGIT                TO DET-FROM-CD.
138300     MOVE WS-BT-TO (WS-BT-SUB)       TO DET-TO.
138400     MOVE WS-BT-TO (WS-BT-SUB)       TO WS-CD-VALUE.
138500     PERFORM 7800-COMPUTE-CHECK-DIGIT
138600         THRU 7800-COMPUTE-CHECK-DIGIT-EXIT.
138700     MOVE WS-CD-DIGIT                TO DET-TO-CD.
138800     MOVE WS-BT-BRANCH (WS-BT-SUB)   TO DET-BRANCH.
138900     MOVE WS-BT-EXPIRY (WS-BT-SUB)   TO DET-EXPIRY.
139000     MOVE WS-BT-STATUS (WS-BT-SUB)   TO DET-STATUS.
139100     MOVE WS-BT-USED (WS-BT-SUB)     TO DET-USED.
139200     MOVE WS-BT-VOIDED (WS-BT-SUB)   TO DET-VOIDED.
139300     MOVE WS-BLOCK-NOTE              TO DET-NOTE.
139400     MOVE WS-BLK-LINE TO RPT-LINE.
139500     WRITE RPT-LINE.
139600 3400-LIST-BLOCK-EXIT.
139700     EXIT.
139800*=============================================================
139900 3500-WRITE-TOTALS.
140000     MOVE SPACES TO RPT-LINE.
140100     WRITE RPT-LINE.
140200     MOVE 'USAGE RECORDS READ         : ' TO TOT-LABEL.
140300     MOVE WS-USAGE-READ TO TOT-COUNT.
140400     MOVE WS-TOT-LINE TO RPT-LINE.
140500     WRITE RPT-LINE.
140600     MOVE 'USAGE VALUES POSTED        : ' TO TOT-LABEL.
140700     MOVE WS-USAGE-POSTED TO TOT-COUNT.
140800     MOVE WS-TOT-LINE TO RPT-LINE.
140900     WRITE RPT-LINE.
141000     MOVE 'USAGE RECORDS REJECTED     : ' TO TOT-LABEL.
141100     MOVE WS-USAGE-REJECTED TO TOT-COUNT.
141200     MOVE WS-TOT-LINE TO RPT-LINE.
141300     WRITE RPT-LINE.
141400     MOVE 'BLOCKS EXPIRED             : ' TO TOT-LABEL.
141500     MOVE WS-BLOCKS-EXPIRED TO TOT-COUNT.
141600     MOVE WS-TOT-LINE TO RPT-LINE.
141700     WRITE RPT-LINE.
141800     MOVE 'UNUSED VALUES VOIDED       : ' TO TOT-LABEL.
141900     MOVE WS-VALUES-VOIDED TO TOT-COUNT.
142000     MOVE WS-TOT-LINE TO RPT-LINE.
142100     WRITE RPT-LINE.
142200     MOVE 'ALLOCATION REQUESTS READ   : ' TO TOT-LABEL.
142300     MOVE WS-REQUESTS-READ TO TOT-COUNT.
142400     MOVE WS-TOT-LINE TO RPT-LINE.
142500     WRITE RPT-LINE.
142600     MOVE 'BLOCKS ALLOCATED           : ' TO TOT-LABEL.
142700     MOVE WS-BLOCKS-ALLOCATED TO TOT-COUNT.
142800     MOVE WS-TOT-LINE TO RPT-LINE.
142900     WRITE RPT-LINE.
143000     MOVE 'VALUES ALLOCATED           : ' TO TOT-LABEL.
143100     MOVE WS-VALUES-ALLOCATED TO TOT-COUNT.
143200     MOVE WS-TOT-LINE TO RPT-LINE.
143300     WRITE RPT-LINE.
143400     MOVE 'REQUESTS REJECTED          : ' TO TOT-LABEL.
143500     MOVE WS-REQUESTS-REJECTED TO TOT-COUNT.
143600     MOVE WS-TOT-LINE TO RPT-LINE.
143700     WRITE RPT-LINE.
143800     MOVE 'CLOSED BLOCKS AGED OFF     : ' TO TOT-LABEL.
143900     MOVE WS-BLOCKS-PURGED TO TOT-COUNT.
144000     MOVE WS-TOT-LINE TO RPT-LINE.
144100     WRITE RPT-LINE.
144200 3500-WRITE-TOTALS-EXIT.
144300     EXIT.
144400*=============================================================
144500* 7100-LOCATE-SERIES - RESOLVE WS-CURRENT-SERIES TO ITS TABLE
144600* ENTRY, LEAVING THE SUBSCRIPT IN WS-SER-SUB FOR THE CALLER.
144700*=============================================================
144800 7100-LOCATE-SERIES.
144900     MOVE 'N'  TO WS-SERIES-FOUND-SW.
145000     MOVE ZERO TO WS-SER-SUB.
145100     IF WS-SERIES-COUNT > ZERO
145200         SET WS-SER-IX TO 1
145300         SEARCH WS-SER-ENTRY
145400             AT END
145500                 CONTINUE
145600             WHEN WS-SER-CODE (WS-SER-IX) = WS-CURRENT-SERIES
145700                 AND WS-SER-IX NOT > WS-SERIES-COUNT
145800                 MOVE 'Y' TO WS-SERIES-FOUND-SW
145900                 SET WS-SER-SUB TO WS-SER-IX
146000         END-SEARCH
146100     END-IF.
146200 7100-LOCATE-SERIES-EXIT.
146300     EXIT.
146400*=============================================================
146500* 7200-ADD-SERIES - A FRESH ENTRY FOR A SERIES WITH NO COUNTER
146600* RECORD YET. A FULL TABLE LEAVES THE FOUND SWITCH OFF AND THE
146700* CALLER REFUSES THE REQUEST.
146800*=============================================================
146900 7200-ADD-SERIES.
147000     IF WS-SERIES-COUNT >= WS-SERIES-TABLE-MAX
147100         GO TO 7200-ADD-SERIES-EXIT
147200     END-IF.
147300     ADD 1 TO WS-SERIES-COUNT.
147400     MOVE WS-SERIES-COUNT TO WS-SER-SUB.
147500     MOVE WS-CURRENT-SERIES TO WS-SER-CODE (WS-SER-SUB).
147600     MOVE ZEROES TO WS-SER-LAST-ISSUED (WS-SER-SUB).
147700     MOVE ZEROES TO WS-SER-CYCLE-COUNT (WS-SER-SUB).
147800     MOVE WS-DEFAULT-SERIES-MAX TO WS-SER-MAX (WS-SER-SUB).
147900     MOVE 'Y' TO WS-SERIES-FOUND-SW.
148000 7200-ADD-SERIES-EXIT.
148100     EXIT.
148200*=============================================================
148300 7300-TEST-CONTROL-ENTRY.
148400     IF WS-RCNT-CODE (WS-SER-WRITE-SUB) = WS-CURRENT-SERIES
148500         MOVE 'Y' TO WS-RCN-FOUND-SW
148600         MOVE WS-SER-WRITE-SUB TO WS-RCNT-SUB
148700     END-IF.
148800 7300-TEST-CONTROL-ENTRY-EXIT.
148900     EXIT.
149000*=============================================================
149100* 7400-FIND-ACTIVE-BLOCK - THE ACTIVE BLOCK OF WS-CURRENT-
149200* SERIES HOLDING WS-USE-VALUE, SUBSCRIPT LEFT IN WS-BT-SUB.
149300*=============================================================
149400 7400-FIND-ACTIVE-BLOCK.
149500     MOVE 'N'  TO WS-BLOCK-FOUND-SW.
149600     MOVE ZERO TO WS-BT-SUB.
149700     IF WS-BT-COUNT > ZERO
149800         SET WS-BT-IX TO 1
149900         SEARCH WS-BT-ENTRY
150000             AT END
150100                 CONTINUE
150200             WHEN WS-BT-SERIES (WS-BT-IX) = WS-CURRENT-SERIES
150300                 AND WS-BT-ACTIVE (WS-BT-IX)
150400                 AND WS-USE-VALUE NOT < WS-BT-FROM (WS-BT-IX)
150500                 AND WS-USE-VALUE NOT > WS-BT-TO (WS-BT-IX)
150600                 AND WS-BT-IX NOT > WS-BT-COUNT
150700                 MOVE 'Y' TO WS-BLOCK-FOUND-SW
150800                 SET WS-BT-SUB TO WS-BT-IX
150900         END-SEARCH
151000     END-IF.
151100 7400-FIND-ACTIVE-BLOCK-EXIT.
151200     EXIT.
151300*=============================================================
151400* 7500-FIND-RESERVED - AN ACTIVE RESERVED BLOCK OF WS-CURRENT-
151500* SERIES HOLDING WS-NEXT-VALUE, SUBSCRIPT LEFT IN WS-RSV-SUB.
151600*=============================================================
151700 7500-FIND-RESERVED.
151800     MOVE 'N' TO WS-RESERVED-FOUND-SW.
151900     IF WS-RSV-COUNT = ZERO
152000         GO TO 7500-FIND-RESERVED-EXIT
152100     END-IF.
152200     SET WS-RSV-IX TO 1.
152300     SEARCH WS-RSV-ENTRY
152400         AT END
152500             CONTINUE
152600         WHEN WS-RSV-SERIES (WS-RSV-IX) = WS-CURRENT-SERIES
152700             AND WS-NEXT-VALUE NOT < WS-RSV-FROM (WS-RSV-IX)
152800             AND WS-NEXT-VALUE NOT > WS-RSV-TO (WS-RSV-IX)
152900             AND WS-RSV-IX NOT > WS-RSV-COUNT
153000             MOVE 'Y' TO WS-RESERVED-FOUND-SW
153100             SET WS-RSV-SUB TO WS-RSV-IX
153200     END-SEARCH.
153300 7500-FIND-RESERVED-EXIT.
153400     EXIT.
153500*=============================================================
153600* 7800-COMPUTE-CHECK-DIGIT - THE CHECK DIGIT OF WS-CD-VALUE,
153700* LEFT IN WS-CD-DIGIT. THE SAME ROUTINE STANDS IN EVERY
153800* PROGRAM THAT ISSUES A NUMBER OR TAKES ONE BACK - A CHANGE TO
153900* ONE IS A CHANGE TO ALL OF THEM.
154000*=============================================================
154100 7800-COMPUTE-CHECK-DIGIT.
154200     MOVE ZERO TO WS-CD-SUM.
154300     PERFORM 7810-WEIGH-ONE-DIGIT
154400         THRU 7810-WEIGH-ONE-DIGIT-EXIT
154500         VARYING WS-CD-SUB FROM 1 BY 1
154600         UNTIL WS-CD-SUB > 7.
154700     DIVIDE WS-CD-SUM BY 10 GIVING WS-CD-QUOTIENT
154800         REMAINDER WS-CD-REMAINDER.
154900     IF WS-CD-REMAINDER = ZERO
155000         MOVE ZERO TO WS-CD-DIGIT
155100     ELSE
155200         COMPUTE WS-CD-DIGIT = 10 - WS-CD-REMAINDER
155300     END-IF.
155400 7800-COMPUTE-CHECK-DIGIT-EXIT.
155500     EXIT.
155600*=============================================================
155700 7810-WEIGH-ONE-DIGIT.
155800     COMPUTE WS-CD-PRODUCT = WS-CD-VALUE-DIGIT (WS-CD-SUB)
155900         * WS-CD-WEIGHT (WS-CD-SUB).
156000     IF WS-CD-PRODUCT > 9
156100         SUBTRACT 9 FROM WS-CD-PRODUCT
156200     END-IF.
156300     ADD WS-CD-PRODUCT TO WS-CD-SUM.
156400 7810-WEIGH-ONE-DIGIT-EXIT.
156500     EXIT.
156600*=============================================================
156700* 8100-TABLE-HALT - BLKFILE HOLDS MORE BLOCKS THAN THE TABLE.
156800* NOTHING HAS BEEN CHANGED; THE LOCK IS HANDED BACK.
156900*=============================================================
157000 8100-TABLE-HALT.
157100     DISPLAY 'SEQBLK00 HALT - ' WS-HALT-MESSAGE.
157200     MOVE WS-HALT-MESSAGE TO RPT-LINE.
157300     WRITE RPT-LINE.
157400     CLOSE RPT-FILE.
157500     PERFORM 9000-RELEASE-RUN-LOCK
157600         THRU 9000-RELEASE-RUN-LOCK-EXIT.
157700     MOVE 'H' TO WS-JRN-STATUS-CODE.
157800     MOVE '8100-TABLE-HALT' TO WS-JRN-HALT-PARA.
157900     PERFORM 9500-WRITE-JOURNAL
158000         THRU 9500-WRITE-JOURNAL-EXIT.
158100     MOVE 16 TO RETURN-CODE.
158200     STOP RUN.
158300 8100-TABLE-HALT-EXIT.
158400     EXIT.
158500*=============================================================
158600* 8200-FILE-HALT - THE OPEN LEDGER OR THE REGISTER COULD NOT
158700* BE OPENED. NOTHING HAS BEEN CHANGED; THE LOCK IS HANDED
158800* BACK.
158900*=============================================================
159000 8200-FILE-HALT.
159100     DISPLAY 'SEQBLK00 HALT - ' WS-HALT-MESSAGE.
159200     MOVE WS-HALT-MESSAGE TO RPT-LINE.
159300     WRITE RPT-LINE.
159400     CLOSE RPT-FILE.
159500     PERFORM 9000-RELEASE-RUN-LOCK
159600         THRU 9000-RELEASE-RUN-LOCK-EXIT.
159700     MOVE 'H' TO WS-JRN-STATUS-CODE.
159800     MOVE '8200-FILE-HALT' TO WS-JRN-HALT-PARA.
159900     PERFORM 9500-WRITE-JOURNAL
160000         THRU 9500-WRITE-JOURNAL-EXIT.
160100     MOVE 16 TO RETURN-CODE.
160200     STOP RUN.
160300 8200-FILE-HALT-EXIT.
160400     EXIT.
160500*=============================================================
160600* 8300-LOCK-HALT - ANOTHER RUN OR A DESK SCREEN HOLDS THE
160700* LOCK. THE MARK IS NOT OURS, SO IT IS LEFT ALONE.
160800*=============================================================
160900 8300-LOCK-HALT.
161000     MOVE SPACES TO WS-HALT-MESSAGE.
161100     STRING 'RUN LOCK HELD BY ' WS-LOCK-RUN-ID
161200         ' SINCE ' WS-LOCK-RUN-DATE ' ' WS-LOCK-RUN-TIME
161300         ' - RUN NOT STARTED'
161400         DELIMITED BY SIZE INTO WS-HALT-MESSAGE.
161500     DISPLAY WS-HALT-MESSAGE.
161600     MOVE WS-HALT-MESSAGE TO RPT-LINE.
161700     WRITE RPT-LINE.
161800     CLOSE RPT-FILE.
161900     MOVE 'H' TO WS-JRN-STATUS-CODE.
162000     MOVE '8300-LOCK-HALT' TO WS-JRN-HALT-PARA.
162100     PERFORM 9500-WRITE-JOURNAL
162200         THRU 9500-WRITE-JOURNAL-EXIT.
162300     MOVE 12 TO RETURN-CODE.
162400     STOP RUN.
162500 8300-LOCK-HALT-EXIT.
162600     EXIT.
162700*=============================================================
162800 9000-RELEASE-RUN-LOCK.
162900     IF NOT WS-LOCK-HELD
163000         GO TO 9000-RELEASE-RUN-LOCK-EXIT
163100     END-IF.
163200     OPEN OUTPUT LOK-FILE.
163300     MOVE SPACES TO LOK-RECORD.
163400     SET LOK-RELEASED TO TRUE.
163500     MOVE WS-RUN-ID       TO LOK-RUN-ID.
163600     MOVE WS-CURRENT-DATE TO LOK-RUN-DATE.
163700     MOVE WS-NOW          TO LOK-RUN-TIME.
163800     WRITE LOK-RECORD.
163900     CLOSE LOK-FILE.
164000     MOVE 'N' TO WS-LOCK-HELD-SW.
164100 9000-RELEASE-RUN-LOCK-EXIT.
164200     EXIT.
164300*=============================================================
164400* 9500-WRITE-JOURNAL - APPEND THE CLOSE-OUT RECORD THE MORNING
164500* STATUS CHECK READS. RECORDS IN ARE USAGE RECORDS PLUS
164600* REQUESTS; RECORDS OUT ARE VALUES POSTED PLUS VALUES
164700* ALLOCATED.
164800*=============================================================
164900 9500-WRITE-JOURNAL.
165000     OPEN EXTEND JRN-FILE.
165100     IF WS-JRN-FILE-STATUS = '35'
165200         OPEN OUTPUT JRN-FILE
165300     END-IF.
165400     ACCEPT WS-JRN-END-TIME FROM TIME.
165500     MOVE SPACES TO JRN-RECORD.
165600     MOVE WS-RUN-ID          TO JRN-RUN-ID.
165700     MOVE WS-TODAY           TO JRN-BUS-DATE.
165800     MOVE WS-NOW             TO JRN-START-TIME.
165900     MOVE WS-JRN-END-TIME    TO JRN-END-TIME.
166000     COMPUTE JRN-RECORDS-IN =
166100         WS-USAGE-READ + WS-REQUESTS-READ.
166200     COMPUTE JRN-RECORDS-OUT =
166300         WS-USAGE-POSTED + WS-VALUES-ALLOCATED.
166400     COMPUTE JRN-REJECT-COUNT =
166500         WS-USAGE-REJECTED + WS-REQUESTS-REJECTED.
166600     MOVE WS-EXCEPTIONS-RAISED TO JRN-EXCEPTION-COUNT.
166700     MOVE WS-JRN-STATUS-CODE TO JRN-STATUS.
166800     MOVE WS-JRN-HALT-PARA   TO JRN-HALT-PARA.
166900     WRITE JRN-RECORD.
167000     CLOSE JRN-FILE.
167100 9500-WRITE-JOURNAL-EXIT.
167200     EXIT.
