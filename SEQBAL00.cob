004600*                   DAY JOURNALS AS A WARNING - SO THE
004700*                   MORNING CHECK READS ONE FILE INSTEAD OF
004800*                   THE JOB LOG AND THE RETURN CODE.
004801*  2026-09-28 JHM   SERIES MASTER. EACH SERIES LINE CARRIES
004802*                   ITS SRMFILE DESCRIPTION, AND A RESTART
004803*                   AFTER A LOGGED ROLLOVER IS PROVEN FORWARD
004804*                   FROM THE MASTER STARTING VALUE, NOT 1.
004805*  2026-10-08 JHM   BRANCH BLOCKS. A SKIPPED VALUE INSIDE A
004806*                   SEQBLK00 BLOCK ALLOCATED ON OR BEFORE THE
004807*                   BALANCE DATE IS AN EXPLAINED GAP - THE
004808*                   BRANCH HOLDS IT AND REPORTS IT THROUGH THE
004809*                   USAGE FEED OR IT IS VOIDED AT EXPIRY. A
004810*                   CONTROL RECORD AHEAD OF THE LAST VALUE
004811*                   ISSUED BALANCES WHEN EVERY VALUE BETWEEN IS
004812*                   SO EXPLAINED (A BLOCK CARVED AFTER THE
004813*                   RUN). THE BLOCKS STILL OUTSTANDING ARE
004814*                   LISTED UNDER THE VERDICT.
004815*  2026-10-14 JHM   INTRADAY CYCLES. EACH RUN BALANCES THE
004816*                   CYCLE SEQGEN00 JUST ENDED (RCN-DAY-CYCLE) AS
004817*                   BEFORE, AND AN OUTFILE OR EXTFILE LINE
004818*                   STAMPED WITH ANOTHER CYCLE - A STALE FILE -
004819*                   PUTS IT OUT OF BALANCE. WHEN THE CALENDAR
004820*                   SCHEDULES MORE THAN ONE CYCLE, THE DAY AS A
004821*                   WHOLE IS ALSO PROVED FROM THE REGISTER: PER
004822*                   SERIES, THE SEQGEN00 POSTINGS FOR THE CYCLE
004823*                   MUST MATCH OUTFILE AND THOSE FOR THE WHOLE
004824*                   DATE MUST MATCH RCN-DAY-COUNT. THE CYCLE IS
004825*                   SHOWN IN THE HEADING AND JOURNALED.
004900*-----------------------------------------------------------
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
007600     SELECT JRN-FILE      ASSIGN TO JRNFILE
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS  IS WS-JRN-FILE-STATUS.
007802     SELECT BLK-FILE      ASSIGN TO BLKFILE
007804         ORGANIZATION IS LINE SEQUENTIAL
007806         FILE STATUS  IS WS-BLK-FILE-STATUS.
007810     SELECT SRM-FILE      ASSIGN TO SRMFILE
007820         ORGANIZATION IS INDEXED
007830         ACCESS MODE  IS DYNAMIC
007840         RECORD KEY   IS SRM-SERIES-CODE
007850         FILE STATUS  IS WS-SRM-FILE-STATUS.
007856     SELECT REG-FILE      ASSIGN TO REGFILE
007862         ORGANIZATION IS INDEXED
007868         ACCESS MODE  IS SEQUENTIAL
007874         RECORD KEY   IS REG-KEY
007880         ALTERNATE RECORD KEY IS REG-TRN-KEY
007886             WITH DUPLICATES
007892         FILE STATUS  IS WS-REG-FILE-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  OUT-FILE.
009500 COPY RSVREC01.
009600 FD  JRN-FILE.
009700 COPY JRNREC01.
009710 FD  SRM-FILE.
009720 COPY SRMREC01.
009730 FD  BLK-FILE.
009740 COPY BLKREC01.
009750 FD  REG-FILE.
009760 COPY REGREC01.
009800 WORKING-STORAGE SECTION.
009900 01  WS-SWITCHES.
010000     05  WS-OUT-EOF-SW           PIC X(01) VALUE 'N'.
011700         88  WS-RSV-EOF               VALUE 'Y'.
011800     05  WS-RESERVED-FOUND-SW    PIC X(01) VALUE 'N'.
011900         88  WS-RESERVED-FOUND        VALUE 'Y'.
011910     05  WS-SRM-AVAIL-SW         PIC X(01) VALUE 'N'.
011920         88  WS-SRM-AVAILABLE         VALUE 'Y'.
011930     05  WS-BLK-EOF-SW           PIC X(01) VALUE 'N'.
011940         88  WS-BLK-EOF               VALUE 'Y'.
011950     05  WS-BLOCK-FOUND-SW       PIC X(01) VALUE 'N'.
011960         88  WS-BLOCK-FOUND           VALUE 'Y'.
011970     05  WS-REG-EOF-SW           PIC X(01) VALUE 'N'.
011980         88  WS-REG-EOF               VALUE 'Y'.
012000 01  WS-OUT-FILE-STATUS          PIC X(02) VALUE SPACES.
012100 01  WS-RCN-FILE-STATUS          PIC X(02) VALUE SPACES.
012200 01  WS-EXT-FILE-STATUS          PIC X(02) VALUE SPACES.
012400 01  WS-CAL-FILE-STATUS          PIC X(02) VALUE SPACES.
012500 01  WS-RSV-FILE-STATUS          PIC X(02) VALUE SPACES.
012600 01  WS-JRN-FILE-STATUS          PIC X(02) VALUE SPACES.
012610 01  WS-SRM-FILE-STATUS          PIC X(02) VALUE SPACES.
012620 01  WS-BLK-FILE-STATUS          PIC X(02) VALUE SPACES.
012630 01  WS-REG-FILE-STATUS          PIC X(02) VALUE SPACES.
012700 01  WS-JRN-STATUS-CODE          PIC X(01) VALUE 'C'.
012800 01  WS-JRN-HALT-PARA            PIC X(20) VALUE SPACES.
012900 01  WS-JRN-END-TIME             PIC 9(06) VALUE ZEROES.
014000     05  WS-BAL-ENTRY            OCCURS 10 TIMES
014100                                 INDEXED BY WS-BAL-IX.
014200         10  WS-BAL-CODE         PIC X(01).
014210         10  WS-BAL-DESC         PIC X(30).
014220         10  WS-BAL-START        PIC 9(07).
014300         10  WS-BAL-OUT-COUNT    PIC 9(07).
014400         10  WS-BAL-PREV-VALUE   PIC 9(07).
014500         10  WS-BAL-LAST-VALUE   PIC 9(07).
015200         10  WS-BAL-RCN-LAST     PIC 9(07).
015300         10  WS-BAL-EXT-FOUND    PIC X(01).
015400         10  WS-BAL-EXT-COUNT    PIC 9(07).
015410         10  WS-BAL-RCN-DAY-COUNT PIC 9(07).
015420         10  WS-BAL-REG-CYCLE    PIC 9(07).
015430         10  WS-BAL-REG-DAY      PIC 9(07).
015500 01  WS-BAL-SUB                  PIC 9(03) COMP VALUE ZERO.
015600 01  WS-BAL-WRITE-SUB            PIC 9(03) COMP VALUE ZERO.
015700 01  WS-CURRENT-SERIES           PIC X(01) VALUE SPACE.
018400         10  WS-RSV-SERIES       PIC X(01).
018500         10  WS-RSV-FROM         PIC 9(07).
018600         10  WS-RSV-TO           PIC 9(07).
018604*-----------------------------------------------------------
018608* BRANCH BLOCK TABLE - THE SEQBLK00 BLOCKS ALLOCATED ON OR
018612* BEFORE THE BALANCE DATE, WHATEVER THEIR STATUS NOW. A
018616* SKIPPED VALUE INSIDE ONE WENT TO A BRANCH, NOT MISSING. A
018620* BLOCK THE TABLE CANNOT HOLD LEAVES THE DAY UNPROVEN, THE
018624* SAME AS A COLLISION TABLE OVERFLOW.
018628*-----------------------------------------------------------
018632 01  WS-BLK-COUNT                PIC 9(03) COMP VALUE ZERO.
018636 01  WS-BLK-TABLE-MAX            PIC 9(03) COMP VALUE 200.
018640 01  WS-BLK-OVERFLOW-COUNT       PIC 9(05) COMP VALUE ZERO.
018644 01  WS-BLK-TABLE.
018648     05  WS-BLK-ENTRY            OCCURS 200 TIMES
018652                                 INDEXED BY WS-BLK-IX.
018656         10  WS-BLK-SERIES       PIC X(01).
018660         10  WS-BLK-FROM         PIC 9(07).
018664         10  WS-BLK-TO           PIC 9(07).
018668         10  WS-BLK-BRANCH       PIC X(08).
018672         10  WS-BLK-EXPIRY       PIC 9(08).
018676         10  WS-BLK-STATUS       PIC X(01).
018680         10  WS-BLK-USED         PIC 9(07).
018684 01  WS-BLK-SUB                  PIC 9(03) COMP VALUE ZERO.
018688 01  WS-GAPS-BEFORE              PIC 9(05) VALUE ZERO.
018700*-----------------------------------------------------------
018800* RUN CONTROLS AND TALLIES
018900*-----------------------------------------------------------
019400 01  WS-ERROR-COUNT              PIC 9(05) COMP VALUE ZERO.
019500 01  WS-RUN-ID                   PIC X(08) VALUE 'SEQBAL00'.
019600 01  WS-EDIT-COUNT               PIC 9(05) VALUE ZERO.
019608*-----------------------------------------------------------
019616* INTRADAY CYCLE - THE CYCLE BEING BALANCED (FROM RCNFILE, 1
019624* FOR A CONTROL RECORD WRITTEN BEFORE CYCLES WERE NUMBERED)
019632* AND HOW MANY THE CALENDAR SCHEDULES. LINES ON OUTFILE OR
019640* EXTFILE STAMPED WITH ANY OTHER CYCLE ARE COUNTED AS STALE.
019648*-----------------------------------------------------------
019656 01  WS-DAY-CYCLE                PIC 9(02) VALUE ZERO.
019664 01  WS-CYCLES-PER-DAY           PIC 9(02) VALUE 01.
019672 01  WS-POST-CYCLE               PIC 9(02) VALUE ZERO.
019680 01  WS-STALE-OUT-COUNT          PIC 9(07) COMP VALUE ZERO.
019688 01  WS-STALE-EXT-COUNT          PIC 9(07) COMP VALUE ZERO.
019700*-----------------------------------------------------------
019800* REPORT LINE LAYOUTS
019900*-----------------------------------------------------------
020200             VALUE 'SEQBAL00 END-OF-DAY BALANCING'.
020300     05  FILLER                  PIC X(06) VALUE SPACES.
020400     05  HDG-RUN-DATE            PIC 9(08).
020410     05  FILLER                  PIC X(08) VALUE '  CYCLE '.
020420     05  HDG-DAY-CYCLE           PIC 9(02).
020430     05  FILLER                  PIC X(04) VALUE ' OF '.
020440     05  HDG-CYCLES-PER-DAY      PIC 9(02).
020500 01  WS-HDG-LINE-2.
020600     05  FILLER                  PIC X(04) VALUE 'SER'.
020610     05  FILLER                  PIC X(32) VALUE 'DESCRIPTION'.
020700     05  FILLER                  PIC X(11) VALUE 'OUT-COUNT'.
020800     05  FILLER                  PIC X(11) VALUE 'RCN-COUNT'.
020900     05  FILLER                  PIC X(11) VALUE 'EXT-COUNT'.
021500 01  WS-DET-LINE.
021600     05  DET-SERIES              PIC X(01).
021700     05  FILLER                  PIC X(03) VALUE SPACES.
021710     05  DET-DESCRIPTION         PIC X(30).
021720     05  FILLER                  PIC X(02) VALUE SPACES.
021800     05  DET-OUT-COUNT           PIC 9(07).
021900     05  FILLER                  PIC X(04) VALUE SPACES.
022000     05  DET-RCN-COUNT           PIC X(07).
023800     05  FILLER                  PIC X(22)
023900             VALUE 'VOID CONFIRMATIONS  : '.
024000     05  TOT-VOID-COUNT          PIC Z,ZZZ,ZZ9.
024005 01  WS-BLK-HDG-LINE.
024010     05  FILLER                  PIC X(30)
024015             VALUE 'BRANCH BLOCKS OUTSTANDING'.
024020 01  WS-BLK-LINE.
024025     05  FILLER                  PIC X(04) VALUE SPACES.
024030     05  BLK-DET-SERIES          PIC X(01).
024035     05  FILLER                  PIC X(03) VALUE SPACES.
024040     05  BLK-DET-FROM            PIC 9(07).
024045     05  FILLER                  PIC X(03) VALUE ' - '.
024050     05  BLK-DET-TO              PIC 9(07).
024055     05  FILLER                  PIC X(10) VALUE ' BRANCH '.
024060     05  BLK-DET-BRANCH          PIC X(08).
024065     05  FILLER                  PIC X(10) VALUE ' EXPIRES '.
024070     05  BLK-DET-EXPIRY          PIC 9(08).
024075     05  FILLER                  PIC X(07) VALUE ' USED '.
024080     05  BLK-DET-USED            PIC ZZZZZZ9.
024090 01  WS-DAY-HDG-LINE-1.
024100     05  FILLER                  PIC X(20)
024110             VALUE 'DAY-TO-DATE - CYCLE '.
024120     05  DAY-HDG-CYCLE           PIC 9(02).
024130     05  FILLER                  PIC X(04) VALUE ' OF '.
024140     05  DAY-HDG-CYCLES          PIC 9(02).
024150     05  FILLER                  PIC X(03) VALUE ' - '.
024160     05  DAY-HDG-STATE           PIC X(16).
024170 01  WS-DAY-HDG-LINE-2.
024180     05  FILLER                  PIC X(04) VALUE 'SER'.
024190     05  FILLER                  PIC X(11) VALUE 'CYCLE-REG'.
024200     05  FILLER                  PIC X(11) VALUE 'CYCLE-OUT'.
024210     05  FILLER                  PIC X(11) VALUE 'DAY-REG'.
024220     05  FILLER                  PIC X(11) VALUE 'DAY-RCN'.
024230     05  FILLER                  PIC X(08) VALUE 'VERDICT'.
024240 01  WS-DAY-DET-LINE.
024250     05  DAY-DET-SERIES          PIC X(01).
024260     05  FILLER                  PIC X(03) VALUE SPACES.
024270     05  DAY-DET-CYCLE-REG       PIC 9(07).
024280     05  FILLER                  PIC X(04) VALUE SPACES.
024290     05  DAY-DET-CYCLE-OUT       PIC 9(07).
024300     05  FILLER                  PIC X(04) VALUE SPACES.
024310     05  DAY-DET-DAY-REG         PIC 9(07).
024320     05  FILLER                  PIC X(04) VALUE SPACES.
024330     05  DAY-DET-DAY-RCN         PIC X(07).
024340     05  FILLER                  PIC X(04) VALUE SPACES.
024350     05  DAY-DET-VERDICT         PIC X(12).
024360 01  WS-VERDICT-LINE.
024370     05  FILLER                  PIC X(18)
024380             VALUE 'BALANCE VERDICT : '.
024400     05  VERDICT-TEXT            PIC X(14).
024500 PROCEDURE DIVISION.
024600*=============================================================
025000     PERFORM 2000-LOAD-CONTROL
025100         THRU 2000-LOAD-CONTROL-EXIT
025200         UNTIL WS-RCN-EOF.
025210     PERFORM 2100-SET-DAY-CYCLE
025220         THRU 2100-SET-DAY-CYCLE-EXIT.
025300     PERFORM 2200-LOAD-EXTRACT
025400         THRU 2200-LOAD-EXTRACT-EXIT
025500         UNTIL WS-EXT-EOF.
025600     PERFORM 2300-LOAD-RESERVATIONS
025700         THRU 2300-LOAD-RESERVATIONS-EXIT.
025710     PERFORM 2350-LOAD-BLOCKS
025720         THRU 2350-LOAD-BLOCKS-EXIT.
025800     PERFORM 2400-LOAD-EXCEPTIONS
025900         THRU 2400-LOAD-EXCEPTIONS-EXIT
026000         UNTIL WS-EXC-EOF.
029200     IF WS-EXC-FILE-STATUS = '35'
029300         MOVE 'Y' TO WS-EXC-EOF-SW
029400     END-IF.
029410*    THE SERIES MASTER IS OPTIONAL HERE - WITHOUT IT THE
029420*    LINES GO OUT UNNAMED AND A RESTART IS PROVEN FROM 1.
029430     OPEN INPUT SRM-FILE.
029440     IF WS-SRM-FILE-STATUS = '00'
029450         MOVE 'Y' TO WS-SRM-AVAIL-SW
029460     END-IF.
029500 1000-INITIALIZE-EXIT.
029600     EXIT.
029700*=============================================================
032200         AND CAL-DATE IS NUMERIC
032300         AND CAL-DATE > ZEROES
032400         MOVE CAL-DATE TO WS-TODAY
032410         IF CAL-CYCLES-PER-DAY IS NUMERIC
032420             AND CAL-CYCLES-PER-DAY > ZEROES
032430             MOVE CAL-CYCLES-PER-DAY TO WS-CYCLES-PER-DAY
032440         END-IF
032500     END-IF.
032600 1060-READ-CALENDAR-RECORD-EXIT.
032700     EXIT.
033000* ON THE CONTROL RECORD IS THE DATE BEING BALANCED, SO THE
033100* EXCEPTION FILTER USES IT RATHER THAN THE CALENDAR DATE THIS
033200* JOB HAPPENS TO RUN ON (THE BALANCING STEP CAN CROSS
033300* MIDNIGHT). EVERY RECORD CARRIES THE SAME DAY CYCLE - THE
033310* CYCLE BEING BALANCED - AND THE DAY'S ISSUES SO FAR.
033400*=============================================================
033500 2000-LOAD-CONTROL.
033600     READ RCN-FILE
034500     MOVE RCN-RECORD-COUNT TO WS-BAL-RCN-COUNT (WS-BAL-SUB).
034600     MOVE RCN-LAST-ISSUED  TO WS-BAL-RCN-LAST (WS-BAL-SUB).
034700     MOVE RCN-RUN-DATE     TO WS-BALANCE-DATE.
034708     IF RCN-DAY-CYCLE IS NUMERIC
034716         AND RCN-DAY-CYCLE > ZEROES
034724         MOVE RCN-DAY-CYCLE TO WS-DAY-CYCLE
034732     END-IF.
034740     IF RCN-DAY-COUNT IS NUMERIC
034748         MOVE RCN-DAY-COUNT
034756             TO WS-BAL-RCN-DAY-COUNT (WS-BAL-SUB)
034764     ELSE
034772         MOVE RCN-RECORD-COUNT
034780             TO WS-BAL-RCN-DAY-COUNT (WS-BAL-SUB)
034788     END-IF.
034800 2000-LOAD-CONTROL-EXIT.
034900     EXIT.
034909*=============================================================
034918* 2100-SET-DAY-CYCLE - A CONTROL FILE WITH NO CYCLE ON IT, OR
034927* NO CONTROL FILE AT ALL, IS THE SINGLE NIGHTLY CYCLE.
034936*=============================================================
034945 2100-SET-DAY-CYCLE.
034954     IF WS-DAY-CYCLE = ZERO
034963         MOVE 1 TO WS-DAY-CYCLE
034972     END-IF.
034981 2100-SET-DAY-CYCLE-EXIT.
034990     EXIT.
035000*=============================================================
035100 2200-LOAD-EXTRACT.
035200     READ EXT-FILE
035900         THRU 7000-LOCATE-OR-ADD-SERIES-EXIT.
036000     MOVE 'Y'              TO WS-BAL-EXT-FOUND (WS-BAL-SUB).
036100     MOVE EXT-COUNT-ISSUED TO WS-BAL-EXT-COUNT (WS-BAL-SUB).
036110     IF EXT-DAY-CYCLE IS NUMERIC
036120         AND EXT-DAY-CYCLE NOT = WS-DAY-CYCLE
036130         ADD 1 TO WS-STALE-EXT-COUNT
036140     END-IF.
036200 2200-LOAD-EXTRACT-EXIT.
036300     EXIT.
036400*=============================================================
040800     MOVE RSV-TO-VALUE    TO WS-RSV-TO (WS-RSV-COUNT).
040900 2310-READ-RESERVATION-RECORD-EXIT.
041000     EXIT.
041002*=============================================================
041004* 2350-LOAD-BLOCKS - THE BRANCH BLOCKS ALLOCATED ON OR BEFORE
041006* THE BALANCE DATE. A BLOCK SINCE COMPLETED OR EXPIRED STILL
041008* EXPLAINS ITS VALUES - THEY WENT TO THE BRANCH, AND WHAT THE
041010* BRANCH DID NOT USE WAS VOIDED. NO BLKFILE MEANS NO BLOCKS.
041012*=============================================================
041014 2350-LOAD-BLOCKS.
041016     OPEN INPUT BLK-FILE.
041018     IF WS-BLK-FILE-STATUS = '35'
041020         GO TO 2350-LOAD-BLOCKS-EXIT
041022     END-IF.
041024     PERFORM 2360-READ-BLOCK-RECORD
041026         THRU 2360-READ-BLOCK-RECORD-EXIT
041028         UNTIL WS-BLK-EOF.
041030     CLOSE BLK-FILE.
041032 2350-LOAD-BLOCKS-EXIT.
041034     EXIT.
041036*=============================================================
041038 2360-READ-BLOCK-RECORD.
041040     READ BLK-FILE
041042         AT END
041044             MOVE 'Y' TO WS-BLK-EOF-SW
041046             GO TO 2360-READ-BLOCK-RECORD-EXIT
041048     END-READ.
041050     IF BLK-ALLOC-DATE NOT NUMERIC
041052         OR BLK-ALLOC-DATE > WS-BALANCE-DATE
041054         GO TO 2360-READ-BLOCK-RECORD-EXIT
041056     END-IF.
041058     IF WS-BLK-COUNT >= WS-BLK-TABLE-MAX
041060         ADD 1 TO WS-BLK-OVERFLOW-COUNT
041062         GO TO 2360-READ-BLOCK-RECORD-EXIT
041064     END-IF.
041066     ADD 1 TO WS-BLK-COUNT.
041068     MOVE BLK-SERIES-CODE TO WS-BLK-SERIES (WS-BLK-COUNT).
041070     MOVE BLK-FROM-VALUE  TO WS-BLK-FROM (WS-BLK-COUNT).
041072     MOVE BLK-TO-VALUE    TO WS-BLK-TO (WS-BLK-COUNT).
041074     MOVE BLK-BRANCH-ID   TO WS-BLK-BRANCH (WS-BLK-COUNT).
041076     MOVE BLK-EXPIRY-DATE TO WS-BLK-EXPIRY (WS-BLK-COUNT).
041078     MOVE BLK-STATUS      TO WS-BLK-STATUS (WS-BLK-COUNT).
041080     MOVE BLK-USED-COUNT  TO WS-BLK-USED (WS-BLK-COUNT).
041082 2360-READ-BLOCK-RECORD-EXIT.
041084     EXIT.
041100*=============================================================
041200* 2400-LOAD-EXCEPTIONS - ONLY THE BALANCED DATE'S ROLLOVER AND
041300* COLLISION EVENTS EXPLAIN TODAY'S GAPS - OLDER HISTORY ON THE
044500* 2600-WALK-OUTPUT - COUNT EACH SERIES' OUTPUT RECORDS AND
044600* PROVE THE ISSUED VALUES RUN CONSECUTIVELY. A DROP IN VALUE
044700* IS ALLOWED ONLY AGAINST A LOGGED ROLLOVER; A SKIPPED VALUE
044800* IS ALLOWED ONLY AGAINST A LOGGED COLLISION REJECT. A LINE
044810* STAMPED WITH ANOTHER CYCLE IS COUNTED AS STALE.
044900*=============================================================
045000 2600-WALK-OUTPUT.
045100     READ OUT-FILE
045300             MOVE 'Y' TO WS-OUT-EOF-SW
045400             GO TO 2600-WALK-OUTPUT-EXIT
045500     END-READ.
045510     IF OUT-DAY-CYCLE IS NUMERIC
045520         AND OUT-DAY-CYCLE NOT = WS-DAY-CYCLE
045530         ADD 1 TO WS-STALE-OUT-COUNT
045540     END-IF.
045600     IF OUT-VOIDED
045700         ADD 1 TO WS-VOID-OUT-COUNT
045800         GO TO 2600-WALK-OUTPUT-EXIT
047600* ONE IN THE SAME SERIES. EQUAL OR LOWER WITHOUT A LOGGED
047700* ROLLOVER IS A DUPLICATE; HIGHER BY MORE THAN ONE IS A GAP
047800* UNLESS EVERY SKIPPED VALUE WAS A LOGGED COLLISION REJECT.
047810* AFTER A ROLLOVER THE RESTART IS PROVEN FORWARD FROM THE
047820* SERIES STARTING VALUE.
048000*=============================================================
048100 2700-CHECK-CONTINUITY.
048200     IF OUT-SEQ-VALUE > WS-BAL-PREV-VALUE (WS-BAL-SUB)
049000         IF WS-BAL-ROLL-USED (WS-BAL-SUB)
049100                 < WS-BAL-ROLL-EVENTS (WS-BAL-SUB)
049200             ADD 1 TO WS-BAL-ROLL-USED (WS-BAL-SUB)
049210             MOVE WS-BAL-START (WS-BAL-SUB) TO WS-GAP-VALUE
049400             MOVE OUT-SEQ-VALUE TO WS-GAP-HIGH
049500             PERFORM 2750-CHECK-SKIPPED-VALUE
049600                 THRU 2750-CHECK-SKIPPED-VALUE-EXIT
051200     END-IF.
051300     IF NOT WS-COLLISION-FOUND
051400         AND NOT WS-RESERVED-FOUND
051410         PERFORM 7700-FIND-BLOCK
051420             THRU 7700-FIND-BLOCK-EXIT
051430         IF NOT WS-BLOCK-FOUND
051440             ADD 1 TO WS-BAL-GAP-COUNT (WS-BAL-SUB)
051450         END-IF
051600     END-IF.
051700     ADD 1 TO WS-GAP-VALUE.
051800 2750-CHECK-SKIPPED-VALUE-EXIT.
052300*=============================================================
052400 3000-TERMINATE.
052500     MOVE WS-BALANCE-DATE TO HDG-RUN-DATE.
052510     MOVE WS-DAY-CYCLE TO HDG-DAY-CYCLE.
052520     MOVE WS-CYCLES-PER-DAY TO HDG-CYCLES-PER-DAY.
052600     MOVE WS-HDG-LINE-1 TO RPT-LINE.
052700     WRITE RPT-LINE.
052800     MOVE WS-HDG-LINE-2 TO RPT-LINE.
055100             DELIMITED BY SIZE INTO RPT-LINE
055200         WRITE RPT-LINE
055300     END-IF.
055309     IF WS-BLK-OVERFLOW-COUNT > ZERO
055318         MOVE 'N' TO WS-BALANCED-SW
055327         MOVE SPACES TO RPT-LINE
055336         MOVE WS-BLK-OVERFLOW-COUNT TO WS-EDIT-COUNT
055345         STRING 'BLOCK TABLE OVERFLOW - '
055354             WS-EDIT-COUNT
055363             ' BLOCKS NOT HELD - GAPS CANNOT BE PROVEN'
055372             DELIMITED BY SIZE INTO RPT-LINE
055381         WRITE RPT-LINE
055390     END-IF.
055400     IF WS-STALE-OUT-COUNT > ZERO
055410         MOVE 'N' TO WS-BALANCED-SW
055420         MOVE SPACES TO RPT-LINE
055430         MOVE WS-STALE-OUT-COUNT TO WS-EDIT-COUNT
055440         STRING 'OUTFILE HOLDS ' WS-EDIT-COUNT
055450             ' LINES FROM ANOTHER CYCLE - STALE FILE'
055460             DELIMITED BY SIZE INTO RPT-LINE
055470         WRITE RPT-LINE
055480     END-IF.
055490     IF WS-STALE-EXT-COUNT > ZERO
055500         MOVE 'N' TO WS-BALANCED-SW
055510         MOVE SPACES TO RPT-LINE
055520         MOVE WS-STALE-EXT-COUNT TO WS-EDIT-COUNT
055530         STRING 'EXTFILE HOLDS ' WS-EDIT-COUNT
055540             ' LINES FROM ANOTHER CYCLE - STALE FILE'
055550             DELIMITED BY SIZE INTO RPT-LINE
055560         WRITE RPT-LINE
055570     END-IF.
055580     PERFORM 3400-PROVE-DAY
055590         THRU 3400-PROVE-DAY-EXIT.
055600     IF WS-BALANCED
055610         MOVE 'IN BALANCE' TO VERDICT-TEXT
055620     ELSE
055700         MOVE 'OUT OF BALANCE' TO VERDICT-TEXT
055800     END-IF.
055900     MOVE WS-VERDICT-LINE TO RPT-LINE.
056000     WRITE RPT-LINE.
056010     PERFORM 3300-LIST-OPEN-BLOCKS
056020         THRU 3300-LIST-OPEN-BLOCKS-EXIT.
056100     IF WS-OUT-FILE-STATUS NOT = '35'
056200         CLOSE OUT-FILE
056300     END-IF.
057000     IF WS-EXC-FILE-STATUS NOT = '35'
057100         CLOSE EXC-FILE
057200     END-IF.
057210     IF WS-SRM-AVAILABLE
057220         CLOSE SRM-FILE
057230     END-IF.
057300     CLOSE RPT-FILE.
057400     IF NOT WS-BALANCED
057500         MOVE 'W' TO WS-JRN-STATUS-CODE
060000     MOVE ZEROES             TO JRN-REJECT-COUNT.
060100     MOVE ZEROES             TO JRN-EXCEPTION-COUNT.
060200     MOVE WS-JRN-STATUS-CODE TO JRN-STATUS.
060210     MOVE WS-DAY-CYCLE       TO JRN-DAY-CYCLE.
060300     MOVE WS-JRN-HALT-PARA   TO JRN-HALT-PARA.
060400     WRITE JRN-RECORD.
060500     CLOSE JRN-FILE.
062200         IF WS-BAL-OUT-COUNT (WS-BAL-WRITE-SUB) > ZERO
062300             AND WS-BAL-LAST-VALUE (WS-BAL-WRITE-SUB) NOT =
062400                 WS-BAL-RCN-LAST (WS-BAL-WRITE-SUB)
062410             PERFORM 3150-CHECK-CONTROL-TAIL
062420                 THRU 3150-CHECK-CONTROL-TAIL-EXIT
062600         END-IF
062700     ELSE
062800         IF WS-BAL-OUT-COUNT (WS-BAL-WRITE-SUB) > ZERO
064500     END-IF.
064600     MOVE SPACES TO WS-DET-LINE.
064700     MOVE WS-BAL-CODE (WS-BAL-WRITE-SUB) TO DET-SERIES.
064710     MOVE WS-BAL-DESC (WS-BAL-WRITE-SUB) TO DET-DESCRIPTION.
064800     MOVE WS-BAL-OUT-COUNT (WS-BAL-WRITE-SUB)
064900         TO DET-OUT-COUNT.
065000     IF WS-BAL-RCN-FOUND (WS-BAL-WRITE-SUB) = 'Y'
067800     WRITE RPT-LINE.
067900 3100-BALANCE-ONE-SERIES-EXIT.
068000     EXIT.
068001*=============================================================
068002* 3150-CHECK-CONTROL-TAIL - THE CONTROL RECORD IS AHEAD OF THE
068003* LAST VALUE ISSUED. THAT BALANCES ONLY WHEN EVERY VALUE IN
068004* BETWEEN IS EXPLAINED - TYPICALLY A BRANCH BLOCK CARVED AFTER
068005* THE RUN. ANY VALUE NOT EXPLAINED COUNTS AS A GAP. A CONTROL
068006* RECORD BEHIND THE LAST VALUE NEVER BALANCES.
068007*=============================================================
068008 3150-CHECK-CONTROL-TAIL.
068009     IF WS-BAL-RCN-LAST (WS-BAL-WRITE-SUB)
068010             < WS-BAL-LAST-VALUE (WS-BAL-WRITE-SUB)
068011         ADD 1 TO WS-ERROR-COUNT
068012         GO TO 3150-CHECK-CONTROL-TAIL-EXIT
068013     END-IF.
068014     MOVE WS-BAL-WRITE-SUB TO WS-BAL-SUB.
068015     MOVE WS-BAL-CODE (WS-BAL-SUB) TO WS-CURRENT-SERIES.
068016     MOVE WS-BAL-GAP-COUNT (WS-BAL-SUB) TO WS-GAPS-BEFORE.
068017     MOVE WS-BAL-LAST-VALUE (WS-BAL-SUB) TO WS-GAP-VALUE.
068018     ADD 1 TO WS-GAP-VALUE.
068019     MOVE WS-BAL-RCN-LAST (WS-BAL-SUB) TO WS-GAP-HIGH.
068020     PERFORM 2750-CHECK-SKIPPED-VALUE
068021         THRU 2750-CHECK-SKIPPED-VALUE-EXIT
068022         UNTIL WS-GAP-VALUE > WS-GAP-HIGH.
068023     IF WS-BAL-GAP-COUNT (WS-BAL-SUB) NOT = WS-GAPS-BEFORE
068024         ADD 1 TO WS-ERROR-COUNT
068025     END-IF.
068026 3150-CHECK-CONTROL-TAIL-EXIT.
068027     EXIT.
068028*=============================================================
068029* 3300-LIST-OPEN-BLOCKS - THE BRANCH BLOCKS STILL ACTIVE, SO
068030* THE VALUES OUT WITH THE BRANCHES ARE IN SIGHT ON THE SAME
068031* PAGE AS THE VERDICT THEY HELPED EXPLAIN.
068032*=============================================================
068033 3300-LIST-OPEN-BLOCKS.
068034     IF WS-BLK-COUNT = ZERO
068035         GO TO 3300-LIST-OPEN-BLOCKS-EXIT
068036     END-IF.
068037     MOVE SPACES TO RPT-LINE.
068038     WRITE RPT-LINE.
068039     MOVE WS-BLK-HDG-LINE TO RPT-LINE.
068040     WRITE RPT-LINE.
068041     PERFORM 3310-LIST-ONE-BLOCK
068042         THRU 3310-LIST-ONE-BLOCK-EXIT
068043         VARYING WS-BLK-SUB FROM 1 BY 1
068044         UNTIL WS-BLK-SUB > WS-BLK-COUNT.
068045 3300-LIST-OPEN-BLOCKS-EXIT.
068046     EXIT.
068047*=============================================================
068048 3310-LIST-ONE-BLOCK.
068049     IF WS-BLK-STATUS (WS-BLK-SUB) NOT = 'A'
068050         GO TO 3310-LIST-ONE-BLOCK-EXIT
068051     END-IF.
068052     MOVE WS-BLK-SERIES (WS-BLK-SUB) TO BLK-DET-SERIES.
068053     MOVE WS-BLK-FROM (WS-BLK-SUB)   TO BLK-DET-FROM.
068054     MOVE WS-BLK-TO (WS-BLK-SUB)     TO BLK-DET-TO.
068055     MOVE WS-BLK-BRANCH (WS-BLK-SUB) TO BLK-DET-BRANCH.
068056     MOVE WS-BLK-EXPIRY (WS-BLK-SUB) TO BLK-DET-EXPIRY.
068057     MOVE WS-BLK-USED (WS-BLK-SUB)   TO BLK-DET-USED.
068058     MOVE WS-BLK-LINE TO RPT-LINE.
068059     WRITE RPT-LINE.
068060 3310-LIST-ONE-BLOCK-EXIT.
068061     EXIT.
068071*=============================================================
068081* 3400-PROVE-DAY - WITH MORE THAN ONE CYCLE A DAY, THE CYCLE
068091* BALANCING ABOVE NO LONGER COVERS THE WHOLE DAY. THE REGISTER
068101* DOES: EVERY SEQGEN00 POSTING CARRIES ITS DATE AND CYCLE. PER
068111* SERIES, THIS CYCLE'S POSTINGS MUST MATCH OUTFILE AND THE
068121* DATE'S POSTINGS MUST MATCH THE DAY COUNT ON RCNFILE. A
068131* REGISTER THAT CANNOT BE READ LEAVES THE DAY UNPROVEN. A
068141* SINGLE-CYCLE DAY IS FULLY PROVED ABOVE AND SKIPS THIS.
068151*=============================================================
068161 3400-PROVE-DAY.
068171     IF WS-CYCLES-PER-DAY NOT > 1
068181         AND WS-DAY-CYCLE NOT > 1
068191         GO TO 3400-PROVE-DAY-EXIT
068201     END-IF.
068211     MOVE SPACES TO RPT-LINE.
068221     WRITE RPT-LINE.
068231     MOVE WS-DAY-CYCLE TO DAY-HDG-CYCLE.
068241     MOVE WS-CYCLES-PER-DAY TO DAY-HDG-CYCLES.
068251     IF WS-DAY-CYCLE < WS-CYCLES-PER-DAY
068261         MOVE 'DAY IN PROGRESS' TO DAY-HDG-STATE
068271     ELSE
068281         MOVE 'DAY COMPLETE' TO DAY-HDG-STATE
068291     END-IF.
068301     MOVE WS-DAY-HDG-LINE-1 TO RPT-LINE.
068311     WRITE RPT-LINE.
068321     OPEN INPUT REG-FILE.
068331     IF WS-REG-FILE-STATUS NOT = '00'
068341         MOVE 'N' TO WS-BALANCED-SW
068351         MOVE SPACES TO RPT-LINE
068361         STRING 'REGISTER NOT AVAILABLE - STATUS '
068371             WS-REG-FILE-STATUS
068381             ' - DAY CANNOT BE PROVEN'
068391             DELIMITED BY SIZE INTO RPT-LINE
068401         WRITE RPT-LINE
068411         GO TO 3400-PROVE-DAY-EXIT
068421     END-IF.
068431     PERFORM 3410-READ-REGISTER
068441         THRU 3410-READ-REGISTER-EXIT
068451         UNTIL WS-REG-EOF.
068461     CLOSE REG-FILE.
068471     MOVE WS-DAY-HDG-LINE-2 TO RPT-LINE.
068481     WRITE RPT-LINE.
068491     PERFORM 3420-PROVE-ONE-SERIES
068501         THRU 3420-PROVE-ONE-SERIES-EXIT
068511         VARYING WS-BAL-WRITE-SUB FROM 1 BY 1
068521         UNTIL WS-BAL-WRITE-SUB > WS-BAL-COUNT.
068531 3400-PROVE-DAY-EXIT.
068541     EXIT.
068551*=============================================================
068561* 3410-READ-REGISTER - ONLY SEQGEN00'S POSTINGS ON THE BALANCE
068571* DATE COUNT; A DESK OR BRANCH ISSUE IS NOT PART OF A CYCLE. A
068581* POSTING WITH NO CYCLE WAS THE SINGLE NIGHTLY RUN - CYCLE 1.
068591*=============================================================
068601 3410-READ-REGISTER.
068611     READ REG-FILE NEXT
068621         AT END
068631             MOVE 'Y' TO WS-REG-EOF-SW
068641             GO TO 3410-READ-REGISTER-EXIT
068651     END-READ.
068661     IF REG-RUN-DATE NOT = WS-BALANCE-DATE
068671         OR REG-RUN-ID NOT = 'SEQGEN00'
068681         GO TO 3410-READ-REGISTER-EXIT
068691     END-IF.
068701     IF REG-DAY-CYCLE IS NUMERIC
068711         AND REG-DAY-CYCLE > ZEROES
068721         MOVE REG-DAY-CYCLE TO WS-POST-CYCLE
068731     ELSE
068741         MOVE 1 TO WS-POST-CYCLE
068751     END-IF.
068761     MOVE REG-SERIES-CODE TO WS-CURRENT-SERIES.
068771     PERFORM 7000-LOCATE-OR-ADD-SERIES
068781         THRU 7000-LOCATE-OR-ADD-SERIES-EXIT.
068791     ADD 1 TO WS-BAL-REG-DAY (WS-BAL-SUB).
068801     IF WS-POST-CYCLE = WS-DAY-CYCLE
068811         ADD 1 TO WS-BAL-REG-CYCLE (WS-BAL-SUB)
068821     END-IF.
068831 3410-READ-REGISTER-EXIT.
068841     EXIT.
068851*=============================================================
068861 3420-PROVE-ONE-SERIES.
068871     MOVE ZERO TO WS-ERROR-COUNT.
068881     IF WS-BAL-REG-CYCLE (WS-BAL-WRITE-SUB) NOT =
068891             WS-BAL-OUT-COUNT (WS-BAL-WRITE-SUB)
068901         ADD 1 TO WS-ERROR-COUNT
068911     END-IF.
068921     MOVE SPACES TO WS-DAY-DET-LINE.
068931     MOVE WS-BAL-CODE (WS-BAL-WRITE-SUB) TO DAY-DET-SERIES.
068941     MOVE WS-BAL-REG-CYCLE (WS-BAL-WRITE-SUB)
068951         TO DAY-DET-CYCLE-REG.
068961     MOVE WS-BAL-OUT-COUNT (WS-BAL-WRITE-SUB)
068971         TO DAY-DET-CYCLE-OUT.
068981     MOVE WS-BAL-REG-DAY (WS-BAL-WRITE-SUB)
068991         TO DAY-DET-DAY-REG.
069001     IF WS-BAL-RCN-FOUND (WS-BAL-WRITE-SUB) = 'Y'
069011         MOVE WS-BAL-RCN-DAY-COUNT (WS-BAL-WRITE-SUB)
069021             TO DAY-DET-DAY-RCN
069031         IF WS-BAL-REG-DAY (WS-BAL-WRITE-SUB) NOT =
069041                 WS-BAL-RCN-DAY-COUNT (WS-BAL-WRITE-SUB)
069051             ADD 1 TO WS-ERROR-COUNT
069061         END-IF
069071     ELSE
069081         MOVE 'MISSING' TO DAY-DET-DAY-RCN
069091         IF WS-BAL-REG-DAY (WS-BAL-WRITE-SUB) > ZERO
069101             ADD 1 TO WS-ERROR-COUNT
069111         END-IF
069121     END-IF.
069131     IF WS-ERROR-COUNT = ZERO
069141         MOVE 'OK' TO DAY-DET-VERDICT
069151     ELSE
069161         MOVE 'OUT-OF-BAL' TO DAY-DET-VERDICT
069171         MOVE 'N' TO WS-BALANCED-SW
069181     END-IF.
069191     MOVE WS-DAY-DET-LINE TO RPT-LINE.
069201     WRITE RPT-LINE.
069211 3420-PROVE-ONE-SERIES-EXIT.
069221     EXIT.
069231*=============================================================
069241* 7000-LOCATE-OR-ADD-SERIES - RESOLVE WS-CURRENT-SERIES TO ITS
069251* BALANCING ENTRY, CREATING A FRESH ZEROED ENTRY ON FIRST
069261* SIGHT. THE SUBSCRIPT IS LEFT IN WS-BAL-SUB FOR THE CALLER.
069271*=============================================================
069281 7000-LOCATE-OR-ADD-SERIES.
069291     MOVE 'N'  TO WS-SERIES-FOUND-SW.
069301     MOVE ZERO TO WS-BAL-SUB.
069311     IF WS-BAL-COUNT > ZERO
069321         SET WS-BAL-IX TO 1
069331         SEARCH WS-BAL-ENTRY
069341             AT END
069351                 CONTINUE
069400             WHEN WS-BAL-CODE (WS-BAL-IX) = WS-CURRENT-SERIES
069500                 AND WS-BAL-IX NOT > WS-BAL-COUNT
069600                 MOVE 'Y' TO WS-SERIES-FOUND-SW
071800         MOVE ZEROES TO WS-BAL-RCN-LAST (WS-BAL-SUB)
071900         MOVE 'N'    TO WS-BAL-EXT-FOUND (WS-BAL-SUB)
072000         MOVE ZEROES TO WS-BAL-EXT-COUNT (WS-BAL-SUB)
072002         MOVE ZEROES TO WS-BAL-RCN-DAY-COUNT (WS-BAL-SUB)
072004         MOVE ZEROES TO WS-BAL-REG-CYCLE (WS-BAL-SUB)
072006         MOVE ZEROES TO WS-BAL-REG-DAY (WS-BAL-SUB)
072010         MOVE SPACES TO WS-BAL-DESC (WS-BAL-SUB)
072020         MOVE 1      TO WS-BAL-START (WS-BAL-SUB)
072030         IF WS-SRM-AVAILABLE
072040             PERFORM 7050-READ-SERIES-MASTER
072050                 THRU 7050-READ-SERIES-MASTER-EXIT
072060         END-IF
072100     END-IF.
072200 7000-LOCATE-OR-ADD-SERIES-EXIT.
072205     EXIT.
072210*=============================================================
072215* 7050-READ-SERIES-MASTER - NAME THE NEW ENTRY AND TAKE ITS
072220* STARTING VALUE FROM SRMFILE. A SERIES MISSING FROM THE
072225* MASTER IS FLAGGED ON ITS LINE BUT STILL BALANCED.
072230*=============================================================
072235 7050-READ-SERIES-MASTER.
072240     MOVE WS-CURRENT-SERIES TO SRM-SERIES-CODE.
072245     READ SRM-FILE
072250         INVALID KEY
072255             MOVE 'NOT ON SERIES MASTER'
072260                 TO WS-BAL-DESC (WS-BAL-SUB)
072265             GO TO 7050-READ-SERIES-MASTER-EXIT
072270     END-READ.
072275     MOVE SRM-DESCRIPTION TO WS-BAL-DESC (WS-BAL-SUB).
072280     IF SRM-START-VALUE > ZERO
072285         MOVE SRM-START-VALUE TO WS-BAL-START (WS-BAL-SUB)
072290     END-IF.
072295 7050-READ-SERIES-MASTER-EXIT.
072300     EXIT.
072400*=============================================================
072500 7500-FIND-COLLISION.
076200     END-IF.
076300 7600-FIND-RESERVED-EXIT.
076400     EXIT.
076404*=============================================================
076408* 7700-FIND-BLOCK - A SKIPPED VALUE INSIDE A BRANCH BLOCK WAS
076412* HANDED TO THE BRANCH, NOT LOST.
076416*=============================================================
076420 7700-FIND-BLOCK.
076424     MOVE 'N' TO WS-BLOCK-FOUND-SW.
076428     IF WS-BLK-COUNT > ZERO
076432         SET WS-BLK-IX TO 1
076436         SEARCH WS-BLK-ENTRY
076440             AT END
076444                 CONTINUE
076448             WHEN WS-BLK-SERIES (WS-BLK-IX)
076452                     = WS-CURRENT-SERIES
076456                 AND WS-GAP-VALUE
076460                     NOT < WS-BLK-FROM (WS-BLK-IX)
076464                 AND WS-GAP-VALUE
076468                     NOT > WS-BLK-TO (WS-BLK-IX)
076472                 AND WS-BLK-IX NOT > WS-BLK-COUNT
076476                 MOVE 'Y' TO WS-BLOCK-FOUND-SW
076480         END-SEARCH
076484     END-IF.
076488 7700-FIND-BLOCK-EXIT.
076492     EXIT.
076500*=============================================================
076600* 8100-SERIES-HALT - MORE DISTINCT SERIES CODES ON THE INPUTS
076700* THAN THE BALANCING TABLE HOLDS. NOTHING CAN BE PROVEN, SO
