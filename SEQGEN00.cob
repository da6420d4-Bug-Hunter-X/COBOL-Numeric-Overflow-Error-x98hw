018200*                   CALENDAR-LESS SHOP THAT LEGITIMATELY
018300*                   RERUNS ON ONE WALL-CLOCK DATE REALLY
018400*                   DOES RUN EXACTLY AS BEFORE.
018401*  2026-09-14 JHM   FULL-IDENTITY OPEN LEDGER. OPNFILE IS NOW
018402*                   AN INDEXED FILE KEYED BY SEQUENCE VALUE /
018403*                   CYCLE / SERIES, OPENED FOR UPDATE AND READ
018404*                   BY KEY INSTEAD OF LOADED INTO THE 500-ENTRY
018405*                   TABLE, SO COLLISION PROTECTION NO LONGER
018406*                   HAS A CAPACITY. 2130-CHECK-COLLISION ONLY
018407*                   REJECTS A VALUE OPEN OR VOIDED IN THE SAME
018408*                   SERIES (ANY CYCLE) - AN OPEN 0001234 IN
018409*                   ONE SERIES NO LONGER BLOCKS 0001234 IN
018410*                   ANOTHER. A VOID NOW MARKS THE ONE LEDGER
018411*                   ENTRY THE REGISTER SAYS WAS ISSUED (LATEST
018412*                   CYCLE OF THE VALUE IN THE VOID'S SERIES)
018413*                   IN PLACE, AND OUT-FILE CARRIES THE CYCLE
018414*                   SO SEQOPN00 POSTS THE SAME IDENTITY. A
018415*                   LEDGER THAT EXISTS BUT WILL NOT OPEN (AN
018416*                   UNCONVERTED OLD-LAYOUT FILE) HALTS THE RUN
018417*                   IN 8600-LEDGER-HALT RATHER THAN ISSUE WITH
018418*                   NO COLLISION PROTECTION AT ALL.
018419*  2026-09-28 JHM   SERIES MASTER. EACH SERIES NOW TAKES ITS
018420*                   STARTING VALUE, MAXIMUM AND ROLLOVER RULE
018421*                   FROM SRMFILE (LOADED ONCE AT STARTUP BY
018422*                   1060-LOAD-SERIES-MASTER) INSTEAD OF
018423*                   WS-DEFAULT-SERIES-MAX OR WHATEVER
018424*                   CTR-SERIES-MAX HELD. A NEW SERIES STARTS
018425*                   AT ITS MASTER STARTING VALUE AND A
018426*                   ROLLOVER RESTARTS THERE. A SERIES WHOSE
018427*                   MASTER BARS ROLLOVER HALTS IN 8200-SERIES-
018428*                   HALT AT ITS MAXIMUM INSTEAD OF WRAPPING. A
018429*                   SERIES NOT ON THE MASTER, OR NO MASTER AT
018430*                   ALL, KEEPS THE OLD DEFAULTS.
018431*  2026-10-05 JHM   CHECK DIGIT. EVERY NUMBER ISSUED OR
018432*                   VOIDED NOW CARRIES ITS MODULUS-10 CHECK
018433*                   DIGIT (7800-COMPUTE-CHECK-DIGIT) ON THE
018434*                   OUT-FILE LINE AND THE REGISTER POSTING,
018435*                   AND THE EXTRACT CARRIES THE DIGITS OF THE
018436*                   LAST-ISSUED AND NEXT-AVAILABLE VALUES. THE
018437*                   EXTRACT'S NEXT-AVAILABLE AFTER A SERIES
018438*                   MAXIMUM IS NOW THE MASTER STARTING VALUE,
018439*                   NOT 1, MATCHING WHAT 2120 RESTARTS AT.
018440*  2026-10-14 JHM   INTRADAY CYCLES. THE PROGRAM MAY NOW RUN
018441*                   SEVERAL TIMES PER BUSINESS DATE, UP TO
018442*                   CAL-CYCLES-PER-DAY (DEFAULT 1). 1300 NUMBERS
018443*                   THE RUN ONE PAST THE HIGHEST CYCLE ON THE
018444*                   PRIOR RCNFILE FOR THE SAME DATE AND ONLY
018445*                   REFUSES ONCE EVERY CONFIGURED CYCLE HAS RUN;
018446*                   AN OVERRIDE RUN TAKES THE NEXT NUMBER SO IT
018447*                   STAYS DISTINGUISHABLE. THE CYCLE IS STAMPED
018448*                   ON OUTFILE, THE REGISTER, RCNFILE, EXTFILE
018449*                   AND THE JOURNAL, AND RCNFILE CARRIES THE
018450*                   DAY-TO-DATE ISSUE COUNT PER SERIES.
018451*  2026-10-15 JHM   A LEDGER VOID THAT CANNOT BE WRITTEN OR
018452*                   REWRITTEN IS DISPLAYED WITH ITS KEY AND
018453*                   COUNTED AS AN EXCEPTION ON THE JOURNAL.
018500*-----------------------------------------------------------
018600 ENVIRONMENT DIVISION.
018700 CONFIGURATION SECTION.
020600     SELECT EXT-FILE      ASSIGN TO EXTFILE
020700         ORGANIZATION IS LINE SEQUENTIAL.
020800     SELECT OPN-FILE      ASSIGN TO OPNFILE
020810         ORGANIZATION IS INDEXED
020820         ACCESS MODE  IS DYNAMIC
020830         RECORD KEY   IS OPN-KEY
021000         FILE STATUS  IS WS-OPN-FILE-STATUS.
021100     SELECT CHK-FILE      ASSIGN TO CHKFILE
021200         ORGANIZATION IS LINE SEQUENTIAL
023500         ALTERNATE RECORD KEY IS REG-TRN-KEY
023600             WITH DUPLICATES
023700         FILE STATUS  IS WS-REG-FILE-STATUS.
023710     SELECT SRM-FILE      ASSIGN TO SRMFILE
023720         ORGANIZATION IS INDEXED
023730         ACCESS MODE  IS DYNAMIC
023740         RECORD KEY   IS SRM-SERIES-CODE
023750         FILE STATUS  IS WS-SRM-FILE-STATUS.
023800 DATA DIVISION.
023900 FILE SECTION.
024000 FD  TRN-FILE.
026400 01  SIM-LINE                    PIC X(132).
026500 FD  REG-FILE.
026600 COPY REGREC01.
026610 FD  SRM-FILE.
026620 COPY SRMREC01.
026700 FD  CAL-FILE.
026800 COPY CALREC01.
026900 FD  RSV-FILE.
029500         88  WS-REG-OPEN              VALUE 'Y'.
029600     05  WS-SIM-MODE-SW          PIC X(01) VALUE 'N'.
029700         88  WS-SIM-MODE              VALUE 'Y'.
029710     05  WS-OPN-OPEN-SW          PIC X(01) VALUE 'N'.
029720         88  WS-OPN-OPEN              VALUE 'Y'.
030000     05  WS-OPN-EOF-SW           PIC X(01) VALUE 'N'.
030100         88  WS-OPN-EOF               VALUE 'Y'.
030110     05  WS-OPN-FOUND-SW         PIC X(01) VALUE 'N'.
030120         88  WS-OPN-FOUND             VALUE 'Y'.
030130     05  WS-REG-AVAIL-SW         PIC X(01) VALUE 'N'.
030140         88  WS-REG-AVAIL             VALUE 'Y'.
030150     05  WS-REG-EOF-SW           PIC X(01) VALUE 'N'.
030160         88  WS-REG-EOF               VALUE 'Y'.
030200     05  WS-COLLISION-FOUND-SW   PIC X(01) VALUE 'N'.
030300         88  WS-COLLISION-FOUND       VALUE 'Y'.
030400     05  WS-CHK-FOUND-SW         PIC X(01) VALUE 'N'.
031700         88  WS-RSV-EOF               VALUE 'Y'.
031800     05  WS-RESERVED-FOUND-SW    PIC X(01) VALUE 'N'.
031900         88  WS-RESERVED-FOUND        VALUE 'Y'.
031910     05  WS-SRM-EOF-SW           PIC X(01) VALUE 'N'.
031920         88  WS-SRM-EOF               VALUE 'Y'.
031930     05  WS-SRM-FOUND-SW         PIC X(01) VALUE 'N'.
031940         88  WS-SRM-FOUND             VALUE 'Y'.
032000 01  WS-OUT-FILE-STATUS          PIC X(02) VALUE SPACES.
032100 01  WS-CTR-FILE-STATUS          PIC X(02) VALUE SPACES.
032200 01  WS-EXC-FILE-STATUS          PIC X(02) VALUE SPACES.
032900 01  WS-CAL-FILE-STATUS          PIC X(02) VALUE SPACES.
033000 01  WS-RSV-FILE-STATUS          PIC X(02) VALUE SPACES.
033100 01  WS-JRN-FILE-STATUS          PIC X(02) VALUE SPACES.
033110 01  WS-SRM-FILE-STATUS          PIC X(02) VALUE SPACES.
033200 01  WS-JRN-STATUS-CODE          PIC X(01) VALUE 'C'.
033300 01  WS-JRN-HALT-PARA            PIC X(20) VALUE SPACES.
033400 01  WS-JRN-END-TIME             PIC 9(06) VALUE ZEROES.
038300         10  WS-SER-CYCLE-COUNT  PIC 9(05).
038400         10  WS-SER-MAX          PIC 9(07).
038500         10  WS-SER-ISSUED       PIC 9(07).
038510         10  WS-SER-START        PIC 9(07).
038520         10  WS-SER-ROLL-SW      PIC X(01).
038530             88  WS-SER-ROLL-BARRED   VALUE 'N'.
038540         10  WS-SER-DAY-PRIOR    PIC 9(07).
038600 01  WS-SER-SUB                  PIC 9(03) COMP VALUE ZERO.
038700 01  WS-SER-WRITE-SUB            PIC 9(03) COMP VALUE ZERO.
038800 01  WS-CURRENT-SERIES           PIC X(01) VALUE SPACE.
038900 77  WS-DEFAULT-SERIES-MAX       PIC 9(07) VALUE 9999999.
038905*-----------------------------------------------------------
038910* SERIES MASTER TABLE - THE SRMFILE RECORDS, LOADED ONCE AT
038915* STARTUP. A SERIES ON THE MASTER TAKES ITS STARTING VALUE,
038920* MAXIMUM AND ROLLOVER RULE FROM HERE; ONE NOT ON IT (OR NO
038925* MASTER AT ALL) KEEPS THE OLD DEFAULTS - START AT 1, THE
038930* DEFAULT OR PERSISTED MAXIMUM, ROLLOVER ALLOWED.
038935*-----------------------------------------------------------
038940 01  WS-SRMT-COUNT               PIC 9(03) COMP VALUE ZERO.
038945 01  WS-SRMT-TABLE-MAX           PIC 9(03) COMP VALUE 040.
038950 01  WS-SRMT-TABLE.
038955     05  WS-SRMT-ENTRY           OCCURS 40 TIMES
038960                                 INDEXED BY WS-SRMT-IX.
038965         10  WS-SRMT-CODE        PIC X(01).
038970         10  WS-SRMT-START       PIC 9(07).
038975         10  WS-SRMT-MAX         PIC 9(07).
038980         10  WS-SRMT-ROLL-SW     PIC X(01).
038981*-----------------------------------------------------------
038982* CHECK DIGIT WORK AREA - MODULUS 10 OVER THE SEVEN DIGITS OF
038983* A SEQUENCE VALUE, WEIGHTS 2 AND 1 ALTERNATING FROM THE
038984* RIGHTMOST DIGIT, A TWO-DIGIT PRODUCT CAST OUT BY NINE. IT
038985* CATCHES EVERY SINGLE MIS-KEYED DIGIT AND NEARLY EVERY
038986* TRANSPOSITION OF TWO ADJACENT DIGITS.
038987*-----------------------------------------------------------
038988 01  WS-CD-VALUE                 PIC 9(07) VALUE ZEROES.
038989 01  WS-CD-VALUE-DIGITS REDEFINES WS-CD-VALUE.
038990     05  WS-CD-VALUE-DIGIT       PIC 9(01) OCCURS 7 TIMES.
038991 01  WS-CD-WEIGHTS               PIC X(07) VALUE '2121212'.
038992 01  WS-CD-WEIGHT-TABLE REDEFINES WS-CD-WEIGHTS.
038993     05  WS-CD-WEIGHT            PIC 9(01) OCCURS 7 TIMES.
038994 01  WS-CD-SUB                   PIC 9(03) COMP VALUE ZERO.
038995 01  WS-CD-PRODUCT               PIC 9(02) VALUE ZERO.
038996 01  WS-CD-SUM                   PIC 9(03) VALUE ZERO.
038997 01  WS-CD-QUOTIENT              PIC 9(03) VALUE ZERO.
038998 01  WS-CD-REMAINDER             PIC 9(01) VALUE ZERO.
038999 01  WS-CD-DIGIT                 PIC 9(01) VALUE ZERO.
039000*-----------------------------------------------------------
039100* CHECKPOINT SNAPSHOT TABLE - THE CHKFILE RECORDS (ONE PER
039200* SERIES) READ AT STARTUP, HELD HERE UNTIL THE SNAPSHOT HAS
041400     05  WS-CHK-STAMP-DATE       PIC 9(08) VALUE ZEROES.
041500     05  WS-CHK-STAMP-TIME       PIC 9(06) VALUE ZEROES.
041600*-----------------------------------------------------------
041610* SIMULATE-RUN VOID TABLE - THE OPEN LEDGER IS READ BY KEY,
041620* BUT A SIMULATE RUN OPENS IT INPUT-ONLY AND CANNOT MARK A
041630* VOID ON IT, SO THE VALUES IT WOULD HAVE VOIDED ARE HELD
041640* HERE AND THE COLLISION CHECK CONSULTS BOTH. A REAL RUN
041650* MARKS THE LEDGER ITSELF AND NEVER USES THE TABLE.
041800*-----------------------------------------------------------
041900 01  WS-OPEN-COUNT               PIC 9(05) COMP VALUE ZERO.
042000 01  WS-OPEN-TABLE-MAX           PIC 9(05) COMP VALUE 00500.
042200 01  WS-OPEN-TABLE.
042300     05  WS-OPEN-ENTRY           OCCURS 500 TIMES
042400                                 INDEXED BY WS-OPEN-IX.
042410         10  WS-OPEN-SERIES      PIC X(01).
042500         10  WS-OPEN-SEQ-VALUE   PIC 9(07).
042600*-----------------------------------------------------------
042700* CHECKPOINT/RESTART CONTROLS
045200* NON-PROCESSING DATES ARE TABLED SO THE BUSINESS DATE CAN BE
045300* TESTED AGAINST THEM WHEREVER THE CONTROL RECORD SITS IN THE
045400* FILE. WS-PRIOR-RUN-DATE IS THE LATEST RUN DATE ON THE PRIOR
045500* CONTROL RECORDS - EQUAL TO THE BUSINESS DATE, IT MEANS AN
045600* EARLIER CYCLE OF THIS BUSINESS DAY RAN, AND WS-PRIOR-DAY-
045610* CYCLE IS THE HIGHEST CYCLE IT RECORDED. WS-DAY-CYCLE IS THE
045620* CYCLE THIS RUN ISSUES UNDER, AND WS-CYCLES-PER-DAY HOW MANY
045630* THE CALENDAR CONTROL RECORD SAYS THE DAY IS SCHEDULED FOR.
045700*-----------------------------------------------------------
045800 01  WS-NPD-COUNT                PIC 9(03) COMP VALUE ZERO.
045900 01  WS-NPD-TABLE-MAX            PIC 9(03) COMP VALUE 200.
046200                                 INDEXED BY WS-NPD-IX.
046300         10  WS-NPD-DATE         PIC 9(08).
046400 01  WS-PRIOR-RUN-DATE           PIC 9(08) VALUE ZEROES.
046410 01  WS-PRIOR-DAY-CYCLE          PIC 9(02) VALUE ZEROES.
046420 01  WS-DAY-CYCLE                PIC 9(02) VALUE ZEROES.
046430 01  WS-CYCLES-PER-DAY           PIC 9(02) VALUE 01.
046500*-----------------------------------------------------------
046600* RESERVED-BLOCK TABLE - THE BLOCKS ACTIVE ON THIS BUSINESS
046700* DATE, LOADED AT STARTUP ALONGSIDE THE OPEN LEDGER. THE
048000 01  WS-RSV-SUB                  PIC 9(03) COMP VALUE ZERO.
048100 01  WS-EDIT-COUNT               PIC 9(07) VALUE ZEROES.
048200 01  WS-VOID-SEQ-NUM             PIC 9(07) VALUE ZEROES.
048210 01  WS-VOID-CYCLE               PIC 9(05) VALUE ZEROES.
048220 01  WS-VOID-TRN-KEY             PIC X(20) VALUE SPACES.
048300 01  WS-VOID-COUNT               PIC 9(07) COMP VALUE ZERO.
048400*-----------------------------------------------------------
048500* RUN-LOCK HOLDER - CAPTURED FROM THE LOCK RECORD BEFORE THE
052600     OPEN INPUT TRN-FILE.
052700     PERFORM 1050-OPEN-EXCEPTION-LOG
052800         THRU 1050-OPEN-EXCEPTION-LOG-EXIT.
052810     PERFORM 1060-LOAD-SERIES-MASTER
052820         THRU 1060-LOAD-SERIES-MASTER-EXIT.
052900     PERFORM 1100-READ-COUNTER
053000         THRU 1100-READ-COUNTER-EXIT.
053100     IF WS-SERIES-COUNT = ZERO
053500     END-IF.
053600     PERFORM 1300-RECONCILE-CONTROL
053700         THRU 1300-RECONCILE-CONTROL-EXIT.
053710     PERFORM 1400-OPEN-LEDGER
053720         THRU 1400-OPEN-LEDGER-EXIT.
054000     PERFORM 1450-LOAD-RESERVATIONS
054100         THRU 1450-LOAD-RESERVATIONS-EXIT.
054200     PERFORM 1500-CHECK-RESTART
058100         AND CAL-DATE > ZEROES
058200         MOVE CAL-DATE TO WS-CURRENT-DATE
058300         MOVE 'Y' TO WS-CAL-CONTROL-SW
058310         IF CAL-CYCLES-PER-DAY IS NUMERIC
058320             AND CAL-CYCLES-PER-DAY > ZEROES
058330             MOVE CAL-CYCLES-PER-DAY TO WS-CYCLES-PER-DAY
058340         END-IF
058400     END-IF.
058500     IF CAL-NON-PROCESSING
058600         AND CAL-DATE IS NUMERIC
071700     END-IF.
071800 1050-OPEN-EXCEPTION-LOG-EXIT.
071900     EXIT.
071902*=============================================================
071904* 1060-LOAD-SERIES-MASTER - TABLE THE SERIES MASTER BEFORE THE
071906* COUNTERS ARE READ SO EVERY SERIES PICKS UP ITS LIMITS AS IT
071908* IS LOADED OR ADDED. NO SRMFILE MEANS AN EMPTY TABLE AND THE
071910* OLD DEFAULTS FOR EVERY SERIES.
071912*=============================================================
071914 1060-LOAD-SERIES-MASTER.
071916     OPEN INPUT SRM-FILE.
071918     IF WS-SRM-FILE-STATUS NOT = '00'
071920         DISPLAY 'NOTICE - SERIES MASTER NOT AVAILABLE - '
071922             'STATUS ' WS-SRM-FILE-STATUS
071924             ' - DEFAULT SERIES LIMITS IN USE'
071926         GO TO 1060-LOAD-SERIES-MASTER-EXIT
071928     END-IF.
071930     PERFORM 1065-READ-SERIES-MASTER
071932         THRU 1065-READ-SERIES-MASTER-EXIT
071934         UNTIL WS-SRM-EOF.
071936     CLOSE SRM-FILE.
071938 1060-LOAD-SERIES-MASTER-EXIT.
071940     EXIT.
071942*=============================================================
071944 1065-READ-SERIES-MASTER.
071946     READ SRM-FILE NEXT RECORD
071948         AT END
071950             MOVE 'Y' TO WS-SRM-EOF-SW
071952             GO TO 1065-READ-SERIES-MASTER-EXIT
071954     END-READ.
071956     IF WS-SRMT-COUNT >= WS-SRMT-TABLE-MAX
071958         DISPLAY 'WARNING - SERIES MASTER TABLE FULL - SERIES '
071960             SRM-SERIES-CODE ' ON DEFAULT LIMITS'
071962         GO TO 1065-READ-SERIES-MASTER-EXIT
071964     END-IF.
071966     ADD 1 TO WS-SRMT-COUNT.
071968     MOVE SRM-SERIES-CODE TO WS-SRMT-CODE (WS-SRMT-COUNT).
071970     MOVE SRM-START-VALUE TO WS-SRMT-START (WS-SRMT-COUNT).
071972     MOVE SRM-MAX-VALUE   TO WS-SRMT-MAX (WS-SRMT-COUNT).
071974     MOVE SRM-ROLLOVER-SW TO WS-SRMT-ROLL-SW (WS-SRMT-COUNT).
071976 1065-READ-SERIES-MASTER-EXIT.
071978     EXIT.
072000*=============================================================
072100* 1100-READ-COUNTER - READ THE PERSISTED COUNTER FILE, ONE
072200* RECORD PER SERIES, SO A JOB RESTART DOES NOT HAND OUT
079300                     TO WS-SER-MAX (WS-SER-SUB)
079400             END-IF
079500     END-EVALUATE.
079510*    THE MASTER, WHERE IT HAS THE SERIES, OUTRANKS WHATEVER
079520*    MAXIMUM THE COUNTER RECORD WAS CARRYING.
079530     PERFORM 7250-APPLY-SERIES-MASTER
079540         THRU 7250-APPLY-SERIES-MASTER-EXIT.
079600*    THE COMMIT STAMP RIDES ON EVERY RECORD - ANY OF THEM
079700*    CARRIES THE RUN THAT LAST REWROTE THE FILE.
079800     IF WS-CTR-RECORD-LENGTH = 19
082000             UNTIL WS-RCN-EOF
082100         CLOSE RCN-FILE
082200     END-IF.
082210*    A PRIOR CONTROL RECORD ALREADY STAMPED WITH THIS BUSINESS
082220*    DATE MEANS AN EARLIER CYCLE OF THE DAY RAN, SO THIS RUN IS
082230*    THE NEXT CYCLE. ONCE EVERY CYCLE THE CALENDAR SCHEDULES
082240*    HAS RUN, ANOTHER PASS IS REFUSED UNLESS THE PARAMETER CARD
082250*    CARRIES THE OVERRIDE - AN OVERRIDE RUN STILL TAKES THE
082260*    NEXT CYCLE NUMBER SO IT CAN BE TOLD APART. A SIMULATE RUN
082270*    COMMITS NOTHING AND IS EXEMPT, AND SO IS A RUN WITH NO
082280*    CALENDAR CONTROL RECORD - A CALENDAR-LESS SHOP THAT
082290*    LEGITIMATELY RERUNS ON ONE WALL-CLOCK DATE MUST KEEP
082300*    RUNNING EXACTLY AS IT ALWAYS DID.
082310     IF WS-PRIOR-RUN-DATE = WS-CURRENT-DATE
082320         IF WS-PRIOR-DAY-CYCLE = 99
082330             MOVE SPACES TO WS-MISMATCH-MESSAGE
082340             STRING 'CYCLE 99 ALREADY RUN FOR BUSINESS DATE '
082350                 WS-CURRENT-DATE ' - NO FURTHER CYCLES'
082360                 DELIMITED BY SIZE INTO WS-MISMATCH-MESSAGE
082370             DISPLAY WS-MISMATCH-MESSAGE
082380             GO TO 8400-CALENDAR-HALT
082390         END-IF
082400         COMPUTE WS-DAY-CYCLE = WS-PRIOR-DAY-CYCLE + 1
082410     ELSE
082420         MOVE 1 TO WS-DAY-CYCLE
082430     END-IF.
082440     IF NOT WS-SIM-MODE
082450         AND WS-CAL-CONTROL-READ
082460         AND NOT WS-DATE-OVERRIDE
082470         AND WS-DAY-CYCLE > WS-CYCLES-PER-DAY
082480         MOVE SPACES TO WS-MISMATCH-MESSAGE
082490         STRING 'ALL ' WS-CYCLES-PER-DAY
082500             ' CYCLES ALREADY RUN FOR BUSINESS DATE '
082510             WS-CURRENT-DATE ' - OVERRIDE REQUIRED'
082520             DELIMITED BY SIZE INTO WS-MISMATCH-MESSAGE
082530         DISPLAY WS-MISMATCH-MESSAGE
082540         GO TO 8400-CALENDAR-HALT
082550     END-IF.
082560     DISPLAY 'SEQGEN00 BUSINESS DATE ' WS-CURRENT-DATE
082570         ' CYCLE ' WS-DAY-CYCLE ' OF ' WS-CYCLES-PER-DAY.
084200 1300-RECONCILE-CONTROL-EXIT.
084300     EXIT.
084400*=============================================================
084800             MOVE 'Y' TO WS-RCN-EOF-SW
084900             GO TO 1350-CHECK-CONTROL-RECORD-EXIT
085000     END-READ.
085010     IF RCN-RUN-DATE > WS-PRIOR-RUN-DATE
085020         MOVE RCN-RUN-DATE TO WS-PRIOR-RUN-DATE
085030         MOVE ZEROES TO WS-PRIOR-DAY-CYCLE
085040     END-IF.
085050*    A CONTROL RECORD WRITTEN BEFORE CYCLES WERE NUMBERED
085060*    COUNTS AS CYCLE 1, WITH ITS RECORD COUNT AS THE DAY'S.
085070     IF RCN-RUN-DATE = WS-PRIOR-RUN-DATE
085080         IF RCN-DAY-CYCLE IS NUMERIC
085090             AND RCN-DAY-CYCLE > ZEROES
085100             IF RCN-DAY-CYCLE > WS-PRIOR-DAY-CYCLE
085110                 MOVE RCN-DAY-CYCLE TO WS-PRIOR-DAY-CYCLE
085120             END-IF
085130         ELSE
085140             IF WS-PRIOR-DAY-CYCLE = ZEROES
085150                 MOVE 1 TO WS-PRIOR-DAY-CYCLE
085160             END-IF
085170         END-IF
085180     END-IF.
085400     MOVE RCN-SERIES-CODE TO WS-CURRENT-SERIES.
085500     PERFORM 7100-LOCATE-SERIES
085600         THRU 7100-LOCATE-SERIES-EXIT.
085700     IF WS-SERIES-FOUND
085800         MOVE WS-SER-LAST-ISSUED (WS-SER-SUB) TO WS-AREA-2
085810         IF RCN-RUN-DATE = WS-CURRENT-DATE
085820             IF RCN-DAY-COUNT IS NUMERIC
085830                 MOVE RCN-DAY-COUNT
085840                     TO WS-SER-DAY-PRIOR (WS-SER-SUB)
085850             ELSE
085860                 MOVE RCN-RECORD-COUNT
085870                     TO WS-SER-DAY-PRIOR (WS-SER-SUB)
085880             END-IF
085890         END-IF
085900     ELSE
086000         MOVE ZEROES TO WS-AREA-2
086100     END-IF.
086200     IF RCN-LAST-ISSUED NOT = WS-AREA-2
086300         STRING 'SEQ RECONCILE MISMATCH - SERIES '
086400             WS-CURRENT-SERIES
086500             ' - PRIOR CYCLE ENDED AT ' RCN-LAST-ISSUED
086600             ' BUT STARTING VALUE IS ' WS-AREA-2
086700             DELIMITED BY SIZE INTO WS-MISMATCH-MESSAGE
086800         DISPLAY WS-MISMATCH-MESSAGE
087200 1350-CHECK-CONTROL-RECORD-EXIT.
087300     EXIT.
087400*=============================================================
087410* 1400-OPEN-LEDGER - OPEN THE KEYED OPEN-NUMBER LEDGER SO EACH
087420* NEWLY ISSUED VALUE CAN BE CHECKED FOR A COLLISION BY KEY
087430* BEFORE IT IS WRITTEN OUT. A REAL RUN OPENS IT FOR UPDATE
087440* (VOIDS ARE MARKED ON IT IN PLACE) AND CREATES IT EMPTY ON
087450* THE FIRST-EVER RUN, THE SAME PATTERN 1700-OPEN-REGISTER
087460* USES. A LEDGER THAT EXISTS BUT WILL NOT OPEN HALTS - ISSUING
087470* WITHOUT IT WOULD SWITCH COLLISION PROTECTION OFF SILENTLY.
087480* A SIMULATE RUN ONLY READS IT.
088000*=============================================================
088010 1400-OPEN-LEDGER.
088020     IF WS-SIM-MODE
088030         OPEN INPUT OPN-FILE
088040         IF WS-OPN-FILE-STATUS = '00'
088050             MOVE 'Y' TO WS-OPN-OPEN-SW
088060         ELSE
088070             DISPLAY 'WARNING - OPEN-NUMBER LEDGER NOT '
088080                 'AVAILABLE - STATUS ' WS-OPN-FILE-STATUS
088090                 ' - SIMULATION HAS NO COLLISION CHECK'
088100         END-IF
088110         GO TO 1400-OPEN-LEDGER-EXIT
088800     END-IF.
088810     OPEN I-O OPN-FILE.
088820     IF WS-OPN-FILE-STATUS = '35'
088830         OPEN OUTPUT OPN-FILE
088840         CLOSE OPN-FILE
088850         OPEN I-O OPN-FILE
089300     END-IF.
089310     IF WS-OPN-FILE-STATUS NOT = '00'
089320         PERFORM 8600-LEDGER-HALT
089330             THRU 8600-LEDGER-HALT-EXIT
089340     END-IF.
089350     MOVE 'Y' TO WS-OPN-OPEN-SW.
089360 1400-OPEN-LEDGER-EXIT.
089500     EXIT.
091700*=============================================================
091800* 1450-LOAD-RESERVATIONS - LOAD THE RESERVED BLOCKS ACTIVE ON
091900* THIS BUSINESS DATE. AN EXPIRED OR NOT-YET-EFFECTIVE BLOCK IS
110000         DISPLAY 'WARNING - ISSUANCE REGISTER NOT AVAILABLE - '
110100             'STATUS ' WS-REG-FILE-STATUS
110200             ' - ISSUANCES THIS RUN WILL NOT BE POSTED'
110210     ELSE
110220         MOVE 'Y' TO WS-REG-AVAIL-SW
110300     END-IF.
110400     MOVE 'Y' TO WS-REG-OPEN-SW.
110500 1700-OPEN-REGISTER-EXIT.
118100*    THE TRANSACTION'S SERIES COUNTER IS LOADED INTO THE
118200*    WORKING FIELDS, ADVANCED BY THE UNCHANGED MACHINERY BELOW,
118300*    AND STORED BACK - AN UNKNOWN SERIES CODE STARTS A FRESH
118310*    RANGE AT ITS SERIES MASTER STARTING VALUE AND MAXIMUM.
118500     MOVE TRN-SERIES-CODE TO WS-CURRENT-SERIES.
118600     PERFORM 7000-LOCATE-OR-ADD-SERIES
118700         THRU 7000-LOCATE-OR-ADD-SERIES-EXIT.
128500     EXIT.
128600*=============================================================
128700 2110-LOG-OVERFLOW.
128707*    A SERIES WHOSE MASTER BARS ROLLOVER MAY NOT WRAP ONTO
128714*    NUMBERS IT HAS ALREADY ISSUED - THE RUN HALTS AT THE
128721*    MAXIMUM FOR THE SERIES TO BE EXTENDED OR REPLACED.
128728     IF WS-SER-ROLL-BARRED (WS-SER-SUB)
128735         MOVE SPACES TO WS-MISMATCH-MESSAGE
128742         STRING 'SERIES ' WS-CURRENT-SERIES
128749             ' AT MAXIMUM ' WS-AREA-2-MAX
128756             ' - ROLLOVER NOT ALLOWED ON SERIES MASTER'
128763             DELIMITED BY SIZE INTO WS-MISMATCH-MESSAGE
128770         PERFORM 8200-SERIES-HALT
128777             THRU 8200-SERIES-HALT-EXIT
128784     END-IF.
128800     MOVE SPACES TO EXC-RECORD.
128900     MOVE WS-RUN-ID       TO EXC-RUN-ID.
129000     MOVE WS-CURRENT-DATE TO EXC-DATE.
129100     MOVE WS-CURRENT-TIME TO EXC-TIME.
129200     MOVE WS-AREA-2       TO EXC-SEQ-VALUE.
129300     SET EXC-OVERFLOW TO TRUE.
129310     STRING 'COUNTER EXCEEDED MAXIMUM - ROLLING OVER TO '
129320         WS-SER-START (WS-SER-SUB)
129330         DELIMITED BY SIZE INTO EXC-MESSAGE.
129600     MOVE WS-CURRENT-SERIES TO EXC-SERIES-CODE.
129700     IF WS-SIM-MODE
129800         PERFORM 2950-WRITE-SIM-EVENT
130500     EXIT.
130600*=============================================================
130700 2120-ROLLOVER-COUNTER.
130710     MOVE WS-SER-START (WS-SER-SUB) TO WS-AREA-2.
130900     ADD 1 TO WS-CYCLE-COUNT.
131000     MOVE SPACES TO EXC-RECORD.
131100     MOVE WS-RUN-ID       TO EXC-RUN-ID.
131400     MOVE WS-AREA-2       TO EXC-SEQ-VALUE.
131500     SET EXC-ROLLOVER TO TRUE.
131600     STRING 'ROLLOVER MARKER - CYCLE ' WS-CYCLE-COUNT
131610         ' RESTARTED AT ' WS-AREA-2 DELIMITED BY SIZE
131800         INTO EXC-MESSAGE.
131900     MOVE WS-CURRENT-SERIES TO EXC-SERIES-CODE.
132000     IF WS-SIM-MODE
133000* 2130-CHECK-COLLISION - REJECT A NEWLY ISSUED VALUE THAT IS
133100* STILL OUTSTANDING ON THE OPEN-NUMBER LEDGER INSTEAD OF HANDING
133200* IT OUT A SECOND TIME. THE CALLER RETRIES WITH THE NEXT NUMBER
133210* WHEN A COLLISION IS FOUND. THE LEDGER IS KEYED VALUE / CYCLE
133220* / SERIES, SO EVERY CYCLE OF THE VALUE IS WALKED FROM CYCLE
133230* ZERO - ONLY AN OPEN OR VOIDED ENTRY IN THIS SERIES BLOCKS
133240* IT. A VALUE STILL OPEN FROM AN EARLIER CYCLE IS EXACTLY THE
133250* POST-ROLLOVER CASE THE CHECK EXISTS FOR.
133400*=============================================================
133500 2130-CHECK-COLLISION.
133600     MOVE 'N' TO WS-COLLISION-FOUND-SW.
133610     IF WS-OPN-OPEN
133620         MOVE WS-AREA-2  TO OPN-SEQ-VALUE
133630         MOVE ZEROES     TO OPN-CYCLE-COUNT
133640         MOVE LOW-VALUES TO OPN-SERIES-CODE
133650         MOVE 'N' TO WS-OPN-EOF-SW
133660         START OPN-FILE KEY IS NOT < OPN-KEY
133670             INVALID KEY
133680                 MOVE 'Y' TO WS-OPN-EOF-SW
133690         END-START
133700         PERFORM 2135-SCAN-LEDGER
133710             THRU 2135-SCAN-LEDGER-EXIT
133720             UNTIL WS-OPN-EOF
133730             OR WS-COLLISION-FOUND
134700     END-IF.
134705     IF NOT WS-COLLISION-FOUND
134710         AND WS-OPEN-COUNT > ZERO
134715         SET WS-OPEN-IX TO 1
134720         SEARCH WS-OPEN-ENTRY
134725             AT END
134730                 CONTINUE
134735             WHEN WS-OPEN-SEQ-VALUE (WS-OPEN-IX) = WS-AREA-2
134740                 AND WS-OPEN-SERIES (WS-OPEN-IX)
134745                     = WS-CURRENT-SERIES
134750                 AND WS-OPEN-IX NOT > WS-OPEN-COUNT
134755                 MOVE 'Y' TO WS-COLLISION-FOUND-SW
134760         END-SEARCH
134765     END-IF.
134770     IF WS-COLLISION-FOUND
134775         PERFORM 2140-LOG-COLLISION
134780             THRU 2140-LOG-COLLISION-EXIT
134785     END-IF.
134800 2130-CHECK-COLLISION-EXIT.
134900     EXIT.
134904*=============================================================
134908* 2135-SCAN-LEDGER - ONE LEDGER ENTRY FOR THE CANDIDATE VALUE.
134912* THE WALK ENDS AT THE FIRST ENTRY FOR A DIFFERENT VALUE.
134916*=============================================================
134920 2135-SCAN-LEDGER.
134924     READ OPN-FILE NEXT
134928         AT END
134932             MOVE 'Y' TO WS-OPN-EOF-SW
134936             GO TO 2135-SCAN-LEDGER-EXIT
134940     END-READ.
134944     IF OPN-SEQ-VALUE NOT = WS-AREA-2
134948         MOVE 'Y' TO WS-OPN-EOF-SW
134952         GO TO 2135-SCAN-LEDGER-EXIT
134956     END-IF.
134960     IF OPN-SERIES-CODE = WS-CURRENT-SERIES
134964         AND (OPN-OPEN OR OPN-VOIDED)
134968         MOVE 'Y' TO WS-COLLISION-FOUND-SW
134972     END-IF.
134976 2135-SCAN-LEDGER-EXIT.
134980     EXIT.
135000*=============================================================
135100 2140-LOG-COLLISION.
135200     MOVE SPACES TO EXC-RECORD.
137000     EXIT.
137100*=============================================================
137200* 2300-PROCESS-VOID - RETIRE A PREVIOUSLY ISSUED SEQUENCE
137210* VALUE. THE ENTRY IS RESOLVED TO ITS FULL IDENTITY FROM THE
137220* REGISTER AND MARKED VOIDED ON THE KEYED OPEN-NUMBER LEDGER
137230* AT ONCE (NEITHER THIS RUN NOR ANY FUTURE ONE CAN REISSUE
137240* IT), A VOID CONFIRMATION IS WRITTEN TO OUT-FILE AND THE
137250* AUDITED VOIDED EVENT IS LOGGED. A SIMULATE RUN HOLDS THE
137260* VOID IN THE STORAGE TABLE AND REPORTS IT ONLY.
138000*=============================================================
138100 2300-PROCESS-VOID.
138200     MOVE TRN-SERIES-CODE TO WS-CURRENT-SERIES.
140300         GO TO 2300-PROCESS-VOID-EXIT
140400     END-IF.
140500     MOVE TRN-VOID-SEQ TO WS-VOID-SEQ-NUM.
140510     PERFORM 2320-RESOLVE-VOID-IDENTITY
140520         THRU 2320-RESOLVE-VOID-IDENTITY-EXIT.
140530     IF WS-SIM-MODE
140540         IF WS-OPEN-COUNT < WS-OPEN-TABLE-MAX
140550             ADD 1 TO WS-OPEN-COUNT
140560             MOVE WS-CURRENT-SERIES
140570                 TO WS-OPEN-SERIES (WS-OPEN-COUNT)
140580             MOVE WS-VOID-SEQ-NUM
140590                 TO WS-OPEN-SEQ-VALUE (WS-OPEN-COUNT)
140600         ELSE
140610             ADD 1 TO WS-OPEN-OVERFLOW-COUNT
140620         END-IF
141000     ELSE
141010         PERFORM 2350-MARK-VOID-ON-LEDGER
141020             THRU 2350-MARK-VOID-ON-LEDGER-EXIT
141600         MOVE SPACES TO OUT-RECORD
141700         MOVE TRN-KEY          TO OUT-KEY
141800         MOVE WS-VOID-SEQ-NUM  TO OUT-SEQ-VALUE
141900         MOVE TRN-SERIES-CODE  TO OUT-SERIES-CODE
142000         MOVE 'V'              TO OUT-ACTION-CODE
142100         MOVE TRN-BATCH-ID     TO OUT-BATCH-ID
142110         MOVE WS-VOID-CYCLE    TO OUT-CYCLE-COUNT
142115         MOVE WS-DAY-CYCLE     TO OUT-DAY-CYCLE
142120         MOVE WS-VOID-SEQ-NUM  TO WS-CD-VALUE
142130         PERFORM 7800-COMPUTE-CHECK-DIGIT
142140             THRU 7800-COMPUTE-CHECK-DIGIT-EXIT
142150         MOVE WS-CD-DIGIT      TO OUT-CHECK-DIGIT
142200         WRITE OUT-RECORD
142300     END-IF.
142400     MOVE SPACES TO EXC-RECORD.
144400 2300-PROCESS-VOID-EXIT.
144500     EXIT.
144600*=============================================================
144610* 2320-RESOLVE-VOID-IDENTITY - A VOID CARRIES ONLY THE VALUE
144620* AND ITS SERIES. THE CYCLE AND THE TRANSACTION KEY IT WAS
144630* ISSUED TO COME FROM THE REGISTER - THE LATEST CYCLE OF THE
144640* VALUE IN THIS SERIES, SINCE THE REGISTER KEY ORDERS CYCLES
144650* ASCENDING WITHIN A VALUE. A VALUE THE REGISTER DOES NOT HOLD
144660* (ISSUED BEFORE THE REGISTER EXISTED, OR NO REGISTER THIS
144670* RUN) TAKES THE SERIES' CURRENT CYCLE AND THE VOID'S OWN KEY.
145100*=============================================================
145110 2320-RESOLVE-VOID-IDENTITY.
145120     PERFORM 7100-LOCATE-SERIES
145130         THRU 7100-LOCATE-SERIES-EXIT.
145140     IF WS-SERIES-FOUND
145150         MOVE WS-SER-CYCLE-COUNT (WS-SER-SUB) TO WS-VOID-CYCLE
145160     ELSE
145170         MOVE ZEROES TO WS-VOID-CYCLE
145900     END-IF.
145910     MOVE TRN-KEY TO WS-VOID-TRN-KEY.
145920     IF NOT WS-REG-AVAIL
145930         GO TO 2320-RESOLVE-VOID-IDENTITY-EXIT
145940     END-IF.
145950     MOVE WS-VOID-SEQ-NUM TO REG-SEQ-VALUE.
145960     MOVE ZEROES          TO REG-CYCLE-COUNT.
145970     MOVE LOW-VALUES      TO REG-SERIES-CODE.
145980     MOVE 'N' TO WS-REG-EOF-SW.
145990     START REG-FILE KEY IS NOT < REG-KEY
146000         INVALID KEY
146010             MOVE 'Y' TO WS-REG-EOF-SW
146020     END-START.
146030     PERFORM 2325-SCAN-REGISTER
146040         THRU 2325-SCAN-REGISTER-EXIT
146050         UNTIL WS-REG-EOF.
146060 2320-RESOLVE-VOID-IDENTITY-EXIT.
146600     EXIT.
146601*=============================================================
146602 2325-SCAN-REGISTER.
146603     READ REG-FILE NEXT
146604         AT END
146605             MOVE 'Y' TO WS-REG-EOF-SW
146606             GO TO 2325-SCAN-REGISTER-EXIT
146607     END-READ.
146608     IF REG-SEQ-VALUE NOT = WS-VOID-SEQ-NUM
146609         MOVE 'Y' TO WS-REG-EOF-SW
146610         GO TO 2325-SCAN-REGISTER-EXIT
146611     END-IF.
146612     IF REG-SERIES-CODE = WS-CURRENT-SERIES
146613         MOVE REG-CYCLE-COUNT TO WS-VOID-CYCLE
146614         MOVE REG-TRN-KEY     TO WS-VOID-TRN-KEY
146615     END-IF.
146616 2325-SCAN-REGISTER-EXIT.
146617     EXIT.
146618*=============================================================
146619* 2350-MARK-VOID-ON-LEDGER - THE LEDGER IS MARKED AT VOID TIME,
146620* NOT AT END-OF-JOB, SO AN ABEND AFTER THE VOID STILL LEAVES
146621* THE RETIREMENT ON FILE AND THE CHECKPOINT RESTART (WHICH
146622* SKIPS THE RECORD) CANNOT LOSE OR DOUBLE IT. AN ENTRY ALREADY
146623* ON THE LEDGER IS REWRITTEN VOIDED; A VALUE NOT YET POSTED
146624* (ISSUED AND VOIDED BEFORE SEQOPN00 SAW IT) IS ADDED VOIDED.
146625*=============================================================
146626 2350-MARK-VOID-ON-LEDGER.
146627     MOVE WS-VOID-SEQ-NUM   TO OPN-SEQ-VALUE.
146628     MOVE WS-VOID-CYCLE     TO OPN-CYCLE-COUNT.
146629     MOVE WS-CURRENT-SERIES TO OPN-SERIES-CODE.
146630     READ OPN-FILE
146631         INVALID KEY
146632             MOVE 'N' TO WS-OPN-FOUND-SW
146633         NOT INVALID KEY
146634             MOVE 'Y' TO WS-OPN-FOUND-SW
146635     END-READ.
146636     IF WS-OPN-FOUND
146637         MOVE 'V'             TO OPN-STATUS
146638         MOVE WS-CURRENT-DATE TO OPN-CLOSED-DATE
146639         REWRITE OPN-RECORD
146640             INVALID KEY
146641                 DISPLAY 'WARNING - LEDGER ENTRY NOT VOIDED - '
146642                     OPN-KEY ' STATUS ' WS-OPN-FILE-STATUS
146643                 ADD 1 TO WS-EXCEPTIONS-RAISED
146644         END-REWRITE
146645         GO TO 2350-MARK-VOID-ON-LEDGER-EXIT
146646     END-IF.
146647     MOVE SPACES TO OPN-RECORD.
146648     MOVE WS-VOID-SEQ-NUM   TO OPN-SEQ-VALUE.
146649     MOVE WS-VOID-CYCLE     TO OPN-CYCLE-COUNT.
146650     MOVE WS-CURRENT-SERIES TO OPN-SERIES-CODE.
146651     MOVE 'V'               TO OPN-STATUS.
146652     MOVE WS-CURRENT-DATE   TO OPN-CLOSED-DATE.
146653     MOVE WS-VOID-TRN-KEY   TO OPN-TRN-KEY.
146654     WRITE OPN-RECORD
146655         INVALID KEY
146656             DISPLAY 'WARNING - LEDGER VOID NOT ADDED - '
146657                 OPN-KEY ' STATUS ' WS-OPN-FILE-STATUS
146658             ADD 1 TO WS-EXCEPTIONS-RAISED
146659     END-WRITE.
146660 2350-MARK-VOID-ON-LEDGER-EXIT.
146661     EXIT.
146700*=============================================================
146800 2500-WRITE-OUTPUT-RECORD.
146900     IF WS-SIM-MODE
148200     MOVE WS-AREA-2 TO OUT-SEQ-VALUE.
148300     MOVE TRN-SERIES-CODE TO OUT-SERIES-CODE.
148400     MOVE TRN-BATCH-ID TO OUT-BATCH-ID.
148410     MOVE WS-CYCLE-COUNT TO OUT-CYCLE-COUNT.
148415     MOVE WS-DAY-CYCLE TO OUT-DAY-CYCLE.
148420*    THE CHECK DIGIT IS LEFT IN WS-CD-DIGIT FOR THE REGISTER
148430*    POSTING THAT FOLLOWS.
148440     MOVE WS-AREA-2 TO WS-CD-VALUE.
148450     PERFORM 7800-COMPUTE-CHECK-DIGIT
148460         THRU 7800-COMPUTE-CHECK-DIGIT-EXIT.
148470     MOVE WS-CD-DIGIT TO OUT-CHECK-DIGIT.
148500     WRITE OUT-RECORD.
148600     ADD 1 TO WS-RECORDS-PROCESSED.
148700     PERFORM 2550-POST-REGISTER
150400     MOVE WS-CURRENT-TIME     TO REG-RUN-TIME.
150500     MOVE WS-RUN-ID           TO REG-RUN-ID.
150600     MOVE TRN-BATCH-ID        TO REG-BATCH-ID.
150610     MOVE WS-CD-DIGIT         TO REG-CHECK-DIGIT.
150620     MOVE WS-DAY-CYCLE        TO REG-DAY-CYCLE.
150700     WRITE REG-RECORD
150800         INVALID KEY
150900             CONTINUE
158500         CLOSE TRN-FILE
158600               EXC-FILE
158700               SIM-FILE
158710         IF WS-OPN-OPEN
158720             CLOSE OPN-FILE
158730         END-IF
158800         PERFORM 9000-RELEASE-RUN-LOCK
158900             THRU 9000-RELEASE-RUN-LOCK-EXIT
159000         GO TO 3000-TERMINATE-EXIT
160500           OUT-FILE
160600           EXC-FILE
160700           REG-FILE.
160710     IF WS-OPN-OPEN
160900         CLOSE OPN-FILE
161000     END-IF.
161100*    VOIDS ARE RARE AND AUDITED - A RUN THAT PROCESSED ANY
166200         TO RCN-CYCLE-COUNT.
166300     MOVE WS-SER-ISSUED (WS-SER-WRITE-SUB)
166400         TO RCN-RECORD-COUNT.
166410     MOVE WS-DAY-CYCLE TO RCN-DAY-CYCLE.
166420     COMPUTE RCN-DAY-COUNT =
166430         WS-SER-DAY-PRIOR (WS-SER-WRITE-SUB)
166440         + WS-SER-ISSUED (WS-SER-WRITE-SUB).
166500     MOVE WS-SER-CODE (WS-SER-WRITE-SUB)
166600         TO RCN-SERIES-CODE.
166700     WRITE RCN-RECORD.
169100         TO EXT-LAST-ISSUED.
169200     IF WS-SER-LAST-ISSUED (WS-SER-WRITE-SUB)
169300             = WS-SER-MAX (WS-SER-WRITE-SUB)
169310         MOVE WS-SER-START (WS-SER-WRITE-SUB)
169320             TO EXT-NEXT-AVAILABLE
169500     ELSE
169600         COMPUTE EXT-NEXT-AVAILABLE =
169700             WS-SER-LAST-ISSUED (WS-SER-WRITE-SUB) + 1
169800     END-IF.
169810     MOVE EXT-LAST-ISSUED TO WS-CD-VALUE.
169820     PERFORM 7800-COMPUTE-CHECK-DIGIT
169830         THRU 7800-COMPUTE-CHECK-DIGIT-EXIT.
169840     MOVE WS-CD-DIGIT TO EXT-LAST-CHECK-DIGIT.
169850     MOVE EXT-NEXT-AVAILABLE TO WS-CD-VALUE.
169860     PERFORM 7800-COMPUTE-CHECK-DIGIT
169870         THRU 7800-COMPUTE-CHECK-DIGIT-EXIT.
169880     MOVE WS-CD-DIGIT TO EXT-NEXT-CHECK-DIGIT.
169900     MOVE WS-SER-CYCLE-COUNT (WS-SER-WRITE-SUB)
170000         TO EXT-CYCLE-COUNT.
170100     MOVE WS-SER-ISSUED (WS-SER-WRITE-SUB)
170200         TO EXT-COUNT-ISSUED.
170300     MOVE WS-SER-CODE (WS-SER-WRITE-SUB)
170400         TO EXT-SERIES-CODE.
170410     MOVE WS-DAY-CYCLE TO EXT-DAY-CYCLE.
170500     WRITE EXT-RECORD.
170600 3410-WRITE-EXTRACT-RECORD-EXIT.
170700     EXIT.
175800     EXIT.
175900*=============================================================
176000* 7000-LOCATE-OR-ADD-SERIES - RESOLVE WS-CURRENT-SERIES TO ITS
176010* TABLE ENTRY, CREATING A FRESH ENTRY (COUNTER JUST BELOW THE
176020* MASTER STARTING VALUE, CYCLE ZERO, MASTER MAXIMUM - OR ZERO
176030* AND THE DEFAULT MAXIMUM FOR A SERIES NOT ON THE MASTER) FOR
176040* A SERIES CODE NOT SEEN BEFORE SO NEW RANGES ARE DATA-DRIVEN
176300* RATHER THAN A PROGRAM CHANGE. THE RESOLVED SUBSCRIPT IS LEFT
176400* IN WS-SER-SUB FOR THE CALLER.
176500*=============================================================
176600 7000-LOCATE-OR-ADD-SERIES.
176700     PERFORM 7100-LOCATE-SERIES
180600     MOVE ZEROES TO WS-SER-CYCLE-COUNT (WS-SER-SUB).
180700     MOVE WS-DEFAULT-SERIES-MAX TO WS-SER-MAX (WS-SER-SUB).
180800     MOVE ZEROES TO WS-SER-ISSUED (WS-SER-SUB).
180805     MOVE ZEROES TO WS-SER-DAY-PRIOR (WS-SER-SUB).
180810     PERFORM 7250-APPLY-SERIES-MASTER
180820         THRU 7250-APPLY-SERIES-MASTER-EXIT.
180825*    A BRAND-NEW SERIES' FIRST NUMBER IS ITS STARTING VALUE.
180830*    A SERIES BEING LOADED FROM CTRFILE HAS THIS OVERWRITTEN
180835*    BY THE PERSISTED COUNTER STRAIGHT AFTERWARDS.
180840     COMPUTE WS-SER-LAST-ISSUED (WS-SER-SUB) =
180845         WS-SER-START (WS-SER-SUB) - 1.
180850     MOVE 'Y' TO WS-SERIES-FOUND-SW.
180855 7200-ADD-SERIES-EXIT.
180860     EXIT.
180865*=============================================================
180870* 7250-APPLY-SERIES-MASTER - SET THE STARTING VALUE, MAXIMUM
180875* AND ROLLOVER RULE OF THE ENTRY AT WS-SER-SUB FROM THE SERIES
180880* MASTER TABLE. A SERIES NOT ON THE MASTER STARTS AT 1 WITH
180885* ROLLOVER ALLOWED AND KEEPS THE MAXIMUM IT ALREADY HAS.
180890*=============================================================
180895 7250-APPLY-SERIES-MASTER.
180900     MOVE 1   TO WS-SER-START (WS-SER-SUB).
180905     MOVE 'Y' TO WS-SER-ROLL-SW (WS-SER-SUB).
180910     MOVE 'N' TO WS-SRM-FOUND-SW.
180915     IF WS-SRMT-COUNT = ZERO
180920         GO TO 7250-APPLY-SERIES-MASTER-EXIT
180925     END-IF.
180930     SET WS-SRMT-IX TO 1.
180935     SEARCH WS-SRMT-ENTRY
180940         AT END
180945             CONTINUE
180950         WHEN WS-SRMT-CODE (WS-SRMT-IX) = WS-CURRENT-SERIES
180955             AND WS-SRMT-IX NOT > WS-SRMT-COUNT
180960             MOVE 'Y' TO WS-SRM-FOUND-SW
180965             MOVE WS-SRMT-START (WS-SRMT-IX)
180970                 TO WS-SER-START (WS-SER-SUB)
180975             MOVE WS-SRMT-MAX (WS-SRMT-IX)
180980                 TO WS-SER-MAX (WS-SER-SUB)
180985             MOVE WS-SRMT-ROLL-SW (WS-SRMT-IX)
180990                 TO WS-SER-ROLL-SW (WS-SER-SUB)
180995     END-SEARCH.
181000 7250-APPLY-SERIES-MASTER-EXIT.
181005     EXIT.
181010*=============================================================
181015* 7800-COMPUTE-CHECK-DIGIT - THE CHECK DIGIT OF WS-CD-VALUE,
181020* LEFT IN WS-CD-DIGIT. THE SAME ROUTINE STANDS IN EVERY
181025* PROGRAM THAT ISSUES A NUMBER OR TAKES ONE BACK - A CHANGE TO
181030* ONE IS A CHANGE TO ALL OF THEM.
181035*=============================================================
181040 7800-COMPUTE-CHECK-DIGIT.
181045     MOVE ZERO TO WS-CD-SUM.
181050     PERFORM 7810-WEIGH-ONE-DIGIT
181055         THRU 7810-WEIGH-ONE-DIGIT-EXIT
181060         VARYING WS-CD-SUB FROM 1 BY 1
181065         UNTIL WS-CD-SUB > 7.
181070     DIVIDE WS-CD-SUM BY 10 GIVING WS-CD-QUOTIENT
181075         REMAINDER WS-CD-REMAINDER.
181080     IF WS-CD-REMAINDER = ZERO
181085         MOVE ZERO TO WS-CD-DIGIT
181090     ELSE
181095         COMPUTE WS-CD-DIGIT = 10 - WS-CD-REMAINDER
181100     END-IF.
181105 7800-COMPUTE-CHECK-DIGIT-EXIT.
181110     EXIT.
181115*=============================================================
181120 7810-WEIGH-ONE-DIGIT.
181125     COMPUTE WS-CD-PRODUCT = WS-CD-VALUE-DIGIT (WS-CD-SUB)
181130         * WS-CD-WEIGHT (WS-CD-SUB).
181135     IF WS-CD-PRODUCT > 9
181140         SUBTRACT 9 FROM WS-CD-PRODUCT
181145     END-IF.
181150     ADD WS-CD-PRODUCT TO WS-CD-SUM.
181155 7810-WEIGH-ONE-DIGIT-EXIT.
181160     EXIT.
181200*=============================================================
181300* 8000-MISMATCH-HALT - ABEND-STYLE HALT ON A RECONCILIATION
181400* MISMATCH. NO NUMBERS ARE ISSUED THIS RUN. TRN-FILE AND EXC-FILE
185900     IF WS-REG-OPEN
186000         CLOSE REG-FILE
186100     END-IF.
186110     IF WS-OPN-OPEN
186300         CLOSE OPN-FILE
186400     END-IF.
186500     PERFORM 9000-RELEASE-RUN-LOCK
189300     EXIT.
189400*=============================================================
189500* 8200-SERIES-HALT - ABEND-STYLE HALT WHEN A SERIES CODE
189510* CANNOT BE ADDED TO THE COUNTER TABLE, OR WHEN A SERIES WHOSE
189520* MASTER BARS ROLLOVER REACHES ITS MAXIMUM. MORE DISTINCT
189530* SERIES CODES THAN TABLE ENTRIES MEANS EITHER A CORRUPT FEED
189540* OR A CONFIGURATION THE TABLE WAS NEVER SIZED FOR, AND A
189550* BARRED ROLLOVER MEANS THE SERIES HAS NO NUMBER LEFT TO GIVE -
189560* EITHER WAY NO COUNTER IS SAFE TO ADVANCE, SO NOTHING IS
189570* REWRITTEN AND THE RUN HALTS FOR OPERATIONS.
190100*=============================================================
190200 8200-SERIES-HALT.
190300     DISPLAY WS-MISMATCH-MESSAGE.
191300     IF WS-SIM-MODE
191400         CLOSE SIM-FILE
191500     END-IF.
191510     IF WS-OPN-OPEN
191700         CLOSE OPN-FILE
191800     END-IF.
191900     PERFORM 9000-RELEASE-RUN-LOCK
195300 8300-LOCK-HALT-EXIT.
195400     EXIT.
195500*=============================================================
195600* 8400-CALENDAR-HALT - THE BUSINESS DATE HAS NO CYCLE LEFT. NO
195700* NUMBERS ARE ISSUED AND CTRFILE/RCNFILE ARE LEFT UNCHANGED -
195800* THE CALLER HAS ALREADY BUILT AND DISPLAYED THE MESSAGE.
195900* TRN-FILE AND EXC-FILE ARE THE ONLY FILES OPEN AT THIS POINT
199100     STOP RUN.
199200 8500-NONPROC-HALT-EXIT.
199300     EXIT.
199304*=============================================================
199308* 8600-LEDGER-HALT - THE OPEN-NUMBER LEDGER EXISTS BUT WILL NOT
199312* OPEN FOR UPDATE (AN OLD-LAYOUT LEDGER NOT YET CONVERTED BY
199316* SEQOPC00, OR A DAMAGED FILE). ISSUING WITHOUT IT WOULD HAND
199320* OUT NUMBERS STILL OUTSTANDING, SO NOTHING IS ISSUED AND THE
199324* COUNTERS ARE LEFT UNCHANGED. TRN-FILE AND EXC-FILE ARE OPEN
199328* AND THE LOCK IS HELD, SO ALL THREE ARE RELEASED EXPLICITLY.
199332*=============================================================
199336 8600-LEDGER-HALT.
199340     DISPLAY 'SEQGEN00 HALT - OPEN-NUMBER LEDGER NOT '
199344         'AVAILABLE - STATUS ' WS-OPN-FILE-STATUS
199348         ' - RUN NOT STARTED'.
199352     CLOSE TRN-FILE
199356           EXC-FILE.
199360     PERFORM 9000-RELEASE-RUN-LOCK
199364         THRU 9000-RELEASE-RUN-LOCK-EXIT.
199368     MOVE 'H' TO WS-JRN-STATUS-CODE.
199372     MOVE '8600-LEDGER-HALT' TO WS-JRN-HALT-PARA.
199376     PERFORM 9500-WRITE-JOURNAL
199380         THRU 9500-WRITE-JOURNAL-EXIT.
199384     MOVE 16 TO RETURN-CODE.
199388     STOP RUN.
199392 8600-LEDGER-HALT-EXIT.
199396     EXIT.
199400*=============================================================
199500* 9000-RELEASE-RUN-LOCK - EVERY CONTROLLED EXIT, CLEAN OR
199600* HALTED, HANDS THE LOCK BACK. ONLY A GENUINE ABEND LEAVES
203400     MOVE ZEROES               TO JRN-REJECT-COUNT.
203500     MOVE WS-EXCEPTIONS-RAISED TO JRN-EXCEPTION-COUNT.
203600     MOVE WS-JRN-STATUS-CODE   TO JRN-STATUS.
203610     MOVE WS-DAY-CYCLE         TO JRN-DAY-CYCLE.
203700     MOVE WS-JRN-HALT-PARA     TO JRN-HALT-PARA.
203800     WRITE JRN-RECORD.
203900     CLOSE JRN-FILE.
