002100*                   IN SEQUENCE WITH ITS COUNTS, AND FLAGS A
002200*                   MISSING STEP, AN OUT-OF-ORDER STEP, OR A
002300*                   STEP THAT ENDED ON A HALT OR WARNING.
002301*  2026-10-09 JHM   SEQACK00 ADDED TO THE EXPECTED NIGHTLY
002302*                   SEQUENCE AFTER SEQGEN00 - AN UNANSWERED
002303*                   SENDER IS NOW A MISSING STEP.
002304*  2026-10-14 JHM   INTRADAY CYCLES. THE CALENDAR CONTROL
002305*                   RECORD SAYS HOW MANY ISSUANCE CYCLES THE DAY
002306*                   RUNS. SEQEDT00 THROUGH SEQBAL00 ARE EXPECTED
002307*                   ONCE PER CYCLE, IN ORDER, CYCLE AFTER CYCLE,
002308*                   AND SEQARC00 ONCE AFTER THE LAST. A STEP'S
002309*                   N-TH RUN THAT DID NOT HALT IS ITS CYCLE N, SO
002310*                   A STEP THAT ONLY HALTED IS ALSO MISSING. AN
002311*                   EXTRA SEQGEN00 CYCLE (AN OVERRIDE RUN) IS
002312*                   FLAGGED, AND THE DETAIL SHOWS EACH ENTRY'S
002313*                   CYCLE.
002314*  2026-10-15 JHM   SEQBKP00 ADDED AS THE FIRST EXPECTED
002315*                   STEP, ONCE A NIGHT BEFORE THE FIRST
002316*                   CYCLE - A SKIPPED CONTROL-FILE BACKUP
002317*                   IS NOW A MISSING STEP.
002400*-----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003400     SELECT PRM-FILE      ASSIGN TO STAPARM
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS  IS WS-PRM-FILE-STATUS.
003610     SELECT CAL-FILE      ASSIGN TO CALFILE
003620         ORGANIZATION IS LINE SEQUENTIAL
003630         FILE STATUS  IS WS-CAL-FILE-STATUS.
003700     SELECT RPT-FILE      ASSIGN TO STARPT
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900 DATA DIVISION.
004200 COPY JRNREC01.
004300 FD  PRM-FILE.
004400 COPY STAPRM01.
004410 FD  CAL-FILE.
004420 COPY CALREC01.
004500 FD  RPT-FILE
004600     RECORD CONTAINS 132 CHARACTERS.
004700 01  RPT-LINE                    PIC X(132).
004800 WORKING-STORAGE SECTION.
004900 01  WS-JRN-FILE-STATUS          PIC X(02) VALUE SPACES.
005000 01  WS-PRM-FILE-STATUS          PIC X(02) VALUE SPACES.
005010 01  WS-CAL-FILE-STATUS          PIC X(02) VALUE SPACES.
005100 01  WS-SWITCHES.
005200     05  WS-JRN-EOF-SW           PIC X(01) VALUE 'N'.
005300         88  WS-JRN-EOF               VALUE 'Y'.
005500         88  WS-DATE-GIVEN            VALUE 'Y'.
005600     05  WS-NIGHT-CLEAN-SW       PIC X(01) VALUE 'Y'.
005700         88  WS-NIGHT-CLEAN           VALUE 'Y'.
005710     05  WS-CAL-EOF-SW           PIC X(01) VALUE 'N'.
005720         88  WS-CAL-EOF               VALUE 'Y'.
005730     05  WS-PER-CYCLE-SW         PIC X(01) VALUE 'Y'.
005740         88  WS-PER-CYCLE-STEP        VALUE 'Y'.
005800*-----------------------------------------------------------
005900* JOURNAL TABLE - THE REPORTED DATE'S ENTRIES IN APPEND
006000* (EXECUTION) ORDER. THE JOURNAL IS READ TWICE WHEN NO DATE
007700         10  WS-JT-HALT-PARA     PIC X(20).
007800 01  WS-JT-SUB                   PIC 9(03) COMP VALUE ZERO.
007900*-----------------------------------------------------------
008000* EXPECTED NIGHTLY SEQUENCE - THE SEVEN STEPS THAT MUST RUN,
008100* IN THIS ORDER, FOR THE DAY TO BE WHOLE. SEQBKP00 RUNS ONCE
008200* FIRST, THE NEXT FIVE ONCE PER ISSUANCE CYCLE AND SEQARC00
008210* ONCE AFTER THE LAST. THE FOUND SUBSCRIPT IS THE STEP'S
008220* APPEARANCE IN THE JOURNAL FOR THE CYCLE BEING CHECKED - ITS
008230* N-TH RUN THAT DID NOT HALT FOR CYCLE N.
008300*-----------------------------------------------------------
008400 01  WS-EXPECTED-STEPS.
008450     05  FILLER                  PIC X(08) VALUE 'SEQBKP00'.
008500     05  FILLER                  PIC X(08) VALUE 'SEQEDT00'.
008600     05  FILLER                  PIC X(08) VALUE 'SEQGEN00'.
008610     05  FILLER                  PIC X(08) VALUE 'SEQACK00'.
008700     05  FILLER                  PIC X(08) VALUE 'SEQOPN00'.
008800     05  FILLER                  PIC X(08) VALUE 'SEQBAL00'.
008900     05  FILLER                  PIC X(08) VALUE 'SEQARC00'.
009000 01  WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-STEPS.
009100     05  WS-EXP-ENTRY            OCCURS 7 TIMES.
009200         10  WS-EXP-RUN-ID       PIC X(08).
009300 01  WS-EXP-SUB                  PIC 9(03) COMP VALUE ZERO.
009400 01  WS-EXP-FOUND-SUB            PIC 9(03) COMP VALUE ZERO.
009500 01  WS-EXP-PRIOR-SUB            PIC 9(03) COMP VALUE ZERO.
009510 01  WS-EXP-CYCLE-FIRST          PIC 9(03) COMP VALUE 2.
009515 01  WS-EXP-CYCLE-LAST           PIC 9(03) COMP VALUE 6.
009520 01  WS-EXP-HIT-COUNT            PIC 9(03) COMP VALUE ZERO.
009530 01  WS-CYC-SUB                  PIC 9(03) COMP VALUE ZERO.
009540 01  WS-CYCLES-PER-DAY           PIC 9(02) VALUE 01.
009550 01  WS-GEN-RUN-COUNT            PIC 9(02) VALUE ZEROES.
009560 01  WS-DSP-CYCLE                PIC 9(02) VALUE ZEROES.
009600*-----------------------------------------------------------
009700* RUN CONTROLS
009800*-----------------------------------------------------------
011400     05  HDG-REPORT-DATE         PIC 9(08).
011500 01  WS-HDG-LINE-2.
011600     05  FILLER                  PIC X(10) VALUE 'PROGRAM'.
011610     05  FILLER                  PIC X(04) VALUE 'CY'.
011700     05  FILLER                  PIC X(08) VALUE 'START'.
011800     05  FILLER                  PIC X(08) VALUE 'END'.
011900     05  FILLER                  PIC X(09) VALUE 'REC-IN'.
012500 01  WS-DET-LINE.
012600     05  DET-RUN-ID              PIC X(08).
012700     05  FILLER                  PIC X(02) VALUE SPACES.
012710     05  DET-DAY-CYCLE           PIC X(02).
012720     05  FILLER                  PIC X(02) VALUE SPACES.
012800     05  DET-START-TIME          PIC 9(06).
012900     05  FILLER                  PIC X(02) VALUE SPACES.
013000     05  DET-END-TIME            PIC 9(06).
015600*=============================================================
015700* 1000-INITIALIZE - PICK THE BUSINESS DATE TO CHECK: THE
015800* STAPARM DATE WHEN ONE IS KEYED, OTHERWISE THE LATEST
015900* BUSINESS DATE ON THE JOURNAL (THE NIGHT JUST ENDED) - AND
015910* HOW MANY ISSUANCE CYCLES THE CALENDAR SCHEDULES PER DAY.
016000*=============================================================
016100 1000-INITIALIZE.
016200     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
017400         END-READ
017500         CLOSE PRM-FILE
017600     END-IF.
017610     PERFORM 1050-READ-CALENDAR
017620         THRU 1050-READ-CALENDAR-EXIT.
017700     IF NOT WS-DATE-GIVEN
017800         PERFORM 1100-FIND-LATEST-DATE
017900             THRU 1100-FIND-LATEST-DATE-EXIT
018900     WRITE RPT-LINE.
019000 1000-INITIALIZE-EXIT.
019100     EXIT.
019103*=============================================================
019106* 1050-READ-CALENDAR - THE CYCLES PER DAY FROM THE SHARED
019109* CALENDAR'S CONTROL RECORD. NO CALFILE, OR A BLANK SETTING,
019112* MEANS THE SINGLE NIGHTLY CYCLE.
019115*=============================================================
019118 1050-READ-CALENDAR.
019121     OPEN INPUT CAL-FILE.
019124     IF WS-CAL-FILE-STATUS = '35'
019127         GO TO 1050-READ-CALENDAR-EXIT
019130     END-IF.
019133     PERFORM 1060-READ-CALENDAR-RECORD
019136         THRU 1060-READ-CALENDAR-RECORD-EXIT
019139         UNTIL WS-CAL-EOF.
019142     CLOSE CAL-FILE.
019145 1050-READ-CALENDAR-EXIT.
019148     EXIT.
019151*=============================================================
019154 1060-READ-CALENDAR-RECORD.
019157     READ CAL-FILE
019160         AT END
019163             MOVE 'Y' TO WS-CAL-EOF-SW
019166             GO TO 1060-READ-CALENDAR-RECORD-EXIT
019169     END-READ.
019172     IF CAL-CONTROL
019175         AND CAL-CYCLES-PER-DAY IS NUMERIC
019178         AND CAL-CYCLES-PER-DAY > ZEROES
019181         MOVE CAL-CYCLES-PER-DAY TO WS-CYCLES-PER-DAY
019184     END-IF.
019187 1060-READ-CALENDAR-RECORD-EXIT.
019190     EXIT.
019200*=============================================================
019300 1100-FIND-LATEST-DATE.
019400     OPEN INPUT JRN-FILE.
027000     MOVE JRN-HALT-PARA       TO WS-JT-HALT-PARA (WS-JT-COUNT).
027100     MOVE SPACES TO WS-DET-LINE.
027200     MOVE JRN-RUN-ID          TO DET-RUN-ID.
027210     MOVE JRN-DAY-CYCLE       TO DET-DAY-CYCLE.
027300     MOVE JRN-START-TIME      TO DET-START-TIME.
027400     MOVE JRN-END-TIME        TO DET-END-TIME.
027500     MOVE JRN-RECORDS-IN      TO DET-RECORDS-IN.
029100 3000-TERMINATE.
029200     MOVE SPACES TO RPT-LINE.
029300     WRITE RPT-LINE.
029310     MOVE ZERO TO WS-EXP-PRIOR-SUB.
029311     MOVE 'N'  TO WS-PER-CYCLE-SW.
029312     MOVE 1    TO WS-CYC-SUB.
029313     MOVE 1    TO WS-EXP-SUB.
029314     PERFORM 3100-CHECK-ONE-STEP
029315         THRU 3100-CHECK-ONE-STEP-EXIT.
029320     MOVE 'Y'  TO WS-PER-CYCLE-SW.
029330     PERFORM 3050-CHECK-ONE-CYCLE
029340         THRU 3050-CHECK-ONE-CYCLE-EXIT
029350         VARYING WS-CYC-SUB FROM 1 BY 1
029360         UNTIL WS-CYC-SUB > WS-CYCLES-PER-DAY.
029370     MOVE 'N'  TO WS-PER-CYCLE-SW.
029380     MOVE 1    TO WS-CYC-SUB.
029390     MOVE 7    TO WS-EXP-SUB.
029400     PERFORM 3100-CHECK-ONE-STEP
029410         THRU 3100-CHECK-ONE-STEP-EXIT.
029420     PERFORM 3250-CHECK-EXTRA-CYCLES
029430         THRU 3250-CHECK-EXTRA-CYCLES-EXIT.
029900     PERFORM 3300-FLAG-BAD-ENDINGS
030000         THRU 3300-FLAG-BAD-ENDINGS-EXIT
030100         VARYING WS-JT-SUB FROM 1 BY 1
030700             THRU 3900-WRITE-FLAG-EXIT
030800     END-IF.
030900     IF WS-NIGHT-CLEAN
030910         MOVE SPACES TO RPT-LINE
031000         IF WS-CYCLES-PER-DAY > 1
031010             STRING 'DAY COMPLETE - ALL ' WS-CYCLES-PER-DAY
031020                 ' CYCLES RAN IN ORDER'
031030                 DELIMITED BY SIZE INTO RPT-LINE
031040         ELSE
031050             MOVE 'NIGHT COMPLETE - ALL STEPS RAN IN ORDER'
031060                 TO RPT-LINE
031070         END-IF
031200         WRITE RPT-LINE
031300     END-IF.
031400     CLOSE RPT-FILE.
031900     END-IF.
032000 3000-TERMINATE-EXIT.
032100     EXIT.
032107*=============================================================
032114* 3050-CHECK-ONE-CYCLE - THE FIVE PER-CYCLE STEPS OF CYCLE
032121* WS-CYC-SUB, EACH AFTER THE STEP BEFORE IT - THE FIRST OF
032128* THEM AFTER THE LAST STEP OF THE PREVIOUS CYCLE, OR AFTER
032131* SEQBKP00 FOR THE FIRST CYCLE.
032135*=============================================================
032142 3050-CHECK-ONE-CYCLE.
032149     PERFORM 3100-CHECK-ONE-STEP
032156         THRU 3100-CHECK-ONE-STEP-EXIT
032163         VARYING WS-EXP-SUB FROM WS-EXP-CYCLE-FIRST BY 1
032170         UNTIL WS-EXP-SUB > WS-EXP-CYCLE-LAST.
032177 3050-CHECK-ONE-CYCLE-EXIT.
032184     EXIT.
032200*=============================================================
032300* 3100-CHECK-ONE-STEP - THE STEP MUST APPEAR ON THE JOURNAL
032400* FOR CYCLE WS-CYC-SUB, AND THAT APPEARANCE MUST COME AFTER
032500* THE PRIOR EXPECTED STEP'S - APPEND ORDER IS EXECUTION ORDER.
032600*=============================================================
032700 3100-CHECK-ONE-STEP.
032800     MOVE ZERO TO WS-EXP-FOUND-SUB.
032810     MOVE ZERO TO WS-EXP-HIT-COUNT.
032900     PERFORM 3200-FIND-STEP-ENTRY
033000         THRU 3200-FIND-STEP-ENTRY-EXIT
033100         VARYING WS-JT-SUB FROM 1 BY 1
033300            OR WS-EXP-FOUND-SUB > ZERO.
033400     IF WS-EXP-FOUND-SUB = ZERO
033500         MOVE SPACES TO FLAG-TEXT
033510         IF WS-PER-CYCLE-STEP
033520             AND WS-CYCLES-PER-DAY > 1
033530             MOVE WS-CYC-SUB TO WS-DSP-CYCLE
033540             STRING 'MISSING STEP - ' WS-EXP-RUN-ID (WS-EXP-SUB)
033550                 ' DID NOT RUN FOR CYCLE ' WS-DSP-CYCLE
033560                 DELIMITED BY SIZE INTO FLAG-TEXT
033570         ELSE
033580             STRING 'MISSING STEP - ' WS-EXP-RUN-ID (WS-EXP-SUB)
033590                 ' DID NOT RUN'
033600                 DELIMITED BY SIZE INTO FLAG-TEXT
033610         END-IF
033900         PERFORM 3900-WRITE-FLAG
034000             THRU 3900-WRITE-FLAG-EXIT
034100         GO TO 3100-CHECK-ONE-STEP-EXIT
035300     EXIT.
035400*=============================================================
035500 3200-FIND-STEP-ENTRY.
035510     IF WS-JT-RUN-ID (WS-JT-SUB) = WS-EXP-RUN-ID (WS-EXP-SUB)
035520         AND WS-JT-STATUS (WS-JT-SUB) NOT = 'H'
035530         ADD 1 TO WS-EXP-HIT-COUNT
035540         IF WS-EXP-HIT-COUNT = WS-CYC-SUB
035550             MOVE WS-JT-SUB TO WS-EXP-FOUND-SUB
035560         END-IF
035570     END-IF.
035900 3200-FIND-STEP-ENTRY-EXIT.
036000     EXIT.
036003*=============================================================
036006* 3250-CHECK-EXTRA-CYCLES - MORE SEQGEN00 RUNS THAN THE DAY IS
036009* SCHEDULED FOR MEANS AN OVERRIDE RUN ISSUED AN EXTRA CYCLE.
036012* IT IS LEGITIMATE, BUT IT IS NOT ROUTINE, SO IT IS FLAGGED.
036015*=============================================================
036018 3250-CHECK-EXTRA-CYCLES.
036021     MOVE ZEROES TO WS-GEN-RUN-COUNT.
036024     PERFORM 3260-COUNT-GEN-RUN
036027         THRU 3260-COUNT-GEN-RUN-EXIT
036030         VARYING WS-JT-SUB FROM 1 BY 1
036033         UNTIL WS-JT-SUB > WS-JT-COUNT.
036036     IF WS-GEN-RUN-COUNT > WS-CYCLES-PER-DAY
036039         MOVE SPACES TO FLAG-TEXT
036042         STRING 'EXTRA CYCLE - SEQGEN00 RAN ' WS-GEN-RUN-COUNT
036045             ' CYCLES, CALENDAR SCHEDULES ' WS-CYCLES-PER-DAY
036048             DELIMITED BY SIZE INTO FLAG-TEXT
036051         PERFORM 3900-WRITE-FLAG
036054             THRU 3900-WRITE-FLAG-EXIT
036057     END-IF.
036060 3250-CHECK-EXTRA-CYCLES-EXIT.
036063     EXIT.
036066*=============================================================
036069 3260-COUNT-GEN-RUN.
036072     IF WS-JT-RUN-ID (WS-JT-SUB) = 'SEQGEN00'
036075         AND WS-JT-STATUS (WS-JT-SUB) NOT = 'H'
036078         AND WS-GEN-RUN-COUNT < 99
036081         ADD 1 TO WS-GEN-RUN-COUNT
036084     END-IF.
036087 3260-COUNT-GEN-RUN-EXIT.
036090     EXIT.
036100*=============================================================
036200* 3300-FLAG-BAD-ENDINGS - EVERY HALTED OR WARNING ENTRY GETS
036300* ITS OWN FLAG LINE NAMING THE PROGRAM AND, FOR A HALT, THE
