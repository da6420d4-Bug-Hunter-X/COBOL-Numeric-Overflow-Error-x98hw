000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SEQEOD00.
000300 AUTHOR.        J H MARSH.
000400 INSTALLATION.  DAILY LEDGER SEQUENCE CONTROL.
000500 DATE-WRITTEN.  2026-09-21.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  ---------  ----  --------------------------------------
001200*  2026-09-21 JHM   ORIGINAL VERSION. EVERY PROGRAM READS
001300*                   THE 'C' CONTROL RECORD ON CALFILE BUT
001400*                   NOTHING EVER WROTE IT - THE OPEN BUSINESS
001500*                   DATE WAS HAND-EDITED EACH MORNING, AND A
001600*                   TYPO THERE SILENTLY RESTAMPED A WHOLE
001700*                   NIGHT'S WORK. THIS DAY-CLOSE JOB READS
001800*                   THE JRNFILE RUN JOURNAL THE SAME WAY
001900*                   SEQSTA00 DOES AND REFUSES TO CLOSE A DAY
002000*                   WITH A MISSING STEP, AN OUT-OF-ORDER STEP
002100*                   OR A HALTED STEP THAT WAS NEVER RERUN
002200*                   CLEAN. A DAY THAT PROVES IS CLOSED BY
002300*                   ROLLING THE CONTROL RECORD TO THE NEXT
002400*                   DATE THAT IS NOT AN 'N' NON-PROCESSING
002500*                   DATE; A ONE-PAGE CERTIFICATE IS PRINTED
002600*                   AND THE CLOSE IS JOURNALED. A SUPERVISOR
002700*                   CAN FORCE THE CLOSE OF A DAY THAT DOES
002800*                   NOT PROVE (EODPARM, CHECKED AGAINST
002900*                   SUPFILE, WITH A REASON) - THE FORCED
003000*                   CLOSE IS AUDITED TO EXCFILE. THE CLOSE IS
003100*                   REFUSED WHILE A RUN HOLDS THE LOKFILE
003200*                   MARK.
003201*  2026-10-09 JHM   SEQACK00 ADDED TO THE EXPECTED NIGHTLY
003202*                   SEQUENCE AFTER SEQGEN00, MATCHING
003203*                   SEQSTA00 - A DAY WHOSE SENDERS WERE NOT
003204*                   ANSWERED DOES NOT CLOSE.
003205*  2026-10-14 JHM   INTRADAY CYCLES. THE CONTROL RECORD'S
003206*                   CYCLES PER DAY IS CARRIED THROUGH THE
003207*                   CALENDAR REWRITE, AND THE JOURNAL IS PROVED
003208*                   THE WAY SEQSTA00 NOW PROVES IT - SEQEDT00
003209*                   THROUGH SEQBAL00 ONCE PER CYCLE, IN ORDER,
003210*                   THEN SEQARC00 - SO A DAY WITH A CYCLE
003211*                   OUTSTANDING DOES NOT CLOSE.
003212*  2026-10-15 JHM   A FORCED CLOSE IS AUTHORISED BY A NAMED
003213*                   OPERATOR - ID AND PASSWORD ON EODPARM,
003214*                   PROVED ON OPRFILE WITH OVERRIDE AUTHORITY
003215*                   AS SEQBKP00 PROVES A RESTORE - IN PLACE OF
003216*                   THE SHARED SUPFILE CODE. THE OPERATOR IS
003217*                   NAMED ON THE EXCFILE EVENT, ON OPRLOG AND
003218*                   ON THE CERTIFICATE.
003219*  2026-10-15 JHM   SEQBKP00 ADDED AS THE FIRST EXPECTED
003220*                   STEP, MATCHING SEQSTA00 - A NIGHT
003221*                   WITHOUT ITS CONTROL-FILE BACKUP DOES
003222*                   NOT CLOSE.
003300*-----------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT JRN-FILE      ASSIGN TO JRNFILE
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS  IS WS-JRN-FILE-STATUS.
004300     SELECT CAL-FILE      ASSIGN TO CALFILE
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS  IS WS-CAL-FILE-STATUS.
004600     SELECT PRM-FILE      ASSIGN TO EODPARM
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS  IS WS-PRM-FILE-STATUS.
004900     SELECT OPR-FILE      ASSIGN TO OPRFILE
004950         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS  IS WS-OPR-FILE-STATUS.
005050     SELECT OLG-FILE      ASSIGN TO OPRLOG
005100         ORGANIZATION IS LINE SEQUENTIAL
005150         FILE STATUS  IS WS-OLG-FILE-STATUS.
005200     SELECT LOK-FILE      ASSIGN TO LOKFILE
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS  IS WS-LOK-FILE-STATUS.
005500     SELECT EXC-FILE      ASSIGN TO EXCFILE
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS  IS WS-EXC-FILE-STATUS.
005800     SELECT RPT-FILE      ASSIGN TO EODRPT
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  JRN-FILE.
006300 COPY JRNREC01.
006400 FD  CAL-FILE.
006500 COPY CALREC01.
006600 FD  PRM-FILE.
006700 COPY EODPRM01.
006800 FD  OPR-FILE.
006850 COPY OPRREC01.
006900 FD  OLG-FILE.
006950 COPY OLGREC01.
007000 FD  LOK-FILE.
007100 COPY LOKREC01.
007200 FD  EXC-FILE.
007300 COPY EXCREC01.
007400 FD  RPT-FILE
007500     RECORD CONTAINS 132 CHARACTERS.
007600 01  RPT-LINE                    PIC X(132).
007700 WORKING-STORAGE SECTION.
007800 01  WS-JRN-FILE-STATUS          PIC X(02) VALUE SPACES.
007900 01  WS-CAL-FILE-STATUS          PIC X(02) VALUE SPACES.
008000 01  WS-PRM-FILE-STATUS          PIC X(02) VALUE SPACES.
008100 01  WS-OPR-FILE-STATUS          PIC X(02) VALUE SPACES.
008150 01  WS-OLG-FILE-STATUS          PIC X(02) VALUE SPACES.
008200 01  WS-LOK-FILE-STATUS          PIC X(02) VALUE SPACES.
008300 01  WS-EXC-FILE-STATUS          PIC X(02) VALUE SPACES.
008400 01  WS-SWITCHES.
008500     05  WS-JRN-EOF-SW           PIC X(01) VALUE 'N'.
008600         88  WS-JRN-EOF               VALUE 'Y'.
008700     05  WS-CAL-EOF-SW           PIC X(01) VALUE 'N'.
008800         88  WS-CAL-EOF               VALUE 'Y'.
008900     05  WS-DAY-CLEAN-SW         PIC X(01) VALUE 'Y'.
009000         88  WS-DAY-CLEAN             VALUE 'Y'.
009100     05  WS-FORCE-OK-SW          PIC X(01) VALUE 'N'.
009200         88  WS-FORCE-OK              VALUE 'Y'.
009300     05  WS-OPR-EOF-SW           PIC X(01) VALUE 'N'.
009350         88  WS-OPR-EOF               VALUE 'Y'.
009400     05  WS-OPR-FOUND-SW         PIC X(01) VALUE 'N'.
009450         88  WS-OPR-FOUND             VALUE 'Y'.
009500     05  WS-NON-PROC-SW          PIC X(01) VALUE 'N'.
009600         88  WS-NON-PROC              VALUE 'Y'.
009700     05  WS-RERUN-FOUND-SW       PIC X(01) VALUE 'N'.
009800         88  WS-RERUN-FOUND           VALUE 'Y'.
009900*-----------------------------------------------------------
010000* CALENDAR TABLE - THE WHOLE CALFILE IN FILE ORDER, SO IT CAN
010100* BE WRITTEN BACK WITH ONLY THE CONTROL RECORD CHANGED. A
010200* CALENDAR TOO BIG FOR THE TABLE HALTS RATHER THAN LOSE THE
010300* 'N' DATES IT COULD NOT HOLD.
010400*-----------------------------------------------------------
010500 01  WS-CT-COUNT                 PIC 9(05) COMP VALUE ZERO.
010600 01  WS-CT-TABLE-MAX             PIC 9(05) COMP VALUE 01000.
010700 01  WS-CT-TABLE.
010800     05  WS-CT-ENTRY             OCCURS 1000 TIMES.
010900         10  WS-CT-REC-TYPE      PIC X(01).
011000         10  WS-CT-DATE          PIC X(08).
011100         10  WS-CT-DESCRIPTION   PIC X(20).
011110         10  WS-CT-CYCLES        PIC X(02).
011200 01  WS-CT-SUB                   PIC 9(05) COMP VALUE ZERO.
011300 01  WS-CT-CONTROL-SUB           PIC 9(05) COMP VALUE ZERO.
011400*-----------------------------------------------------------
011500* JOURNAL TABLE - THE CLOSING DATE'S ENTRIES IN APPEND
011600* (EXECUTION) ORDER, THE SAME TABLE SEQSTA00 BUILDS. THIS
011700* PROGRAM'S OWN EARLIER REFUSALS ARE NOT TABLED.
011800*-----------------------------------------------------------
011900 01  WS-JT-COUNT                 PIC 9(03) COMP VALUE ZERO.
012000 01  WS-JT-TABLE-MAX             PIC 9(03) COMP VALUE 100.
012100 01  WS-JT-OVERFLOW-COUNT        PIC 9(03) COMP VALUE ZERO.
012200 01  WS-JT-TABLE.
012300     05  WS-JT-ENTRY             OCCURS 100 TIMES.
012400         10  WS-JT-RUN-ID        PIC X(08).
012500         10  WS-JT-START-TIME    PIC 9(06).
012600         10  WS-JT-END-TIME      PIC 9(06).
012700         10  WS-JT-STATUS        PIC X(01).
012800         10  WS-JT-HALT-PARA     PIC X(20).
012900 01  WS-JT-SUB                   PIC 9(03) COMP VALUE ZERO.
013000 01  WS-JT-LATER-SUB             PIC 9(03) COMP VALUE ZERO.
013100*-----------------------------------------------------------
013200* EXPECTED NIGHTLY SEQUENCE - THE SAME SEVEN STEPS, IN THE
013300* SAME ORDER, SEQSTA00 PROVES: SEQBKP00 ONCE FIRST, THE NEXT
013310* FIVE ONCE PER ISSUANCE CYCLE, SEQARC00 ONCE AFTER THE LAST.
013400*-----------------------------------------------------------
013500 01  WS-EXPECTED-STEPS.
013550     05  FILLER                  PIC X(08) VALUE 'SEQBKP00'.
013600     05  FILLER                  PIC X(08) VALUE 'SEQEDT00'.
013700     05  FILLER                  PIC X(08) VALUE 'SEQGEN00'.
013710     05  FILLER                  PIC X(08) VALUE 'SEQACK00'.
013800     05  FILLER                  PIC X(08) VALUE 'SEQOPN00'.
013900     05  FILLER                  PIC X(08) VALUE 'SEQBAL00'.
014000     05  FILLER                  PIC X(08) VALUE 'SEQARC00'.
014100 01  WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-STEPS.
014200     05  WS-EXP-ENTRY            OCCURS 7 TIMES.
014300         10  WS-EXP-RUN-ID       PIC X(08).
014400 01  WS-EXP-SUB                  PIC 9(03) COMP VALUE ZERO.
014500 01  WS-EXP-FOUND-SUB            PIC 9(03) COMP VALUE ZERO.
014600 01  WS-EXP-PRIOR-SUB            PIC 9(03) COMP VALUE ZERO.
014610 01  WS-EXP-CYCLE-FIRST          PIC 9(03) COMP VALUE 2.
014615 01  WS-EXP-CYCLE-LAST           PIC 9(03) COMP VALUE 6.
014620 01  WS-EXP-HIT-COUNT            PIC 9(03) COMP VALUE ZERO.
014630 01  WS-CYC-SUB                  PIC 9(03) COMP VALUE ZERO.
014640 01  WS-CYCLES-PER-DAY           PIC 9(02) VALUE 01.
014650 01  WS-DSP-CYCLE                PIC 9(02) VALUE ZEROES.
014660 01  WS-PER-CYCLE-SW             PIC X(01) VALUE 'Y'.
014670     88  WS-PER-CYCLE-STEP           VALUE 'Y'.
014700*-----------------------------------------------------------
014800* RUN CONTROLS
014900*-----------------------------------------------------------
015000 01  WS-CLOSE-DATE               PIC 9(08) VALUE ZEROES.
015100 01  WS-NEXT-DATE                PIC 9(08) VALUE ZEROES.
015200 01  WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE
015300                                 PIC X(08).
015400 01  WS-NEXT-INTEGER             PIC 9(08) COMP VALUE ZERO.
015500 01  WS-DAYS-SKIPPED             PIC 9(03) COMP VALUE ZERO.
015700 01  WS-FLAG-COUNT               PIC 9(03) COMP VALUE ZERO.
015800 01  WS-REFUSE-TEXT              PIC X(70) VALUE SPACES.
015900 01  WS-LOCK-RUN-ID              PIC X(08) VALUE SPACES.
016000 01  WS-JRN-STATUS-CODE          PIC X(01) VALUE 'C'.
016100 01  WS-JRN-HALT-PARA            PIC X(20) VALUE SPACES.
016200 01  WS-JRN-END-TIME             PIC 9(06) VALUE ZEROES.
016300 01  WS-RECORDS-OUT              PIC 9(07) COMP VALUE ZERO.
016400 01  WS-CURRENT-DATE-TIME.
016500     05  WS-CURRENT-DATE         PIC 9(08).
016600     05  WS-CURRENT-TIME         PIC 9(06).
016700 01  WS-RUN-ID                   PIC X(08) VALUE 'SEQEOD00'.
016702*-----------------------------------------------------------
016704* OPERATOR PROOF FOR A FORCED CLOSE - THE ID AND PASSWORD COME
016706* ON EODPARM AND ARE PROVED AGAINST OPRFILE THE SAME WAY
016708* SEQBKP00 PROVES A RESTORE. THE PASSWORD IS CLEARED AS SOON
016710* AS IT HAS BEEN COMPARED.
016712*-----------------------------------------------------------
016714 01  WS-SIGNON-USER-ID           PIC X(08) VALUE SPACES.
016716 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
016718 01  WS-SIGNON-REASON            PIC X(40) VALUE SPACES.
016720 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
016722 01  WS-OPR-PASSWORD             PIC X(08) VALUE SPACES.
016724 01  WS-OPR-STATUS               PIC X(01) VALUE SPACE.
016726     88  WS-OPR-ACTIVE               VALUE 'A'.
016728 01  WS-OPR-AUTHORITIES.
016730     05  WS-OPR-AUTH-INQUIRE     PIC X(01) VALUE 'N'.
016732         88  WS-OPR-CAN-INQUIRE      VALUE 'Y'.
016734     05  WS-OPR-AUTH-DESK-ISSUE  PIC X(01) VALUE 'N'.
016736         88  WS-OPR-CAN-DESK-ISSUE   VALUE 'Y'.
016738     05  WS-OPR-AUTH-REPAIR      PIC X(01) VALUE 'N'.
016740         88  WS-OPR-CAN-REPAIR       VALUE 'Y'.
016742     05  WS-OPR-AUTH-OVERRIDE    PIC X(01) VALUE 'N'.
016744         88  WS-OPR-CAN-OVERRIDE     VALUE 'Y'.
016746     05  WS-OPR-AUTH-RELEASE     PIC X(01) VALUE 'N'.
016748         88  WS-OPR-CAN-RELEASE      VALUE 'Y'.
016750 01  WS-OLG-EVENT-TYPE           PIC X(01) VALUE SPACE.
016752 01  WS-OLG-SERIES-CODE          PIC X(01) VALUE SPACE.
016754 01  WS-OLG-SEQ-VALUE            PIC 9(07) VALUE ZEROES.
016756 01  WS-OLG-DETAIL               PIC X(50) VALUE SPACES.
016758 01  WS-OLG-TIME                 PIC 9(06) VALUE ZEROES.
016800*-----------------------------------------------------------
016900* CERTIFICATE LINE LAYOUTS
017000*-----------------------------------------------------------
017100 01  WS-HDG-LINE-1.
017200     05  FILLER                  PIC X(34)
017300             VALUE 'SEQEOD00 DAY-CLOSE CERTIFICATE'.
017400     05  FILLER                  PIC X(15)
017500             VALUE 'BUSINESS DATE: '.
017600     05  HDG-CLOSE-DATE          PIC 9(08).
017700     05  FILLER                  PIC X(04) VALUE SPACES.
017800     05  FILLER                  PIC X(05) VALUE 'RUN: '.
017900     05  HDG-RUN-DATE            PIC 9(08).
018000     05  FILLER                  PIC X(01) VALUE SPACE.
018100     05  HDG-RUN-TIME            PIC 9(06).
018200 01  WS-HDG-LINE-2.
018300     05  FILLER                  PIC X(10) VALUE 'STEP'.
018400     05  FILLER                  PIC X(08) VALUE 'START'.
018500     05  FILLER                  PIC X(08) VALUE 'END'.
018600     05  FILLER                  PIC X(04) VALUE 'ST'.
018700     05  FILLER                  PIC X(20) VALUE 'HALT-PARAGRAPH'.
018800 01  WS-DET-LINE.
018900     05  DET-RUN-ID              PIC X(08).
019000     05  FILLER                  PIC X(02) VALUE SPACES.
019100     05  DET-START-TIME          PIC 9(06).
019200     05  FILLER                  PIC X(02) VALUE SPACES.
019300     05  DET-END-TIME            PIC 9(06).
019400     05  FILLER                  PIC X(02) VALUE SPACES.
019500     05  DET-STATUS              PIC X(01).
019600     05  FILLER                  PIC X(03) VALUE SPACES.
019700     05  DET-HALT-PARA           PIC X(20).
019800 01  WS-FLAG-LINE.
019900     05  FILLER                  PIC X(08) VALUE 'FLAG -  '.
020000     05  FLAG-TEXT               PIC X(70).
020100 01  WS-RESULT-LINE.
020200     05  RES-LABEL               PIC X(26).
020300     05  RES-TEXT                PIC X(80).
020400 PROCEDURE DIVISION.
020500*=============================================================
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE
020800         THRU 1000-INITIALIZE-EXIT.
020900     PERFORM 2000-CHECK-JOURNAL
021000         THRU 2000-CHECK-JOURNAL-EXIT.
021100     PERFORM 3000-CLOSE-DAY
021200         THRU 3000-CLOSE-DAY-EXIT.
021300     PERFORM 9000-TERMINATE
021400         THRU 9000-TERMINATE-EXIT.
021500     STOP RUN.
021600*=============================================================
021700* 1000-INITIALIZE - TABLE THE CALENDAR, READ THE PARAMETER
021800* RECORD AND PRINT THE CERTIFICATE HEADING. NO CONTROL RECORD,
021900* A KEYED DATE THAT IS NOT THE OPEN DAY, OR A RUN HOLDING THE
022000* LOCK ALL REFUSE BEFORE THE JOURNAL IS EVEN READ.
022100*=============================================================
022200 1000-INITIALIZE.
022300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
022400     ACCEPT WS-CURRENT-TIME FROM TIME.
022500     OPEN OUTPUT RPT-FILE.
022600     PERFORM 1100-LOAD-CALENDAR
022700         THRU 1100-LOAD-CALENDAR-EXIT.
022800     MOVE WS-CLOSE-DATE     TO HDG-CLOSE-DATE.
022900     MOVE WS-CURRENT-DATE   TO HDG-RUN-DATE.
023000     MOVE WS-CURRENT-TIME   TO HDG-RUN-TIME.
023100     MOVE WS-HDG-LINE-1 TO RPT-LINE.
023200     WRITE RPT-LINE.
023300     MOVE SPACES TO RPT-LINE.
023400     WRITE RPT-LINE.
023500     IF WS-CT-CONTROL-SUB = ZERO
023600         MOVE 'NO CALFILE CONTROL RECORD - NO OPEN DAY TO CLOSE'
023700             TO WS-REFUSE-TEXT
023800         PERFORM 8000-REFUSE-CLOSE
023900             THRU 8000-REFUSE-CLOSE-EXIT
024000     END-IF.
024100     MOVE SPACES TO EOD-PARM-RECORD.
024200     OPEN INPUT PRM-FILE.
024300     IF WS-PRM-FILE-STATUS NOT = '35'
024400         READ PRM-FILE
024500             AT END
024600                 MOVE SPACES TO EOD-PARM-RECORD
024700         END-READ
024800         CLOSE PRM-FILE
024900     END-IF.
025000     IF EOD-CLOSE-DATE NOT = SPACES
025100         AND EOD-CLOSE-DATE NOT = WS-CT-DATE (WS-CT-CONTROL-SUB)
025200         MOVE SPACES TO WS-REFUSE-TEXT
025300         STRING 'EODPARM DATE ' EOD-CLOSE-DATE
025400             ' IS NOT THE OPEN BUSINESS DATE'
025500             DELIMITED BY SIZE INTO WS-REFUSE-TEXT
025600         PERFORM 8000-REFUSE-CLOSE
025700             THRU 8000-REFUSE-CLOSE-EXIT
025800     END-IF.
025900     PERFORM 1200-CHECK-RUN-LOCK
026000         THRU 1200-CHECK-RUN-LOCK-EXIT.
026100     IF WS-LOCK-RUN-ID NOT = SPACES
026200         MOVE SPACES TO WS-REFUSE-TEXT
026300         STRING 'RUN ' WS-LOCK-RUN-ID
026400             ' HOLDS THE LOCK - A RUN IS STILL IN FLIGHT'
026500             DELIMITED BY SIZE INTO WS-REFUSE-TEXT
026600         PERFORM 8000-REFUSE-CLOSE
026700             THRU 8000-REFUSE-CLOSE-EXIT
026800     END-IF.
026900 1000-INITIALIZE-EXIT.
027000     EXIT.
027100*=============================================================
027200* 1100-LOAD-CALENDAR - THE FIRST VALID 'C' RECORD IS THE OPEN
027300* DAY, THE SAME RULE EVERY OTHER PROGRAM'S CALENDAR READ USES.
027400*=============================================================
027500 1100-LOAD-CALENDAR.
027600     OPEN INPUT CAL-FILE.
027700     IF WS-CAL-FILE-STATUS = '35'
027800         GO TO 1100-LOAD-CALENDAR-EXIT
027900     END-IF.
028000     PERFORM 1110-LOAD-CALENDAR-RECORD
028100         THRU 1110-LOAD-CALENDAR-RECORD-EXIT
028200         UNTIL WS-CAL-EOF.
028300     CLOSE CAL-FILE.
028400 1100-LOAD-CALENDAR-EXIT.
028500     EXIT.
028600*=============================================================
028700 1110-LOAD-CALENDAR-RECORD.
028800     READ CAL-FILE
028900         AT END
029000             MOVE 'Y' TO WS-CAL-EOF-SW
029100             GO TO 1110-LOAD-CALENDAR-RECORD-EXIT
029200     END-READ.
029300     IF WS-CT-COUNT >= WS-CT-TABLE-MAX
029400         MOVE 'CALFILE LARGER THAN THE CALENDAR TABLE'
029500             TO WS-REFUSE-TEXT
029600         PERFORM 8000-REFUSE-CLOSE
029700             THRU 8000-REFUSE-CLOSE-EXIT
029800     END-IF.
029900     ADD 1 TO WS-CT-COUNT.
030000     MOVE CAL-REC-TYPE    TO WS-CT-REC-TYPE (WS-CT-COUNT).
030100     MOVE CAL-DATE        TO WS-CT-DATE (WS-CT-COUNT).
030200     MOVE CAL-DESCRIPTION TO WS-CT-DESCRIPTION (WS-CT-COUNT).
030210     MOVE CAL-CYCLES-PER-DAY
030220         TO WS-CT-CYCLES (WS-CT-COUNT).
030300     IF CAL-CONTROL
030400         AND CAL-DATE IS NUMERIC
030500         AND CAL-DATE > ZEROES
030600         AND WS-CT-CONTROL-SUB = ZERO
030700         MOVE WS-CT-COUNT TO WS-CT-CONTROL-SUB
030800         MOVE CAL-DATE    TO WS-CLOSE-DATE
030810         IF CAL-CYCLES-PER-DAY IS NUMERIC
030820             AND CAL-CYCLES-PER-DAY > ZEROES
030830             MOVE CAL-CYCLES-PER-DAY TO WS-CYCLES-PER-DAY
030840         END-IF
030900     END-IF.
031000 1110-LOAD-CALENDAR-RECORD-EXIT.
031100     EXIT.
031200*=============================================================
031300 1200-CHECK-RUN-LOCK.
031400     MOVE SPACES TO WS-LOCK-RUN-ID.
031500     OPEN INPUT LOK-FILE.
031600     IF WS-LOK-FILE-STATUS = '35'
031700         GO TO 1200-CHECK-RUN-LOCK-EXIT
031800     END-IF.
031900     READ LOK-FILE
032000         AT END
032100             CONTINUE
032200         NOT AT END
032300             IF LOK-ACTIVE
032400                 MOVE LOK-RUN-ID TO WS-LOCK-RUN-ID
032500             END-IF
032600     END-READ.
032700     CLOSE LOK-FILE.
032800 1200-CHECK-RUN-LOCK-EXIT.
032900     EXIT.
033000*=============================================================
033100* 2000-CHECK-JOURNAL - TABLE AND PRINT THE CLOSING DATE'S
033200* JOURNAL, THEN PROVE IT: EVERY EXPECTED STEP PRESENT AND IN
033300* ORDER, AND NO HALT THAT WAS NOT FOLLOWED BY A CLEAN RERUN OF
033400* THE SAME PROGRAM. WARNINGS ARE NOT A REASON TO REFUSE - THE
033500* MORNING CHECK FLAGS THOSE - BUT THEY ARE LISTED.
033600*=============================================================
033700 2000-CHECK-JOURNAL.
033800     MOVE WS-HDG-LINE-2 TO RPT-LINE.
033900     WRITE RPT-LINE.
034000     OPEN INPUT JRN-FILE.
034100     IF WS-JRN-FILE-STATUS = '35'
034200         MOVE 'NO RUN JOURNAL ON FILE - NOTHING RAN'
034300             TO FLAG-TEXT
034400         PERFORM 2900-WRITE-FLAG
034500             THRU 2900-WRITE-FLAG-EXIT
034600         GO TO 2000-CHECK-JOURNAL-EXIT
034700     END-IF.
034800     PERFORM 2100-LOAD-ONE-ENTRY
034900         THRU 2100-LOAD-ONE-ENTRY-EXIT
035000         UNTIL WS-JRN-EOF.
035100     CLOSE JRN-FILE.
035200     MOVE SPACES TO RPT-LINE.
035300     WRITE RPT-LINE.
035310     MOVE ZERO TO WS-EXP-PRIOR-SUB.
035311     MOVE 'N'  TO WS-PER-CYCLE-SW.
035312     MOVE 1    TO WS-CYC-SUB.
035313     MOVE 1    TO WS-EXP-SUB.
035314     PERFORM 2200-CHECK-ONE-STEP
035315         THRU 2200-CHECK-ONE-STEP-EXIT.
035320     MOVE 'Y'  TO WS-PER-CYCLE-SW.
035330     PERFORM 2150-CHECK-ONE-CYCLE
035340         THRU 2150-CHECK-ONE-CYCLE-EXIT
035350         VARYING WS-CYC-SUB FROM 1 BY 1
035360         UNTIL WS-CYC-SUB > WS-CYCLES-PER-DAY.
035370     MOVE 'N'  TO WS-PER-CYCLE-SW.
035380     MOVE 1    TO WS-CYC-SUB.
035390     MOVE 7    TO WS-EXP-SUB.
035400     PERFORM 2200-CHECK-ONE-STEP
035410         THRU 2200-CHECK-ONE-STEP-EXIT.
035900     PERFORM 2400-CHECK-ONE-ENDING
036000         THRU 2400-CHECK-ONE-ENDING-EXIT
036100         VARYING WS-JT-SUB FROM 1 BY 1
036200         UNTIL WS-JT-SUB > WS-JT-COUNT.
036300     IF WS-JT-OVERFLOW-COUNT > ZERO
036400         MOVE 'MORE JOURNAL ENTRIES THAN THE TABLE HOLDS'
036500             TO FLAG-TEXT
036600         PERFORM 2900-WRITE-FLAG
036700             THRU 2900-WRITE-FLAG-EXIT
036800     END-IF.
036900 2000-CHECK-JOURNAL-EXIT.
037000     EXIT.
037100*=============================================================
037200 2100-LOAD-ONE-ENTRY.
037300     READ JRN-FILE
037400         AT END
037500             MOVE 'Y' TO WS-JRN-EOF-SW
037600             GO TO 2100-LOAD-ONE-ENTRY-EXIT
037700     END-READ.
037800     IF JRN-BUS-DATE NOT = WS-CLOSE-DATE
037900         OR JRN-RUN-ID = WS-RUN-ID
038000         GO TO 2100-LOAD-ONE-ENTRY-EXIT
038100     END-IF.
038200     IF WS-JT-COUNT >= WS-JT-TABLE-MAX
038300         ADD 1 TO WS-JT-OVERFLOW-COUNT
038400         GO TO 2100-LOAD-ONE-ENTRY-EXIT
038500     END-IF.
038600     ADD 1 TO WS-JT-COUNT.
038700     MOVE JRN-RUN-ID      TO WS-JT-RUN-ID (WS-JT-COUNT).
038800     MOVE JRN-START-TIME  TO WS-JT-START-TIME (WS-JT-COUNT).
038900     MOVE JRN-END-TIME    TO WS-JT-END-TIME (WS-JT-COUNT).
039000     MOVE JRN-STATUS      TO WS-JT-STATUS (WS-JT-COUNT).
039100     MOVE JRN-HALT-PARA   TO WS-JT-HALT-PARA (WS-JT-COUNT).
039200     MOVE SPACES TO WS-DET-LINE.
039300     MOVE JRN-RUN-ID      TO DET-RUN-ID.
039400     MOVE JRN-START-TIME  TO DET-START-TIME.
039500     MOVE JRN-END-TIME    TO DET-END-TIME.
039600     MOVE JRN-STATUS      TO DET-STATUS.
039700     MOVE JRN-HALT-PARA   TO DET-HALT-PARA.
039800     MOVE WS-DET-LINE TO RPT-LINE.
039900     WRITE RPT-LINE.
040000 2100-LOAD-ONE-ENTRY-EXIT.
040100     EXIT.
040108*=============================================================
040116* 2150-CHECK-ONE-CYCLE - THE FIVE PER-CYCLE STEPS OF CYCLE
040124* WS-CYC-SUB, AS SEQSTA00'S 3050-CHECK-ONE-CYCLE.
040132*=============================================================
040140 2150-CHECK-ONE-CYCLE.
040148     PERFORM 2200-CHECK-ONE-STEP
040156         THRU 2200-CHECK-ONE-STEP-EXIT
040164         VARYING WS-EXP-SUB FROM WS-EXP-CYCLE-FIRST BY 1
040172         UNTIL WS-EXP-SUB > WS-EXP-CYCLE-LAST.
040180 2150-CHECK-ONE-CYCLE-EXIT.
040188     EXIT.
040200*=============================================================
040300* 2200-CHECK-ONE-STEP - THE SAME PRESENCE AND ORDER TEST AS
040400* SEQSTA00'S 3100-CHECK-ONE-STEP.
040500*=============================================================
040600 2200-CHECK-ONE-STEP.
040700     MOVE ZERO TO WS-EXP-FOUND-SUB.
040710     MOVE ZERO TO WS-EXP-HIT-COUNT.
040800     PERFORM 2300-FIND-STEP-ENTRY
040900         THRU 2300-FIND-STEP-ENTRY-EXIT
041000         VARYING WS-JT-SUB FROM 1 BY 1
041100         UNTIL WS-JT-SUB > WS-JT-COUNT
041200            OR WS-EXP-FOUND-SUB > ZERO.
041300     IF WS-EXP-FOUND-SUB = ZERO
041400         MOVE SPACES TO FLAG-TEXT
041410         IF WS-PER-CYCLE-STEP
041420             AND WS-CYCLES-PER-DAY > 1
041430             MOVE WS-CYC-SUB TO WS-DSP-CYCLE
041440             STRING 'MISSING STEP - ' WS-EXP-RUN-ID (WS-EXP-SUB)
041450                 ' DID NOT RUN FOR CYCLE ' WS-DSP-CYCLE
041460                 DELIMITED BY SIZE INTO FLAG-TEXT
041470         ELSE
041480             STRING 'MISSING STEP - ' WS-EXP-RUN-ID (WS-EXP-SUB)
041490                 ' DID NOT RUN'
041500                 DELIMITED BY SIZE INTO FLAG-TEXT
041510         END-IF
041800         PERFORM 2900-WRITE-FLAG
041900             THRU 2900-WRITE-FLAG-EXIT
042000         GO TO 2200-CHECK-ONE-STEP-EXIT
042100     END-IF.
042200     IF WS-EXP-FOUND-SUB < WS-EXP-PRIOR-SUB
042300         MOVE SPACES TO FLAG-TEXT
042400         STRING 'OUT OF ORDER - ' WS-EXP-RUN-ID (WS-EXP-SUB)
042500             ' RAN BEFORE ITS PREDECESSOR'
042600             DELIMITED BY SIZE INTO FLAG-TEXT
042700         PERFORM 2900-WRITE-FLAG
042800             THRU 2900-WRITE-FLAG-EXIT
042900     END-IF.
043000     MOVE WS-EXP-FOUND-SUB TO WS-EXP-PRIOR-SUB.
043100 2200-CHECK-ONE-STEP-EXIT.
043200     EXIT.
043300*=============================================================
043400 2300-FIND-STEP-ENTRY.
043410     IF WS-JT-RUN-ID (WS-JT-SUB) = WS-EXP-RUN-ID (WS-EXP-SUB)
043420         AND WS-JT-STATUS (WS-JT-SUB) NOT = 'H'
043430         ADD 1 TO WS-EXP-HIT-COUNT
043440         IF WS-EXP-HIT-COUNT = WS-CYC-SUB
043450             MOVE WS-JT-SUB TO WS-EXP-FOUND-SUB
043460         END-IF
043470     END-IF.
043800 2300-FIND-STEP-ENTRY-EXIT.
043900     EXIT.
044000*=============================================================
044100* 2400-CHECK-ONE-ENDING - A HALT REFUSES THE CLOSE UNLESS THE
044200* SAME PROGRAM RAN AGAIN LATER THAT DAY AND DID NOT HALT - THE
044300* RESTART THE HALT ASKED FOR. A WARNING IS LISTED ONLY.
044400*=============================================================
044500 2400-CHECK-ONE-ENDING.
044600     IF WS-JT-STATUS (WS-JT-SUB) = 'W'
044700         MOVE SPACES TO RPT-LINE
044800         STRING 'NOTE  -  WARNING - ' WS-JT-RUN-ID (WS-JT-SUB)
044900             ' COMPLETED WITH EXCEPTIONS TO REVIEW'
045000             DELIMITED BY SIZE INTO RPT-LINE
045100         WRITE RPT-LINE
045200         GO TO 2400-CHECK-ONE-ENDING-EXIT
045300     END-IF.
045400     IF WS-JT-STATUS (WS-JT-SUB) NOT = 'H'
045500         GO TO 2400-CHECK-ONE-ENDING-EXIT
045600     END-IF.
045700     MOVE 'N' TO WS-RERUN-FOUND-SW.
045800     PERFORM 2410-FIND-CLEAN-RERUN
045900         THRU 2410-FIND-CLEAN-RERUN-EXIT
046000         VARYING WS-JT-LATER-SUB FROM WS-JT-SUB BY 1
046100         UNTIL WS-JT-LATER-SUB > WS-JT-COUNT
046200            OR WS-RERUN-FOUND.
046300     IF NOT WS-RERUN-FOUND
046400         MOVE SPACES TO FLAG-TEXT
046500         STRING 'HALTED - ' WS-JT-RUN-ID (WS-JT-SUB)
046600             ' ENDED ON ' WS-JT-HALT-PARA (WS-JT-SUB)
046700             ' - NOT RERUN'
046800             DELIMITED BY SIZE INTO FLAG-TEXT
046900         PERFORM 2900-WRITE-FLAG
047000             THRU 2900-WRITE-FLAG-EXIT
047100     END-IF.
047200 2400-CHECK-ONE-ENDING-EXIT.
047300     EXIT.
047400*=============================================================
047500 2410-FIND-CLEAN-RERUN.
047600     IF WS-JT-LATER-SUB > WS-JT-SUB
047700         AND WS-JT-RUN-ID (WS-JT-LATER-SUB)
047800             = WS-JT-RUN-ID (WS-JT-SUB)
047900         AND WS-JT-STATUS (WS-JT-LATER-SUB) NOT = 'H'
048000         MOVE 'Y' TO WS-RERUN-FOUND-SW
048100     END-IF.
048200 2410-FIND-CLEAN-RERUN-EXIT.
048300     EXIT.
048400*=============================================================
048500 2900-WRITE-FLAG.
048600     ADD 1 TO WS-FLAG-COUNT.
048700     MOVE 'N' TO WS-DAY-CLEAN-SW.
048800     MOVE WS-FLAG-LINE TO RPT-LINE.
048900     WRITE RPT-LINE.
049000 2900-WRITE-FLAG-EXIT.
049100     EXIT.
049200*=============================================================
049300* 3000-CLOSE-DAY - A DAY THAT DID NOT PROVE IS CLOSED ONLY ON
049400* A VALID FORCED CLOSE, WHICH IS AUDITED BEFORE THE CALENDAR
049500* MOVES. THE NEXT OPEN DATE IS THE FIRST DATE AFTER THE
049600* CLOSING DAY THAT IS NOT AN 'N' RECORD.
049700*=============================================================
049800 3000-CLOSE-DAY.
049900     IF NOT WS-DAY-CLEAN
050000         PERFORM 3100-CHECK-FORCE
050100             THRU 3100-CHECK-FORCE-EXIT
050200         IF NOT WS-FORCE-OK
050300             PERFORM 8000-REFUSE-CLOSE
050400                 THRU 8000-REFUSE-CLOSE-EXIT
050500         END-IF
050600         PERFORM 3200-LOG-FORCED-CLOSE
050700             THRU 3200-LOG-FORCED-CLOSE-EXIT
050800     END-IF.
050900     COMPUTE WS-NEXT-INTEGER =
051000         FUNCTION INTEGER-OF-DATE (WS-CLOSE-DATE).
051100     MOVE ZERO TO WS-DAYS-SKIPPED.
051200     PERFORM 3300-NEXT-CALENDAR-DAY
051300         THRU 3300-NEXT-CALENDAR-DAY-EXIT
051400         WITH TEST AFTER
051500         UNTIL NOT WS-NON-PROC.
051600     MOVE WS-NEXT-DATE-X TO WS-CT-DATE (WS-CT-CONTROL-SUB).
051700     PERFORM 3400-REWRITE-CALENDAR
051800         THRU 3400-REWRITE-CALENDAR-EXIT.
051900     MOVE 1 TO WS-RECORDS-OUT.
052000 3000-CLOSE-DAY-EXIT.
052100     EXIT.
052200*=============================================================
052225* 3100-CHECK-FORCE - A FORCED CLOSE NEEDS ALL THREE: THE FORCE
052250* SWITCH, A REASON FOR THE AUDIT TRAIL, AND AN OPERATOR WHOSE
052275* ID AND PASSWORD PROVE ON OPRFILE WITH OVERRIDE AUTHORITY. A
052300* REFUSED OPERATOR IS LOGGED ON OPRLOG; THE CERTIFICATE DOES
052325* NOT SAY WHETHER THE ID OR THE PASSWORD WAS WRONG.
052350*=============================================================
052375 3100-CHECK-FORCE.
052400     MOVE 'N' TO WS-FORCE-OK-SW.
052425     MOVE 'DAY DID NOT PROVE - CLOSE REFUSED'
052450         TO WS-REFUSE-TEXT.
052475     IF NOT EOD-FORCE
052500         GO TO 3100-CHECK-FORCE-EXIT
052525     END-IF.
052550     IF EOD-FORCE-REASON = SPACES
052575         MOVE 'FORCE REFUSED - NO REASON GIVEN'
052600             TO WS-REFUSE-TEXT
052625         GO TO 3100-CHECK-FORCE-EXIT
052650     END-IF.
052675     MOVE EOD-OPERATOR-ID TO WS-SIGNON-USER-ID.
052700     MOVE EOD-PASSWORD    TO WS-SIGNON-PASSWORD.
052725     MOVE SPACES          TO EOD-PASSWORD.
052750     IF WS-SIGNON-USER-ID = SPACES
052775         MOVE 'FORCE REFUSED - NO OPERATOR ID ON EODPARM'
052800             TO WS-REFUSE-TEXT
052825         GO TO 3100-CHECK-FORCE-EXIT
052850     END-IF.
052875     PERFORM 3110-FIND-OPERATOR
052900         THRU 3110-FIND-OPERATOR-EXIT.
052925     IF WS-SIGNON-REASON NOT = SPACES
052950         MOVE 'F' TO WS-OLG-EVENT-TYPE
052975         MOVE WS-SIGNON-REASON TO WS-OLG-DETAIL
053000         PERFORM 9400-WRITE-OPERATOR-LOG
053025             THRU 9400-WRITE-OPERATOR-LOG-EXIT
053050         MOVE 'FORCE REFUSED - OPERATOR NOT ACCEPTED'
053075             TO WS-REFUSE-TEXT
053100         GO TO 3100-CHECK-FORCE-EXIT
053125     END-IF.
053150     IF NOT WS-OPR-CAN-OVERRIDE
053175         MOVE 'A' TO WS-OLG-EVENT-TYPE
053200         MOVE 'FORCED DAY CLOSE REFUSED - NO AUTHORITY'
053225             TO WS-OLG-DETAIL
053250         PERFORM 9400-WRITE-OPERATOR-LOG
053275             THRU 9400-WRITE-OPERATOR-LOG-EXIT
053300         MOVE SPACES TO WS-REFUSE-TEXT
053325         STRING 'FORCE REFUSED - OPERATOR ' WS-SIGNON-USER-ID
053350             ' HAS NO OVERRIDE AUTHORITY'
053375             DELIMITED BY SIZE INTO WS-REFUSE-TEXT
053400         GO TO 3100-CHECK-FORCE-EXIT
053425     END-IF.
053450     MOVE WS-SIGNON-USER-ID TO WS-OPERATOR-ID.
053475     MOVE 'Y' TO WS-FORCE-OK-SW.
053500 3100-CHECK-FORCE-EXIT.
053525     EXIT.
053550*=============================================================
053575* 3110-FIND-OPERATOR - READ OPRFILE FRESH FOR THE ID ON THE
053600* CARD AND PROVE IT. ANY REFUSAL LEAVES ITS REASON IN
053625* WS-SIGNON-REASON, BLANK MEANS PROVED. AN OPERATOR WITH NO
053650* PASSWORD ON FILE IS REFUSED, NOT LET IN ON A BLANK ONE.
053675*=============================================================
053700 3110-FIND-OPERATOR.
053725     MOVE 'N' TO WS-OPR-FOUND-SW.
053750     MOVE 'N' TO WS-OPR-EOF-SW.
053775     MOVE SPACES TO WS-SIGNON-REASON.
053800     OPEN INPUT OPR-FILE.
053825     IF WS-OPR-FILE-STATUS NOT = '00'
053850         MOVE 'OPERATOR FILE NOT AVAILABLE' TO WS-SIGNON-REASON
053875         GO TO 3110-FIND-OPERATOR-EXIT
053900     END-IF.
053925     PERFORM 3120-READ-OPERATOR-RECORD
053950         THRU 3120-READ-OPERATOR-RECORD-EXIT
053975         UNTIL WS-OPR-EOF
054000            OR WS-OPR-FOUND.
054025     CLOSE OPR-FILE.
054050     EVALUATE TRUE
054075         WHEN NOT WS-OPR-FOUND
054100             MOVE 'OPERATOR NOT ON FILE' TO WS-SIGNON-REASON
054125         WHEN WS-OPR-PASSWORD = SPACES
054150             MOVE 'NO PASSWORD ON FILE' TO WS-SIGNON-REASON
054175         WHEN WS-OPR-PASSWORD NOT = WS-SIGNON-PASSWORD
054200             MOVE 'PASSWORD INCORRECT' TO WS-SIGNON-REASON
054225         WHEN NOT WS-OPR-ACTIVE
054250             MOVE 'OPERATOR REVOKED' TO WS-SIGNON-REASON
054275         WHEN OTHER
054300             CONTINUE
054325     END-EVALUATE.
054350     MOVE SPACES TO WS-OPR-PASSWORD
054375                    WS-SIGNON-PASSWORD.
054400 3110-FIND-OPERATOR-EXIT.
054425     EXIT.
054450*=============================================================
054475 3120-READ-OPERATOR-RECORD.
054500     READ OPR-FILE
054525         AT END
054550             MOVE 'Y' TO WS-OPR-EOF-SW
054575             GO TO 3120-READ-OPERATOR-RECORD-EXIT
054600     END-READ.
054625     IF OPR-USER-ID NOT = WS-SIGNON-USER-ID
054650         GO TO 3120-READ-OPERATOR-RECORD-EXIT
054675     END-IF.
054700     MOVE 'Y'             TO WS-OPR-FOUND-SW.
054725     MOVE OPR-PASSWORD    TO WS-OPR-PASSWORD.
054750     MOVE OPR-STATUS      TO WS-OPR-STATUS.
054775     MOVE OPR-AUTHORITIES TO WS-OPR-AUTHORITIES.
054800 3120-READ-OPERATOR-RECORD-EXIT.
054825     EXIT.
056500*=============================================================
056600 3200-LOG-FORCED-CLOSE.
056700     OPEN EXTEND EXC-FILE.
056800     IF WS-EXC-FILE-STATUS = '35'
056900         OPEN OUTPUT EXC-FILE
057000     END-IF.
057100     MOVE SPACES TO EXC-RECORD.
057200     MOVE WS-RUN-ID       TO EXC-RUN-ID.
057300     MOVE WS-CLOSE-DATE   TO EXC-DATE.
057400     MOVE WS-CURRENT-TIME TO EXC-TIME.
057500     MOVE ZEROES          TO EXC-SEQ-VALUE.
057600     SET EXC-FORCED-CLOSE TO TRUE.
057700     STRING 'FORCED CLOSE ' WS-CLOSE-DATE ' - '
057800         EOD-FORCE-REASON
057900         DELIMITED BY SIZE INTO EXC-MESSAGE.
058000     MOVE SPACE           TO EXC-SERIES-CODE.
058050     MOVE WS-OPERATOR-ID  TO EXC-OPERATOR-ID.
058100     WRITE EXC-RECORD.
058200     CLOSE EXC-FILE.
058210     MOVE 'X' TO WS-OLG-EVENT-TYPE.
058220     STRING 'FORCED DAY CLOSE OF ' WS-CLOSE-DATE
058230         DELIMITED BY SIZE INTO WS-OLG-DETAIL.
058240     PERFORM 9400-WRITE-OPERATOR-LOG
058250         THRU 9400-WRITE-OPERATOR-LOG-EXIT.
058300     MOVE 'W' TO WS-JRN-STATUS-CODE.
058400 3200-LOG-FORCED-CLOSE-EXIT.
058500     EXIT.
058600*=============================================================
058700* 3300-NEXT-CALENDAR-DAY - STEP ONE CALENDAR DAY AND TEST IT
058800* AGAINST EVERY 'N' RECORD.
058900*=============================================================
059000 3300-NEXT-CALENDAR-DAY.
059100     ADD 1 TO WS-NEXT-INTEGER.
059200     COMPUTE WS-NEXT-DATE =
059300         FUNCTION DATE-OF-INTEGER (WS-NEXT-INTEGER).
059400     MOVE 'N' TO WS-NON-PROC-SW.
059500     PERFORM 3310-TEST-NON-PROCESSING
059600         THRU 3310-TEST-NON-PROCESSING-EXIT
059700         VARYING WS-CT-SUB FROM 1 BY 1
059800         UNTIL WS-CT-SUB > WS-CT-COUNT
059900            OR WS-NON-PROC.
060000     IF WS-NON-PROC
060100         ADD 1 TO WS-DAYS-SKIPPED
060200     END-IF.
060300 3300-NEXT-CALENDAR-DAY-EXIT.
060400     EXIT.
060500*=============================================================
060600 3310-TEST-NON-PROCESSING.
060700     IF WS-CT-REC-TYPE (WS-CT-SUB) = 'N'
060800         AND WS-CT-DATE (WS-CT-SUB) = WS-NEXT-DATE-X
060900         MOVE 'Y' TO WS-NON-PROC-SW
061000     END-IF.
061100 3310-TEST-NON-PROCESSING-EXIT.
061200     EXIT.
061300*=============================================================
061400* 3400-REWRITE-CALENDAR - THE WHOLE CALENDAR GOES BACK IN ITS
061500* ORIGINAL ORDER WITH ONLY THE CONTROL RECORD'S DATE CHANGED.
061600*=============================================================
061700 3400-REWRITE-CALENDAR.
061800     OPEN OUTPUT CAL-FILE.
061900     PERFORM 3410-WRITE-CALENDAR-RECORD
062000         THRU 3410-WRITE-CALENDAR-RECORD-EXIT
062100         VARYING WS-CT-SUB FROM 1 BY 1
062200         UNTIL WS-CT-SUB > WS-CT-COUNT.
062300     CLOSE CAL-FILE.
062400 3400-REWRITE-CALENDAR-EXIT.
062500     EXIT.
062600*=============================================================
062700 3410-WRITE-CALENDAR-RECORD.
062800     MOVE SPACES TO CAL-RECORD.
062900     MOVE WS-CT-REC-TYPE (WS-CT-SUB)    TO CAL-REC-TYPE.
063000     MOVE WS-CT-DATE (WS-CT-SUB)        TO CAL-DATE.
063100     MOVE WS-CT-DESCRIPTION (WS-CT-SUB) TO CAL-DESCRIPTION.
063110     IF WS-CT-CYCLES (WS-CT-SUB) IS NUMERIC
063120         MOVE WS-CT-CYCLES (WS-CT-SUB)      TO CAL-CYCLES-PER-DAY
063130     END-IF.
063200     WRITE CAL-RECORD.
063300 3410-WRITE-CALENDAR-RECORD-EXIT.
063400     EXIT.
063500*=============================================================
063600* 8000-REFUSE-CLOSE - THE CALENDAR IS NOT TOUCHED. THE
063700* CERTIFICATE SAYS WHY AND THE REFUSAL IS JOURNALED AS A HALT
063800* SO THE MORNING CHECK SEES A DAY THAT DID NOT CLOSE.
063900*=============================================================
064000 8000-REFUSE-CLOSE.
064100     MOVE SPACES TO RPT-LINE.
064200     WRITE RPT-LINE.
064300     MOVE SPACES TO WS-RESULT-LINE.
064400     MOVE 'DAY-CLOSE RESULT       : ' TO RES-LABEL.
064500     MOVE 'REFUSED - CALENDAR NOT ADVANCED' TO RES-TEXT.
064600     MOVE WS-RESULT-LINE TO RPT-LINE.
064700     WRITE RPT-LINE.
064800     MOVE 'REASON                 : ' TO RES-LABEL.
064900     MOVE WS-REFUSE-TEXT TO RES-TEXT.
065000     MOVE WS-RESULT-LINE TO RPT-LINE.
065100     WRITE RPT-LINE.
065200     CLOSE RPT-FILE.
065300     DISPLAY 'SEQEOD00 - DAY CLOSE REFUSED - ' WS-REFUSE-TEXT.
065400     MOVE 'H' TO WS-JRN-STATUS-CODE.
065500     MOVE '8000-REFUSE-CLOSE' TO WS-JRN-HALT-PARA.
065600     PERFORM 9500-WRITE-JOURNAL
065700         THRU 9500-WRITE-JOURNAL-EXIT.
065800     MOVE 12 TO RETURN-CODE.
065900     STOP RUN.
066000 8000-REFUSE-CLOSE-EXIT.
066100     EXIT.
066200*=============================================================
066300* 9000-TERMINATE - THE CERTIFICATE FOOTING: THE DAY CLOSED,
066400* THE DAY NOW OPEN, WHETHER THE CLOSE WAS FORCED AND WHY, AND
066500* THE SIGN-OFF LINES.
066600*=============================================================
066700 9000-TERMINATE.
066800     MOVE SPACES TO RPT-LINE.
066900     WRITE RPT-LINE.
067000     MOVE SPACES TO WS-RESULT-LINE.
067100     MOVE 'DAY-CLOSE RESULT       : ' TO RES-LABEL.
067200     IF WS-DAY-CLEAN
067300         MOVE 'CLOSED - ALL STEPS RAN IN ORDER' TO RES-TEXT
067400     ELSE
067500         MOVE SPACES TO RES-TEXT
067550         STRING 'FORCED CLOSE - AUTHORISED BY OPERATOR '
067600             WS-OPERATOR-ID
067650             DELIMITED BY SIZE INTO RES-TEXT
067700     END-IF.
067800     MOVE WS-RESULT-LINE TO RPT-LINE.
067900     WRITE RPT-LINE.
068000     IF NOT WS-DAY-CLEAN
068100         MOVE 'FORCE REASON           : ' TO RES-LABEL
068200         MOVE EOD-FORCE-REASON TO RES-TEXT
068300         MOVE WS-RESULT-LINE TO RPT-LINE
068400         WRITE RPT-LINE
068500     END-IF.
068600     MOVE SPACES TO WS-RESULT-LINE.
068700     MOVE 'BUSINESS DATE CLOSED   : ' TO RES-LABEL.
068800     MOVE WS-CLOSE-DATE TO RES-TEXT.
068900     MOVE WS-RESULT-LINE TO RPT-LINE.
069000     WRITE RPT-LINE.
069100     MOVE 'NEXT BUSINESS DATE     : ' TO RES-LABEL.
069200     MOVE WS-NEXT-DATE TO RES-TEXT.
069300     MOVE WS-RESULT-LINE TO RPT-LINE.
069400     WRITE RPT-LINE.
069500     MOVE SPACES TO WS-RESULT-LINE.
069600     MOVE 'NON-PROCESSING SKIPPED : ' TO RES-LABEL.
069700     MOVE WS-DAYS-SKIPPED TO RES-TEXT.
069800     MOVE WS-RESULT-LINE TO RPT-LINE.
069900     WRITE RPT-LINE.
070000     MOVE SPACES TO RPT-LINE.
070100     WRITE RPT-LINE.
070200     MOVE 'CLOSED BY ____________________   CHECKED BY '
070300         TO RPT-LINE.
070400     MOVE '____________________' TO RPT-LINE (46:20).
070500     WRITE RPT-LINE.
070600     CLOSE RPT-FILE.
070700     DISPLAY 'SEQEOD00 DAY CLOSE'.
070800     DISPLAY '  BUSINESS DATE CLOSED : ' WS-CLOSE-DATE.
070900     DISPLAY '  NEXT BUSINESS DATE   : ' WS-NEXT-DATE.
071000     IF NOT WS-DAY-CLEAN
071100         DISPLAY '  FORCED CLOSE - ' WS-FLAG-COUNT
071200             ' FLAGS OVERRIDDEN'
071300         MOVE 4 TO RETURN-CODE
071400     END-IF.
071500     PERFORM 9500-WRITE-JOURNAL
071600         THRU 9500-WRITE-JOURNAL-EXIT.
071700 9000-TERMINATE-EXIT.
071800     EXIT.
071802*=============================================================
071804* 9400-WRITE-OPERATOR-LOG - ONE OPRLOG ENTRY FOR THE OPERATOR
071806* NAMED ON EODPARM, THE SAME RECORD THE SCREEN PROGRAMS WRITE.
071808*=============================================================
071810 9400-WRITE-OPERATOR-LOG.
071812     OPEN EXTEND OLG-FILE.
071814     IF WS-OLG-FILE-STATUS = '35'
071816         OPEN OUTPUT OLG-FILE
071818     END-IF.
071820     ACCEPT WS-OLG-TIME FROM TIME.
071822     MOVE SPACES             TO OLG-RECORD.
071824     MOVE WS-CLOSE-DATE      TO OLG-DATE.
071826     MOVE WS-OLG-TIME        TO OLG-TIME.
071828     MOVE WS-SIGNON-USER-ID  TO OLG-USER-ID.
071830     MOVE WS-RUN-ID          TO OLG-RUN-ID.
071832     MOVE WS-OLG-EVENT-TYPE  TO OLG-EVENT-TYPE.
071834     MOVE WS-OLG-SERIES-CODE TO OLG-SERIES-CODE.
071836     MOVE WS-OLG-SEQ-VALUE   TO OLG-SEQ-VALUE.
071838     MOVE WS-OLG-DETAIL      TO OLG-DETAIL.
071840     WRITE OLG-RECORD.
071842     CLOSE OLG-FILE.
071844     MOVE SPACE  TO WS-OLG-SERIES-CODE.
071846     MOVE ZEROES TO WS-OLG-SEQ-VALUE.
071848     MOVE SPACES TO WS-OLG-DETAIL.
071850 9400-WRITE-OPERATOR-LOG-EXIT.
071852     EXIT.
071900*=============================================================
072000* 9500-WRITE-JOURNAL - THE CLOSE IS JOURNALED AGAINST THE DAY
072100* IT CLOSED, SO THE CLOSED DAY'S JOURNAL ENDS ON ITS CLOSE.
072200*=============================================================
072300 9500-WRITE-JOURNAL.
072400     OPEN EXTEND JRN-FILE.
072500     IF WS-JRN-FILE-STATUS = '35'
072600         OPEN OUTPUT JRN-FILE
072700     END-IF.
072800     ACCEPT WS-JRN-END-TIME FROM TIME.
072900     MOVE SPACES TO JRN-RECORD.
073000     MOVE WS-RUN-ID          TO JRN-RUN-ID.
073100     MOVE WS-CLOSE-DATE      TO JRN-BUS-DATE.
073200     MOVE WS-CURRENT-TIME    TO JRN-START-TIME.
073300     MOVE WS-JRN-END-TIME    TO JRN-END-TIME.
073400     MOVE WS-JT-COUNT        TO JRN-RECORDS-IN.
073500     MOVE WS-RECORDS-OUT     TO JRN-RECORDS-OUT.
073600     MOVE ZEROES             TO JRN-REJECT-COUNT.
073700     MOVE WS-FLAG-COUNT      TO JRN-EXCEPTION-COUNT.
073800     MOVE WS-JRN-STATUS-CODE TO JRN-STATUS.
073900     MOVE WS-JRN-HALT-PARA   TO JRN-HALT-PARA.
074000     WRITE JRN-RECORD.
074100     CLOSE JRN-FILE.
074200 9500-WRITE-JOURNAL-EXIT.
074300     EXIT.
