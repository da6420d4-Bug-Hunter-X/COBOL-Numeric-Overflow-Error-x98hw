003800*  2026-09-02 JHM   RUN JOURNAL. EVERY EXIT - INCLUDING THE
003900*                   CAPACITY HALT - APPENDS A CLOSE-OUT
004000*                   RECORD TO JRNFILE FOR THE MORNING CHECK.
004001*  2026-09-14 JHM   FULL-IDENTITY LEDGER. OPNFILE IS NOW AN
004002*                   INDEXED FILE KEYED BY SEQUENCE VALUE /
004003*                   CYCLE / SERIES AND IS UPDATED IN PLACE,
004004*                   SO THE 2000-ENTRY TABLE AND ITS CAPACITY
004005*                   HALT ARE GONE. ISSUES AND VOIDS POST TO
004006*                   THE ENTRY FOR THE CYCLE OUT-FILE NAMES
004007*                   (AN OLDER LINE WITH NO CYCLE TAKES THE
004008*                   LATEST CYCLE ON THE REGISTER) AND CARRY
004009*                   THE TRANSACTION KEY. A SETTLEMENT CLOSES
004010*                   ONLY THE ENTRY FOR ITS OWN VALUE, SERIES
004011*                   AND CYCLE, AND ONLY WHEN ITS TRANSACTION
004012*                   KEY AGREES WITH THE REGISTER (OR, FOR A
004013*                   NUMBER THE REGISTER PREDATES, WITH THE
004014*                   LEDGER); ANY DISAGREEMENT IS LISTED ON
004015*                   THE NEW STLEXC SETTLEMENT EXCEPTION
004016*                   LISTING AND NOTHING IS CLOSED. A LEDGER
004017*                   THAT WILL NOT OPEN HALTS IN
004018*                   8000-LEDGER-HALT.
004019*  2026-10-05 JHM   CHECK DIGIT. A SETTLEMENT WHOSE CHECK
004020*                   DIGIT FAILS AGAINST ITS VALUE, OR THAT
004021*                   CARRIES NONE FOR A NUMBER THE REGISTER
004022*                   SHOWS WAS ISSUED WITH ONE, IS HELD ON
004023*                   STLEXC AND ITS ENTRY STAYS OPEN. A BLANK
004024*                   DIGIT ON A LEGACY NUMBER IS ACCEPTED.
004025*  2026-10-15 JHM   EVERY LEDGER REWRITE THAT FAILS IS
004026*                   DISPLAYED WITH ITS KEY AND STATUS, AS
004027*                   AN ADD ALREADY WAS.
004100*-----------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT OPN-FILE      ASSIGN TO OPNFILE
004810         ORGANIZATION IS INDEXED
004820         ACCESS MODE  IS DYNAMIC
004830         RECORD KEY   IS OPN-KEY
005000         FILE STATUS  IS WS-OPN-FILE-STATUS.
005100     SELECT OUT-FILE      ASSIGN TO OUTFILE
005200         ORGANIZATION IS LINE SEQUENTIAL
005400     SELECT STL-FILE      ASSIGN TO STLFILE
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS  IS WS-STL-FILE-STATUS.
005610     SELECT REG-FILE      ASSIGN TO REGFILE
005620         ORGANIZATION IS INDEXED
005630         ACCESS MODE  IS DYNAMIC
005640         RECORD KEY   IS REG-KEY
005650         ALTERNATE RECORD KEY IS REG-TRN-KEY
005660             WITH DUPLICATES
005670         FILE STATUS  IS WS-REG-FILE-STATUS.
005680     SELECT SXL-FILE      ASSIGN TO STLEXC
005690         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT CAL-FILE      ASSIGN TO CALFILE
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS  IS WS-CAL-FILE-STATUS.
006800 COPY OUTREC01.
006900 FD  STL-FILE.
007000 COPY STLREC01.
007010 FD  REG-FILE.
007020 COPY REGREC01.
007030 FD  SXL-FILE
007040     RECORD CONTAINS 132 CHARACTERS.
007050 01  SXL-LINE                    PIC X(132).
007100 FD  CAL-FILE.
007200 COPY CALREC01.
007300 FD  JRN-FILE.
008400         88  WS-ENTRY-FOUND          VALUE 'Y'.
008500     05  WS-CAL-EOF-SW           PIC X(01) VALUE 'N'.
008600         88  WS-CAL-EOF              VALUE 'Y'.
008610     05  WS-REG-AVAIL-SW         PIC X(01) VALUE 'N'.
008620         88  WS-REG-AVAIL            VALUE 'Y'.
008630     05  WS-REG-EOF-SW           PIC X(01) VALUE 'N'.
008640         88  WS-REG-EOF              VALUE 'Y'.
008650     05  WS-REG-FOUND-SW         PIC X(01) VALUE 'N'.
008660         88  WS-REG-FOUND            VALUE 'Y'.
008670     05  WS-CYCLE-RESOLVED-SW    PIC X(01) VALUE 'N'.
008680         88  WS-CYCLE-RESOLVED       VALUE 'Y'.
008686     05  WS-DIGIT-PROVED-SW      PIC X(01) VALUE 'Y'.
008692         88  WS-DIGIT-PROVED         VALUE 'Y'.
008700 01  WS-OPN-FILE-STATUS          PIC X(02) VALUE SPACES.
008800 01  WS-OUT-FILE-STATUS          PIC X(02) VALUE SPACES.
008900 01  WS-STL-FILE-STATUS          PIC X(02) VALUE SPACES.
008910 01  WS-REG-FILE-STATUS          PIC X(02) VALUE SPACES.
009000 01  WS-CAL-FILE-STATUS          PIC X(02) VALUE SPACES.
009100 01  WS-JRN-FILE-STATUS          PIC X(02) VALUE SPACES.
009200 01  WS-JRN-STATUS-CODE          PIC X(01) VALUE 'C'.
009300 01  WS-JRN-HALT-PARA            PIC X(20) VALUE SPACES.
009400 01  WS-JRN-END-TIME             PIC 9(06) VALUE ZEROES.
009500*-----------------------------------------------------------
009510* LEDGER KEY UNDER WORK - THE FULL IDENTITY OF THE ENTRY BEING
009520* POSTED, PLUS THE TRANSACTION KEY IT BELONGS TO.
010200*-----------------------------------------------------------
011600 01  WS-FIND-SEQ-VALUE           PIC 9(07) VALUE ZEROES.
011610 01  WS-FIND-CYCLE               PIC 9(05) VALUE ZEROES.
011620 01  WS-FIND-SERIES              PIC X(01) VALUE SPACE.
011630 01  WS-FIND-TRN-KEY             PIC X(20) VALUE SPACES.
011700 01  WS-ADD-STATUS               PIC X(01) VALUE 'O'.
011710 01  WS-ADD-DATE                 PIC 9(08) VALUE ZEROES.
011720 01  WS-SXL-REASON               PIC X(30) VALUE SPACES.
011730 01  WS-SXL-FILE-KEY             PIC X(20) VALUE SPACES.
011738*-----------------------------------------------------------
011746* CHECK DIGIT WORK AREA - MODULUS 10 OVER THE SEVEN DIGITS OF
011754* A SEQUENCE VALUE, WEIGHTS 2 AND 1 ALTERNATING FROM THE
011762* RIGHTMOST DIGIT, A TWO-DIGIT PRODUCT CAST OUT BY NINE. IT
011770* CATCHES EVERY SINGLE MIS-KEYED DIGIT AND NEARLY EVERY
011778* TRANSPOSITION OF TWO ADJACENT DIGITS.
011786*-----------------------------------------------------------
011794 01  WS-CD-VALUE                 PIC 9(07) VALUE ZEROES.
011802 01  WS-CD-VALUE-DIGITS REDEFINES WS-CD-VALUE.
011810     05  WS-CD-VALUE-DIGIT       PIC 9(01) OCCURS 7 TIMES.
011818 01  WS-CD-WEIGHTS               PIC X(07) VALUE '2121212'.
011826 01  WS-CD-WEIGHT-TABLE REDEFINES WS-CD-WEIGHTS.
011834     05  WS-CD-WEIGHT            PIC 9(01) OCCURS 7 TIMES.
011842 01  WS-CD-SUB                   PIC 9(03) COMP VALUE ZERO.
011850 01  WS-CD-PRODUCT               PIC 9(02) VALUE ZERO.
011858 01  WS-CD-SUM                   PIC 9(03) VALUE ZERO.
011866 01  WS-CD-QUOTIENT              PIC 9(03) VALUE ZERO.
011874 01  WS-CD-REMAINDER             PIC 9(01) VALUE ZERO.
011882 01  WS-CD-DIGIT                 PIC 9(01) VALUE ZERO.
011900*-----------------------------------------------------------
012000* RETENTION - A CLOSED ENTRY IS KEPT THIS MANY DAYS AFTER ITS
012100* CLOSURE DATE SO A LATE-REVERSED SETTLEMENT CAN STILL BE
012900*-----------------------------------------------------------
013000* DISPOSITION TALLIES
013100*-----------------------------------------------------------
013110 01  WS-OUT-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
013120 01  WS-STL-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
013300 01  WS-ADDED-COUNT              PIC 9(07) COMP VALUE ZERO.
013400 01  WS-REOPENED-COUNT           PIC 9(07) COMP VALUE ZERO.
013500 01  WS-ALREADY-OPEN-COUNT       PIC 9(07) COMP VALUE ZERO.
013600 01  WS-CLOSED-COUNT             PIC 9(07) COMP VALUE ZERO.
013700 01  WS-UNMATCHED-STL-COUNT      PIC 9(07) COMP VALUE ZERO.
013710 01  WS-STL-EXCEPTION-COUNT      PIC 9(07) COMP VALUE ZERO.
013800 01  WS-PURGED-COUNT             PIC 9(07) COMP VALUE ZERO.
013900 01  WS-VOIDED-COUNT             PIC 9(07) COMP VALUE ZERO.
014000 01  WS-VOID-CONFLICT-COUNT      PIC 9(07) COMP VALUE ZERO.
014300     05  WS-CURRENT-DATE         PIC 9(08).
014400     05  WS-CURRENT-TIME         PIC 9(06).
014500 01  WS-RUN-ID                   PIC X(08) VALUE 'SEQOPN00'.
014502*-----------------------------------------------------------
014504* SETTLEMENT EXCEPTION LISTING LINES
014506*-----------------------------------------------------------
014508 01  WS-SXL-HDG-LINE-1.
014510     05  FILLER                  PIC X(36)
014512             VALUE 'SEQOPN00 SETTLEMENT EXCEPTIONS'.
014514     05  FILLER                  PIC X(04) VALUE SPACES.
014516     05  SXL-HDG-DATE            PIC 9(08).
014518 01  WS-SXL-HDG-LINE-2.
014520     05  FILLER                  PIC X(09) VALUE 'SEQ-VAL'.
014522     05  FILLER                  PIC X(04) VALUE 'SER'.
014524     05  FILLER                  PIC X(07) VALUE 'CYCLE'.
014526     05  FILLER                  PIC X(10) VALUE 'SETTLED'.
014528     05  FILLER                  PIC X(22) VALUE 'FEED KEY'.
014530     05  FILLER                  PIC X(22) VALUE 'ISSUED KEY'.
014532     05  FILLER                  PIC X(30) VALUE 'REASON'.
014534 01  WS-SXL-DET-LINE.
014536     05  SXL-DET-SEQ             PIC 9(07).
014538     05  FILLER                  PIC X(02) VALUE SPACES.
014540     05  SXL-DET-SERIES          PIC X(01).
014542     05  FILLER                  PIC X(03) VALUE SPACES.
014544     05  SXL-DET-CYCLE           PIC X(05).
014546     05  FILLER                  PIC X(02) VALUE SPACES.
014548     05  SXL-DET-SETTLED         PIC X(08).
014550     05  FILLER                  PIC X(02) VALUE SPACES.
014552     05  SXL-DET-FEED-KEY        PIC X(20).
014554     05  FILLER                  PIC X(02) VALUE SPACES.
014556     05  SXL-DET-FILE-KEY        PIC X(20).
014558     05  FILLER                  PIC X(02) VALUE SPACES.
014560     05  SXL-DET-REASON          PIC X(30).
014562 01  WS-SXL-SUM-LINE.
014564     05  SXL-SUM-LABEL           PIC X(26).
014566     05  SXL-SUM-COUNT           PIC Z,ZZZ,ZZ9.
014600 PROCEDURE DIVISION.
014700*=============================================================
014800 0000-MAINLINE.
015800         THRU 3000-TERMINATE-EXIT.
015900     STOP RUN.
016000*=============================================================
016010* 1000-INITIALIZE - OPEN THE KEYED LEDGER FOR UPDATE, THE
016020* REGISTER THE SETTLEMENT KEYS ARE PROVED AGAINST, THE
016030* ISSUANCE OUTPUT AND THE SETTLEMENT FEED. THE LEDGER IS
016040* CREATED EMPTY ON THE FIRST-EVER RUN; THE REGISTER, OUTFILE
016050* AND STLFILE MAY EACH BE ABSENT WITHOUT ABENDING.
016500*=============================================================
016600 1000-INITIALIZE.
016700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
017000         THRU 1050-READ-CALENDAR-EXIT.
017100     COMPUTE WS-TODAY-INTEGER =
017200         FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
017210     OPEN I-O OPN-FILE.
017220     IF WS-OPN-FILE-STATUS = '35'
017230         OPEN OUTPUT OPN-FILE
017800         CLOSE OPN-FILE
017810         OPEN I-O OPN-FILE
017900     END-IF.
017910     IF WS-OPN-FILE-STATUS NOT = '00'
017920         PERFORM 8000-LEDGER-HALT
017930             THRU 8000-LEDGER-HALT-EXIT
017940     END-IF.
017950     OPEN INPUT REG-FILE.
017960     IF WS-REG-FILE-STATUS = '00'
017970         MOVE 'Y' TO WS-REG-AVAIL-SW
017980     ELSE
017990         DISPLAY 'NOTICE - ISSUANCE REGISTER NOT AVAILABLE - '
018000             'STATUS ' WS-REG-FILE-STATUS
018010             ' - SETTLEMENT KEYS PROVED AGAINST LEDGER ONLY'
018020     END-IF.
018100     OPEN INPUT OUT-FILE.
018200     IF WS-OUT-FILE-STATUS = '35'
018300         MOVE 'Y' TO WS-OUT-EOF-SW
019000         DISPLAY 'NOTICE - NO STLFILE PRESENT - '
019100             'NO SETTLEMENTS APPLIED THIS RUN'
019200     END-IF.
019210     OPEN OUTPUT SXL-FILE.
019220     MOVE WS-CURRENT-DATE TO SXL-HDG-DATE.
019230     MOVE WS-SXL-HDG-LINE-1 TO SXL-LINE.
019240     WRITE SXL-LINE.
019250     MOVE SPACES TO SXL-LINE.
019260     WRITE SXL-LINE.
019270     MOVE WS-SXL-HDG-LINE-2 TO SXL-LINE.
019280     WRITE SXL-LINE.
019300 1000-INITIALIZE-EXIT.
019400     EXIT.
019500*=============================================================
022400 1060-READ-CALENDAR-RECORD-EXIT.
022500     EXIT.
022600*=============================================================
026500* 2000-POST-ISSUED-NUMBERS - EVERY NUMBER SEQGEN00 ISSUED THIS
026510* RUN GOES ONTO THE LEDGER AS OPEN UNDER ITS FULL IDENTITY. AN
026520* ENTRY ALREADY ON THE LEDGER CLOSED IS A RERUN OF A POSTING
026530* AND IS REOPENED; AN ENTRY ALREADY OPEN SHOULD HAVE BEEN
026540* CAUGHT BY SEQGEN00'S OWN COLLISION CHECK AND IS COUNTED AS
026550* AN ANOMALY FOR THE DISPOSITION SUMMARY.
027100*=============================================================
027200 2000-POST-ISSUED-NUMBERS.
027300     READ OUT-FILE
027500             MOVE 'Y' TO WS-OUT-EOF-SW
027600             GO TO 2000-POST-ISSUED-NUMBERS-EXIT
027700     END-READ.
027710     ADD 1 TO WS-OUT-READ-COUNT.
027720     MOVE OUT-SEQ-VALUE   TO WS-FIND-SEQ-VALUE.
027730     MOVE OUT-SERIES-CODE TO WS-FIND-SERIES.
027740     MOVE OUT-KEY         TO WS-FIND-TRN-KEY.
027750*    AN OUTFILE LINE WRITTEN BEFORE THE CYCLE WAS CARRIED HAS
027760*    IT BLANK - THE LATEST CYCLE ON THE REGISTER IS THE ONE
027770*    THAT RUN ISSUED. NOT ON THE REGISTER AT ALL POSTS AS
027780*    CYCLE ZERO.
027790     IF OUT-CYCLE-COUNT IS NUMERIC
027800         MOVE OUT-CYCLE-COUNT TO WS-FIND-CYCLE
027810     ELSE
027820         PERFORM 2700-RESOLVE-CYCLE
027830             THRU 2700-RESOLVE-CYCLE-EXIT
027840         IF NOT WS-CYCLE-RESOLVED
027850             MOVE ZEROES TO WS-FIND-CYCLE
027860         END-IF
027870     END-IF.
027880     PERFORM 2100-READ-LEDGER-ENTRY
027890         THRU 2100-READ-LEDGER-ENTRY-EXIT.
028100     IF OUT-VOIDED
028200         PERFORM 2050-POST-VOID-CONFIRMATION
028300             THRU 2050-POST-VOID-CONFIRMATION-EXIT
028400         GO TO 2000-POST-ISSUED-NUMBERS-EXIT
028500     END-IF.
028600     IF WS-ENTRY-FOUND
028610         IF OPN-OPEN
028800             ADD 1 TO WS-ALREADY-OPEN-COUNT
028900         ELSE
028910             IF OPN-VOIDED
029100*                A VOIDED VALUE MUST NEVER COME BACK TO LIFE -
029200*                AN ISSUE RECORD FOR ONE IS A CONFLICT TO
029300*                INVESTIGATE, NOT A REOPEN.
029400                 ADD 1 TO WS-VOID-CONFLICT-COUNT
029500             ELSE
029510                 MOVE 'O'             TO OPN-STATUS
029520                 MOVE ZEROES          TO OPN-CLOSED-DATE
029530                 MOVE WS-FIND-TRN-KEY TO OPN-TRN-KEY
029540                 REWRITE OPN-RECORD
029550                     INVALID KEY
029560                         DISPLAY 'WARNING - LEDGER ENTRY NOT '
029570                             'REOPENED - ' OPN-KEY ' STATUS '
029575                             WS-OPN-FILE-STATUS
029580                 END-REWRITE
030000                 ADD 1 TO WS-REOPENED-COUNT
030100             END-IF
030200         END-IF
030300     ELSE
030400         MOVE 'O'    TO WS-ADD-STATUS
030410         MOVE ZEROES TO WS-ADD-DATE
030600         PERFORM 2200-ADD-LEDGER-ENTRY
030700             THRU 2200-ADD-LEDGER-ENTRY-EXIT
030800         ADD 1 TO WS-ADDED-COUNT
031000 2000-POST-ISSUED-NUMBERS-EXIT.
031100     EXIT.
031200*=============================================================
031210* 2050-POST-VOID-CONFIRMATION - SEQGEN00 ALREADY MARKED THE
031220* ENTRY VOIDED AT VOID TIME, SO IT IS USUALLY VOIDED BY THE
031230* TIME THIS RUNS - THE CONFIRMATION JUST MAKES SURE, AND
031600* COVERS A LEDGER REBUILT FROM OUT-FILE HISTORY.
031700*=============================================================
031800 2050-POST-VOID-CONFIRMATION.
031900     IF WS-ENTRY-FOUND
031910         IF NOT OPN-VOIDED
031920             MOVE 'V' TO OPN-STATUS
031930             MOVE WS-CURRENT-DATE TO OPN-CLOSED-DATE
031940             REWRITE OPN-RECORD
031950                 INVALID KEY
031960                     DISPLAY 'WARNING - LEDGER ENTRY NOT '
031970                         'VOIDED - ' OPN-KEY ' STATUS '
031975                         WS-OPN-FILE-STATUS
031980             END-REWRITE
032400             ADD 1 TO WS-VOIDED-COUNT
032500         END-IF
032600     ELSE
033300 2050-POST-VOID-CONFIRMATION-EXIT.
033400     EXIT.
033500*=============================================================
033510* 2100-READ-LEDGER-ENTRY - READ THE LEDGER ENTRY FOR THE
033520* IDENTITY IN WS-FIND-SEQ-VALUE / WS-FIND-CYCLE /
033530* WS-FIND-SERIES. A HIT IS LEFT IN OPN-RECORD FOR THE CALLER.
033900*=============================================================
033910 2100-READ-LEDGER-ENTRY.
033920     MOVE WS-FIND-SEQ-VALUE TO OPN-SEQ-VALUE.
033930     MOVE WS-FIND-CYCLE     TO OPN-CYCLE-COUNT.
033940     MOVE WS-FIND-SERIES    TO OPN-SERIES-CODE.
033950     READ OPN-FILE
033960         INVALID KEY
033970             MOVE 'N' TO WS-ENTRY-FOUND-SW
033980         NOT INVALID KEY
033990             MOVE 'Y' TO WS-ENTRY-FOUND-SW
034000     END-READ.
034010 2100-READ-LEDGER-ENTRY-EXIT.
035500     EXIT.
035600*=============================================================
035610* 2200-ADD-LEDGER-ENTRY - ADD THE IDENTITY UNDER WORK WITH THE
035800* STATUS AND DATE THE CALLER SET IN WS-ADD-STATUS/WS-ADD-DATE.
035900*=============================================================
036000 2200-ADD-LEDGER-ENTRY.
036010     MOVE SPACES TO OPN-RECORD.
036020     MOVE WS-FIND-SEQ-VALUE TO OPN-SEQ-VALUE.
036030     MOVE WS-FIND-CYCLE     TO OPN-CYCLE-COUNT.
036040     MOVE WS-FIND-SERIES    TO OPN-SERIES-CODE.
036050     MOVE WS-ADD-STATUS     TO OPN-STATUS.
036060     MOVE WS-ADD-DATE       TO OPN-CLOSED-DATE.
036070     MOVE WS-FIND-TRN-KEY   TO OPN-TRN-KEY.
036080     WRITE OPN-RECORD
036090         INVALID KEY
036100             DISPLAY 'WARNING - LEDGER ENTRY NOT ADDED - '
036110                 OPN-KEY ' STATUS ' WS-OPN-FILE-STATUS
036120     END-WRITE.
037100 2200-ADD-LEDGER-ENTRY-EXIT.
037200     EXIT.
037300*=============================================================
037310* 2500-APPLY-SETTLEMENTS - EACH FEED RECORD CLOSES THE ONE
037320* OPEN LEDGER ENTRY FOR ITS VALUE, SERIES AND CYCLE AND STAMPS
037330* THE SETTLEMENT DATE SO THE PURGE CAN AGE IT. BEFORE ANYTHING
037340* IS CLOSED THE FEED'S TRANSACTION KEY IS PROVED AGAINST THE
037350* KEY THE NUMBER WAS ISSUED TO - A MISMATCH MEANS THE LEDGER
037360* SYSTEM IS SETTLING SOMEBODY ELSE'S NUMBER, SO THE RECORD IS
037370* LISTED ON STLEXC AND THE ENTRY STAYS OPEN. A FEED RECORD
037380* WITH NO OPEN ENTRY (ALREADY CLOSED, OR NEVER ISSUED BY THIS
037390* SYSTEM) IS COUNTED AS UNMATCHED FOR THE DISPOSITION SUMMARY
037400* RATHER THAN FAILING THE RUN. A SETTLEMENT WHOSE CHECK DIGIT
037410* DOES NOT PROVE IS HELD ON STLEXC THE SAME WAY, UNAPPLIED.
037900*=============================================================
038000 2500-APPLY-SETTLEMENTS.
038100     READ STL-FILE
038200         AT END
038300             MOVE 'Y' TO WS-STL-EOF-SW
038310             GO TO 2500-APPLY-SETTLEMENTS-EXIT
039600     END-READ.
039601     ADD 1 TO WS-STL-READ-COUNT.
039602     MOVE STL-SEQ-VALUE   TO WS-FIND-SEQ-VALUE.
039603     MOVE STL-SERIES-CODE TO WS-FIND-SERIES.
039604     MOVE SPACES          TO WS-SXL-FILE-KEY.
039605     IF STL-CYCLE-COUNT IS NUMERIC
039606         MOVE STL-CYCLE-COUNT TO WS-FIND-CYCLE
039607     ELSE
039608         PERFORM 2700-RESOLVE-CYCLE
039609             THRU 2700-RESOLVE-CYCLE-EXIT
039610         IF NOT WS-CYCLE-RESOLVED
039611             PERFORM 2750-RESOLVE-LEDGER-CYCLE
039612                 THRU 2750-RESOLVE-LEDGER-CYCLE-EXIT
039613         END-IF
039614         IF NOT WS-CYCLE-RESOLVED
039615             MOVE 'NO ISSUED CYCLE FOUND' TO WS-SXL-REASON
039616             PERFORM 2800-LIST-EXCEPTION
039617                 THRU 2800-LIST-EXCEPTION-EXIT
039618             GO TO 2500-APPLY-SETTLEMENTS-EXIT
039619         END-IF
039620     END-IF.
039621*    PROVE THE KEY. THE REGISTER IS THE AUTHORITY; A NUMBER
039622*    THE REGISTER DOES NOT HOLD IS PROVED AGAINST THE KEY THE
039623*    LEDGER ENTRY CARRIES, IF IT CARRIES ONE. A BLANK FEED KEY
039624*    (A LEGACY FEED) CANNOT BE PROVED AND IS TAKEN AS GIVEN.
039625     MOVE 'N' TO WS-REG-FOUND-SW.
039626     IF WS-REG-AVAIL
039627         AND STL-TRN-KEY NOT = SPACES
039628         MOVE WS-FIND-SEQ-VALUE TO REG-SEQ-VALUE
039629         MOVE WS-FIND-CYCLE     TO REG-CYCLE-COUNT
039630         MOVE WS-FIND-SERIES    TO REG-SERIES-CODE
039631         READ REG-FILE
039632             INVALID KEY
039633                 CONTINUE
039634             NOT INVALID KEY
039635                 MOVE 'Y' TO WS-REG-FOUND-SW
039636         END-READ
039637     END-IF.
039638     IF WS-REG-FOUND
039639         AND REG-TRN-KEY NOT = STL-TRN-KEY
039640         MOVE REG-TRN-KEY TO WS-SXL-FILE-KEY
039641         MOVE 'KEY DISAGREES WITH REGISTER' TO WS-SXL-REASON
039642         PERFORM 2800-LIST-EXCEPTION
039643             THRU 2800-LIST-EXCEPTION-EXIT
039644         GO TO 2500-APPLY-SETTLEMENTS-EXIT
039645     END-IF.
039646     PERFORM 2850-PROVE-CHECK-DIGIT
039647         THRU 2850-PROVE-CHECK-DIGIT-EXIT.
039648     IF NOT WS-DIGIT-PROVED
039649         PERFORM 2800-LIST-EXCEPTION
039650             THRU 2800-LIST-EXCEPTION-EXIT
039651         GO TO 2500-APPLY-SETTLEMENTS-EXIT
039652     END-IF.
039653     PERFORM 2100-READ-LEDGER-ENTRY
039654         THRU 2100-READ-LEDGER-ENTRY-EXIT.
039655     IF NOT WS-ENTRY-FOUND
039656         OR NOT OPN-OPEN
039657         ADD 1 TO WS-UNMATCHED-STL-COUNT
039658         GO TO 2500-APPLY-SETTLEMENTS-EXIT
039659     END-IF.
039660     IF NOT WS-REG-FOUND
039661         AND STL-TRN-KEY NOT = SPACES
039662         AND OPN-TRN-KEY NOT = SPACES
039663         AND OPN-TRN-KEY NOT = STL-TRN-KEY
039664         MOVE OPN-TRN-KEY TO WS-SXL-FILE-KEY
039665         MOVE 'KEY DISAGREES WITH LEDGER' TO WS-SXL-REASON
039666         PERFORM 2800-LIST-EXCEPTION
039667             THRU 2800-LIST-EXCEPTION-EXIT
039668         GO TO 2500-APPLY-SETTLEMENTS-EXIT
039669     END-IF.
039670     MOVE 'C' TO OPN-STATUS.
039671     MOVE STL-SETTLE-DATE TO OPN-CLOSED-DATE.
039672     REWRITE OPN-RECORD
039673         INVALID KEY
039674             DISPLAY 'WARNING - LEDGER ENTRY NOT CLOSED - '
039675                 OPN-KEY ' STATUS ' WS-OPN-FILE-STATUS
039676     END-REWRITE.
039677     ADD 1 TO WS-CLOSED-COUNT.
039700 2500-APPLY-SETTLEMENTS-EXIT.
039800     EXIT.
039900*=============================================================
039910* 2700-RESOLVE-CYCLE - A RECORD WITH NO CYCLE MEANS THE LATEST
039920* CYCLE THE REGISTER HOLDS FOR THE VALUE IN ITS SERIES. THE
039930* REGISTER KEY ORDERS CYCLES ASCENDING WITHIN A VALUE, SO THE
039940* WALK FROM CYCLE ZERO KEEPS THE LAST ONE IT SEES. THE
039950* TRANSACTION KEY OF THAT POSTING COMES BACK WITH IT.
039960*=============================================================
039970 2700-RESOLVE-CYCLE.
039980     MOVE 'N' TO WS-CYCLE-RESOLVED-SW.
039990     IF NOT WS-REG-AVAIL
040000         GO TO 2700-RESOLVE-CYCLE-EXIT
041400     END-IF.
041410     MOVE WS-FIND-SEQ-VALUE TO REG-SEQ-VALUE.
041420     MOVE ZEROES            TO REG-CYCLE-COUNT.
041430     MOVE LOW-VALUES        TO REG-SERIES-CODE.
041440     MOVE 'N' TO WS-REG-EOF-SW.
041450     START REG-FILE KEY IS NOT < REG-KEY
041460         INVALID KEY
041470             MOVE 'Y' TO WS-REG-EOF-SW
041480     END-START.
041490     PERFORM 2710-SCAN-REGISTER
041500         THRU 2710-SCAN-REGISTER-EXIT
041510         UNTIL WS-REG-EOF.
041520 2700-RESOLVE-CYCLE-EXIT.
041600     EXIT.
041700*=============================================================
041703 2710-SCAN-REGISTER.
041706     READ REG-FILE NEXT
041709         AT END
041712             MOVE 'Y' TO WS-REG-EOF-SW
041715             GO TO 2710-SCAN-REGISTER-EXIT
041718     END-READ.
041721     IF REG-SEQ-VALUE NOT = WS-FIND-SEQ-VALUE
041724         MOVE 'Y' TO WS-REG-EOF-SW
041727         GO TO 2710-SCAN-REGISTER-EXIT
041730     END-IF.
041733     IF REG-SERIES-CODE = WS-FIND-SERIES
041736         MOVE REG-CYCLE-COUNT TO WS-FIND-CYCLE
041739         MOVE 'Y' TO WS-CYCLE-RESOLVED-SW
041742     END-IF.
041745 2710-SCAN-REGISTER-EXIT.
041748     EXIT.
041751*=============================================================
041754* 2750-RESOLVE-LEDGER-CYCLE - A SETTLEMENT WITH NO CYCLE
041757* FOR A NUMBER THE REGISTER DOES NOT HOLD (ISSUED BEFORE THE
041760* REGISTER EXISTED) TAKES THE LATEST OPEN LEDGER ENTRY FOR THE
041763* VALUE IN ITS SERIES - EXACTLY WHAT THE OLD VALUE-ONLY MATCH
041766* WOULD HAVE CLOSED.
041769*=============================================================
041772 2750-RESOLVE-LEDGER-CYCLE.
041775     MOVE WS-FIND-SEQ-VALUE TO OPN-SEQ-VALUE.
041778     MOVE ZEROES            TO OPN-CYCLE-COUNT.
041781     MOVE LOW-VALUES        TO OPN-SERIES-CODE.
041784     MOVE 'N' TO WS-OPN-EOF-SW.
041787     START OPN-FILE KEY IS NOT < OPN-KEY
041790         INVALID KEY
041793             MOVE 'Y' TO WS-OPN-EOF-SW
041796     END-START.
041799     PERFORM 2760-SCAN-LEDGER
041802         THRU 2760-SCAN-LEDGER-EXIT
041805         UNTIL WS-OPN-EOF.
041808 2750-RESOLVE-LEDGER-CYCLE-EXIT.
041811     EXIT.
041814*=============================================================
041817 2760-SCAN-LEDGER.
041820     READ OPN-FILE NEXT
041823         AT END
041826             MOVE 'Y' TO WS-OPN-EOF-SW
041829             GO TO 2760-SCAN-LEDGER-EXIT
041832     END-READ.
041835     IF OPN-SEQ-VALUE NOT = WS-FIND-SEQ-VALUE
041838         MOVE 'Y' TO WS-OPN-EOF-SW
041841         GO TO 2760-SCAN-LEDGER-EXIT
041844     END-IF.
041847     IF OPN-SERIES-CODE = WS-FIND-SERIES
041850         AND OPN-OPEN
041853         MOVE OPN-CYCLE-COUNT TO WS-FIND-CYCLE
041856         MOVE 'Y' TO WS-CYCLE-RESOLVED-SW
041859     END-IF.
041862 2760-SCAN-LEDGER-EXIT.
041865     EXIT.
041868*=============================================================
041871* 2800-LIST-EXCEPTION - ONE SETTLEMENT THAT WAS NOT APPLIED,
041874* WITH THE KEY THE FEED SENT, THE KEY THE NUMBER WAS ISSUED TO
041877* (WHERE ONE WAS FOUND) AND WHY.
041880*=============================================================
041883 2800-LIST-EXCEPTION.
041886     MOVE SPACES TO WS-SXL-DET-LINE.
041889     MOVE STL-SEQ-VALUE   TO SXL-DET-SEQ.
041892     MOVE STL-SERIES-CODE TO SXL-DET-SERIES.
041895     IF WS-CYCLE-RESOLVED
041898         OR STL-CYCLE-COUNT IS NUMERIC
041901         MOVE WS-FIND-CYCLE TO SXL-DET-CYCLE
041904     END-IF.
041907     MOVE STL-SETTLE-DATE TO SXL-DET-SETTLED.
041910     MOVE STL-TRN-KEY     TO SXL-DET-FEED-KEY.
041913     MOVE WS-SXL-FILE-KEY TO SXL-DET-FILE-KEY.
041916     MOVE WS-SXL-REASON   TO SXL-DET-REASON.
041919     MOVE WS-SXL-DET-LINE TO SXL-LINE.
041922     WRITE SXL-LINE.
041925     ADD 1 TO WS-STL-EXCEPTION-COUNT.
041928 2800-LIST-EXCEPTION-EXIT.
041931     EXIT.
041932*=============================================================
041933* 2850-PROVE-CHECK-DIGIT - A DIGIT ON THE FEED MUST PROVE
041934* AGAINST THE VALUE. A FEED RECORD WITHOUT ONE IS ACCEPTED
041935* ONLY FOR A LEGACY NUMBER - ONE THE REGISTER HOLDS WITH A
041936* BLANK DIGIT, OR DOES NOT HOLD AT ALL.
041937*=============================================================
041938 2850-PROVE-CHECK-DIGIT.
041939     MOVE 'Y' TO WS-DIGIT-PROVED-SW.
041940     IF STL-CHECK-DIGIT NOT = SPACE
041941         MOVE STL-SEQ-VALUE TO WS-CD-VALUE
041942         PERFORM 7800-COMPUTE-CHECK-DIGIT
041943             THRU 7800-COMPUTE-CHECK-DIGIT-EXIT
041944         IF STL-CHECK-DIGIT NOT NUMERIC
041945             OR STL-CHECK-DIGIT NOT = WS-CD-DIGIT
041946             MOVE 'N' TO WS-DIGIT-PROVED-SW
041947             MOVE 'CHECK DIGIT FAILS' TO WS-SXL-REASON
041948         END-IF
041949         GO TO 2850-PROVE-CHECK-DIGIT-EXIT
041950     END-IF.
041951     IF NOT WS-REG-FOUND
041952         IF NOT WS-REG-AVAIL
041953             GO TO 2850-PROVE-CHECK-DIGIT-EXIT
041954         END-IF
041955         MOVE WS-FIND-SEQ-VALUE TO REG-SEQ-VALUE
041956         MOVE WS-FIND-CYCLE     TO REG-CYCLE-COUNT
041957         MOVE WS-FIND-SERIES    TO REG-SERIES-CODE
041958         READ REG-FILE
041959             INVALID KEY
041960                 GO TO 2850-PROVE-CHECK-DIGIT-EXIT
041961         END-READ
041962     END-IF.
041963     IF REG-CHECK-DIGIT NOT = SPACE
041964         MOVE 'N' TO WS-DIGIT-PROVED-SW
041965         MOVE 'CHECK DIGIT MISSING' TO WS-SXL-REASON
041966     END-IF.
041967 2850-PROVE-CHECK-DIGIT-EXIT.
041968     EXIT.
041990*=============================================================
041992* 3000-TERMINATE - PURGE AGED CLOSED ENTRIES FROM THE LEDGER,
041994* CLOSE THE EXCEPTION LISTING AND PRINT THE DISPOSITION
041996* SUMMARY.
042000*=============================================================
042100 3000-TERMINATE.
042200     IF WS-OUT-FILE-STATUS NOT = '35'
042500     IF WS-STL-FILE-STATUS NOT = '35'
042600         CLOSE STL-FILE
042700     END-IF.
042710     IF WS-REG-AVAIL
042720         CLOSE REG-FILE
042730     END-IF.
042740     MOVE LOW-VALUES TO OPN-KEY.
042750     MOVE 'N' TO WS-OPN-EOF-SW.
042760     START OPN-FILE KEY IS NOT < OPN-KEY
042770         INVALID KEY
042780             MOVE 'Y' TO WS-OPN-EOF-SW
042790     END-START.
042800     PERFORM 3100-AGE-LEDGER-ENTRY
042810         THRU 3100-AGE-LEDGER-ENTRY-EXIT
042820         UNTIL WS-OPN-EOF.
043300     CLOSE OPN-FILE.
043310     MOVE SPACES TO SXL-LINE.
043320     WRITE SXL-LINE.
043330     MOVE 'SETTLEMENT EXCEPTIONS    :' TO SXL-SUM-LABEL.
043340     MOVE WS-STL-EXCEPTION-COUNT TO SXL-SUM-COUNT.
043350     MOVE WS-SXL-SUM-LINE TO SXL-LINE.
043360     WRITE SXL-LINE.
043370     CLOSE SXL-FILE.
043400     DISPLAY 'SEQOPN00 LEDGER DISPOSITION SUMMARY'.
043410     DISPLAY '  ISSUE RECORDS READ   : ' WS-OUT-READ-COUNT.
043420     DISPLAY '  SETTLEMENTS READ     : ' WS-STL-READ-COUNT.
043600     DISPLAY '  ISSUES ADDED AS OPEN : ' WS-ADDED-COUNT.
043700     DISPLAY '  ENTRIES REOPENED     : ' WS-REOPENED-COUNT.
043800     DISPLAY '  ALREADY-OPEN ISSUES  : ' WS-ALREADY-OPEN-COUNT.
043900     DISPLAY '  ENTRIES CLOSED       : ' WS-CLOSED-COUNT.
044000     DISPLAY '  UNMATCHED SETTLEMENTS: ' WS-UNMATCHED-STL-COUNT.
044010     DISPLAY '  SETTLEMENT EXCEPTIONS: ' WS-STL-EXCEPTION-COUNT.
044100     DISPLAY '  ENTRIES VOIDED       : ' WS-VOIDED-COUNT.
044200     DISPLAY '  VOID CONFLICTS       : ' WS-VOID-CONFLICT-COUNT.
044300     DISPLAY '  ENTRIES PURGED       : ' WS-PURGED-COUNT.
044310     DISPLAY '  ENTRIES RETAINED     : ' WS-WRITTEN-COUNT.
044320*    VOID CONFLICTS, UNMATCHED SETTLEMENTS AND SETTLEMENT
044330*    EXCEPTIONS ARE THE FEED PROBLEMS WORTH A MORNING LOOK -
044340*    THEY JOURNAL AS THE EXCEPTION COUNT AND TURN THE STATUS
044350*    TO WARNING.
044800     IF WS-VOID-CONFLICT-COUNT > ZERO
044900         OR WS-UNMATCHED-STL-COUNT > ZERO
044910         OR WS-STL-EXCEPTION-COUNT > ZERO
045000         MOVE 'W' TO WS-JRN-STATUS-CODE
045100     END-IF.
045200     PERFORM 9500-WRITE-JOURNAL
045400 3000-TERMINATE-EXIT.
045500     EXIT.
045600*=============================================================
045610* 3100-AGE-LEDGER-ENTRY - KEEP ONE LEDGER ENTRY UNLESS IT IS A
045620* CLOSED ENTRY OLDER THAN THE RETENTION PERIOD, WHICH IS
045630* DELETED. A CLOSED ENTRY WHOSE CLOSURE DATE IS BLANK OR
045640* UNREADABLE (A HAND-BUILT OR LEGACY LINE) IS STAMPED WITH
045650* TODAY SO IT AGES FROM THIS RUN INSTEAD OF BEING PURGED OR
045660* KEPT FOREVER ON BAD DATA.
046300*=============================================================
046310 3100-AGE-LEDGER-ENTRY.
046320     READ OPN-FILE NEXT
046330         AT END
046340             MOVE 'Y' TO WS-OPN-EOF-SW
046350             GO TO 3100-AGE-LEDGER-ENTRY-EXIT
046360     END-READ.
046370     IF OPN-CLOSED
046380         IF OPN-CLOSED-DATE NOT NUMERIC
046390             OR OPN-CLOSED-DATE = ZEROES
046400             MOVE WS-CURRENT-DATE TO OPN-CLOSED-DATE
046410             REWRITE OPN-RECORD
046420                 INVALID KEY
046430                     DISPLAY 'WARNING - LEDGER ENTRY NOT DATED - '
046440                         OPN-KEY ' STATUS ' WS-OPN-FILE-STATUS
046450             END-REWRITE
047000         END-IF
047010         MOVE OPN-CLOSED-DATE TO WS-CLOSED-DATE-NUM
047300         COMPUTE WS-CLOSED-INTEGER =
047400             FUNCTION INTEGER-OF-DATE (WS-CLOSED-DATE-NUM)
047500         COMPUTE WS-CLOSED-AGE-DAYS =
047600             WS-TODAY-INTEGER - WS-CLOSED-INTEGER
047700         IF WS-CLOSED-AGE-DAYS > WS-RETENTION-DAYS
047710             DELETE OPN-FILE RECORD
047800             ADD 1 TO WS-PURGED-COUNT
047810             GO TO 3100-AGE-LEDGER-ENTRY-EXIT
048000         END-IF
048100     END-IF.
049500     ADD 1 TO WS-WRITTEN-COUNT.
049510 3100-AGE-LEDGER-ENTRY-EXIT.
049700     EXIT.
049800*=============================================================
049810* 8000-LEDGER-HALT - THE LEDGER EXISTS BUT WILL NOT OPEN FOR
049820* UPDATE - AN OLD-LAYOUT LEDGER NOT YET CONVERTED BY SEQOPC00,
049830* OR A DAMAGED FILE. NOTHING HAS BEEN READ OR POSTED, SO
049840* OUTFILE AND STLFILE ARE STILL THERE FOR THE RERUN, AND THE
049850* JOB ENDS WITH A NONZERO RETURN CODE.
050400*=============================================================
050410 8000-LEDGER-HALT.
050420     DISPLAY 'SEQOPN00 HALT - OPNFILE WILL NOT OPEN - STATUS '
050430         WS-OPN-FILE-STATUS ' - NOTHING POSTED'.
050800     MOVE 'H' TO WS-JRN-STATUS-CODE.
050810     MOVE '8000-LEDGER-HALT' TO WS-JRN-HALT-PARA.
051000     PERFORM 9500-WRITE-JOURNAL
051100         THRU 9500-WRITE-JOURNAL-EXIT.
051200     MOVE 16 TO RETURN-CODE.
051300     STOP RUN.
051310 8000-LEDGER-HALT-EXIT.
051500     EXIT.
051600*=============================================================
051700* 9500-WRITE-JOURNAL - APPEND THE CLOSE-OUT RECORD THE MORNING
052800     MOVE WS-CURRENT-DATE    TO JRN-BUS-DATE.
052900     MOVE WS-CURRENT-TIME    TO JRN-START-TIME.
053000     MOVE WS-JRN-END-TIME    TO JRN-END-TIME.
053010     COMPUTE JRN-RECORDS-IN =
053020         WS-OUT-READ-COUNT + WS-STL-READ-COUNT.
053200     MOVE WS-WRITTEN-COUNT   TO JRN-RECORDS-OUT.
053300     MOVE ZEROES             TO JRN-REJECT-COUNT.
053400     COMPUTE JRN-EXCEPTION-COUNT =
053410         WS-VOID-CONFLICT-COUNT + WS-UNMATCHED-STL-COUNT
053420         + WS-STL-EXCEPTION-COUNT.
053600     MOVE WS-JRN-STATUS-CODE TO JRN-STATUS.
053700     MOVE WS-JRN-HALT-PARA   TO JRN-HALT-PARA.
053800     WRITE JRN-RECORD.
053900     CLOSE JRN-FILE.
054000 9500-WRITE-JOURNAL-EXIT.
054100     EXIT.
054110*=============================================================
054120* 7800-COMPUTE-CHECK-DIGIT - THE CHECK DIGIT OF WS-CD-VALUE,
054130* LEFT IN WS-CD-DIGIT. THE SAME ROUTINE STANDS IN EVERY
054140* PROGRAM THAT ISSUES A NUMBER OR TAKES ONE BACK - A CHANGE TO
054150* ONE IS A CHANGE TO ALL OF THEM.
054160*=============================================================
054170 7800-COMPUTE-CHECK-DIGIT.
054180     MOVE ZERO TO WS-CD-SUM.
054190     PERFORM 7810-WEIGH-ONE-DIGIT
054200         THRU 7810-WEIGH-ONE-DIGIT-EXIT
054210         VARYING WS-CD-SUB FROM 1 BY 1
054220         UNTIL WS-CD-SUB > 7.
054230     DIVIDE WS-CD-SUM BY 10 GIVING WS-CD-QUOTIENT
054240         REMAINDER WS-CD-REMAINDER.
054250     IF WS-CD-REMAINDER = ZERO
054260         MOVE ZERO TO WS-CD-DIGIT
054270     ELSE
054280         COMPUTE WS-CD-DIGIT = 10 - WS-CD-REMAINDER
054290     END-IF.
054300 7800-COMPUTE-CHECK-DIGIT-EXIT.
054310     EXIT.
054320*=============================================================
054330 7810-WEIGH-ONE-DIGIT.
054340     COMPUTE WS-CD-PRODUCT = WS-CD-VALUE-DIGIT (WS-CD-SUB)
054350         * WS-CD-WEIGHT (WS-CD-SUB).
054360     IF WS-CD-PRODUCT > 9
054370         SUBTRACT 9 FROM WS-CD-PRODUCT
054380     END-IF.
054390     ADD WS-CD-PRODUCT TO WS-CD-SUM.
054400 7810-WEIGH-ONE-DIGIT-EXIT.
054410     EXIT.
