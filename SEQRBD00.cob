005000*                   SERIES-TABLE HALT MOVED INTO ITS OWN
005100*                   8200-SERIES-HALT PARAGRAPH SO THE
005200*                   JOURNAL NAMES A REAL PARAGRAPH.
005201*  2026-09-14 JHM   FULL-IDENTITY LEDGER. OPNFILE IS NOW AN
005202*                   INDEXED FILE KEYED BY SEQUENCE VALUE /
005203*                   CYCLE / SERIES, SO THE REBUILT AND LIVE
005204*                   LEDGER TABLES CARRY THE SAME IDENTITY
005205*                   (AND THE TRANSACTION KEY) AND ARE MATCHED
005206*                   ON IT - THE SAME VALUE OPEN IN TWO SERIES
005207*                   IS TWO ENTRIES, NOT ONE. A VOID FROM THE
005208*                   EXCEPTION LOG IS APPLIED TO THE LATEST
005209*                   CYCLE OF ITS VALUE THE REGISTER HOLDS IN
005210*                   ITS SERIES, THE SAME RULE SEQGEN00 USES
005211*                   WHEN IT MARKS THE VOID, SO A REBUILD
005212*                   COMPARES CLEAN AGAINST A HEALTHY LEDGER.
005213*                   THE REGISTER AND LEDGER ARE OPENED FOR
005214*                   DYNAMIC ACCESS - KEYED LOOKUPS AND THE
005215*                   REBUILT LEDGER'S RANDOM-ORDER WRITES.
005216*  2026-10-14 JHM   INTRADAY CYCLES. THE REBUILT CONTROL RECORD
005217*                   CARRIES THE HIGHEST DAY CYCLE THE REGISTER
005218*                   HOLDS FOR THE LATEST RUN DATE, THAT CYCLE'S
005219*                   ISSUES AS THE RECORD COUNT AND EVERY CYCLE'S
005220*                   ISSUES THAT DATE AS THE DAY COUNT, SO THE
005221*                   NEXT SEQGEN00 RUN TAKES THE RIGHT CYCLE. A
005222*                   DATE WITH NO CYCLE-NUMBERED POSTINGS IS
005223*                   REBUILT AS BEFORE, WITH THE CYCLE BLANK.
005300*-----------------------------------------------------------
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005900 FILE-CONTROL.
006000     SELECT REG-FILE      ASSIGN TO REGFILE
006100         ORGANIZATION IS INDEXED
006110         ACCESS MODE  IS DYNAMIC
006300         RECORD KEY   IS REG-KEY
006400         ALTERNATE RECORD KEY IS REG-TRN-KEY
006500             WITH DUPLICATES
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS  IS WS-RCN-FILE-STATUS.
007600     SELECT OPN-FILE      ASSIGN TO OPNFILE
007610         ORGANIZATION IS INDEXED
007620         ACCESS MODE  IS DYNAMIC
007630         RECORD KEY   IS OPN-KEY
007800         FILE STATUS  IS WS-OPN-FILE-STATUS.
007900     SELECT PRM-FILE      ASSIGN TO RBDPARM
008000         ORGANIZATION IS LINE SEQUENTIAL
017000         10  WS-RBD-MAX          PIC 9(07).
017100         10  WS-RBD-RUN-DATE     PIC 9(08).
017200         10  WS-RBD-DATE-COUNT   PIC 9(07).
017210         10  WS-RBD-DAY-CYCLE    PIC 9(02).
017220         10  WS-RBD-CYCLE-ISSUED PIC 9(07).
017230         10  WS-RBD-DAY-ISSUED   PIC 9(07).
017300         10  WS-RBD-TOTAL        PIC 9(07).
017400         10  WS-RBD-CTR-FOUND    PIC X(01).
017500         10  WS-RBD-CTR-LAST     PIC 9(07).
019500     05  WS-LEDGER-ENTRY         OCCURS 2000 TIMES
019600                                 INDEXED BY WS-LEDGER-IX.
019700         10  WS-LEDGER-SEQ-VALUE PIC 9(07).
019710         10  WS-LEDGER-CYCLE     PIC 9(05).
019720         10  WS-LEDGER-SERIES    PIC X(01).
019800         10  WS-LEDGER-STATUS    PIC X(01).
019900         10  WS-LEDGER-CLOSED-DATE
020000                                 PIC X(08).
020010         10  WS-LEDGER-TRN-KEY   PIC X(20).
020100 01  WS-FOUND-SUB                PIC 9(05) COMP VALUE ZERO.
020200 01  WS-FIND-SEQ-VALUE           PIC 9(07) VALUE ZEROES.
020210 01  WS-FIND-CYCLE               PIC 9(05) VALUE ZEROES.
020220 01  WS-FIND-SERIES              PIC X(01) VALUE SPACE.
020230 01  WS-FIND-TRN-KEY             PIC X(20) VALUE SPACES.
020240 01  WS-ADD-STATUS               PIC X(01) VALUE 'O'.
020250 01  WS-ADD-DATE                 PIC X(08) VALUE SPACES.
020300*-----------------------------------------------------------
020400* LIVE OPEN-NUMBER LEDGER - LOADED ONLY IN COMPARE MODE SO
020500* THE REBUILT PICTURE CAN BE PROVED AGAINST IT.
020900     05  WS-LIV-ENTRY            OCCURS 2000 TIMES
021000                                 INDEXED BY WS-LIV-IX.
021100         10  WS-LIV-SEQ-VALUE    PIC 9(07).
021110         10  WS-LIV-CYCLE        PIC 9(05).
021120         10  WS-LIV-SERIES       PIC X(01).
021200         10  WS-LIV-STATUS       PIC X(01).
021300 01  WS-LIV-SUB                  PIC 9(05) COMP VALUE ZERO.
021400 01  WS-LIV-FOUND-SW             PIC X(01) VALUE 'N'.
053100*=============================================================
053200* 2000-WALK-REGISTER - FIRST PASS. THE TRUE POSITION OF EACH
053300* SERIES IS THE HIGHEST CYCLE ON THE REGISTER AND THE HIGHEST
053400* VALUE ISSUED WITHIN IT; THE LATEST RUN DATE, ITS RECORD
053500* COUNT AND THE HIGHEST DAY CYCLE POSTED ON IT, WITH THAT
053510* CYCLE'S COUNT AND THE COUNT OF ALL ITS CYCLES, RECONSTRUCT
053520* THE RCNFILE CONTROL RECORD. A DESK OR BRANCH POSTING (DAY
053530* CYCLE ZERO) COUNTS TOWARD THE DATE BUT TOWARD NO CYCLE.
053600*=============================================================
053700 2000-WALK-REGISTER.
053800     READ REG-FILE NEXT
055700     IF REG-RUN-DATE > WS-RBD-RUN-DATE (WS-RBD-SUB)
055800         MOVE REG-RUN-DATE TO WS-RBD-RUN-DATE (WS-RBD-SUB)
055900         MOVE 1 TO WS-RBD-DATE-COUNT (WS-RBD-SUB)
055910         MOVE ZEROES TO WS-RBD-DAY-CYCLE (WS-RBD-SUB)
055920         MOVE ZEROES TO WS-RBD-CYCLE-ISSUED (WS-RBD-SUB)
055930         MOVE ZEROES TO WS-RBD-DAY-ISSUED (WS-RBD-SUB)
056000     ELSE
056100         IF REG-RUN-DATE = WS-RBD-RUN-DATE (WS-RBD-SUB)
056200             ADD 1 TO WS-RBD-DATE-COUNT (WS-RBD-SUB)
056300         END-IF
056400     END-IF.
056407     IF REG-RUN-DATE = WS-RBD-RUN-DATE (WS-RBD-SUB)
056414         AND REG-DAY-CYCLE IS NUMERIC
056421         AND REG-DAY-CYCLE > ZEROES
056428         ADD 1 TO WS-RBD-DAY-ISSUED (WS-RBD-SUB)
056435         IF REG-DAY-CYCLE > WS-RBD-DAY-CYCLE (WS-RBD-SUB)
056442             MOVE REG-DAY-CYCLE TO WS-RBD-DAY-CYCLE (WS-RBD-SUB)
056449             MOVE 1 TO WS-RBD-CYCLE-ISSUED (WS-RBD-SUB)
056456         ELSE
056463             IF REG-DAY-CYCLE = WS-RBD-DAY-CYCLE (WS-RBD-SUB)
056470                 ADD 1 TO WS-RBD-CYCLE-ISSUED (WS-RBD-SUB)
056477             END-IF
056484         END-IF
056491     END-IF.
056500 2000-WALK-REGISTER-EXIT.
056600     EXIT.
056700*=============================================================
057000* GOES ON THE REBUILT LEDGER AS OPEN - SETTLEMENT HISTORY IS
057100* NOT KEPT, SO OPEN IS THE SAFE ASSUMPTION (A NUMBER HELD OPEN
057200* TOO LONG BLOCKS REISSUE; ONE DROPPED WOULD PERMIT A
057210* COLLISION). EACH REGISTER KEY IS UNIQUE, SO EVERY POSTING IN
057220* THE CURRENT CYCLE IS ITS OWN LEDGER ENTRY.
057500*=============================================================
057600 2200-COLLECT-OPEN-NUMBERS.
057700     CLOSE REG-FILE.
060000     IF REG-CYCLE-COUNT NOT = WS-RBD-CYCLE (WS-RBD-SUB)
060100         GO TO 2210-COLLECT-ONE-NUMBER-EXIT
060200     END-IF.
060210     MOVE REG-SEQ-VALUE   TO WS-FIND-SEQ-VALUE.
060220     MOVE REG-CYCLE-COUNT TO WS-FIND-CYCLE.
060230     MOVE REG-SERIES-CODE TO WS-FIND-SERIES.
060240     MOVE REG-TRN-KEY     TO WS-FIND-TRN-KEY.
060400     PERFORM 7100-FIND-LEDGER-ENTRY
060500         THRU 7100-FIND-LEDGER-ENTRY-EXIT.
060600     IF WS-ENTRY-FOUND
060700         GO TO 2210-COLLECT-ONE-NUMBER-EXIT
060800     END-IF.
060810     MOVE 'O'    TO WS-ADD-STATUS.
060820     MOVE SPACES TO WS-ADD-DATE.
060830     PERFORM 7150-ADD-LEDGER-ENTRY
060840         THRU 7150-ADD-LEDGER-ENTRY-EXIT.
061800 2210-COLLECT-ONE-NUMBER-EXIT.
061900     EXIT.
062000*=============================================================
062200* AUDITED VOID. A VOIDED VALUE IS NEVER REUSABLE, SO IT GOES
062300* ON THE REBUILT LEDGER AS 'V' WHETHER OR NOT THE CURRENT
062400* CYCLE EVER ISSUED IT. THE INVALID-VOID EVENTS (VALUE ZERO)
062410* RETIRED NOTHING AND ARE SKIPPED. THE REGISTER IS REOPENED
062420* SO EACH VOID CAN BE RESOLVED TO THE CYCLE IT WAS ISSUED IN.
062600*=============================================================
062700 2400-APPLY-VOID-EVENTS.
062800     OPEN INPUT EXC-FILE.
063000         MOVE 'Y' TO WS-EXC-EOF-SW
063100         GO TO 2400-APPLY-VOID-EVENTS-EXIT
063200     END-IF.
063210     IF WS-REG-AVAIL
063220         OPEN INPUT REG-FILE
063230         IF WS-REG-FILE-STATUS NOT = '00'
063240             MOVE 'N' TO WS-REG-AVAIL-SW
063250         END-IF
063260     END-IF.
063300     PERFORM 2410-APPLY-ONE-EVENT
063400         THRU 2410-APPLY-ONE-EVENT-EXIT
063500         UNTIL WS-EXC-EOF.
063600     CLOSE EXC-FILE.
063610     IF WS-REG-AVAIL
063620         CLOSE REG-FILE
063630     END-IF.
063700 2400-APPLY-VOID-EVENTS-EXIT.
063800     EXIT.
063900*=============================================================
065100         GO TO 2410-APPLY-ONE-EVENT-EXIT
065200     END-IF.
065300     ADD 1 TO WS-VOID-EVENT-COUNT.
065310     MOVE EXC-SEQ-VALUE   TO WS-FIND-SEQ-VALUE.
065320     MOVE EXC-SERIES-CODE TO WS-FIND-SERIES.
065330     PERFORM 2420-RESOLVE-VOID-IDENTITY
065340         THRU 2420-RESOLVE-VOID-IDENTITY-EXIT.
065500     PERFORM 7100-FIND-LEDGER-ENTRY
065600         THRU 7100-FIND-LEDGER-ENTRY-EXIT.
065700     IF WS-ENTRY-FOUND
065900         MOVE EXC-DATE TO WS-LEDGER-CLOSED-DATE (WS-FOUND-SUB)
066000         GO TO 2410-APPLY-ONE-EVENT-EXIT
066100     END-IF.
066110     MOVE 'V'      TO WS-ADD-STATUS.
066120     MOVE EXC-DATE TO WS-ADD-DATE.
066130     PERFORM 7150-ADD-LEDGER-ENTRY
066140         THRU 7150-ADD-LEDGER-ENTRY-EXIT.
067100 2410-APPLY-ONE-EVENT-EXIT.
067200     EXIT.
067201*=============================================================
067202* 2420-RESOLVE-VOID-IDENTITY - THE LATEST CYCLE OF THE VALUE
067203* THE REGISTER HOLDS IN THE VOID'S SERIES (THE REGISTER KEY
067204* ORDERS CYCLES ASCENDING WITHIN A VALUE, SO THE LAST MATCH
067205* WINS), WITH THE TRANSACTION KEY IT WAS ISSUED TO. A VALUE
067206* THE REGISTER DOES NOT HOLD TAKES THE SERIES' REBUILT
067207* CURRENT CYCLE AND NO KEY - EXACTLY WHAT SEQGEN00 DOES.
067208*=============================================================
067209 2420-RESOLVE-VOID-IDENTITY.
067210     MOVE ZEROES TO WS-FIND-CYCLE.
067211     MOVE SPACES TO WS-FIND-TRN-KEY.
067212     IF WS-RBD-COUNT > ZERO
067213         SET WS-RBD-IX TO 1
067214         SEARCH WS-RBD-ENTRY
067215             AT END
067216                 CONTINUE
067217             WHEN WS-RBD-CODE (WS-RBD-IX) = WS-FIND-SERIES
067218                 AND WS-RBD-IX NOT > WS-RBD-COUNT
067219                 MOVE WS-RBD-CYCLE (WS-RBD-IX) TO WS-FIND-CYCLE
067220         END-SEARCH
067221     END-IF.
067222     IF NOT WS-REG-AVAIL
067223         GO TO 2420-RESOLVE-VOID-IDENTITY-EXIT
067224     END-IF.
067225     MOVE WS-FIND-SEQ-VALUE TO REG-SEQ-VALUE.
067226     MOVE ZEROES            TO REG-CYCLE-COUNT.
067227     MOVE LOW-VALUES        TO REG-SERIES-CODE.
067228     MOVE 'N' TO WS-REG-EOF-SW.
067229     START REG-FILE KEY NOT < REG-KEY
067230         INVALID KEY
067231             MOVE 'Y' TO WS-REG-EOF-SW
067232     END-START.
067233     PERFORM 2430-SCAN-REGISTER
067234         THRU 2430-SCAN-REGISTER-EXIT
067235         UNTIL WS-REG-EOF.
067236 2420-RESOLVE-VOID-IDENTITY-EXIT.
067237     EXIT.
067238*=============================================================
067239 2430-SCAN-REGISTER.
067240     READ REG-FILE NEXT
067241         AT END
067242             MOVE 'Y' TO WS-REG-EOF-SW
067243             GO TO 2430-SCAN-REGISTER-EXIT
067244     END-READ.
067245     IF REG-SEQ-VALUE NOT = WS-FIND-SEQ-VALUE
067246         MOVE 'Y' TO WS-REG-EOF-SW
067247         GO TO 2430-SCAN-REGISTER-EXIT
067248     END-IF.
067249     IF REG-SERIES-CODE = WS-FIND-SERIES
067250         MOVE REG-CYCLE-COUNT TO WS-FIND-CYCLE
067251         MOVE REG-TRN-KEY     TO WS-FIND-TRN-KEY
067252     END-IF.
067253 2430-SCAN-REGISTER-EXIT.
067254     EXIT.
067300*=============================================================
067400* 3000-TERMINATE - COMPARE MODE PROVES THE REBUILT PICTURE
067500* AGAINST THE LIVE FILES AND ENDS NONZERO ON ANY DIFFERENCE SO
077900*=============================================================
078000 3300-COMPARE-OPEN-LEDGER.
078100     OPEN INPUT OPN-FILE.
078110     IF WS-OPN-FILE-STATUS = '00'
078300         PERFORM 3310-LOAD-LIVE-ENTRY
078400             THRU 3310-LOAD-LIVE-ENTRY-EXIT
078500             UNTIL WS-OPN-EOF
079700     EXIT.
079800*=============================================================
079900 3310-LOAD-LIVE-ENTRY.
079910     READ OPN-FILE NEXT
080100         AT END
080200             MOVE 'Y' TO WS-OPN-EOF-SW
080300             GO TO 3310-LOAD-LIVE-ENTRY-EXIT
080600         GO TO 3310-LOAD-LIVE-ENTRY-EXIT
080700     END-IF.
080800     ADD 1 TO WS-LIV-COUNT.
080810     MOVE OPN-SEQ-VALUE   TO WS-LIV-SEQ-VALUE (WS-LIV-COUNT).
080820     MOVE OPN-CYCLE-COUNT TO WS-LIV-CYCLE (WS-LIV-COUNT).
080830     MOVE OPN-SERIES-CODE TO WS-LIV-SERIES (WS-LIV-COUNT).
080840     MOVE OPN-STATUS      TO WS-LIV-STATUS (WS-LIV-COUNT).
081100 3310-LOAD-LIVE-ENTRY-EXIT.
081200     EXIT.
081300*=============================================================
081400 3320-COMPARE-ONE-ENTRY.
081500     MOVE WS-LEDGER-SEQ-VALUE (WS-FOUND-SUB)
081600         TO WS-FIND-SEQ-VALUE.
081610     MOVE WS-LEDGER-CYCLE (WS-FOUND-SUB)  TO WS-FIND-CYCLE.
081620     MOVE WS-LEDGER-SERIES (WS-FOUND-SUB) TO WS-FIND-SERIES.
081700     PERFORM 7200-FIND-LIVE-ENTRY
081800         THRU 7200-FIND-LIVE-ENTRY-EXIT.
081900     IF NOT WS-LIV-FOUND
082900*=============================================================
083000 3340-CHECK-EXTRA-ENTRY.
083100     MOVE WS-LIV-SEQ-VALUE (WS-LIV-SUB) TO WS-FIND-SEQ-VALUE.
083110     MOVE WS-LIV-CYCLE (WS-LIV-SUB)     TO WS-FIND-CYCLE.
083120     MOVE WS-LIV-SERIES (WS-LIV-SUB)    TO WS-FIND-SERIES.
083200     PERFORM 7100-FIND-LEDGER-ENTRY
083300         THRU 7100-FIND-LEDGER-ENTRY-EXIT.
083400     IF NOT WS-ENTRY-FOUND
089200     MOVE WS-RBD-DATE-COUNT (WS-RBD-WRITE-SUB)
089300         TO RCN-RECORD-COUNT.
089400     MOVE WS-RBD-CODE (WS-RBD-WRITE-SUB)  TO RCN-SERIES-CODE.
089410     IF WS-RBD-DAY-CYCLE (WS-RBD-WRITE-SUB) > ZEROES
089420         MOVE WS-RBD-DAY-CYCLE (WS-RBD-WRITE-SUB)
089430             TO RCN-DAY-CYCLE
089440         MOVE WS-RBD-CYCLE-ISSUED (WS-RBD-WRITE-SUB)
089450             TO RCN-RECORD-COUNT
089460         MOVE WS-RBD-DAY-ISSUED (WS-RBD-WRITE-SUB)
089470             TO RCN-DAY-COUNT
089480     END-IF.
089500     WRITE RCN-RECORD.
089600 3520-WRITE-CONTROL-RECORD-EXIT.
089700     EXIT.
090000     MOVE SPACES TO OPN-RECORD.
090100     MOVE WS-LEDGER-SEQ-VALUE (WS-FOUND-SUB)
090200         TO OPN-SEQ-VALUE.
090210     MOVE WS-LEDGER-CYCLE (WS-FOUND-SUB)  TO OPN-CYCLE-COUNT.
090220     MOVE WS-LEDGER-SERIES (WS-FOUND-SUB) TO OPN-SERIES-CODE.
090300     MOVE WS-LEDGER-STATUS (WS-FOUND-SUB) TO OPN-STATUS.
090310     MOVE WS-LEDGER-TRN-KEY (WS-FOUND-SUB) TO OPN-TRN-KEY.
090400     IF WS-LEDGER-CLOSED-DATE (WS-FOUND-SUB) IS NUMERIC
090500         MOVE WS-LEDGER-CLOSED-DATE (WS-FOUND-SUB)
090600             TO OPN-CLOSED-DATE
090700     ELSE
090800         MOVE ZEROES TO OPN-CLOSED-DATE
090900     END-IF.
090910     WRITE OPN-RECORD
090920         INVALID KEY
090930             DISPLAY 'WARNING - DUPLICATE LEDGER KEY NOT '
090940                 'WRITTEN - ' OPN-KEY
090950     END-WRITE.
091100 3530-WRITE-LEDGER-RECORD-EXIT.
091200     EXIT.
091300*=============================================================
097900         MOVE WS-DEFAULT-SERIES-MAX TO WS-RBD-MAX (WS-RBD-SUB)
098000         MOVE ZEROES TO WS-RBD-RUN-DATE (WS-RBD-SUB)
098100         MOVE ZEROES TO WS-RBD-DATE-COUNT (WS-RBD-SUB)
098110         MOVE ZEROES TO WS-RBD-DAY-CYCLE (WS-RBD-SUB)
098120         MOVE ZEROES TO WS-RBD-CYCLE-ISSUED (WS-RBD-SUB)
098130         MOVE ZEROES TO WS-RBD-DAY-ISSUED (WS-RBD-SUB)
098200         MOVE ZEROES TO WS-RBD-TOTAL (WS-RBD-SUB)
098300         MOVE 'N'    TO WS-RBD-CTR-FOUND (WS-RBD-SUB)
098400         MOVE ZEROES TO WS-RBD-CTR-LAST (WS-RBD-SUB)
099000 7000-LOCATE-OR-ADD-SERIES-EXIT.
099100     EXIT.
099200*=============================================================
099210* 7100-FIND-LEDGER-ENTRY - LOCATE THE IDENTITY IN
099220* WS-FIND-SEQ-VALUE / WS-FIND-CYCLE / WS-FIND-SERIES ON THE
099400* REBUILT LEDGER TABLE. THE FOUND SUBSCRIPT IS LEFT IN
099500* WS-FOUND-SUB FOR THE CALLER.
099600*=============================================================
100400                 CONTINUE
100500             WHEN WS-LEDGER-SEQ-VALUE (WS-LEDGER-IX)
100600                     = WS-FIND-SEQ-VALUE
100610                 AND WS-LEDGER-CYCLE (WS-LEDGER-IX)
100620                     = WS-FIND-CYCLE
100630                 AND WS-LEDGER-SERIES (WS-LEDGER-IX)
100640                     = WS-FIND-SERIES
100700                 AND WS-LEDGER-IX NOT > WS-LEDGER-COUNT
100800                 MOVE 'Y' TO WS-ENTRY-FOUND-SW
100900                 SET WS-FOUND-SUB TO WS-LEDGER-IX
101200 7100-FIND-LEDGER-ENTRY-EXIT.
101300     EXIT.
101400*=============================================================
101410* 7150-ADD-LEDGER-ENTRY - APPEND THE IDENTITY UNDER WORK, WITH
101420* ITS TRANSACTION KEY, TO THE REBUILT LEDGER TABLE WITH THE
101430* STATUS AND DATE THE CALLER SET IN WS-ADD-STATUS/WS-ADD-DATE.
101440*=============================================================
101450 7150-ADD-LEDGER-ENTRY.
101460     IF WS-LEDGER-COUNT >= WS-LEDGER-TABLE-MAX
101470         PERFORM 8000-CAPACITY-HALT
101480             THRU 8000-CAPACITY-HALT-EXIT
101490     END-IF.
101500     ADD 1 TO WS-LEDGER-COUNT.
101510     MOVE WS-FIND-SEQ-VALUE TO
101520         WS-LEDGER-SEQ-VALUE (WS-LEDGER-COUNT).
101530     MOVE WS-FIND-CYCLE  TO WS-LEDGER-CYCLE (WS-LEDGER-COUNT).
101540     MOVE WS-FIND-SERIES TO WS-LEDGER-SERIES (WS-LEDGER-COUNT).
101550     MOVE WS-FIND-TRN-KEY TO
101560         WS-LEDGER-TRN-KEY (WS-LEDGER-COUNT).
101570     MOVE WS-ADD-STATUS TO WS-LEDGER-STATUS (WS-LEDGER-COUNT).
101580     MOVE WS-ADD-DATE TO
101590         WS-LEDGER-CLOSED-DATE (WS-LEDGER-COUNT).
101600 7150-ADD-LEDGER-ENTRY-EXIT.
101610     EXIT.
101620*=============================================================
101630* 7200-FIND-LIVE-ENTRY - LOCATE THE IDENTITY UNDER WORK ON THE
101640* LIVE LEDGER TABLE, LEAVING WS-LIV-IX POSITIONED ON THE MATCH.
101700*=============================================================
101800 7200-FIND-LIVE-ENTRY.
101900     MOVE 'N' TO WS-LIV-FOUND-SW.
102400                 CONTINUE
102500             WHEN WS-LIV-SEQ-VALUE (WS-LIV-IX)
102600                     = WS-FIND-SEQ-VALUE
102610                 AND WS-LIV-CYCLE (WS-LIV-IX) = WS-FIND-CYCLE
102620                 AND WS-LIV-SERIES (WS-LIV-IX) = WS-FIND-SERIES
102700                 AND WS-LIV-IX NOT > WS-LIV-COUNT
102800                 MOVE 'Y' TO WS-LIV-FOUND-SW
102900         END-SEARCH
