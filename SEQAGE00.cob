004000*                   CAPACITY HALT MOVED INTO ITS OWN
004100*                   8000-CAPACITY-HALT PARAGRAPH SO THE
004200*                   JOURNAL NAMES A REAL PARAGRAPH.
004201*  2026-09-14 JHM   FULL-IDENTITY LEDGER. OPNFILE IS NOW KEYED
004202*                   BY SEQUENCE VALUE / CYCLE / SERIES, SO IT
004203*                   IS WALKED IN KEY ORDER RATHER THAN LOADED
004204*                   (THE TABLE AND 8000-CAPACITY-HALT ARE
004205*                   GONE), EACH OPEN ENTRY IS AGED FROM THE
004206*                   ONE REGISTER POSTING WITH ITS OWN KEY
004207*                   INSTEAD OF THE LATEST POSTING OF THE BARE
004208*                   VALUE, AND THE DETAIL LINE SHOWS SERIES
004209*                   AND CYCLE. A SETTLEMENT MATCHES ONLY THE
004210*                   LEDGER ENTRY FOR ITS OWN SERIES (AND ITS
004211*                   CYCLE, WHEN THE FEED CARRIES ONE).
004300*-----------------------------------------------------------
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT OPN-FILE      ASSIGN TO OPNFILE
005010         ORGANIZATION IS INDEXED
005020         ACCESS MODE  IS DYNAMIC
005030         RECORD KEY   IS OPN-KEY
005200         FILE STATUS  IS WS-OPN-FILE-STATUS.
005300     SELECT STL-FILE      ASSIGN TO STLFILE
005400         ORGANIZATION IS LINE SEQUENTIAL
009500         88  WS-REG-EOF               VALUE 'Y'.
009600     05  WS-REG-AVAIL-SW         PIC X(01) VALUE 'N'.
009700         88  WS-REG-AVAIL             VALUE 'Y'.
009710     05  WS-OPN-AVAIL-SW         PIC X(01) VALUE 'N'.
009720         88  WS-OPN-AVAIL             VALUE 'Y'.
009800     05  WS-ENTRY-FOUND-SW       PIC X(01) VALUE 'N'.
009900         88  WS-ENTRY-FOUND           VALUE 'Y'.
010000     05  WS-ISSUE-FOUND-SW       PIC X(01) VALUE 'N'.
010700 01  WS-JRN-STATUS-CODE          PIC X(01) VALUE 'C'.
010800 01  WS-JRN-HALT-PARA            PIC X(20) VALUE SPACES.
010900 01  WS-JRN-END-TIME             PIC 9(06) VALUE ZEROES.
012400 01  WS-FIND-SEQ-VALUE           PIC 9(07) VALUE ZEROES.
012410 01  WS-FIND-SERIES              PIC X(01) VALUE SPACE.
012500*-----------------------------------------------------------
012510* AGING CONTROLS - THE REGISTER POSTING FOR THE ENTRY BEING
012520* AGED, AND THE FOUR BUCKET TALLIES.
012800*-----------------------------------------------------------
012900 01  WS-ISSUE-TRN-KEY            PIC X(20) VALUE SPACES.
013000 01  WS-ISSUE-RUN-DATE           PIC 9(08) VALUE ZEROES.
013100 01  WS-ISSUE-RUN-ID             PIC X(08) VALUE SPACES.
013300 77  WS-TODAY-INTEGER            PIC 9(08) COMP VALUE ZERO.
013400 77  WS-ISSUE-INTEGER            PIC 9(08) COMP VALUE ZERO.
013500 77  WS-AGE-DAYS                 PIC S9(08) COMP VALUE ZERO.
015400     05  HDG-RUN-DATE            PIC 9(08).
015500 01  WS-HDG-LINE-2.
015600     05  FILLER                  PIC X(09) VALUE 'SEQUENCE'.
015610     05  FILLER                  PIC X(04) VALUE 'SER'.
015620     05  FILLER                  PIC X(07) VALUE 'CYCLE'.
015700     05  FILLER                  PIC X(22) VALUE 'TRN-KEY'.
015800     05  FILLER                  PIC X(10) VALUE 'ISSUED'.
015900     05  FILLER                  PIC X(10) VALUE 'RUN-ID'.
016200 01  WS-DET-LINE.
016300     05  DET-SEQ-VALUE           PIC 9(07).
016400     05  FILLER                  PIC X(02) VALUE SPACES.
016410     05  DET-SERIES              PIC X(01).
016420     05  FILLER                  PIC X(03) VALUE SPACES.
016430     05  DET-CYCLE               PIC 9(05).
016440     05  FILLER                  PIC X(02) VALUE SPACES.
016500     05  DET-TRN-KEY             PIC X(20).
016600     05  FILLER                  PIC X(02) VALUE SPACES.
016700     05  DET-RUN-DATE            PIC 9(08).
017700 01  WS-STL-DET-LINE.
017800     05  STL-DET-SEQ-VALUE       PIC 9(07).
017900     05  FILLER                  PIC X(02) VALUE SPACES.
017910     05  STL-DET-SERIES          PIC X(01).
017920     05  FILLER                  PIC X(03) VALUE SPACES.
017930     05  STL-DET-CYCLE           PIC X(05).
017940     05  FILLER                  PIC X(02) VALUE SPACES.
018000     05  FILLER                  PIC X(08) VALUE 'SETTLED'.
018100     05  STL-DET-SETTLE-DATE     PIC 9(08).
018200 01  WS-SUM-LINE.
019500         THRU 3000-TERMINATE-EXIT.
019600     STOP RUN.
019700*=============================================================
019710* 1000-INITIALIZE - OPEN THE LEDGER AND THE REGISTER. NO
019900* OPNFILE MEANS AN EMPTY REPORT; NO REGISTER MEANS EVERY OPEN
020000* ENTRY AGES AS UNKNOWN (LISTED, NOT HIDDEN), WITH A NOTICE.
020100*=============================================================
021500     MOVE SPACES TO RPT-LINE.
021600     WRITE RPT-LINE.
021700     OPEN INPUT OPN-FILE.
021710     IF WS-OPN-FILE-STATUS = '00'
021720         MOVE 'Y' TO WS-OPN-AVAIL-SW
021730     ELSE
021740         IF WS-OPN-FILE-STATUS NOT = '35'
021750             DISPLAY 'NOTICE - OPEN-NUMBER LEDGER NOT '
021760                 'AVAILABLE - STATUS ' WS-OPN-FILE-STATUS
021770         END-IF
022300     END-IF.
022400     OPEN INPUT REG-FILE.
022500     IF WS-REG-FILE-STATUS = '00'
026300 1060-READ-CALENDAR-RECORD-EXIT.
026400     EXIT.
026500*=============================================================
026510* 2000-AGE-OPEN-ENTRIES - ONE DETAIL LINE PER OPEN ENTRY, IN
026520* LEDGER KEY ORDER. CLOSED AND VOIDED ENTRIES ARE NOT AGED -
026530* THEY NO LONGER WAIT ON ANYONE.
028300*=============================================================
028800 2000-AGE-OPEN-ENTRIES.
028810     IF NOT WS-OPN-AVAIL
028820         GO TO 2000-AGE-OPEN-ENTRIES-EXIT
029900     END-IF.
029904     MOVE LOW-VALUES TO OPN-KEY.
029908     START OPN-FILE KEY NOT < OPN-KEY
029912         INVALID KEY
029916             MOVE 'Y' TO WS-OPN-EOF-SW
029920     END-START.
029924     PERFORM 2100-AGE-ONE-ENTRY
029928         THRU 2100-AGE-ONE-ENTRY-EXIT
029932         UNTIL WS-OPN-EOF.
029936 2000-AGE-OPEN-ENTRIES-EXIT.
029940     EXIT.
029944*=============================================================
029948 2100-AGE-ONE-ENTRY.
029952     READ OPN-FILE NEXT
029956         AT END
029960             MOVE 'Y' TO WS-OPN-EOF-SW
029964             GO TO 2100-AGE-ONE-ENTRY-EXIT
029968     END-READ.
029972     IF NOT OPN-OPEN
029976         GO TO 2100-AGE-ONE-ENTRY-EXIT
029980     END-IF.
030000     ADD 1 TO WS-OPEN-AGED-COUNT.
030010     PERFORM 2200-FIND-ISSUE
030020         THRU 2200-FIND-ISSUE-EXIT.
030500     MOVE SPACES TO WS-DET-LINE.
030510     MOVE OPN-SEQ-VALUE   TO DET-SEQ-VALUE.
030520     MOVE OPN-SERIES-CODE TO DET-SERIES.
030530     MOVE OPN-CYCLE-COUNT TO DET-CYCLE.
030700     IF NOT WS-ISSUE-FOUND
030800         ADD 1 TO WS-NO-REGISTER-COUNT
030810         IF OPN-TRN-KEY = SPACES
030820             MOVE ALL '?'   TO DET-TRN-KEY
030830         ELSE
030840             MOVE OPN-TRN-KEY TO DET-TRN-KEY
030850         END-IF
031000         MOVE ZEROES    TO DET-RUN-DATE
031100         MOVE SPACES    TO DET-RUN-ID
031200         MOVE ZEROES    TO DET-AGE-DAYS
034500 2100-AGE-ONE-ENTRY-EXIT.
034600     EXIT.
034700*=============================================================
034710* 2200-FIND-ISSUE - THE LEDGER ENTRY CARRIES THE FULL IDENTITY
034720* OF THE NUMBER, WHICH IS THE REGISTER KEY, SO THE ONE POSTING
034730* THAT ISSUED IT IS READ DIRECTLY - NO GUESSING WHICH HOLDER
034740* OF A ROLLED-OVER VALUE IS THE OPEN ONE.
035300*=============================================================
035310 2200-FIND-ISSUE.
035500     MOVE 'N' TO WS-ISSUE-FOUND-SW.
035600     IF NOT WS-REG-AVAIL
035610         GO TO 2200-FIND-ISSUE-EXIT
035800     END-IF.
035810     MOVE OPN-KEY TO REG-KEY.
035820     READ REG-FILE
036500         INVALID KEY
036510             GO TO 2200-FIND-ISSUE-EXIT
037900     END-READ.
037910     MOVE 'Y'          TO WS-ISSUE-FOUND-SW.
037920     MOVE REG-TRN-KEY  TO WS-ISSUE-TRN-KEY.
037930     MOVE REG-RUN-DATE TO WS-ISSUE-RUN-DATE.
037940     MOVE REG-RUN-ID   TO WS-ISSUE-RUN-ID.
037950 2200-FIND-ISSUE-EXIT.
039200     EXIT.
039300*=============================================================
039400* 2500-LIST-UNMATCHED-SETTLEMENTS - A FEED RECORD WITH NO
042500             MOVE 'Y' TO WS-STL-EOF-SW
042600             GO TO 2510-CHECK-ONE-SETTLEMENT-EXIT
042700     END-READ.
042710     MOVE STL-SEQ-VALUE   TO WS-FIND-SEQ-VALUE.
042720     MOVE STL-SERIES-CODE TO WS-FIND-SERIES.
042900     PERFORM 2600-FIND-LEDGER-ENTRY
043000         THRU 2600-FIND-LEDGER-ENTRY-EXIT.
043100     IF WS-ENTRY-FOUND
043400     ADD 1 TO WS-UNMATCHED-STL-COUNT.
043500     MOVE SPACES TO WS-STL-DET-LINE.
043600     MOVE STL-SEQ-VALUE   TO STL-DET-SEQ-VALUE.
043610     MOVE STL-SERIES-CODE TO STL-DET-SERIES.
043620     IF STL-CYCLE-COUNT IS NUMERIC
043630         MOVE STL-CYCLE-COUNT TO STL-DET-CYCLE
043640     END-IF.
043700     MOVE STL-SETTLE-DATE TO STL-DET-SETTLE-DATE.
043800     MOVE WS-STL-DET-LINE TO RPT-LINE.
043900     WRITE RPT-LINE.
044200*=============================================================
044300* 2600-FIND-LEDGER-ENTRY - ANY STATUS MATCHES: A SETTLEMENT
044400* AGAINST AN ENTRY SEQOPN00 ALREADY CLOSED IS THE DAY WORKING
044410* AS DESIGNED, NOT A FEED PROBLEM. A FEED RECORD CARRYING ITS
044420* CYCLE IS READ BY THE FULL KEY; A LEGACY RECORD WITH NO CYCLE
044430* MATCHES ANY CYCLE OF THE VALUE IN ITS SERIES.
044600*=============================================================
044700 2600-FIND-LEDGER-ENTRY.
044800     MOVE 'N' TO WS-ENTRY-FOUND-SW.
044810     IF NOT WS-OPN-AVAIL
044820         GO TO 2600-FIND-LEDGER-ENTRY-EXIT
045900     END-IF.
045904     IF STL-CYCLE-COUNT IS NUMERIC
045908         MOVE WS-FIND-SEQ-VALUE TO OPN-SEQ-VALUE
045912         MOVE STL-CYCLE-COUNT   TO OPN-CYCLE-COUNT
045916         MOVE WS-FIND-SERIES    TO OPN-SERIES-CODE
045920         READ OPN-FILE
045924             INVALID KEY
045928                 CONTINUE
045932             NOT INVALID KEY
045936                 MOVE 'Y' TO WS-ENTRY-FOUND-SW
045940         END-READ
045944         GO TO 2600-FIND-LEDGER-ENTRY-EXIT
045948     END-IF.
045952     MOVE WS-FIND-SEQ-VALUE TO OPN-SEQ-VALUE.
045956     MOVE ZEROES            TO OPN-CYCLE-COUNT.
045960     MOVE LOW-VALUES        TO OPN-SERIES-CODE.
045964     MOVE 'N' TO WS-OPN-EOF-SW.
045968     START OPN-FILE KEY NOT < OPN-KEY
045972         INVALID KEY
045976             MOVE 'Y' TO WS-OPN-EOF-SW
045980     END-START.
045984     PERFORM 2610-SCAN-LEDGER
045988         THRU 2610-SCAN-LEDGER-EXIT
045992         UNTIL WS-OPN-EOF
045996         OR WS-ENTRY-FOUND.
046000 2600-FIND-LEDGER-ENTRY-EXIT.
046100     EXIT.
046105*=============================================================
046110 2610-SCAN-LEDGER.
046115     READ OPN-FILE NEXT
046120         AT END
046125             MOVE 'Y' TO WS-OPN-EOF-SW
046130             GO TO 2610-SCAN-LEDGER-EXIT
046135     END-READ.
046140     IF OPN-SEQ-VALUE NOT = WS-FIND-SEQ-VALUE
046145         MOVE 'Y' TO WS-OPN-EOF-SW
046150         GO TO 2610-SCAN-LEDGER-EXIT
046155     END-IF.
046160     IF OPN-SERIES-CODE = WS-FIND-SERIES
046165         MOVE 'Y' TO WS-ENTRY-FOUND-SW
046170     END-IF.
046175 2610-SCAN-LEDGER-EXIT.
046180     EXIT.
046200*=============================================================
046300 3000-TERMINATE.
046400     MOVE SPACES TO RPT-LINE.
049400     IF WS-REG-AVAIL
049500         CLOSE REG-FILE
049600     END-IF.
049610     IF WS-OPN-AVAIL
049620         CLOSE OPN-FILE
049630     END-IF.
049700     CLOSE RPT-FILE.
049800     PERFORM 9500-WRITE-JOURNAL
049900         THRU 9500-WRITE-JOURNAL-EXIT.
050000 3000-TERMINATE-EXIT.
050100     EXIT.
051900*=============================================================
052000* 9500-WRITE-JOURNAL - APPEND THE CLOSE-OUT RECORD THE MORNING
052100* STATUS CHECK READS.
