000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SEQACK00.
000300 AUTHOR.        J H MARSH.
000400 INSTALLATION.  DAILY LEDGER SEQUENCE CONTROL.
000500 DATE-WRITTEN.  2026-10-09.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  ---------  ----  --------------------------------------
001200*  2026-10-09 JHM   ORIGINAL VERSION. RUN AFTER EVERY
001300*                   SEQGEN00, IT ANSWERS EACH BATCH ON THE
001400*                   BCHLOG RECEIPT LOG NOT YET ACKNOWLEDGED
001500*                   BACK TO THE SOURCE THAT SENT IT (BCH-
001600*                   SOURCE): EVERY TRANSACTION KEY WITH THE
001700*                   NUMBER AND SERIES IT WAS GIVEN OR THE
001800*                   NUMBER ITS VOID RETIRED (FROM OUTFILE),
001900*                   EVERY REJECT WITH ITS REASON CODE (FROM
002000*                   REJFILE), THE BATCH STATUS - INCLUDING A
002100*                   BATCH SUSPENDED WHOLE ON TRNSUSP - AND
002200*                   CONTROL TOTALS THAT ECHO THE SENDER'S
002300*                   OWN TRAILER. EACH SOURCE'S ACKNOWLEDGMENT
002400*                   GOES TO ITS OWN FILE (ACKREC01), NAMED
002500*                   ACK.SOURCE.YYYYMMDD; A LATER CYCLE THE SAME
002600*                   DAY ADDS TO IT. A PROVED BATCH
002700*                   WITH ACCEPTED RECORDS BUT NOTHING ON
002800*                   OUTFILE YET IS HELD FOR THE NEXT RUN, NOT
002900*                   ANSWERED EMPTY. ACKNOWLEDGED BATCHES AGE
003000*                   OFF BCHLOG AFTER THE RETENTION PERIOD.
003100*-----------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT BLG-FILE      ASSIGN TO BCHLOG
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS  IS WS-BLG-FILE-STATUS.
004100     SELECT OUT-FILE      ASSIGN TO OUTFILE
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS  IS WS-OUT-FILE-STATUS.
004400     SELECT REJ-FILE      ASSIGN TO REJFILE
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS  IS WS-REJ-FILE-STATUS.
004700     SELECT ACK-FILE      ASSIGN USING WS-ACK-FILE-NAME
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS  IS WS-ACK-FILE-STATUS.
005000     SELECT CAL-FILE      ASSIGN TO CALFILE
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS  IS WS-CAL-FILE-STATUS.
005300     SELECT JRN-FILE      ASSIGN TO JRNFILE
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS  IS WS-JRN-FILE-STATUS.
005600     SELECT RPT-FILE      ASSIGN TO ACKRPT
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  BLG-FILE.
006100 COPY BLGREC01.
006200 FD  OUT-FILE.
006300 COPY OUTREC01.
006400 FD  REJ-FILE.
006500 COPY REJREC01.
006600 FD  ACK-FILE.
006700 COPY ACKREC01.
006800 FD  CAL-FILE.
006900 COPY CALREC01.
007000 FD  JRN-FILE.
007100 COPY JRNREC01.
007200 FD  RPT-FILE
007300     RECORD CONTAINS 132 CHARACTERS.
007400 01  RPT-LINE                    PIC X(132).
007500 WORKING-STORAGE SECTION.
007600 01  WS-BLG-FILE-STATUS          PIC X(02) VALUE SPACES.
007700 01  WS-OUT-FILE-STATUS          PIC X(02) VALUE SPACES.
007800 01  WS-REJ-FILE-STATUS          PIC X(02) VALUE SPACES.
007900 01  WS-ACK-FILE-STATUS          PIC X(02) VALUE SPACES.
008000 01  WS-CAL-FILE-STATUS          PIC X(02) VALUE SPACES.
008100 01  WS-JRN-FILE-STATUS          PIC X(02) VALUE SPACES.
008200 01  WS-JRN-STATUS-CODE          PIC X(01) VALUE 'C'.
008300 01  WS-JRN-HALT-PARA            PIC X(20) VALUE SPACES.
008400 01  WS-JRN-END-TIME             PIC 9(06) VALUE ZEROES.
008500 01  WS-SWITCHES.
008600     05  WS-BLG-EOF-SW           PIC X(01) VALUE 'N'.
008700         88  WS-BLG-EOF               VALUE 'Y'.
008800     05  WS-OUT-EOF-SW           PIC X(01) VALUE 'N'.
008900         88  WS-OUT-EOF               VALUE 'Y'.
009000     05  WS-REJ-EOF-SW           PIC X(01) VALUE 'N'.
009100         88  WS-REJ-EOF               VALUE 'Y'.
009200     05  WS-CAL-EOF-SW           PIC X(01) VALUE 'N'.
009300         88  WS-CAL-EOF               VALUE 'Y'.
009400     05  WS-BLG-PRESENT-SW       PIC X(01) VALUE 'N'.
009500         88  WS-BLG-PRESENT           VALUE 'Y'.
009600     05  WS-BATCH-FOUND-SW       PIC X(01) VALUE 'N'.
009700         88  WS-BATCH-FOUND           VALUE 'Y'.
009800*-----------------------------------------------------------
009900* RECEIPT LOG TABLE - THE WHOLE OF BCHLOG IN FILE ORDER, EACH
010000* ENTRY THE SAME LAYOUT AS BLGREC01 SO A LINE IS CARRIED
010100* THROUGH UNCHANGED UNLESS THIS RUN ACKNOWLEDGES IT. A LOG TOO
010200* BIG FOR THE TABLE HALTS BEFORE ANYTHING IS WRITTEN RATHER
010300* THAN LOSE THE ENTRIES IT COULD NOT HOLD.
010400*-----------------------------------------------------------
010500 01  WS-BL-COUNT                 PIC 9(05) COMP VALUE ZERO.
010600 01  WS-BL-TABLE-MAX             PIC 9(05) COMP VALUE 01000.
010700 01  WS-BL-TABLE.
010800     05  WS-BL-ENTRY             OCCURS 1000 TIMES
010900                                 INDEXED BY WS-BL-IX.
011000         10  WS-BL-BATCH-ID      PIC X(08).
011100         10  WS-BL-SOURCE        PIC X(08).
011200         10  WS-BL-CREATE-DATE   PIC X(08).
011300         10  WS-BL-BUS-DATE      PIC 9(08).
011400         10  WS-BL-RUN-TIME      PIC 9(06).
011500         10  WS-BL-STATUS        PIC X(01).
011600             88  WS-BL-PROVED         VALUE 'P'.
011700             88  WS-BL-SUSPENDED      VALUE 'S'.
011800         10  WS-BL-SUSPENSE-REASON
011900                                 PIC X(30).
012000         10  WS-BL-READ-COUNT    PIC 9(07).
012100         10  WS-BL-ACCEPT-COUNT  PIC 9(07).
012200         10  WS-BL-REJECT-COUNT  PIC 9(07).
012300         10  WS-BL-TRL-COUNT     PIC X(07).
012400         10  WS-BL-TRL-HASH      PIC X(13).
012500         10  WS-BL-ACK-DATE      PIC 9(08).
012600         10  WS-BL-ACK-TIME      PIC 9(06).
012700         10  FILLER              PIC X(16).
012800 01  WS-BL-SUB                   PIC 9(05) COMP VALUE ZERO.
012900 01  WS-BL-SRC-SUB               PIC 9(05) COMP VALUE ZERO.
013000*-----------------------------------------------------------
013100* PER-BATCH WORK TABLE, PARALLEL TO THE LOG TABLE - WHAT THIS
013200* RUN DECIDED FOR THE ENTRY AND WHAT OUTFILE AND REJFILE HOLD
013300* FOR ITS BATCH.
013400*   ' ' ACKNOWLEDGED ON AN EARLIER RUN - CARRIED UNCHANGED
013500*   'A' TO BE ACKNOWLEDGED THIS RUN
013600*   'H' HELD - PROVED WITH ACCEPTED RECORDS BUT NOTHING ON
013700*       OUTFILE YET
013800*   'N' NO SOURCE ON THE MANIFEST - NOBODY TO ANSWER
013900*   'D' ACKNOWLEDGED THIS RUN
014000*-----------------------------------------------------------
014100 01  WS-BW-TABLE.
014200     05  WS-BW-ENTRY             OCCURS 1000 TIMES.
014300         10  WS-BW-STATE         PIC X(01).
014400             88  WS-BW-CARRIED        VALUE SPACE.
014500             88  WS-BW-TO-ACK         VALUE 'A'.
014600             88  WS-BW-HELD           VALUE 'H'.
014700             88  WS-BW-NO-SOURCE      VALUE 'N'.
014800             88  WS-BW-DONE           VALUE 'D'.
014900         10  WS-BW-ISSUED        PIC 9(07) COMP.
015000         10  WS-BW-VOIDED        PIC 9(07) COMP.
015100         10  WS-BW-REJECTED      PIC 9(07) COMP.
015200         10  WS-BW-VALUE-HASH    PIC 9(13) COMP.
015300*-----------------------------------------------------------
015400* RETENTION - HOW MANY DAYS AN ACKNOWLEDGED BATCH STAYS ON
015500* BCHLOG, THE SAME PERIOD SEQBLK00 KEEPS A CLOSED BLOCK.
015600*-----------------------------------------------------------
015700 77  WS-RETENTION-DAYS           PIC 9(05) COMP VALUE 00090.
015800 01  WS-TODAY-INTEGER            PIC 9(08) COMP VALUE ZERO.
015900 01  WS-ACK-AGE-DAYS             PIC 9(08) COMP VALUE ZERO.
016000*-----------------------------------------------------------
016100* WORK FIELDS
016200*-----------------------------------------------------------
016300 01  WS-FIND-BATCH-ID            PIC X(08) VALUE SPACES.
016400 01  WS-CURRENT-SOURCE           PIC X(08) VALUE SPACES.
016450 01  WS-ACK-FILE-NAME            PIC X(24) VALUE SPACES.
016500 01  WS-BATCH-NOTE               PIC X(30) VALUE SPACES.
016600 01  WS-SRC-BATCHES              PIC 9(05) COMP VALUE ZERO.
016700 01  WS-SRC-RECORDS              PIC 9(07) COMP VALUE ZERO.
016800 01  WS-SRC-ISSUED               PIC 9(07) COMP VALUE ZERO.
016900 01  WS-SRC-VOIDED               PIC 9(07) COMP VALUE ZERO.
017000 01  WS-SRC-REJECTED             PIC 9(07) COMP VALUE ZERO.
017100*-----------------------------------------------------------
017200* THE ORIGINAL TRANSACTION CARRIED ON A REJECT, SPLIT INTO
017300* THE SAME FIELDS TRNREC01 DEFINES.
017400*-----------------------------------------------------------
017500 01  WS-REJ-TRN.
017600     05  WS-REJ-TRN-KEY          PIC X(20).
017700     05  WS-REJ-TRN-SERIES       PIC X(01).
017800     05  WS-REJ-TRN-ACTION       PIC X(01).
017900     05  FILLER                  PIC X(58).
018000*-----------------------------------------------------------
018100* RUN CONTROLS AND TALLIES
018200*-----------------------------------------------------------
018300 01  WS-LOG-READ                 PIC 9(07) COMP VALUE ZERO.
018400 01  WS-OUT-READ                 PIC 9(07) COMP VALUE ZERO.
018500 01  WS-REJ-READ                 PIC 9(07) COMP VALUE ZERO.
018600 01  WS-SOURCES-ANSWERED         PIC 9(07) COMP VALUE ZERO.
018700 01  WS-BATCHES-ACKED            PIC 9(07) COMP VALUE ZERO.
018800 01  WS-BATCHES-HELD             PIC 9(07) COMP VALUE ZERO.
018900 01  WS-BATCHES-NO-SOURCE        PIC 9(07) COMP VALUE ZERO.
019000 01  WS-BATCHES-MISMATCHED       PIC 9(07) COMP VALUE ZERO.
019100 01  WS-ACK-WRITTEN              PIC 9(07) COMP VALUE ZERO.
019200 01  WS-BATCHES-PURGED           PIC 9(07) COMP VALUE ZERO.
019300 01  WS-HALT-MESSAGE             PIC X(80) VALUE SPACES.
019400 01  WS-RUN-ID                   PIC X(08) VALUE 'SEQACK00'.
019500 01  WS-TODAY                    PIC 9(08).
019600 01  WS-NOW                      PIC 9(06).
019700 01  WS-CURRENT-DATE             PIC 9(08).
019800*-----------------------------------------------------------
019900* REPORT LINE LAYOUTS
020000*-----------------------------------------------------------
020100 01  WS-HDG-LINE-1.
020200     05  FILLER                  PIC X(34)
020300             VALUE 'SEQACK00 BATCH ACKNOWLEDGMENTS'.
020400     05  FILLER                  PIC X(15)
020500             VALUE 'BUSINESS DATE: '.
020600     05  HDG-BUS-DATE            PIC 9(08).
020700     05  FILLER                  PIC X(04) VALUE SPACES.
020800     05  FILLER                  PIC X(05) VALUE 'RUN: '.
020900     05  HDG-RUN-DATE            PIC 9(08).
021000     05  FILLER                  PIC X(01) VALUE SPACE.
021100     05  HDG-RUN-TIME            PIC 9(06).
021200 01  WS-SECTION-LINE.
021300     05  FILLER                  PIC X(04) VALUE '*** '.
021400     05  SEC-TITLE               PIC X(40).
021500 01  WS-BCH-HDG-LINE.
021600     05  FILLER                  PIC X(10) VALUE 'SOURCE'.
021700     05  FILLER                  PIC X(10) VALUE 'BATCH'.
021800     05  FILLER                  PIC X(10) VALUE 'CREATED'.
021900     05  FILLER                  PIC X(04) VALUE 'ST'.
022000     05  FILLER                  PIC X(09) VALUE 'READ'.
022100     05  FILLER                  PIC X(09) VALUE 'ISSUED'.
022200     05  FILLER                  PIC X(09) VALUE 'VOIDED'.
022300     05  FILLER                  PIC X(09) VALUE 'REJECTED'.
022400     05  FILLER                  PIC X(30) VALUE 'NOTE'.
022500 01  WS-BCH-LINE.
022600     05  DET-SOURCE              PIC X(08).
022700     05  FILLER                  PIC X(02) VALUE SPACES.
022800     05  DET-BATCH-ID            PIC X(08).
022900     05  FILLER                  PIC X(02) VALUE SPACES.
023000     05  DET-CREATE-DATE         PIC X(08).
023100     05  FILLER                  PIC X(02) VALUE SPACES.
023200     05  DET-STATUS              PIC X(01).
023300     05  FILLER                  PIC X(03) VALUE SPACES.
023400     05  DET-READ                PIC ZZZZZZ9.
023500     05  FILLER                  PIC X(02) VALUE SPACES.
023600     05  DET-ISSUED              PIC ZZZZZZ9.
023700     05  FILLER                  PIC X(02) VALUE SPACES.
023800     05  DET-VOIDED              PIC ZZZZZZ9.
023900     05  FILLER                  PIC X(02) VALUE SPACES.
024000     05  DET-REJECTED            PIC ZZZZZZ9.
024100     05  FILLER                  PIC X(02) VALUE SPACES.
024200     05  DET-NOTE                PIC X(30).
024300 01  WS-TOT-LINE.
024400     05  TOT-LABEL               PIC X(30).
024500     05  TOT-COUNT               PIC Z,ZZZ,ZZ9.
024600 PROCEDURE DIVISION.
024700*=============================================================
024800 0000-MAINLINE.
024900     PERFORM 1000-INITIALIZE
025000         THRU 1000-INITIALIZE-EXIT.
025100     PERFORM 2000-TALLY-OUTPUT
025200         THRU 2000-TALLY-OUTPUT-EXIT.
025300     PERFORM 2100-TALLY-REJECTS
025400         THRU 2100-TALLY-REJECTS-EXIT.
025500     MOVE SPACES TO RPT-LINE.
025600     WRITE RPT-LINE.
025700     MOVE 'BATCHES NOT ACKNOWLEDGED' TO SEC-TITLE.
025800     MOVE WS-SECTION-LINE TO RPT-LINE.
025900     WRITE RPT-LINE.
026000     MOVE WS-BCH-HDG-LINE TO RPT-LINE.
026100     WRITE RPT-LINE.
026200     PERFORM 2200-CLASSIFY-BATCH
026300         THRU 2200-CLASSIFY-BATCH-EXIT
026400         VARYING WS-BL-SUB FROM 1 BY 1
026500         UNTIL WS-BL-SUB > WS-BL-COUNT.
026600     MOVE SPACES TO RPT-LINE.
026700     WRITE RPT-LINE.
026800     MOVE 'BATCHES ACKNOWLEDGED' TO SEC-TITLE.
026900     MOVE WS-SECTION-LINE TO RPT-LINE.
027000     WRITE RPT-LINE.
027100     MOVE WS-BCH-HDG-LINE TO RPT-LINE.
027200     WRITE RPT-LINE.
027300     PERFORM 2500-ANSWER-SOURCE
027400         THRU 2500-ANSWER-SOURCE-EXIT
027500         VARYING WS-BL-SRC-SUB FROM 1 BY 1
027600         UNTIL WS-BL-SRC-SUB > WS-BL-COUNT.
027700     PERFORM 3000-TERMINATE
027800         THRU 3000-TERMINATE-EXIT.
027900     STOP RUN.
028000*=============================================================
028100* 1000-INITIALIZE - LOAD THE RECEIPT LOG WHOLE. NOTHING IS
028200* NO ACKNOWLEDGMENT FILE IS OPENED UNTIL THE LOG HAS BEEN
028300* READ, SO A TABLE HALT LEAVES EVERY BATCH UNACKNOWLEDGED.
028400*=============================================================
028500 1000-INITIALIZE.
028600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
028700     ACCEPT WS-NOW          FROM TIME.
028800     MOVE WS-CURRENT-DATE TO WS-TODAY.
028900     PERFORM 1050-READ-CALENDAR
029000         THRU 1050-READ-CALENDAR-EXIT.
029100     COMPUTE WS-TODAY-INTEGER =
029200         FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
029300     OPEN OUTPUT RPT-FILE.
029400     MOVE WS-TODAY        TO HDG-BUS-DATE.
029500     MOVE WS-CURRENT-DATE TO HDG-RUN-DATE.
029600     MOVE WS-NOW          TO HDG-RUN-TIME.
029700     MOVE WS-HDG-LINE-1 TO RPT-LINE.
029800     WRITE RPT-LINE.
029900     MOVE SPACES TO RPT-LINE.
030000     WRITE RPT-LINE.
030100     OPEN INPUT BLG-FILE.
030200     IF WS-BLG-FILE-STATUS NOT = '35'
030300         MOVE 'Y' TO WS-BLG-PRESENT-SW
030400         PERFORM 1200-LOAD-LOG-RECORD
030500             THRU 1200-LOAD-LOG-RECORD-EXIT
030600             UNTIL WS-BLG-EOF
030700         CLOSE BLG-FILE
030800     END-IF.
031000 1000-INITIALIZE-EXIT.
031100     EXIT.
031200*=============================================================
031300* 1050-READ-CALENDAR - THE OPEN BUSINESS DATE FROM THE SHARED
031400* CALENDAR STAMPS THE ACKNOWLEDGMENT HEADERS. NO CALFILE AT
031500* ALL LEAVES THE WALL-CLOCK DATE IN PLACE.
031600*=============================================================
031700 1050-READ-CALENDAR.
031800     OPEN INPUT CAL-FILE.
031900     IF WS-CAL-FILE-STATUS = '35'
032000         GO TO 1050-READ-CALENDAR-EXIT
032100     END-IF.
032200     PERFORM 1060-READ-CALENDAR-RECORD
032300         THRU 1060-READ-CALENDAR-RECORD-EXIT
032400         UNTIL WS-CAL-EOF.
032500     CLOSE CAL-FILE.
032600 1050-READ-CALENDAR-EXIT.
032700     EXIT.
032800*=============================================================
032900 1060-READ-CALENDAR-RECORD.
033000     READ CAL-FILE
033100         AT END
033200             MOVE 'Y' TO WS-CAL-EOF-SW
033300             GO TO 1060-READ-CALENDAR-RECORD-EXIT
033400     END-READ.
033500     IF CAL-CONTROL
033600         AND CAL-DATE IS NUMERIC
033700         AND CAL-DATE > ZEROES
033800         MOVE CAL-DATE TO WS-TODAY
033900     END-IF.
034000 1060-READ-CALENDAR-RECORD-EXIT.
034100     EXIT.
034200*=============================================================
034300 1200-LOAD-LOG-RECORD.
034400     READ BLG-FILE
034500         AT END
034600             MOVE 'Y' TO WS-BLG-EOF-SW
034700             GO TO 1200-LOAD-LOG-RECORD-EXIT
034800     END-READ.
034900     IF WS-BL-COUNT >= WS-BL-TABLE-MAX
035000         MOVE 'BCHLOG HOLDS MORE BATCHES THAN THE LOG TABLE'
035100             TO WS-HALT-MESSAGE
035200         PERFORM 8100-TABLE-HALT
035300             THRU 8100-TABLE-HALT-EXIT
035400     END-IF.
035500     ADD 1 TO WS-LOG-READ.
035600     ADD 1 TO WS-BL-COUNT.
035700     MOVE BLG-RECORD TO WS-BL-ENTRY (WS-BL-COUNT).
035800     MOVE SPACE TO WS-BW-STATE (WS-BL-COUNT).
035900     MOVE ZERO  TO WS-BW-ISSUED (WS-BL-COUNT)
036000                   WS-BW-VOIDED (WS-BL-COUNT)
036100                   WS-BW-REJECTED (WS-BL-COUNT)
036200                   WS-BW-VALUE-HASH (WS-BL-COUNT).
036300 1200-LOAD-LOG-RECORD-EXIT.
036400     EXIT.
036500*=============================================================
036600* 2000-TALLY-OUTPUT - COUNT WHAT OUTFILE HOLDS FOR EACH BATCH
036700* AWAITING ACKNOWLEDGMENT. A LINE WITH NO BATCH ID CAME FROM A
036800* FEED WITH NO MANIFEST AND HAS NOBODY TO ANSWER.
036900*=============================================================
037000 2000-TALLY-OUTPUT.
037100     OPEN INPUT OUT-FILE.
037200     IF WS-OUT-FILE-STATUS = '35'
037300         GO TO 2000-TALLY-OUTPUT-EXIT
037400     END-IF.
037500     PERFORM 2010-TALLY-OUTPUT-RECORD
037600         THRU 2010-TALLY-OUTPUT-RECORD-EXIT
037700         UNTIL WS-OUT-EOF.
037800     CLOSE OUT-FILE.
037900 2000-TALLY-OUTPUT-EXIT.
038000     EXIT.
038100*=============================================================
038200 2010-TALLY-OUTPUT-RECORD.
038300     READ OUT-FILE
038400         AT END
038500             MOVE 'Y' TO WS-OUT-EOF-SW
038600             GO TO 2010-TALLY-OUTPUT-RECORD-EXIT
038700     END-READ.
038800     ADD 1 TO WS-OUT-READ.
038900     IF OUT-BATCH-ID = SPACES
039000         GO TO 2010-TALLY-OUTPUT-RECORD-EXIT
039100     END-IF.
039200     MOVE OUT-BATCH-ID TO WS-FIND-BATCH-ID.
039300     PERFORM 7100-FIND-PENDING-BATCH
039400         THRU 7100-FIND-PENDING-BATCH-EXIT.
039500     IF NOT WS-BATCH-FOUND
039600         GO TO 2010-TALLY-OUTPUT-RECORD-EXIT
039700     END-IF.
039800     IF OUT-VOIDED
039900         ADD 1 TO WS-BW-VOIDED (WS-BL-SUB)
040000     ELSE
040100         ADD 1 TO WS-BW-ISSUED (WS-BL-SUB)
040200     END-IF.
040300     ADD OUT-SEQ-VALUE TO WS-BW-VALUE-HASH (WS-BL-SUB).
040400 2010-TALLY-OUTPUT-RECORD-EXIT.
040500     EXIT.
040600*=============================================================
040700* 2100-TALLY-REJECTS - COUNT THE REJFILE LINES STILL CARRYING
040800* EACH PENDING BATCH'S ID.
040900*=============================================================
041000 2100-TALLY-REJECTS.
041100     OPEN INPUT REJ-FILE.
041200     IF WS-REJ-FILE-STATUS = '35'
041300         GO TO 2100-TALLY-REJECTS-EXIT
041400     END-IF.
041500     PERFORM 2110-TALLY-REJECT-RECORD
041600         THRU 2110-TALLY-REJECT-RECORD-EXIT
041700         UNTIL WS-REJ-EOF.
041800     CLOSE REJ-FILE.
041900 2100-TALLY-REJECTS-EXIT.
042000     EXIT.
042100*=============================================================
042200 2110-TALLY-REJECT-RECORD.
042300     READ REJ-FILE
042400         AT END
042500             MOVE 'Y' TO WS-REJ-EOF-SW
042600             GO TO 2110-TALLY-REJECT-RECORD-EXIT
042700     END-READ.
042800     ADD 1 TO WS-REJ-READ.
042900     IF REJ-BATCH-ID = SPACES
043000         GO TO 2110-TALLY-REJECT-RECORD-EXIT
043100     END-IF.
043200     MOVE REJ-BATCH-ID TO WS-FIND-BATCH-ID.
043300     PERFORM 7100-FIND-PENDING-BATCH
043400         THRU 7100-FIND-PENDING-BATCH-EXIT.
043500     IF WS-BATCH-FOUND
043600         ADD 1 TO WS-BW-REJECTED (WS-BL-SUB)
043700     END-IF.
043800 2110-TALLY-REJECT-RECORD-EXIT.
043900     EXIT.
044000*=============================================================
044100* 2200-CLASSIFY-BATCH - DECIDE WHAT BECOMES OF ONE LOG ENTRY
044200* THIS RUN. AN ENTRY ALREADY ACKNOWLEDGED IS CARRIED. A BATCH
044300* WITH NO SOURCE IS LISTED AND STAMPED SO IT IS NOT LISTED
044400* EVERY NIGHT. A PROVED BATCH THAT ACCEPTED RECORDS BUT HAS
044500* NOTHING ON OUTFILE HAS NOT BEEN THROUGH SEQGEN00 YET (OR
044600* SEQGEN00 HALTED) AND IS HELD FOR THE NEXT RUN - ANSWERING
044700* IT NOW WOULD TELL THE SENDER NOTHING WAS NUMBERED.
044800*=============================================================
044900 2200-CLASSIFY-BATCH.
045000     IF WS-BL-ACK-DATE (WS-BL-SUB) IS NUMERIC
045100         AND WS-BL-ACK-DATE (WS-BL-SUB) > ZEROES
045200         GO TO 2200-CLASSIFY-BATCH-EXIT
045300     END-IF.
045400     IF WS-BL-SOURCE (WS-BL-SUB) = SPACES
045500         MOVE 'N' TO WS-BW-STATE (WS-BL-SUB)
045600         ADD 1 TO WS-BATCHES-NO-SOURCE
045700         MOVE WS-CURRENT-DATE TO WS-BL-ACK-DATE (WS-BL-SUB)
045800         MOVE WS-NOW          TO WS-BL-ACK-TIME (WS-BL-SUB)
045900         MOVE 'NO SOURCE - CANNOT BE ANSWERED' TO WS-BATCH-NOTE
046000         PERFORM 2900-LIST-BATCH
046100             THRU 2900-LIST-BATCH-EXIT
046200         GO TO 2200-CLASSIFY-BATCH-EXIT
046300     END-IF.
046400     IF WS-BL-PROVED (WS-BL-SUB)
046500         AND WS-BL-ACCEPT-COUNT (WS-BL-SUB) > ZERO
046600         AND WS-BW-ISSUED (WS-BL-SUB) = ZERO
046700         AND WS-BW-VOIDED (WS-BL-SUB) = ZERO
046800         MOVE 'H' TO WS-BW-STATE (WS-BL-SUB)
046900         ADD 1 TO WS-BATCHES-HELD
047000         MOVE 'HELD - NOTHING ON OUTFILE YET' TO WS-BATCH-NOTE
047100         PERFORM 2900-LIST-BATCH
047200             THRU 2900-LIST-BATCH-EXIT
047300         GO TO 2200-CLASSIFY-BATCH-EXIT
047400     END-IF.
047500     MOVE 'A' TO WS-BW-STATE (WS-BL-SUB).
047600 2200-CLASSIFY-BATCH-EXIT.
047700     EXIT.
047800*=============================================================
047900* 2500-ANSWER-SOURCE - THE FIRST BATCH STILL TO BE ANSWERED
048000* OPENS ITS SOURCE'S ACKNOWLEDGMENT FILE. EVERY BATCH FROM THE
048100* SAME SOURCE, FROM THIS ONE ON, IS ANSWERED INSIDE IT, SO A
048200* SOURCE GETS ONE HEADER AND ONE TRAILER A RUN HOWEVER MANY
048210* BATCHES IT SENT. A FILE THAT WILL NOT OPEN HOLDS THE
048220* SOURCE'S BATCHES FOR THE NEXT RUN.
048300*=============================================================
048400 2500-ANSWER-SOURCE.
048500     IF NOT WS-BW-TO-ACK (WS-BL-SRC-SUB)
048600         GO TO 2500-ANSWER-SOURCE-EXIT
048700     END-IF.
048800     MOVE WS-BL-SOURCE (WS-BL-SRC-SUB) TO WS-CURRENT-SOURCE.
048900     MOVE ZERO TO WS-SRC-BATCHES
049000                  WS-SRC-RECORDS
049100                  WS-SRC-ISSUED
049200                  WS-SRC-VOIDED
049300                  WS-SRC-REJECTED.
049305     MOVE SPACES TO WS-ACK-FILE-NAME.
049310     STRING 'ACK.' WS-CURRENT-SOURCE DELIMITED BY SPACE
049315         '.' WS-TODAY DELIMITED BY SIZE
049320         INTO WS-ACK-FILE-NAME.
049325     OPEN EXTEND ACK-FILE.
049330     IF WS-ACK-FILE-STATUS = '35'
049335         OPEN OUTPUT ACK-FILE
049340     END-IF.
049345     IF WS-ACK-FILE-STATUS NOT = '00'
049350         DISPLAY 'SEQACK00 ' WS-ACK-FILE-NAME
049355             ' WILL NOT OPEN - STATUS ' WS-ACK-FILE-STATUS
049360         PERFORM 2550-HOLD-SOURCE-BATCH
049365             THRU 2550-HOLD-SOURCE-BATCH-EXIT
049370             VARYING WS-BL-SUB FROM WS-BL-SRC-SUB BY 1
049375             UNTIL WS-BL-SUB > WS-BL-COUNT
049380         GO TO 2500-ANSWER-SOURCE-EXIT
049385     END-IF.
049400     MOVE SPACES TO ACK-RECORD.
049500     SET ACK-HEADER TO TRUE.
049600     MOVE WS-CURRENT-SOURCE TO ACK-SOURCE.
049700     MOVE WS-TODAY          TO ACK-BUS-DATE.
049800     MOVE WS-CURRENT-DATE   TO ACK-RUN-DATE.
049900     MOVE WS-NOW            TO ACK-RUN-TIME.
050000     PERFORM 2950-WRITE-ACK
050100         THRU 2950-WRITE-ACK-EXIT.
050200     PERFORM 2600-ANSWER-BATCH
050300         THRU 2600-ANSWER-BATCH-EXIT
050400         VARYING WS-BL-SUB FROM WS-BL-SRC-SUB BY 1
050500         UNTIL WS-BL-SUB > WS-BL-COUNT.
050600     MOVE SPACES TO ACK-RECORD.
050700     SET ACK-TRAILER TO TRUE.
050800     MOVE WS-CURRENT-SOURCE TO ACK-TRL-SOURCE.
050900     MOVE WS-SRC-BATCHES    TO ACK-TRL-BATCH-COUNT.
051000     MOVE WS-SRC-RECORDS    TO ACK-TRL-RECORD-COUNT.
051100     MOVE WS-SRC-ISSUED     TO ACK-TRL-ISSUED-COUNT.
051200     MOVE WS-SRC-VOIDED     TO ACK-TRL-VOIDED-COUNT.
051300     MOVE WS-SRC-REJECTED   TO ACK-TRL-REJECT-COUNT.
051400     PERFORM 2950-WRITE-ACK
051500         THRU 2950-WRITE-ACK-EXIT.
051550     CLOSE ACK-FILE.
051600     ADD 1 TO WS-SOURCES-ANSWERED.
051700 2500-ANSWER-SOURCE-EXIT.
051800     EXIT.
051810*=============================================================
051820* 2550-HOLD-SOURCE-BATCH - A BATCH OF A SOURCE WHOSE FILE WOULD
051830* NOT OPEN IS LEFT UNSTAMPED AND LISTED, TO BE ANSWERED BY THE
051840* NEXT RUN.
051850*=============================================================
051860 2550-HOLD-SOURCE-BATCH.
051865     IF NOT WS-BW-TO-ACK (WS-BL-SUB)
051870         OR WS-BL-SOURCE (WS-BL-SUB) NOT = WS-CURRENT-SOURCE
051875         GO TO 2550-HOLD-SOURCE-BATCH-EXIT
051880     END-IF.
051882     MOVE 'H' TO WS-BW-STATE (WS-BL-SUB).
051884     ADD 1 TO WS-BATCHES-HELD.
051886     MOVE 'HELD - ACK FILE WOULD NOT OPEN' TO WS-BATCH-NOTE.
051888     PERFORM 2900-LIST-BATCH
051890         THRU 2900-LIST-BATCH-EXIT.
051892 2550-HOLD-SOURCE-BATCH-EXIT.
051894     EXIT.
051900*=============================================================
052000* 2600-ANSWER-BATCH - ONE BATCH OF THE CURRENT SOURCE: STATUS,
052100* KEY LINES, REJECT LINES AND TOTALS, THEN THE LOG ENTRY IS
052200* STAMPED. THE REJECT TOTAL IS THE COUNT SEQEDT00 LOGGED; A
052300* REJECT ALREADY WORKED OFF REJFILE BY SEQFIX00 IS STILL
052400* COUNTED BUT HAS NO LINE, AND THE BATCH IS FLAGGED ON THE
052500* LISTING SO THE DIFFERENCE IS EXPLAINED TO THE SENDER.
052600*=============================================================
052700 2600-ANSWER-BATCH.
052800     IF NOT WS-BW-TO-ACK (WS-BL-SUB)
052900         OR WS-BL-SOURCE (WS-BL-SUB) NOT = WS-CURRENT-SOURCE
053000         GO TO 2600-ANSWER-BATCH-EXIT
053100     END-IF.
053200     MOVE SPACES TO WS-BATCH-NOTE.
053300     MOVE SPACES TO ACK-RECORD.
053400     SET ACK-BATCH TO TRUE.
053500     MOVE WS-BL-BATCH-ID (WS-BL-SUB)    TO ACK-BCH-BATCH-ID.
053600     MOVE WS-BL-CREATE-DATE (WS-BL-SUB) TO ACK-BCH-CREATE-DATE.
053700     EVALUATE TRUE
053800         WHEN WS-BL-SUSPENDED (WS-BL-SUB)
053900             SET ACK-BCH-SUSPENDED TO TRUE
054000             MOVE 'SUSPENDED WHOLE ON TRNSUSP'
054100                 TO ACK-BCH-STATUS-TEXT
054200             MOVE WS-BL-SUSPENSE-REASON (WS-BL-SUB)
054300                 TO ACK-BCH-REASON
054400         WHEN WS-BL-ACCEPT-COUNT (WS-BL-SUB) = ZERO
054500             SET ACK-BCH-REJECTED TO TRUE
054600             MOVE 'REJECTED' TO ACK-BCH-STATUS-TEXT
054700         WHEN WS-BL-REJECT-COUNT (WS-BL-SUB) > ZERO
054800             SET ACK-BCH-PARTIAL TO TRUE
054900             MOVE 'PARTLY ACCEPTED' TO ACK-BCH-STATUS-TEXT
055000         WHEN OTHER
055100             SET ACK-BCH-ACCEPTED TO TRUE
055200             MOVE 'ACCEPTED' TO ACK-BCH-STATUS-TEXT
055300     END-EVALUATE.
055400     PERFORM 2950-WRITE-ACK
055500         THRU 2950-WRITE-ACK-EXIT.
055600     IF NOT WS-BL-SUSPENDED (WS-BL-SUB)
055700         PERFORM 2700-WRITE-KEY-LINES
055800             THRU 2700-WRITE-KEY-LINES-EXIT
055900         PERFORM 2800-WRITE-REJECT-LINES
056000             THRU 2800-WRITE-REJECT-LINES-EXIT
056100     END-IF.
056200     MOVE SPACES TO ACK-RECORD.
056300     SET ACK-BATCH-TOTALS TO TRUE.
056400     MOVE WS-BL-BATCH-ID (WS-BL-SUB)  TO ACK-BTL-BATCH-ID.
056500     MOVE WS-BL-TRL-COUNT (WS-BL-SUB) TO ACK-BTL-SENDER-COUNT.
056600     MOVE WS-BL-TRL-HASH (WS-BL-SUB)  TO ACK-BTL-SENDER-HASH.
056700     MOVE WS-BW-ISSUED (WS-BL-SUB)    TO ACK-BTL-ISSUED-COUNT.
056800     MOVE WS-BW-VOIDED (WS-BL-SUB)    TO ACK-BTL-VOIDED-COUNT.
056900     IF WS-BL-SUSPENDED (WS-BL-SUB)
057000         MOVE ZERO TO ACK-BTL-REJECT-COUNT
057100     ELSE
057200         MOVE WS-BL-REJECT-COUNT (WS-BL-SUB)
057300             TO ACK-BTL-REJECT-COUNT
057400     END-IF.
057500     MOVE WS-BW-VALUE-HASH (WS-BL-SUB) TO ACK-BTL-VALUE-HASH.
057600     PERFORM 2950-WRITE-ACK
057700         THRU 2950-WRITE-ACK-EXIT.
057800     IF WS-BL-PROVED (WS-BL-SUB)
057900         IF WS-BW-ISSUED (WS-BL-SUB) + WS-BW-VOIDED (WS-BL-SUB)
058000             NOT = WS-BL-ACCEPT-COUNT (WS-BL-SUB)
058100             MOVE 'NUMBERED COUNT DISAGREES' TO WS-BATCH-NOTE
058200             ADD 1 TO WS-BATCHES-MISMATCHED
058300         ELSE
058400             IF WS-BW-REJECTED (WS-BL-SUB)
058500                 NOT = WS-BL-REJECT-COUNT (WS-BL-SUB)
058600                 MOVE 'REJECT LINES ALREADY WORKED'
058700                     TO WS-BATCH-NOTE
058800             END-IF
058900         END-IF
059000     END-IF.
059100     ADD 1 TO WS-SRC-BATCHES.
059200     ADD WS-BW-ISSUED (WS-BL-SUB)  TO WS-SRC-ISSUED.
059300     ADD WS-BW-VOIDED (WS-BL-SUB)  TO WS-SRC-VOIDED.
059400     ADD ACK-BTL-REJECT-COUNT      TO WS-SRC-REJECTED.
059500     MOVE 'D' TO WS-BW-STATE (WS-BL-SUB).
059600     MOVE WS-CURRENT-DATE TO WS-BL-ACK-DATE (WS-BL-SUB).
059700     MOVE WS-NOW          TO WS-BL-ACK-TIME (WS-BL-SUB).
059800     ADD 1 TO WS-BATCHES-ACKED.
059900     PERFORM 2900-LIST-BATCH
060000         THRU 2900-LIST-BATCH-EXIT.
060100 2600-ANSWER-BATCH-EXIT.
060200     EXIT.
060300*=============================================================
060400* 2700-WRITE-KEY-LINES - ONE ACKKEY LINE FOR EVERY OUTFILE
060500* RECORD OF THE BATCH, IN THE ORDER SEQGEN00 WROTE THEM.
060600*=============================================================
060700 2700-WRITE-KEY-LINES.
060800     OPEN INPUT OUT-FILE.
060900     IF WS-OUT-FILE-STATUS = '35'
061000         GO TO 2700-WRITE-KEY-LINES-EXIT
061100     END-IF.
061200     MOVE 'N' TO WS-OUT-EOF-SW.
061300     PERFORM 2710-WRITE-KEY-LINE
061400         THRU 2710-WRITE-KEY-LINE-EXIT
061500         UNTIL WS-OUT-EOF.
061600     CLOSE OUT-FILE.
061700 2700-WRITE-KEY-LINES-EXIT.
061800     EXIT.
061900*=============================================================
062000 2710-WRITE-KEY-LINE.
062100     READ OUT-FILE
062200         AT END
062300             MOVE 'Y' TO WS-OUT-EOF-SW
062400             GO TO 2710-WRITE-KEY-LINE-EXIT
062500     END-READ.
062600     IF OUT-BATCH-ID NOT = WS-BL-BATCH-ID (WS-BL-SUB)
062700         GO TO 2710-WRITE-KEY-LINE-EXIT
062800     END-IF.
062900     MOVE SPACES TO ACK-RECORD.
063000     SET ACK-KEY-LINE TO TRUE.
063100     MOVE OUT-BATCH-ID    TO ACK-KEY-BATCH-ID.
063200     MOVE OUT-KEY         TO ACK-KEY-TRN-KEY.
063300     IF OUT-VOIDED
063400         SET ACK-KEY-VOIDED TO TRUE
063500     ELSE
063600         SET ACK-KEY-ISSUED TO TRUE
063700     END-IF.
063800     MOVE OUT-SERIES-CODE TO ACK-KEY-SERIES-CODE.
063900     MOVE OUT-SEQ-VALUE   TO ACK-KEY-SEQ-VALUE.
064000     MOVE OUT-CHECK-DIGIT TO ACK-KEY-CHECK-DIGIT.
064100     PERFORM 2950-WRITE-ACK
064200         THRU 2950-WRITE-ACK-EXIT.
064300 2710-WRITE-KEY-LINE-EXIT.
064400     EXIT.
064500*=============================================================
064600* 2800-WRITE-REJECT-LINES - ONE ACKREJ LINE FOR EVERY REJFILE
064700* RECORD STILL CARRYING THE BATCH ID, WITH THE KEY, SERIES
064800* AND ACTION THE SENDER SUPPLIED.
064900*=============================================================
065000 2800-WRITE-REJECT-LINES.
065100     OPEN INPUT REJ-FILE.
065200     IF WS-REJ-FILE-STATUS = '35'
065300         GO TO 2800-WRITE-REJECT-LINES-EXIT
065400     END-IF.
065500     MOVE 'N' TO WS-REJ-EOF-SW.
065600     PERFORM 2810-WRITE-REJECT-LINE
065700         THRU 2810-WRITE-REJECT-LINE-EXIT
065800         UNTIL WS-REJ-EOF.
065900     CLOSE REJ-FILE.
066000 2800-WRITE-REJECT-LINES-EXIT.
066100     EXIT.
066200*=============================================================
066300 2810-WRITE-REJECT-LINE.
066400     READ REJ-FILE
066500         AT END
066600             MOVE 'Y' TO WS-REJ-EOF-SW
066700             GO TO 2810-WRITE-REJECT-LINE-EXIT
066800     END-READ.
066900     IF REJ-BATCH-ID NOT = WS-BL-BATCH-ID (WS-BL-SUB)
067000         GO TO 2810-WRITE-REJECT-LINE-EXIT
067100     END-IF.
067200     MOVE REJ-ORIGINAL-RECORD TO WS-REJ-TRN.
067300     MOVE SPACES TO ACK-RECORD.
067400     SET ACK-REJECT-LINE TO TRUE.
067500     MOVE REJ-BATCH-ID      TO ACK-REJ-BATCH-ID.
067600     MOVE WS-REJ-TRN-KEY    TO ACK-REJ-TRN-KEY.
067700     MOVE WS-REJ-TRN-SERIES TO ACK-REJ-SERIES-CODE.
067800     MOVE WS-REJ-TRN-ACTION TO ACK-REJ-ACTION.
067900     MOVE REJ-REASON-CODE   TO ACK-REJ-REASON-CODE.
068000     PERFORM 2950-WRITE-ACK
068100         THRU 2950-WRITE-ACK-EXIT.
068200 2810-WRITE-REJECT-LINE-EXIT.
068300     EXIT.
068400*=============================================================
068500* 2900-LIST-BATCH - ONE REPORT LINE FOR THE LOG ENTRY AT
068600* WS-BL-SUB WITH THE NOTE IN WS-BATCH-NOTE.
068700*=============================================================
068800 2900-LIST-BATCH.
068900     MOVE SPACES TO WS-BCH-LINE.
069000     MOVE WS-BL-SOURCE (WS-BL-SUB)       TO DET-SOURCE.
069100     MOVE WS-BL-BATCH-ID (WS-BL-SUB)     TO DET-BATCH-ID.
069200     MOVE WS-BL-CREATE-DATE (WS-BL-SUB)  TO DET-CREATE-DATE.
069300     MOVE WS-BL-STATUS (WS-BL-SUB)       TO DET-STATUS.
069400     MOVE WS-BL-READ-COUNT (WS-BL-SUB)   TO DET-READ.
069500     MOVE WS-BW-ISSUED (WS-BL-SUB)       TO DET-ISSUED.
069600     MOVE WS-BW-VOIDED (WS-BL-SUB)       TO DET-VOIDED.
069700     MOVE WS-BL-REJECT-COUNT (WS-BL-SUB) TO DET-REJECTED.
069800     MOVE WS-BATCH-NOTE                  TO DET-NOTE.
069900     MOVE WS-BCH-LINE TO RPT-LINE.
070000     WRITE RPT-LINE.
070100 2900-LIST-BATCH-EXIT.
070200     EXIT.
070300*=============================================================
070400* 2950-WRITE-ACK - EVERY ACKNOWLEDGMENT RECORD GOES OUT HERE.
070500* THE SOURCE RECORD COUNT TAKES EVERYTHING BETWEEN ITS HEADER
070600* AND ITS TRAILER.
070700*=============================================================
070800 2950-WRITE-ACK.
070900     WRITE ACK-RECORD.
071000     ADD 1 TO WS-ACK-WRITTEN.
071100     IF NOT ACK-HEADER
071200         AND NOT ACK-TRAILER
071300         ADD 1 TO WS-SRC-RECORDS
071400     END-IF.
071500 2950-WRITE-ACK-EXIT.
071600     EXIT.
071700*=============================================================
071800* 3000-TERMINATE - WRITE BCHLOG BACK WITH THIS RUN'S STAMPS,
071900* DROPPING AN ENTRY ACKNOWLEDGED LONGER AGO THAN THE
072000* RETENTION PERIOD. A HELD BATCH, A BATCH WITH NO SOURCE OR A
072100* NUMBERED COUNT THAT DISAGREES ENDS THE RUN ON A WARNING.
072200*=============================================================
072300 3000-TERMINATE.
072500     IF WS-BLG-PRESENT
072600         OPEN OUTPUT BLG-FILE
072700         PERFORM 3100-WRITE-LOG-RECORD
072800             THRU 3100-WRITE-LOG-RECORD-EXIT
072900             VARYING WS-BL-SUB FROM 1 BY 1
073000             UNTIL WS-BL-SUB > WS-BL-COUNT
073100         CLOSE BLG-FILE
073200     END-IF.
073300     PERFORM 3500-WRITE-TOTALS
073400         THRU 3500-WRITE-TOTALS-EXIT.
073500     CLOSE RPT-FILE.
073600     IF WS-BATCHES-HELD > ZERO
073700         OR WS-BATCHES-NO-SOURCE > ZERO
073800         OR WS-BATCHES-MISMATCHED > ZERO
073900         MOVE 'W' TO WS-JRN-STATUS-CODE
074000         MOVE 4 TO RETURN-CODE
074100     END-IF.
074200     PERFORM 9500-WRITE-JOURNAL
074300         THRU 9500-WRITE-JOURNAL-EXIT.
074400 3000-TERMINATE-EXIT.
074500     EXIT.
074600*=============================================================
074700 3100-WRITE-LOG-RECORD.
074800     IF WS-BW-CARRIED (WS-BL-SUB)
074900         AND WS-BL-ACK-DATE (WS-BL-SUB) IS NUMERIC
075000         AND WS-BL-ACK-DATE (WS-BL-SUB) > ZEROES
075100         COMPUTE WS-ACK-AGE-DAYS = WS-TODAY-INTEGER -
075200             FUNCTION INTEGER-OF-DATE
075300                 (WS-BL-ACK-DATE (WS-BL-SUB))
075400         IF WS-ACK-AGE-DAYS > WS-RETENTION-DAYS
075500             ADD 1 TO WS-BATCHES-PURGED
075600             GO TO 3100-WRITE-LOG-RECORD-EXIT
075700         END-IF
075800     END-IF.
075900     MOVE WS-BL-ENTRY (WS-BL-SUB) TO BLG-RECORD.
076000     WRITE BLG-RECORD.
076100 3100-WRITE-LOG-RECORD-EXIT.
076200     EXIT.
076300*=============================================================
076400 3500-WRITE-TOTALS.
076500     MOVE SPACES TO RPT-LINE.
076600     WRITE RPT-LINE.
076700     MOVE 'RECEIPT LOG ENTRIES READ   : ' TO TOT-LABEL.
076800     MOVE WS-LOG-READ TO TOT-COUNT.
076900     MOVE WS-TOT-LINE TO RPT-LINE.
077000     WRITE RPT-LINE.
077100     MOVE 'OUTFILE RECORDS READ       : ' TO TOT-LABEL.
077200     MOVE WS-OUT-READ TO TOT-COUNT.
077300     MOVE WS-TOT-LINE TO RPT-LINE.
077400     WRITE RPT-LINE.
077500     MOVE 'REJFILE RECORDS READ       : ' TO TOT-LABEL.
077600     MOVE WS-REJ-READ TO TOT-COUNT.
077700     MOVE WS-TOT-LINE TO RPT-LINE.
077800     WRITE RPT-LINE.
077900     MOVE 'SOURCES ANSWERED           : ' TO TOT-LABEL.
078000     MOVE WS-SOURCES-ANSWERED TO TOT-COUNT.
078100     MOVE WS-TOT-LINE TO RPT-LINE.
078200     WRITE RPT-LINE.
078300     MOVE 'BATCHES ACKNOWLEDGED       : ' TO TOT-LABEL.
078400     MOVE WS-BATCHES-ACKED TO TOT-COUNT.
078500     MOVE WS-TOT-LINE TO RPT-LINE.
078600     WRITE RPT-LINE.
078700     MOVE 'BATCHES HELD               : ' TO TOT-LABEL.
078800     MOVE WS-BATCHES-HELD TO TOT-COUNT.
078900     MOVE WS-TOT-LINE TO RPT-LINE.
079000     WRITE RPT-LINE.
079100     MOVE 'BATCHES WITH NO SOURCE     : ' TO TOT-LABEL.
079200     MOVE WS-BATCHES-NO-SOURCE TO TOT-COUNT.
079300     MOVE WS-TOT-LINE TO RPT-LINE.
079400     WRITE RPT-LINE.
079500     MOVE 'NUMBERED COUNTS DISAGREEING: ' TO TOT-LABEL.
079600     MOVE WS-BATCHES-MISMATCHED TO TOT-COUNT.
079700     MOVE WS-TOT-LINE TO RPT-LINE.
079800     WRITE RPT-LINE.
079900     MOVE 'ACKFILE RECORDS WRITTEN    : ' TO TOT-LABEL.
080000     MOVE WS-ACK-WRITTEN TO TOT-COUNT.
080100     MOVE WS-TOT-LINE TO RPT-LINE.
080200     WRITE RPT-LINE.
080300     MOVE 'ACKNOWLEDGED ENTRIES AGED  : ' TO TOT-LABEL.
080400     MOVE WS-BATCHES-PURGED TO TOT-COUNT.
080500     MOVE WS-TOT-LINE TO RPT-LINE.
080600     WRITE RPT-LINE.
080700 3500-WRITE-TOTALS-EXIT.
080800     EXIT.
080900*=============================================================
081000* 7100-FIND-PENDING-BATCH - THE LOG ENTRY NOT YET ACKNOWLEDGED
081100* WHOSE BATCH ID IS WS-FIND-BATCH-ID, SUBSCRIPT LEFT IN
081200* WS-BL-SUB. AN ACKNOWLEDGED ENTRY WITH THE SAME ID IS AN
081300* EARLIER TRANSMISSION AND IS PASSED OVER.
081400*=============================================================
081500 7100-FIND-PENDING-BATCH.
081600     MOVE 'N'  TO WS-BATCH-FOUND-SW.
081700     MOVE ZERO TO WS-BL-SUB.
081800     IF WS-BL-COUNT > ZERO
081900         SET WS-BL-IX TO 1
082000         SEARCH WS-BL-ENTRY
082100             AT END
082200                 CONTINUE
082300             WHEN WS-BL-BATCH-ID (WS-BL-IX) = WS-FIND-BATCH-ID
082400                 AND WS-BL-ACK-DATE (WS-BL-IX) = ZEROES
082500                 AND WS-BL-IX NOT > WS-BL-COUNT
082600                 MOVE 'Y' TO WS-BATCH-FOUND-SW
082700                 SET WS-BL-SUB TO WS-BL-IX
082800         END-SEARCH
082900     END-IF.
083000 7100-FIND-PENDING-BATCH-EXIT.
083100     EXIT.
083200*=============================================================
083300* 8100-TABLE-HALT - BCHLOG HOLDS MORE ENTRIES THAN THE TABLE.
083400* NOTHING HAS BEEN WRITTEN; EVERY BATCH STAYS UNACKNOWLEDGED.
083500*=============================================================
083600 8100-TABLE-HALT.
083700     DISPLAY 'SEQACK00 HALT - ' WS-HALT-MESSAGE.
083800     MOVE WS-HALT-MESSAGE TO RPT-LINE.
083900     WRITE RPT-LINE.
084000     CLOSE RPT-FILE.
084100     MOVE 'H' TO WS-JRN-STATUS-CODE.
084200     MOVE '8100-TABLE-HALT' TO WS-JRN-HALT-PARA.
084300     PERFORM 9500-WRITE-JOURNAL
084400         THRU 9500-WRITE-JOURNAL-EXIT.
084500     MOVE 16 TO RETURN-CODE.
084600     STOP RUN.
084700 8100-TABLE-HALT-EXIT.
084800     EXIT.
084900*=============================================================
085000* 9500-WRITE-JOURNAL - APPEND THE CLOSE-OUT RECORD THE MORNING
085100* STATUS CHECK READS. RECORDS IN ARE OUTFILE PLUS REJFILE
085200* RECORDS; RECORDS OUT ARE ACKNOWLEDGMENT RECORDS; THE REJECT
085300* COUNT IS THE BATCHES HELD OR WITH NO SOURCE.
085400*=============================================================
085500 9500-WRITE-JOURNAL.
085600     OPEN EXTEND JRN-FILE.
085700     IF WS-JRN-FILE-STATUS = '35'
085800         OPEN OUTPUT JRN-FILE
085900     END-IF.
086000     ACCEPT WS-JRN-END-TIME FROM TIME.
086100     MOVE SPACES TO JRN-RECORD.
086200     MOVE WS-RUN-ID          TO JRN-RUN-ID.
086300     MOVE WS-TODAY           TO JRN-BUS-DATE.
086400     MOVE WS-NOW             TO JRN-START-TIME.
086500     MOVE WS-JRN-END-TIME    TO JRN-END-TIME.
086600     COMPUTE JRN-RECORDS-IN = WS-OUT-READ + WS-REJ-READ.
086700     MOVE WS-ACK-WRITTEN     TO JRN-RECORDS-OUT.
086800     COMPUTE JRN-REJECT-COUNT =
086900         WS-BATCHES-HELD + WS-BATCHES-NO-SOURCE.
087000     MOVE WS-BATCHES-MISMATCHED TO JRN-EXCEPTION-COUNT.
087100     MOVE WS-JRN-STATUS-CODE TO JRN-STATUS.
087200     MOVE WS-JRN-HALT-PARA   TO JRN-HALT-PARA.
087300     WRITE JRN-RECORD.
087400     CLOSE JRN-FILE.
087500 9500-WRITE-JOURNAL-EXIT.
087600     EXIT.
