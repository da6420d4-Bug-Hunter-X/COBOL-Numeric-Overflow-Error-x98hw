000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SEQOPC00.
000300 AUTHOR.        J H MARSH.
000400 INSTALLATION.  DAILY LEDGER SEQUENCE CONTROL.
000500 DATE-WRITTEN.  2026-09-14.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  ---------  ----  --------------------------------------
001200*  2026-09-14 JHM   ORIGINAL VERSION. ONE-TIME LEDGER
001300*                   CONVERSION FOR THE KEYED OPNREC01. THE
001400*                   OLD OPNFILE IS A LINE FILE CARRYING ONLY
001500*                   THE BARE SEQUENCE VALUE, SO IT WILL NOT
001600*                   OPEN AS THE NEW INDEXED LEDGER. THIS JOB
001700*                   READS IT SEQUENTIALLY AND LOADS OPNNEW IN
001800*                   THE CURRENT LAYOUT, GIVING EACH ENTRY THE
001900*                   IDENTITY OF THE LATEST REGISTER POSTING
002000*                   FOR ITS VALUE (CYCLE, SERIES AND
002100*                   TRANSACTION KEY). A VALUE NEVER POSTED TO
002200*                   THE REGISTER CONVERTS UNDER THE DEFAULT
002300*                   SERIES, CYCLE ZERO, WITH NO KEY. THE OLD
002400*                   FILE'S DUPLICATE ENTRIES COLLAPSE INTO ONE
002500*                   (LAST STATUS WINS), THE SAME COMPACTION
002600*                   SEQOPN00 USED TO DO. OPERATIONS THEN SWAPS
002700*                   OPNNEW IN AS OPNFILE. RUN ONCE, BEFORE THE
002800*                   FIRST NIGHT ON THE NEW LAYOUT - THE IN
002900*                   COUNT MUST EQUAL WRITTEN PLUS COMPACTED OR
003000*                   THE JOB ENDS NONZERO AND THE SWAP MUST NOT
003100*                   BE MADE.
003200*-----------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OOLD-FILE     ASSIGN TO OPNFILE
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS  IS WS-OOLD-FILE-STATUS.
004200     SELECT OPN-FILE      ASSIGN TO OPNNEW
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE  IS DYNAMIC
004500         RECORD KEY   IS OPN-KEY
004600         FILE STATUS  IS WS-OPN-FILE-STATUS.
004700     SELECT REG-FILE      ASSIGN TO REGFILE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE  IS DYNAMIC
005000         RECORD KEY   IS REG-KEY
005100         ALTERNATE RECORD KEY IS REG-TRN-KEY
005200             WITH DUPLICATES
005300         FILE STATUS  IS WS-REG-FILE-STATUS.
005400     SELECT CAL-FILE      ASSIGN TO CALFILE
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS  IS WS-CAL-FILE-STATUS.
005700     SELECT JRN-FILE      ASSIGN TO JRNFILE
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS  IS WS-JRN-FILE-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  OOLD-FILE.
006300*-----------------------------------------------------------
006400* THE LEDGER LINE EXACTLY AS OPNREC01 DEFINED IT BEFORE THE
006500* FILE WAS KEYED. KEPT INLINE - THE OLD LAYOUT EXISTS ONLY FOR
006600* THIS ONE-TIME CONVERSION. A LEGACY 8-BYTE LINE READS WITH A
006700* BLANK CLOSED DATE.
006800*-----------------------------------------------------------
006900 01  OOLD-RECORD.
007000     05  OOLD-SEQ-VALUE          PIC 9(07).
007100     05  OOLD-STATUS             PIC X(01).
007200     05  OOLD-CLOSED-DATE        PIC 9(08).
007300 FD  OPN-FILE.
007400 COPY OPNREC01.
007500 FD  REG-FILE.
007600 COPY REGREC01.
007700 FD  CAL-FILE.
007800 COPY CALREC01.
007900 FD  JRN-FILE.
008000 COPY JRNREC01.
008100 WORKING-STORAGE SECTION.
008200 01  WS-OOLD-FILE-STATUS         PIC X(02) VALUE SPACES.
008300 01  WS-OPN-FILE-STATUS          PIC X(02) VALUE SPACES.
008400 01  WS-REG-FILE-STATUS          PIC X(02) VALUE SPACES.
008500 01  WS-CAL-FILE-STATUS          PIC X(02) VALUE SPACES.
008600 01  WS-JRN-FILE-STATUS          PIC X(02) VALUE SPACES.
008700 01  WS-SWITCHES.
008800     05  WS-OOLD-EOF-SW          PIC X(01) VALUE 'N'.
008900         88  WS-OOLD-EOF              VALUE 'Y'.
009000     05  WS-CAL-EOF-SW           PIC X(01) VALUE 'N'.
009100         88  WS-CAL-EOF               VALUE 'Y'.
009200     05  WS-REG-EOF-SW           PIC X(01) VALUE 'N'.
009300         88  WS-REG-EOF               VALUE 'Y'.
009400     05  WS-REG-AVAIL-SW         PIC X(01) VALUE 'N'.
009500         88  WS-REG-AVAIL             VALUE 'Y'.
009600     05  WS-ISSUE-FOUND-SW       PIC X(01) VALUE 'N'.
009700         88  WS-ISSUE-FOUND           VALUE 'Y'.
009800 01  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
009900 01  WS-WRITTEN-COUNT            PIC 9(07) COMP VALUE ZERO.
010000 01  WS-COMPACTED-COUNT          PIC 9(07) COMP VALUE ZERO.
010100 01  WS-UNREGISTERED-COUNT       PIC 9(07) COMP VALUE ZERO.
010200 01  WS-PROVED-COUNT             PIC 9(07) COMP VALUE ZERO.
010300*-----------------------------------------------------------
010400* IDENTITY OF THE LATEST REGISTER POSTING FOR THE VALUE BEING
010500* CONVERTED.
010600*-----------------------------------------------------------
010700 01  WS-FIND-SEQ-VALUE           PIC 9(07) VALUE ZEROES.
010800 01  WS-ISSUE-CYCLE              PIC 9(05) VALUE ZEROES.
010900 01  WS-ISSUE-SERIES             PIC X(01) VALUE SPACE.
011000 01  WS-ISSUE-TRN-KEY            PIC X(20) VALUE SPACES.
011100 01  WS-ISSUE-STAMP              PIC 9(14) VALUE ZEROES.
011200 01  WS-REG-STAMP.
011300     05  WS-REG-STAMP-DATE       PIC 9(08).
011400     05  WS-REG-STAMP-TIME       PIC 9(06).
011500 01  WS-REG-STAMP-N REDEFINES WS-REG-STAMP
011600                                 PIC 9(14).
011700 01  WS-JRN-STATUS-CODE          PIC X(01) VALUE 'C'.
011800 01  WS-JRN-HALT-PARA            PIC X(20) VALUE SPACES.
011900 01  WS-JRN-END-TIME             PIC 9(06) VALUE ZEROES.
012000 01  WS-CURRENT-DATE-TIME.
012100     05  WS-CURRENT-DATE         PIC 9(08).
012200     05  WS-CURRENT-TIME         PIC 9(06).
012300 01  WS-RUN-ID                   PIC X(08) VALUE 'SEQOPC00'.
012400 PROCEDURE DIVISION.
012500*=============================================================
012600 0000-MAINLINE.
012700     PERFORM 1000-INITIALIZE
012800         THRU 1000-INITIALIZE-EXIT.
012900     PERFORM 2000-CONVERT-ONE-RECORD
013000         THRU 2000-CONVERT-ONE-RECORD-EXIT
013100         UNTIL WS-OOLD-EOF.
013200     PERFORM 3000-TERMINATE
013300         THRU 3000-TERMINATE-EXIT.
013400     STOP RUN.
013500*=============================================================
013600* 1000-INITIALIZE - OPEN THE OLD LEDGER AND CREATE THE NEW
013700* ONE. AN OLD LEDGER THAT CANNOT BE OPENED HALTS - AN EMPTY
013800* OPNNEW MUST NOT BE SWAPPED IN OVER A LEDGER THAT MERELY HAD
013900* THE WRONG DD. A MISSING REGISTER IS NOT A HALT: EVERY ENTRY
014000* THEN CONVERTS UNDER THE DEFAULT IDENTITY AND IS COUNTED AS
014100* UNREGISTERED.
014200*=============================================================
014300 1000-INITIALIZE.
014400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
014500     ACCEPT WS-CURRENT-TIME FROM TIME.
014600     PERFORM 1050-READ-CALENDAR
014700         THRU 1050-READ-CALENDAR-EXIT.
014800     OPEN INPUT OOLD-FILE.
014900     IF WS-OOLD-FILE-STATUS NOT = '00'
015000         PERFORM 8000-LEDGER-HALT
015100             THRU 8000-LEDGER-HALT-EXIT
015200     END-IF.
015300     OPEN INPUT REG-FILE.
015400     IF WS-REG-FILE-STATUS = '00'
015500         MOVE 'Y' TO WS-REG-AVAIL-SW
015600     ELSE
015700         DISPLAY 'SEQOPC00 - REGISTER NOT AVAILABLE - STATUS '
015800             WS-REG-FILE-STATUS
015900             ' - ENTRIES CONVERT UNDER THE DEFAULT IDENTITY'
016000     END-IF.
016100     OPEN OUTPUT OPN-FILE.
016200     CLOSE OPN-FILE.
016300     OPEN I-O OPN-FILE.
016400 1000-INITIALIZE-EXIT.
016500     EXIT.
016600*=============================================================
016700* 1050-READ-CALENDAR - PICK UP THE OPEN BUSINESS DATE FROM THE
016800* SHARED CALENDAR FOR THE JOURNAL RECORD. NO CALFILE AT ALL
016900* LEAVES THE WALL-CLOCK DATE IN PLACE.
017000*=============================================================
017100 1050-READ-CALENDAR.
017200     OPEN INPUT CAL-FILE.
017300     IF WS-CAL-FILE-STATUS = '35'
017400         GO TO 1050-READ-CALENDAR-EXIT
017500     END-IF.
017600     PERFORM 1060-READ-CALENDAR-RECORD
017700         THRU 1060-READ-CALENDAR-RECORD-EXIT
017800         UNTIL WS-CAL-EOF.
017900     CLOSE CAL-FILE.
018000 1050-READ-CALENDAR-EXIT.
018100     EXIT.
018200*=============================================================
018300 1060-READ-CALENDAR-RECORD.
018400     READ CAL-FILE
018500         AT END
018600             MOVE 'Y' TO WS-CAL-EOF-SW
018700             GO TO 1060-READ-CALENDAR-RECORD-EXIT
018800     END-READ.
018900     IF CAL-CONTROL
019000         AND CAL-DATE IS NUMERIC
019100         AND CAL-DATE > ZEROES
019200         MOVE CAL-DATE TO WS-CURRENT-DATE
019300     END-IF.
019400 1060-READ-CALENDAR-RECORD-EXIT.
019500     EXIT.
019600*=============================================================
019700* 2000-CONVERT-ONE-RECORD - FIND THE VALUE'S LATEST REGISTER
019800* POSTING AND WRITE THE ENTRY UNDER THAT IDENTITY. AN ENTRY
019900* ALREADY CONVERTED UNDER THE SAME KEY IS REWRITTEN WITH THE
020000* LATER LINE'S STATUS - THE OLD FILE IS IN APPEND ORDER, SO
020100* THE LAST LINE READ IS THE CURRENT STATE.
020200*=============================================================
020300 2000-CONVERT-ONE-RECORD.
020400     READ OOLD-FILE
020500         AT END
020600             MOVE 'Y' TO WS-OOLD-EOF-SW
020700             GO TO 2000-CONVERT-ONE-RECORD-EXIT
020800     END-READ.
020900     ADD 1 TO WS-READ-COUNT.
021000     IF OOLD-CLOSED-DATE NOT NUMERIC
021100         MOVE ZEROES TO OOLD-CLOSED-DATE
021200     END-IF.
021300     MOVE OOLD-SEQ-VALUE TO WS-FIND-SEQ-VALUE.
021400     PERFORM 2100-FIND-ISSUE
021500         THRU 2100-FIND-ISSUE-EXIT.
021600     IF WS-ISSUE-FOUND
021700         ADD 1 TO WS-PROVED-COUNT
021800     ELSE
021900         ADD 1 TO WS-UNREGISTERED-COUNT
022000     END-IF.
022100     MOVE OOLD-SEQ-VALUE  TO OPN-SEQ-VALUE.
022200     MOVE WS-ISSUE-CYCLE  TO OPN-CYCLE-COUNT.
022300     MOVE WS-ISSUE-SERIES TO OPN-SERIES-CODE.
022400     READ OPN-FILE
022500         INVALID KEY
022600             MOVE SPACES TO OPN-RECORD
022700             MOVE OOLD-SEQ-VALUE   TO OPN-SEQ-VALUE
022800             MOVE WS-ISSUE-CYCLE   TO OPN-CYCLE-COUNT
022900             MOVE WS-ISSUE-SERIES  TO OPN-SERIES-CODE
023000             MOVE OOLD-STATUS      TO OPN-STATUS
023100             MOVE OOLD-CLOSED-DATE TO OPN-CLOSED-DATE
023200             MOVE WS-ISSUE-TRN-KEY TO OPN-TRN-KEY
023300             WRITE OPN-RECORD
023400                 INVALID KEY
023500                     DISPLAY 'SEQOPC00 - ENTRY NOT WRITTEN - '
023600                         OPN-KEY
023700                 NOT INVALID KEY
023800                     ADD 1 TO WS-WRITTEN-COUNT
023900             END-WRITE
024000             GO TO 2000-CONVERT-ONE-RECORD-EXIT
024100     END-READ.
024200     MOVE OOLD-STATUS      TO OPN-STATUS.
024300     MOVE OOLD-CLOSED-DATE TO OPN-CLOSED-DATE.
024400     REWRITE OPN-RECORD
024500         INVALID KEY
024600             DISPLAY 'SEQOPC00 - ENTRY NOT REWRITTEN - '
024700                 OPN-KEY
024800         NOT INVALID KEY
024900             ADD 1 TO WS-COMPACTED-COUNT
025000     END-REWRITE.
025100 2000-CONVERT-ONE-RECORD-EXIT.
025200     EXIT.
025300*=============================================================
025400* 2100-FIND-ISSUE - WALK EVERY REGISTER POSTING OF THE VALUE
025500* (ALL CYCLES, ALL SERIES) AND KEEP THE LATEST BY RUN DATE AND
025600* TIME. NO POSTING LEAVES THE DEFAULT SERIES, CYCLE ZERO AND A
025700* BLANK TRANSACTION KEY.
025800*=============================================================
025900 2100-FIND-ISSUE.
026000     MOVE 'N'    TO WS-ISSUE-FOUND-SW.
026100     MOVE ZEROES TO WS-ISSUE-CYCLE.
026200     MOVE SPACE  TO WS-ISSUE-SERIES.
026300     MOVE SPACES TO WS-ISSUE-TRN-KEY.
026400     MOVE ZEROES TO WS-ISSUE-STAMP.
026500     IF NOT WS-REG-AVAIL
026600         GO TO 2100-FIND-ISSUE-EXIT
026700     END-IF.
026800     MOVE WS-FIND-SEQ-VALUE TO REG-SEQ-VALUE.
026900     MOVE ZEROES            TO REG-CYCLE-COUNT.
027000     MOVE LOW-VALUES        TO REG-SERIES-CODE.
027100     MOVE 'N' TO WS-REG-EOF-SW.
027200     START REG-FILE KEY IS NOT < REG-KEY
027300         INVALID KEY
027400             MOVE 'Y' TO WS-REG-EOF-SW
027500     END-START.
027600     PERFORM 2110-SCAN-REGISTER
027700         THRU 2110-SCAN-REGISTER-EXIT
027800         UNTIL WS-REG-EOF.
027900 2100-FIND-ISSUE-EXIT.
028000     EXIT.
028100*=============================================================
028200 2110-SCAN-REGISTER.
028300     READ REG-FILE NEXT
028400         AT END
028500             MOVE 'Y' TO WS-REG-EOF-SW
028600             GO TO 2110-SCAN-REGISTER-EXIT
028700     END-READ.
028800     IF REG-SEQ-VALUE NOT = WS-FIND-SEQ-VALUE
028900         MOVE 'Y' TO WS-REG-EOF-SW
029000         GO TO 2110-SCAN-REGISTER-EXIT
029100     END-IF.
029200     MOVE REG-RUN-DATE TO WS-REG-STAMP-DATE.
029300     MOVE REG-RUN-TIME TO WS-REG-STAMP-TIME.
029400     IF WS-REG-STAMP-N NOT < WS-ISSUE-STAMP
029500         MOVE 'Y'             TO WS-ISSUE-FOUND-SW
029600         MOVE WS-REG-STAMP-N  TO WS-ISSUE-STAMP
029700         MOVE REG-CYCLE-COUNT TO WS-ISSUE-CYCLE
029800         MOVE REG-SERIES-CODE TO WS-ISSUE-SERIES
029900         MOVE REG-TRN-KEY     TO WS-ISSUE-TRN-KEY
030000     END-IF.
030100 2110-SCAN-REGISTER-EXIT.
030200     EXIT.
030300*=============================================================
030400* 3000-TERMINATE - EVERY LINE READ MUST BE ACCOUNTED FOR AS A
030500* NEW ENTRY OR A COMPACTED DUPLICATE BEFORE OPERATIONS SWAPS
030600* OPNNEW IN - A SHORT CONVERSION SWAPPED IN ANYWAY WOULD LET
030700* AN OUTSTANDING NUMBER BE ISSUED A SECOND TIME.
030800*=============================================================
030900 3000-TERMINATE.
031000     CLOSE OOLD-FILE
031100           OPN-FILE.
031200     IF WS-REG-AVAIL
031300         CLOSE REG-FILE
031400     END-IF.
031500     DISPLAY 'SEQOPC00 LEDGER CONVERSION'.
031600     DISPLAY '  LINES READ          : ' WS-READ-COUNT.
031700     DISPLAY '  ENTRIES WRITTEN     : ' WS-WRITTEN-COUNT.
031800     DISPLAY '  DUPLICATES COMPACTED: ' WS-COMPACTED-COUNT.
031900     DISPLAY '  FOUND ON REGISTER   : ' WS-PROVED-COUNT.
032000     DISPLAY '  NOT ON REGISTER     : ' WS-UNREGISTERED-COUNT.
032100     IF WS-READ-COUNT NOT =
032200             WS-WRITTEN-COUNT + WS-COMPACTED-COUNT
032300         DISPLAY 'SEQOPC00 - CONVERSION DOES NOT PROVE - '
032400             'DO NOT SWAP OPNNEW IN'
032500         MOVE 'W' TO WS-JRN-STATUS-CODE
032600         MOVE 12 TO RETURN-CODE
032700     END-IF.
032800     PERFORM 9500-WRITE-JOURNAL
032900         THRU 9500-WRITE-JOURNAL-EXIT.
033000 3000-TERMINATE-EXIT.
033100     EXIT.
033200*=============================================================
033300* 8000-LEDGER-HALT - THE OLD LEDGER COULD NOT BE OPENED.
033400* NOTHING IS CREATED - AN EMPTY OPNNEW SWAPPED IN WOULD DROP
033500* EVERY OUTSTANDING NUMBER FROM THE COLLISION CHECK.
033600*=============================================================
033700 8000-LEDGER-HALT.
033800     DISPLAY 'SEQOPC00 HALT - OLD LEDGER NOT AVAILABLE - '
033900         'STATUS ' WS-OOLD-FILE-STATUS
034000         ' - NOTHING CONVERTED'.
034100     MOVE 'H' TO WS-JRN-STATUS-CODE.
034200     MOVE '8000-LEDGER-HALT' TO WS-JRN-HALT-PARA.
034300     PERFORM 9500-WRITE-JOURNAL
034400         THRU 9500-WRITE-JOURNAL-EXIT.
034500     MOVE 12 TO RETURN-CODE.
034600     STOP RUN.
034700 8000-LEDGER-HALT-EXIT.
034800     EXIT.
034900*=============================================================
035000* 9500-WRITE-JOURNAL - APPEND THE CLOSE-OUT RECORD THE MORNING
035100* STATUS CHECK READS.
035200*=============================================================
035300 9500-WRITE-JOURNAL.
035400     OPEN EXTEND JRN-FILE.
035500     IF WS-JRN-FILE-STATUS = '35'
035600         OPEN OUTPUT JRN-FILE
035700     END-IF.
035800     ACCEPT WS-JRN-END-TIME FROM TIME.
035900     MOVE SPACES TO JRN-RECORD.
036000     MOVE WS-RUN-ID             TO JRN-RUN-ID.
036100     MOVE WS-CURRENT-DATE       TO JRN-BUS-DATE.
036200     MOVE WS-CURRENT-TIME       TO JRN-START-TIME.
036300     MOVE WS-JRN-END-TIME       TO JRN-END-TIME.
036400     MOVE WS-READ-COUNT         TO JRN-RECORDS-IN.
036500     MOVE WS-WRITTEN-COUNT      TO JRN-RECORDS-OUT.
036600     MOVE ZEROES                TO JRN-REJECT-COUNT.
036700     MOVE WS-UNREGISTERED-COUNT TO JRN-EXCEPTION-COUNT.
036800     MOVE WS-JRN-STATUS-CODE    TO JRN-STATUS.
036900     MOVE WS-JRN-HALT-PARA      TO JRN-HALT-PARA.
037000     WRITE JRN-RECORD.
037100     CLOSE JRN-FILE.
037200 9500-WRITE-JOURNAL-EXIT.
037300     EXIT.
