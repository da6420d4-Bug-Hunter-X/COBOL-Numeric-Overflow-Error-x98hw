000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SEQSRM00.
000300 AUTHOR.        J H MARSH.
000400 INSTALLATION.  DAILY LEDGER SEQUENCE CONTROL.
000500 DATE-WRITTEN.  2026-09-28.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  ---------  ----  --------------------------------------
001200*  2026-09-28 JHM   ORIGINAL VERSION. OPERATOR INQUIRY AND
001300*                   SUPERVISOR-GATED ADD/CHANGE SCREEN FOR THE
001400*                   SERIES MASTER (SRMFILE). OPENING A SERIES
001500*                   FOR A NEW BUSINESS LINE, MOVING ITS
001600*                   MAXIMUM OR CLOSING IT IS NOW A MASTER
001700*                   CHANGE INSTEAD OF A PROGRAM CHANGE. EVERY
001800*                   ADD AND CHANGE IS AUDITED TO EXCFILE AND
001900*                   THE SESSION IS JOURNALED.
001901*  2026-10-12 JHM   NAMED OPERATOR SIGN-ON REPLACES THE SHARED
001902*                   SUPFILE CODE. THE SESSION OPENS WITH A
001903*                   SIGN-ON AGAINST OPRFILE, AN ADD OR CHANGE
001904*                   NEEDS OVERRIDE AUTHORITY AND IS REFUSED
001905*                   BEFORE THE DETAIL SCREEN WITHOUT IT, AND
001906*                   EVERY MASTER CHANGE NAMES THE OPERATOR ON
001907*                   EXCFILE AND IS LOGGED TO OPRLOG.
002000*-----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.   IBM-370.
002400 OBJECT-COMPUTER.   IBM-370.
002500 SPECIAL-NAMES.
002600     CRT STATUS IS WS-CRT-STATUS.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT SRM-FILE      ASSIGN TO SRMFILE
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE  IS DYNAMIC
003200         RECORD KEY   IS SRM-SERIES-CODE
003300         FILE STATUS  IS WS-SRM-FILE-STATUS.
003400     SELECT CTR-FILE      ASSIGN TO CTRFILE
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS  IS WS-CTR-FILE-STATUS.
003700     SELECT EXC-FILE      ASSIGN TO EXCFILE
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS  IS WS-EXC-FILE-STATUS.
003910     SELECT OPR-FILE      ASSIGN TO OPRFILE
003920         ORGANIZATION IS LINE SEQUENTIAL
003930         FILE STATUS  IS WS-OPR-FILE-STATUS.
003940     SELECT OLG-FILE      ASSIGN TO OPRLOG
003950         ORGANIZATION IS LINE SEQUENTIAL
003960         FILE STATUS  IS WS-OLG-FILE-STATUS.
004300     SELECT CAL-FILE      ASSIGN TO CALFILE
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS  IS WS-CAL-FILE-STATUS.
004600     SELECT JRN-FILE      ASSIGN TO JRNFILE
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS  IS WS-JRN-FILE-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  SRM-FILE.
005200 COPY SRMREC01.
005300 FD  CTR-FILE
005400     RECORD IS VARYING IN SIZE FROM 19 TO 40 CHARACTERS
005500     DEPENDING ON WS-CTR-RECORD-LENGTH.
005600 COPY CTRREC01.
005700 FD  EXC-FILE.
005800 COPY EXCREC01.
005810 FD  OPR-FILE.
005820 COPY OPRREC01.
005830 FD  OLG-FILE.
005840 COPY OLGREC01.
006100 FD  CAL-FILE.
006200 COPY CALREC01.
006300 FD  JRN-FILE.
006400 COPY JRNREC01.
006500 WORKING-STORAGE SECTION.
006600 01  WS-CRT-STATUS               PIC 9(04) VALUE ZERO.
006700 01  WS-SRM-FILE-STATUS          PIC X(02) VALUE SPACES.
006800 01  WS-CTR-FILE-STATUS          PIC X(02) VALUE SPACES.
006900 01  WS-EXC-FILE-STATUS          PIC X(02) VALUE SPACES.
007100 01  WS-CAL-FILE-STATUS          PIC X(02) VALUE SPACES.
007200 01  WS-CAL-EOF-SW               PIC X(01) VALUE 'N'.
007300     88  WS-CAL-EOF                  VALUE 'Y'.
007400 01  WS-JRN-FILE-STATUS          PIC X(02) VALUE SPACES.
007500 01  WS-JRN-END-TIME             PIC 9(06) VALUE ZEROES.
007600 01  WS-CTR-RECORD-LENGTH        PIC 9(05) COMP VALUE 40.
007700 01  WS-CTR-EOF-SW               PIC X(01) VALUE 'N'.
007800     88  WS-CTR-EOF                  VALUE 'Y'.
007900*-----------------------------------------------------------
008000* THE SELECTED SERIES' MASTER FIELDS AS SHOWN ON AND KEYED
008100* INTO THE SCREENS. THE RECORD ITSELF IS ONLY BUILT FROM
008200* THESE ONCE THE AUTHORITY CHECK AND THE EDITS HAVE PASSED.
008300*-----------------------------------------------------------
008400 01  WS-SELECTED-SERIES          PIC X(01) VALUE SPACE.
008500 01  WS-SRM-FOUND-SW             PIC X(01) VALUE 'N'.
008600     88  WS-SRM-FOUND                VALUE 'Y'.
008700 01  WS-ENTRY-FIELDS.
008800     05  WS-ENT-DESCRIPTION      PIC X(30) VALUE SPACES.
008900     05  WS-ENT-DEPARTMENT       PIC X(10) VALUE SPACES.
009000     05  WS-ENT-START-VALUE      PIC 9(07) VALUE ZEROES.
009100     05  WS-ENT-MAX-VALUE        PIC 9(07) VALUE ZEROES.
009200     05  WS-ENT-ROLLOVER-SW      PIC X(01) VALUE SPACE.
009300     05  WS-ENT-STATUS           PIC X(01) VALUE SPACE.
009400     05  WS-ENT-EFF-DATE         PIC 9(08) VALUE ZEROES.
009500     05  WS-ENT-END-DATE         PIC 9(08) VALUE ZEROES.
009600     05  WS-ENT-MAINT-DATE       PIC 9(08) VALUE ZEROES.
009700 01  WS-PRIOR-STATUS             PIC X(01) VALUE SPACE.
009800 01  WS-ENTRY-OK-SW              PIC X(01) VALUE 'N'.
009900     88  WS-ENTRY-OK                 VALUE 'Y'.
010000 01  WS-ENTRY-MESSAGE            PIC X(60) VALUE SPACES.
010100 01  WS-LAST-ISSUED              PIC 9(07) VALUE ZEROES.
010200 01  WS-MAINT-ACTION             PIC X(06) VALUE SPACES.
010300 01  WS-MAINT-COUNT              PIC 9(07) COMP VALUE ZERO.
010400 77  WS-DEFAULT-SERIES-MAX       PIC 9(07) VALUE 9999999.
010500*-----------------------------------------------------------
010600* MAINTENANCE FUNCTION
010700*-----------------------------------------------------------
011200 01  WS-ENTERED-FUNCTION         PIC X(01).
011300     88  WS-FUNC-INQUIRY             VALUE 'I'.
011400     88  WS-FUNC-ADD                 VALUE 'A'.
011500     88  WS-FUNC-CHANGE              VALUE 'C'.
011600     88  WS-FUNC-QUIT                VALUE 'Q'.
011700 01  WS-QUIT-SW                  PIC X(01) VALUE 'N'.
011800     88  WS-QUIT                     VALUE 'Y'.
011900 01  WS-RUN-ID                   PIC X(08) VALUE 'SEQSRM00'.
012000 01  WS-TODAY                    PIC 9(08).
012100 01  WS-NOW                      PIC 9(06).
012200 01  WS-EVENT-TIME               PIC 9(06).
012202*-----------------------------------------------------------
012204* OPERATOR SIGN-ON - THE SIGNED-ON OPERATOR AND THE AUTHORITY
012206* OPRFILE GRANTS, HELD FOR THE WHOLE SESSION. THE PASSWORD IS
012208* CLEARED AS SOON AS IT HAS BEEN COMPARED.
012210*-----------------------------------------------------------
012212 01  WS-OPR-FILE-STATUS          PIC X(02) VALUE SPACES.
012214 01  WS-OLG-FILE-STATUS          PIC X(02) VALUE SPACES.
012216 01  WS-OPR-EOF-SW               PIC X(01) VALUE 'N'.
012218     88  WS-OPR-EOF                  VALUE 'Y'.
012220 01  WS-OPR-FOUND-SW             PIC X(01) VALUE 'N'.
012222     88  WS-OPR-FOUND                VALUE 'Y'.
012224 01  WS-SIGNED-ON-SW             PIC X(01) VALUE 'N'.
012226     88  WS-SIGNED-ON                VALUE 'Y'.
012228 01  WS-SIGNON-USER-ID           PIC X(08) VALUE SPACES.
012230 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
012232 01  WS-SIGNON-TRIES             PIC 9(03) COMP VALUE ZERO.
012234 77  WS-SIGNON-MAX-TRIES         PIC 9(03) COMP VALUE 3.
012236 01  WS-SIGNON-REASON            PIC X(40) VALUE SPACES.
012238     88  WS-SIGNON-NO-FILE           VALUE
012240             'OPERATOR FILE NOT AVAILABLE'.
012242 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
012244 01  WS-OPR-PASSWORD             PIC X(08) VALUE SPACES.
012246 01  WS-OPR-STATUS               PIC X(01) VALUE SPACE.
012248     88  WS-OPR-ACTIVE               VALUE 'A'.
012250 01  WS-OPR-AUTHORITIES.
012252     05  WS-OPR-AUTH-INQUIRE     PIC X(01) VALUE 'N'.
012254         88  WS-OPR-CAN-INQUIRE      VALUE 'Y'.
012256     05  WS-OPR-AUTH-DESK-ISSUE  PIC X(01) VALUE 'N'.
012258         88  WS-OPR-CAN-DESK-ISSUE   VALUE 'Y'.
012260     05  WS-OPR-AUTH-REPAIR      PIC X(01) VALUE 'N'.
012262         88  WS-OPR-CAN-REPAIR       VALUE 'Y'.
012264     05  WS-OPR-AUTH-OVERRIDE    PIC X(01) VALUE 'N'.
012266         88  WS-OPR-CAN-OVERRIDE     VALUE 'Y'.
012268     05  WS-OPR-AUTH-RELEASE     PIC X(01) VALUE 'N'.
012270         88  WS-OPR-CAN-RELEASE      VALUE 'Y'.
012272 01  WS-OLG-EVENT-TYPE           PIC X(01) VALUE SPACE.
012274 01  WS-OLG-SERIES-CODE          PIC X(01) VALUE SPACE.
012276 01  WS-OLG-SEQ-VALUE            PIC 9(07) VALUE ZEROES.
012278 01  WS-OLG-DETAIL               PIC X(50) VALUE SPACES.
012280 01  WS-OLG-TIME                 PIC 9(06) VALUE ZEROES.
012300*-----------------------------------------------------------
012400* MAINTENANCE SCREENS
012500*-----------------------------------------------------------
012600 SCREEN SECTION.
012700 01  SCR-INQUIRY-SCREEN.
012800     05  BLANK SCREEN.
012900     05  LINE 01 COLUMN 20 VALUE 'SERIES MASTER MAINTENANCE'.
013000     05  LINE 03 COLUMN 05 VALUE 'SERIES CODE (BLANK=GEN):'.
013100     05  LINE 03 COLUMN 32 PIC X(01) USING WS-SELECTED-SERIES.
013200     05  LINE 04 COLUMN 05 VALUE 'DESCRIPTION            :'.
013300     05  LINE 04 COLUMN 32 PIC X(30) FROM WS-ENT-DESCRIPTION.
013400     05  LINE 05 COLUMN 05 VALUE 'OWNING DEPARTMENT      :'.
013500     05  LINE 05 COLUMN 32 PIC X(10) FROM WS-ENT-DEPARTMENT.
013600     05  LINE 06 COLUMN 05 VALUE 'STARTING VALUE         :'.
013700     05  LINE 06 COLUMN 32 PIC 9(07) FROM WS-ENT-START-VALUE.
013800     05  LINE 07 COLUMN 05 VALUE 'SERIES MAXIMUM         :'.
013900     05  LINE 07 COLUMN 32 PIC 9(07) FROM WS-ENT-MAX-VALUE.
014000     05  LINE 08 COLUMN 05 VALUE 'ROLLOVER ALLOWED (Y/N) :'.
014100     05  LINE 08 COLUMN 32 PIC X(01) FROM WS-ENT-ROLLOVER-SW.
014200     05  LINE 09 COLUMN 05 VALUE 'STATUS (A/C)           :'.
014300     05  LINE 09 COLUMN 32 PIC X(01) FROM WS-ENT-STATUS.
014400     05  LINE 10 COLUMN 05 VALUE 'EFFECTIVE DATE         :'.
014500     05  LINE 10 COLUMN 32 PIC 9(08) FROM WS-ENT-EFF-DATE.
014600     05  LINE 11 COLUMN 05 VALUE 'END DATE (0=OPEN)      :'.
014700     05  LINE 11 COLUMN 32 PIC 9(08) FROM WS-ENT-END-DATE.
014800     05  LINE 12 COLUMN 05 VALUE 'LAST MAINTAINED        :'.
014900     05  LINE 12 COLUMN 32 PIC 9(08) FROM WS-ENT-MAINT-DATE.
015000     05  LINE 14 COLUMN 05
015100             VALUE '(I)NQUIRE (A)DD (C)HANGE (Q)UIT :'.
015200     05  LINE 14 COLUMN 45 PIC X(01) TO WS-ENTERED-FUNCTION.
015300 01  SCR-DETAIL-SCREEN.
015400     05  BLANK SCREEN.
015500     05  LINE 01 COLUMN 20 VALUE 'SERIES MASTER UPDATE'.
015800     05  LINE 04 COLUMN 05 VALUE 'SERIES CODE            :'.
015900     05  LINE 04 COLUMN 32 PIC X(01) FROM WS-SELECTED-SERIES.
016000     05  LINE 05 COLUMN 05 VALUE 'DESCRIPTION            :'.
016100     05  LINE 05 COLUMN 32 PIC X(30) USING WS-ENT-DESCRIPTION.
016200     05  LINE 06 COLUMN 05 VALUE 'OWNING DEPARTMENT      :'.
016300     05  LINE 06 COLUMN 32 PIC X(10) USING WS-ENT-DEPARTMENT.
016400     05  LINE 07 COLUMN 05 VALUE 'STARTING VALUE         :'.
016500     05  LINE 07 COLUMN 32 PIC 9(07) USING WS-ENT-START-VALUE.
016600     05  LINE 08 COLUMN 05 VALUE 'SERIES MAXIMUM         :'.
016700     05  LINE 08 COLUMN 32 PIC 9(07) USING WS-ENT-MAX-VALUE.
016800     05  LINE 09 COLUMN 05 VALUE 'ROLLOVER ALLOWED (Y/N) :'.
016900     05  LINE 09 COLUMN 32 PIC X(01) USING WS-ENT-ROLLOVER-SW.
017000     05  LINE 10 COLUMN 05 VALUE 'STATUS (A/C)           :'.
017100     05  LINE 10 COLUMN 32 PIC X(01) USING WS-ENT-STATUS.
017200     05  LINE 11 COLUMN 05 VALUE 'EFFECTIVE DATE         :'.
017300     05  LINE 11 COLUMN 32 PIC 9(08) USING WS-ENT-EFF-DATE.
017400     05  LINE 12 COLUMN 05 VALUE 'END DATE (0=OPEN)      :'.
017500     05  LINE 12 COLUMN 32 PIC 9(08) USING WS-ENT-END-DATE.
017510 01  SCR-SIGNON-SCREEN.
017520     05  BLANK SCREEN.
017530     05  LINE 01 COLUMN 20 VALUE 'SERIES MASTER UPDATE'.
017540     05  LINE 02 COLUMN 20 VALUE 'OPERATOR SIGN-ON'.
017550     05  LINE 04 COLUMN 05 VALUE 'OPERATOR ID            :'.
017560     05  LINE 04 COLUMN 32 PIC X(08) TO WS-SIGNON-USER-ID.
017570     05  LINE 05 COLUMN 05 VALUE 'PASSWORD               :'.
017580     05  LINE 05 COLUMN 32 PIC X(08) TO WS-SIGNON-PASSWORD
017590             SECURE.
017600 PROCEDURE DIVISION.
017700*=============================================================
017800 0000-MAINLINE.
017900     PERFORM 1000-INITIALIZE
018000         THRU 1000-INITIALIZE-EXIT.
018100     PERFORM 2000-MAINTENANCE-LOOP
018200         THRU 2000-MAINTENANCE-LOOP-EXIT
018300         UNTIL WS-QUIT.
018400     PERFORM 3000-TERMINATE
018500         THRU 3000-TERMINATE-EXIT.
018600     STOP RUN.
018700*=============================================================
018800* 1000-INITIALIZE - PICK UP THE BUSINESS DATE AND OPEN THE
018900* SERIES MASTER FOR UPDATE, CREATING IT EMPTY THE FIRST TIME
019000* THE SCREEN IS USED.
019100*=============================================================
019200 1000-INITIALIZE.
019300     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
019400     ACCEPT WS-NOW   FROM TIME.
019500     PERFORM 1050-READ-CALENDAR
019600         THRU 1050-READ-CALENDAR-EXIT.
019700     OPEN I-O SRM-FILE.
019800     IF WS-SRM-FILE-STATUS = '35'
019900         OPEN OUTPUT SRM-FILE
020000         CLOSE SRM-FILE
020100         OPEN I-O SRM-FILE
020200     END-IF.
020300     PERFORM 2110-READ-SERIES
020400         THRU 2110-READ-SERIES-EXIT.
020410     PERFORM 1500-OPERATOR-SIGN-ON
020420         THRU 1500-OPERATOR-SIGN-ON-EXIT.
020500 1000-INITIALIZE-EXIT.
020600     EXIT.
020700*=============================================================
020800* 1050-READ-CALENDAR - PICK UP THE OPEN BUSINESS DATE FROM THE
020900* SHARED CALENDAR SO MASTER CHANGES ARE STAMPED WITH THE SAME
021000* DATE THE REST OF THE SUITE CARRIES. NO CALFILE AT ALL
021100* LEAVES THE WALL-CLOCK DATE IN PLACE.
021200*=============================================================
021300 1050-READ-CALENDAR.
021400     OPEN INPUT CAL-FILE.
021500     IF WS-CAL-FILE-STATUS = '35'
021600         GO TO 1050-READ-CALENDAR-EXIT
021700     END-IF.
021800     PERFORM 1060-READ-CALENDAR-RECORD
021900         THRU 1060-READ-CALENDAR-RECORD-EXIT
022000         UNTIL WS-CAL-EOF.
022100     CLOSE CAL-FILE.
022200 1050-READ-CALENDAR-EXIT.
022300     EXIT.
022400*=============================================================
022500 1060-READ-CALENDAR-RECORD.
022600     READ CAL-FILE
022700         AT END
022800             MOVE 'Y' TO WS-CAL-EOF-SW
022900             GO TO 1060-READ-CALENDAR-RECORD-EXIT
023000     END-READ.
023100     IF CAL-CONTROL
023200         AND CAL-DATE IS NUMERIC
023300         AND CAL-DATE > ZEROES
023400         MOVE CAL-DATE TO WS-TODAY
023500     END-IF.
023600 1060-READ-CALENDAR-RECORD-EXIT.
023700     EXIT.
023800*=============================================================
023900* 2000-MAINTENANCE-LOOP - READ-ONLY INQUIRY PLUS GUARDED ADD
024000* AND CHANGE FUNCTIONS THAT REQUIRE OVERRIDE AUTHORITY. A
024100* SERIES IS CLOSED BY CHANGING ITS STATUS TO 'C' (OR BY
024200* GIVING IT AN END DATE) - IT IS NEVER DELETED, SO ITS
024300* DESCRIPTION STAYS AVAILABLE TO THE REPORTS FOR THE NUMBERS
024400* IT ALREADY ISSUED.
024500*=============================================================
024600 2000-MAINTENANCE-LOOP.
024700     DISPLAY SCR-INQUIRY-SCREEN.
024800     ACCEPT SCR-INQUIRY-SCREEN.
024900     EVALUATE TRUE
025000         WHEN WS-FUNC-INQUIRY
025100             PERFORM 2100-INQUIRE-SERIES
025200                 THRU 2100-INQUIRE-SERIES-EXIT
025300         WHEN WS-FUNC-ADD
025400             PERFORM 2200-ADD-SERIES
025500                 THRU 2200-ADD-SERIES-EXIT
025600         WHEN WS-FUNC-CHANGE
025700             PERFORM 2300-CHANGE-SERIES
025800                 THRU 2300-CHANGE-SERIES-EXIT
025900         WHEN WS-FUNC-QUIT
026000             MOVE 'Y' TO WS-QUIT-SW
026100         WHEN OTHER
026200             CONTINUE
026300     END-EVALUATE.
026400 2000-MAINTENANCE-LOOP-EXIT.
026500     EXIT.
026600*=============================================================
026700 2100-INQUIRE-SERIES.
026800     PERFORM 2110-READ-SERIES
026900         THRU 2110-READ-SERIES-EXIT.
027000     IF NOT WS-SRM-FOUND
027100         DISPLAY 'SERIES ' WS-SELECTED-SERIES
027200             ' IS NOT ON THE SERIES MASTER'
027300     END-IF.
027400 2100-INQUIRE-SERIES-EXIT.
027500     EXIT.
027600*=============================================================
027700* 2110-READ-SERIES - KEYED READ OF THE SELECTED SERIES, FRESH
027800* EVERY TIME, INTO THE DISPLAY FIELDS. NOT ON FILE CLEARS THEM.
027900*=============================================================
028000 2110-READ-SERIES.
028100     MOVE 'N' TO WS-SRM-FOUND-SW.
028200     MOVE SPACES TO WS-ENT-DESCRIPTION
028300                    WS-ENT-DEPARTMENT
028400                    WS-ENT-ROLLOVER-SW
028500                    WS-ENT-STATUS.
028600     MOVE ZEROES TO WS-ENT-START-VALUE
028700                    WS-ENT-MAX-VALUE
028800                    WS-ENT-EFF-DATE
028900                    WS-ENT-END-DATE
029000                    WS-ENT-MAINT-DATE.
029100     MOVE WS-SELECTED-SERIES TO SRM-SERIES-CODE.
029200     READ SRM-FILE
029300         INVALID KEY
029400             GO TO 2110-READ-SERIES-EXIT
029500     END-READ.
029600     MOVE 'Y' TO WS-SRM-FOUND-SW.
029700     MOVE SRM-DESCRIPTION  TO WS-ENT-DESCRIPTION.
029800     MOVE SRM-DEPARTMENT   TO WS-ENT-DEPARTMENT.
029900     MOVE SRM-START-VALUE  TO WS-ENT-START-VALUE.
030000     MOVE SRM-MAX-VALUE    TO WS-ENT-MAX-VALUE.
030100     MOVE SRM-ROLLOVER-SW  TO WS-ENT-ROLLOVER-SW.
030200     MOVE SRM-STATUS       TO WS-ENT-STATUS.
030300     MOVE SRM-EFF-DATE     TO WS-ENT-EFF-DATE.
030400     MOVE SRM-END-DATE     TO WS-ENT-END-DATE.
030500     MOVE SRM-MAINT-DATE   TO WS-ENT-MAINT-DATE.
030600 2110-READ-SERIES-EXIT.
030700     EXIT.
030800*=============================================================
030900* 2200-ADD-SERIES - OPEN A NEW SERIES. THE SCREEN IS PRIMED
031000* WITH THE SAME DEFAULTS A SERIES HAD BEFORE THE MASTER
031100* EXISTED (START AT 1, THE DEFAULT MAXIMUM, ROLLOVER ALLOWED,
031200* ACTIVE FROM TODAY, NO END DATE) SO THE SUPERVISOR ONLY HAS
031300* TO KEY WHAT DIFFERS.
031400*=============================================================
031500 2200-ADD-SERIES.
031510     PERFORM 2900-CHECK-AUTHORITY
031520         THRU 2900-CHECK-AUTHORITY-EXIT.
031530     IF NOT WS-ENTRY-OK
031540         DISPLAY WS-ENTRY-MESSAGE ' - ADD REJECTED'
031550         GO TO 2200-ADD-SERIES-EXIT
031560     END-IF.
031600     PERFORM 2110-READ-SERIES
031700         THRU 2110-READ-SERIES-EXIT.
031800     IF WS-SRM-FOUND
031900         DISPLAY 'SERIES ' WS-SELECTED-SERIES
032000             ' IS ALREADY ON THE MASTER - USE (C)HANGE'
032100         GO TO 2200-ADD-SERIES-EXIT
032200     END-IF.
032300     MOVE 1                     TO WS-ENT-START-VALUE.
032400     MOVE WS-DEFAULT-SERIES-MAX TO WS-ENT-MAX-VALUE.
032500     MOVE 'Y'                   TO WS-ENT-ROLLOVER-SW.
032600     MOVE 'A'                   TO WS-ENT-STATUS.
032700     MOVE WS-TODAY              TO WS-ENT-EFF-DATE.
032800     MOVE SPACES                TO WS-PRIOR-STATUS.
032900     DISPLAY SCR-DETAIL-SCREEN.
033000     ACCEPT SCR-DETAIL-SCREEN.
033700     PERFORM 2800-VALIDATE-ENTRY
033800         THRU 2800-VALIDATE-ENTRY-EXIT.
033900     IF NOT WS-ENTRY-OK
034000         DISPLAY WS-ENTRY-MESSAGE ' - ADD REJECTED'
034100         GO TO 2200-ADD-SERIES-EXIT
034200     END-IF.
034300     PERFORM 2700-BUILD-RECORD
034400         THRU 2700-BUILD-RECORD-EXIT.
034500     WRITE SRM-RECORD
034600         INVALID KEY
034700             DISPLAY 'SERIES ' WS-SELECTED-SERIES
034800                 ' WAS ADDED BY ANOTHER SESSION - ADD REJECTED'
034900             GO TO 2200-ADD-SERIES-EXIT
035000     END-WRITE.
035100     MOVE 'ADD'    TO WS-MAINT-ACTION.
035200     PERFORM 2950-LOG-MAINTENANCE
035300         THRU 2950-LOG-MAINTENANCE-EXIT.
035400     DISPLAY 'SERIES ' WS-SELECTED-SERIES ' ADDED TO MASTER'.
035500 2200-ADD-SERIES-EXIT.
035600     EXIT.
035700*=============================================================
035800* 2300-CHANGE-SERIES - AMEND AN EXISTING SERIES, INCLUDING
035900* CLOSING IT. THE SCREEN IS PRIMED FROM THE RECORD AS IT
036000* STANDS, AND THE RECORD IS RE-READ BEFORE THE REWRITE SO THE
036100* CHANGE LANDS ON THE CURRENT VERSION.
036200*=============================================================
036300 2300-CHANGE-SERIES.
036310     PERFORM 2900-CHECK-AUTHORITY
036320         THRU 2900-CHECK-AUTHORITY-EXIT.
036330     IF NOT WS-ENTRY-OK
036340         DISPLAY WS-ENTRY-MESSAGE ' - CHANGE REJECTED'
036350         GO TO 2300-CHANGE-SERIES-EXIT
036360     END-IF.
036400     PERFORM 2110-READ-SERIES
036500         THRU 2110-READ-SERIES-EXIT.
036600     IF NOT WS-SRM-FOUND
036700         DISPLAY 'SERIES ' WS-SELECTED-SERIES
036800             ' IS NOT ON THE MASTER - USE (A)DD'
036900         GO TO 2300-CHANGE-SERIES-EXIT
037000     END-IF.
037100     MOVE WS-ENT-STATUS TO WS-PRIOR-STATUS.
037200     DISPLAY SCR-DETAIL-SCREEN.
037300     ACCEPT SCR-DETAIL-SCREEN.
038000     PERFORM 2800-VALIDATE-ENTRY
038100         THRU 2800-VALIDATE-ENTRY-EXIT.
038200     IF NOT WS-ENTRY-OK
038300         DISPLAY WS-ENTRY-MESSAGE ' - CHANGE REJECTED'
038400         GO TO 2300-CHANGE-SERIES-EXIT
038500     END-IF.
038600     MOVE WS-SELECTED-SERIES TO SRM-SERIES-CODE.
038700     READ SRM-FILE
038800         INVALID KEY
038900             DISPLAY 'SERIES ' WS-SELECTED-SERIES
039000                 ' NO LONGER ON THE MASTER - CHANGE REJECTED'
039100             GO TO 2300-CHANGE-SERIES-EXIT
039200     END-READ.
039300     PERFORM 2700-BUILD-RECORD
039400         THRU 2700-BUILD-RECORD-EXIT.
039500     REWRITE SRM-RECORD
039600         INVALID KEY
039700             DISPLAY 'SERIES ' WS-SELECTED-SERIES
039800                 ' REWRITE FAILED - CHANGE REJECTED'
039900             GO TO 2300-CHANGE-SERIES-EXIT
040000     END-REWRITE.
040100     IF WS-ENT-STATUS = 'C'
040200         AND WS-PRIOR-STATUS NOT = 'C'
040300         MOVE 'CLOSE'  TO WS-MAINT-ACTION
040400     ELSE
040500         MOVE 'CHANGE' TO WS-MAINT-ACTION
040600     END-IF.
040700     PERFORM 2950-LOG-MAINTENANCE
040800         THRU 2950-LOG-MAINTENANCE-EXIT.
040900     DISPLAY 'SERIES ' WS-SELECTED-SERIES ' MASTER UPDATED'.
041000 2300-CHANGE-SERIES-EXIT.
041100     EXIT.
041200*=============================================================
041300* 2700-BUILD-RECORD - MOVE THE EDITED SCREEN FIELDS INTO THE
041400* MASTER RECORD AND STAMP IT WITH THE BUSINESS DATE.
041500*=============================================================
041600 2700-BUILD-RECORD.
041700     MOVE SPACES                TO SRM-RECORD.
041800     MOVE WS-SELECTED-SERIES    TO SRM-SERIES-CODE.
041900     MOVE WS-ENT-DESCRIPTION    TO SRM-DESCRIPTION.
042000     MOVE WS-ENT-DEPARTMENT     TO SRM-DEPARTMENT.
042100     MOVE WS-ENT-START-VALUE    TO SRM-START-VALUE.
042200     MOVE WS-ENT-MAX-VALUE      TO SRM-MAX-VALUE.
042300     MOVE WS-ENT-ROLLOVER-SW    TO SRM-ROLLOVER-SW.
042400     MOVE WS-ENT-STATUS         TO SRM-STATUS.
042500     MOVE WS-ENT-EFF-DATE       TO SRM-EFF-DATE.
042600     MOVE WS-ENT-END-DATE       TO SRM-END-DATE.
042700     MOVE WS-TODAY              TO SRM-MAINT-DATE.
042800     ACCEPT WS-EVENT-TIME FROM TIME.
042900     MOVE WS-EVENT-TIME         TO SRM-MAINT-TIME.
043000     MOVE WS-TODAY              TO WS-ENT-MAINT-DATE.
043100 2700-BUILD-RECORD-EXIT.
043200     EXIT.
043300*=============================================================
043400* 2800-VALIDATE-ENTRY - EDIT THE KEYED FIELDS. THE FIRST
043500* FAILURE WINS AND NAMES ITSELF IN WS-ENTRY-MESSAGE. A
043600* MAXIMUM BELOW THE SERIES' PERSISTED COUNTER IS REFUSED -
043700* SEQGEN00 WOULD OTHERWISE FIND THE COUNTER ALREADY PAST ITS
043800* LIMIT ON THE NEXT ISSUE.
043900*=============================================================
044000 2800-VALIDATE-ENTRY.
044100     MOVE 'N' TO WS-ENTRY-OK-SW.
044200     IF WS-ENT-DESCRIPTION = SPACES
044300         MOVE 'DESCRIPTION IS REQUIRED' TO WS-ENTRY-MESSAGE
044400         GO TO 2800-VALIDATE-ENTRY-EXIT
044500     END-IF.
044600     IF WS-ENT-DEPARTMENT = SPACES
044700         MOVE 'OWNING DEPARTMENT IS REQUIRED'
044800             TO WS-ENTRY-MESSAGE
044900         GO TO 2800-VALIDATE-ENTRY-EXIT
045000     END-IF.
045100     IF WS-ENT-START-VALUE NOT NUMERIC
045200         OR WS-ENT-START-VALUE = ZEROES
045300         MOVE 'STARTING VALUE MUST BE 1 OR MORE'
045400             TO WS-ENTRY-MESSAGE
045500         GO TO 2800-VALIDATE-ENTRY-EXIT
045600     END-IF.
045700     IF WS-ENT-MAX-VALUE NOT NUMERIC
045800         OR WS-ENT-MAX-VALUE < WS-ENT-START-VALUE
045900         MOVE 'MAXIMUM MUST NOT BE BELOW THE STARTING VALUE'
046000             TO WS-ENTRY-MESSAGE
046100         GO TO 2800-VALIDATE-ENTRY-EXIT
046200     END-IF.
046300     IF WS-ENT-ROLLOVER-SW NOT = 'Y'
046400         AND WS-ENT-ROLLOVER-SW NOT = 'N'
046500         MOVE 'ROLLOVER ALLOWED MUST BE Y OR N'
046600             TO WS-ENTRY-MESSAGE
046700         GO TO 2800-VALIDATE-ENTRY-EXIT
046800     END-IF.
046900     IF WS-ENT-STATUS NOT = 'A'
047000         AND WS-ENT-STATUS NOT = 'C'
047100         MOVE 'STATUS MUST BE A (ACTIVE) OR C (CLOSED)'
047200             TO WS-ENTRY-MESSAGE
047300         GO TO 2800-VALIDATE-ENTRY-EXIT
047400     END-IF.
047500     IF WS-ENT-EFF-DATE NOT NUMERIC
047600         OR WS-ENT-END-DATE NOT NUMERIC
047700         MOVE 'EFFECTIVE AND END DATES MUST BE NUMERIC'
047800             TO WS-ENTRY-MESSAGE
047900         GO TO 2800-VALIDATE-ENTRY-EXIT
048000     END-IF.
048100     IF WS-ENT-END-DATE NOT = ZEROES
048200         AND WS-ENT-END-DATE < WS-ENT-EFF-DATE
048300         MOVE 'END DATE IS BEFORE THE EFFECTIVE DATE'
048400             TO WS-ENTRY-MESSAGE
048500         GO TO 2800-VALIDATE-ENTRY-EXIT
048600     END-IF.
048700     PERFORM 2850-READ-COUNTER
048800         THRU 2850-READ-COUNTER-EXIT.
048900     IF WS-ENT-MAX-VALUE < WS-LAST-ISSUED
049000         MOVE SPACES TO WS-ENTRY-MESSAGE
049100         STRING 'MAXIMUM IS BELOW THE LAST ISSUED VALUE '
049200             WS-LAST-ISSUED
049300             DELIMITED BY SIZE INTO WS-ENTRY-MESSAGE
049400         GO TO 2800-VALIDATE-ENTRY-EXIT
049500     END-IF.
049600     MOVE 'Y' TO WS-ENTRY-OK-SW.
049700 2800-VALIDATE-ENTRY-EXIT.
049800     EXIT.
049900*=============================================================
050000* 2850-READ-COUNTER - FIND THE SELECTED SERIES' LAST-ISSUED
050100* VALUE ON CTRFILE. THE FILE IS READ AS VARYING-LENGTH LINES,
050200* THE SAME AS SEQGEN00, SO A SHORT LEGACY LINE COUNTS AS THE
050300* GENERAL SERIES. NO FILE OR NO RECORD MEANS NOTHING ISSUED.
050400*=============================================================
050500 2850-READ-COUNTER.
050600     MOVE ZEROES TO WS-LAST-ISSUED.
050700     MOVE 'N'    TO WS-CTR-EOF-SW.
050800     OPEN INPUT CTR-FILE.
050900     IF WS-CTR-FILE-STATUS = '35'
051000         GO TO 2850-READ-COUNTER-EXIT
051100     END-IF.
051200     PERFORM 2860-READ-COUNTER-RECORD
051300         THRU 2860-READ-COUNTER-RECORD-EXIT
051400         UNTIL WS-CTR-EOF.
051500     CLOSE CTR-FILE.
051600 2850-READ-COUNTER-EXIT.
051700     EXIT.
051800*=============================================================
051900 2860-READ-COUNTER-RECORD.
052000     READ CTR-FILE
052100         AT END
052200             MOVE 'Y' TO WS-CTR-EOF-SW
052300             GO TO 2860-READ-COUNTER-RECORD-EXIT
052400     END-READ.
052500     EVALUATE WS-CTR-RECORD-LENGTH
052600         WHEN 19
052700             IF WS-SELECTED-SERIES = SPACE
052800                 MOVE CTR-LEGACY-LAST-ISSUED TO WS-LAST-ISSUED
052900             END-IF
053000         WHEN 32
053100             IF WS-SELECTED-SERIES = SPACE
053200                 MOVE CTR-LAST-ISSUED TO WS-LAST-ISSUED
053300             END-IF
053400         WHEN OTHER
053500             IF CTR-SERIES-CODE = WS-SELECTED-SERIES
053600                 MOVE CTR-LAST-ISSUED TO WS-LAST-ISSUED
053700             END-IF
053800     END-EVALUATE.
053900 2860-READ-COUNTER-RECORD-EXIT.
054000     EXIT.
054100*=============================================================
054110* 2900-CHECK-AUTHORITY - ADDING OR CHANGING A SERIES IS AN
054120* OVERRIDE OF THE NUMBERING RULES, SO IT TAKES THE SAME OVERRIDE
054130* AUTHORITY ON OPRFILE AS A SEQMNT00 COUNTER OVERRIDE. A REFUSAL
054140* IS LOGGED TO OPRLOG BEFORE ANY DETAIL IS SHOWN OR KEYED.
054150*=============================================================
054160 2900-CHECK-AUTHORITY.
054170     MOVE 'N' TO WS-ENTRY-OK-SW.
054180     IF NOT WS-OPR-CAN-OVERRIDE
054190         MOVE 'NO OVERRIDE AUTHORITY' TO WS-ENTRY-MESSAGE
054200         MOVE 'A' TO WS-OLG-EVENT-TYPE
054210         MOVE WS-SELECTED-SERIES TO WS-OLG-SERIES-CODE
054220         MOVE 'SERIES MASTER UPDATE REFUSED - NO AUTHORITY'
054230             TO WS-OLG-DETAIL
054240         PERFORM 9400-WRITE-OPERATOR-LOG
054250             THRU 9400-WRITE-OPERATOR-LOG-EXIT
054260         GO TO 2900-CHECK-AUTHORITY-EXIT
054270     END-IF.
054280     MOVE 'Y' TO WS-ENTRY-OK-SW.
054290 2900-CHECK-AUTHORITY-EXIT.
054300     EXIT.
057300*=============================================================
057400* 2950-LOG-MAINTENANCE - AUDIT THE MASTER CHANGE TO EXCFILE.
057500* THE SEQUENCE VALUE CARRIES THE SERIES' NEW MAXIMUM.
057600*=============================================================
057700 2950-LOG-MAINTENANCE.
057800     OPEN EXTEND EXC-FILE.
057900     IF WS-EXC-FILE-STATUS = '35'
058000         OPEN OUTPUT EXC-FILE
058100     END-IF.
058200     MOVE SPACES TO EXC-RECORD.
058300     MOVE WS-RUN-ID        TO EXC-RUN-ID.
058400     MOVE WS-TODAY         TO EXC-DATE.
058500     MOVE WS-EVENT-TIME    TO EXC-TIME.
058600     MOVE WS-ENT-MAX-VALUE TO EXC-SEQ-VALUE.
058700     SET EXC-SERIES-MAINT TO TRUE.
058800     STRING 'MASTER ' WS-MAINT-ACTION
058900         ' START ' WS-ENT-START-VALUE
059000         ' ROLL ' WS-ENT-ROLLOVER-SW
059100         ' ST ' WS-ENT-STATUS
059200         ' EFF ' WS-ENT-EFF-DATE
059300         ' END ' WS-ENT-END-DATE
059400         DELIMITED BY SIZE INTO EXC-MESSAGE.
059500     MOVE WS-SELECTED-SERIES TO EXC-SERIES-CODE.
059510     MOVE WS-OPERATOR-ID TO EXC-OPERATOR-ID.
059600     WRITE EXC-RECORD.
059700     CLOSE EXC-FILE.
059800     ADD 1 TO WS-MAINT-COUNT.
059810     MOVE 'X' TO WS-OLG-EVENT-TYPE.
059820     MOVE WS-SELECTED-SERIES TO WS-OLG-SERIES-CODE.
059830     MOVE WS-ENT-MAX-VALUE TO WS-OLG-SEQ-VALUE.
059840     STRING 'SERIES MASTER ' WS-MAINT-ACTION
059850         DELIMITED BY SIZE INTO WS-OLG-DETAIL.
059860     PERFORM 9400-WRITE-OPERATOR-LOG
059870         THRU 9400-WRITE-OPERATOR-LOG-EXIT.
059900 2950-LOG-MAINTENANCE-EXIT.
060000     EXIT.
060100*=============================================================
060200 3000-TERMINATE.
060210     IF WS-SIGNED-ON
060220         MOVE 'O' TO WS-OLG-EVENT-TYPE
060230         MOVE 'SIGNED OFF' TO WS-OLG-DETAIL
060240         PERFORM 9400-WRITE-OPERATOR-LOG
060250             THRU 9400-WRITE-OPERATOR-LOG-EXIT
060260     END-IF.
060300     CLOSE SRM-FILE.
060400     PERFORM 9500-WRITE-JOURNAL
060500         THRU 9500-WRITE-JOURNAL-EXIT.
060600     DISPLAY 'SERIES MASTER MAINTENANCE SESSION ENDED'.
060700 3000-TERMINATE-EXIT.
060800     EXIT.
060900*=============================================================
061000* 9500-WRITE-JOURNAL - APPEND THE SESSION'S CLOSE-OUT RECORD
061100* SO MASTER MAINTENANCE SHOWS ON THE MORNING CHECK. RECORDS
061200* OUT IS THE NUMBER OF MASTER RECORDS ADDED OR CHANGED.
061300*=============================================================
061400 9500-WRITE-JOURNAL.
061500     OPEN EXTEND JRN-FILE.
061600     IF WS-JRN-FILE-STATUS = '35'
061700         OPEN OUTPUT JRN-FILE
061800     END-IF.
061900     ACCEPT WS-JRN-END-TIME FROM TIME.
062000     MOVE SPACES TO JRN-RECORD.
062100     MOVE WS-RUN-ID       TO JRN-RUN-ID.
062200     MOVE WS-TODAY        TO JRN-BUS-DATE.
062300     MOVE WS-NOW          TO JRN-START-TIME.
062400     MOVE WS-JRN-END-TIME TO JRN-END-TIME.
062500     MOVE ZEROES          TO JRN-RECORDS-IN.
062600     MOVE WS-MAINT-COUNT  TO JRN-RECORDS-OUT.
062700     MOVE ZEROES          TO JRN-REJECT-COUNT.
062800     MOVE ZEROES          TO JRN-EXCEPTION-COUNT.
062900     MOVE 'C'             TO JRN-STATUS.
063000     MOVE SPACES          TO JRN-HALT-PARA.
063100     WRITE JRN-RECORD.
063200     CLOSE JRN-FILE.
063300 9500-WRITE-JOURNAL-EXIT.
063400     EXIT.
063410*=============================================================
063420* 1500-OPERATOR-SIGN-ON - NAMED SIGN-ON AGAINST OPRFILE BEFORE
063430* ANY SERIES IS SHOWN. INQUIRE AUTHORITY IS NEEDED TO USE IT;
063440* ADD AND CHANGE ALSO NEED OVERRIDE AUTHORITY.
063450* THREE REFUSED ATTEMPTS END THE SESSION, AND EVERY ATTEMPT,
063460* GOOD OR BAD, IS LOGGED TO OPRLOG FOR THE SECURITY REVIEW.
063470*=============================================================
063480 1500-OPERATOR-SIGN-ON.
063490     MOVE ZERO TO WS-SIGNON-TRIES.
063500     PERFORM 1510-TRY-ONE-SIGN-ON
063510         THRU 1510-TRY-ONE-SIGN-ON-EXIT
063520         UNTIL WS-SIGNED-ON
063530            OR WS-SIGNON-TRIES NOT < WS-SIGNON-MAX-TRIES.
063540     IF NOT WS-SIGNED-ON
063550         DISPLAY 'SIGN-ON REFUSED - SESSION ENDED'
063560         MOVE 'Y' TO WS-QUIT-SW
063570     END-IF.
063580 1500-OPERATOR-SIGN-ON-EXIT.
063590     EXIT.
063600*=============================================================
063610* 1510-TRY-ONE-SIGN-ON - THE SCREEN DOES NOT SAY WHETHER THE ID
063620* OR THE PASSWORD WAS WRONG - ONLY THE LOG DOES. A MISSING
063630* OPRFILE FAILS CLOSED AT ONCE, AS DOES AN OPERATOR WITHOUT THE
063640* AUTHORITY THIS PROGRAM NEEDS - RETRYING CANNOT CHANGE EITHER.
063650*=============================================================
063660 1510-TRY-ONE-SIGN-ON.
063670     ADD 1 TO WS-SIGNON-TRIES.
063680     MOVE SPACES TO WS-SIGNON-USER-ID
063690                    WS-SIGNON-PASSWORD.
063700     DISPLAY SCR-SIGNON-SCREEN.
063710     ACCEPT SCR-SIGNON-SCREEN.
063720     IF WS-SIGNON-USER-ID = SPACES
063730         DISPLAY 'OPERATOR ID REQUIRED'
063740         GO TO 1510-TRY-ONE-SIGN-ON-EXIT
063750     END-IF.
063760     PERFORM 1520-FIND-OPERATOR
063770         THRU 1520-FIND-OPERATOR-EXIT.
063780     IF WS-SIGNON-REASON NOT = SPACES
063790         IF WS-SIGNON-NO-FILE
063800             DISPLAY 'OPERATOR SECURITY FILE NOT AVAILABLE'
063810             MOVE WS-SIGNON-MAX-TRIES TO WS-SIGNON-TRIES
063820         ELSE
063830             DISPLAY 'OPERATOR ID OR PASSWORD NOT ACCEPTED'
063840         END-IF
063850         MOVE 'F' TO WS-OLG-EVENT-TYPE
063860         MOVE WS-SIGNON-REASON TO WS-OLG-DETAIL
063870         PERFORM 9400-WRITE-OPERATOR-LOG
063880             THRU 9400-WRITE-OPERATOR-LOG-EXIT
063890         GO TO 1510-TRY-ONE-SIGN-ON-EXIT
063900     END-IF.
063910     IF NOT WS-OPR-CAN-INQUIRE
063920         DISPLAY 'OPERATOR ' WS-SIGNON-USER-ID
063930             ' HAS NO INQUIRY AUTHORITY'
063940         MOVE 'A' TO WS-OLG-EVENT-TYPE
063950         MOVE 'NO INQUIRY AUTHORITY - SIGN-ON REFUSED'
063960             TO WS-OLG-DETAIL
063970         PERFORM 9400-WRITE-OPERATOR-LOG
063980             THRU 9400-WRITE-OPERATOR-LOG-EXIT
063990         MOVE WS-SIGNON-MAX-TRIES TO WS-SIGNON-TRIES
064000         GO TO 1510-TRY-ONE-SIGN-ON-EXIT
064010     END-IF.
064020     MOVE WS-SIGNON-USER-ID TO WS-OPERATOR-ID.
064030     MOVE 'Y' TO WS-SIGNED-ON-SW.
064040     DISPLAY 'SIGNED ON AS ' WS-OPERATOR-ID.
064050     MOVE 'N' TO WS-OLG-EVENT-TYPE.
064060     MOVE 'SIGNED ON' TO WS-OLG-DETAIL.
064070     PERFORM 9400-WRITE-OPERATOR-LOG
064080         THRU 9400-WRITE-OPERATOR-LOG-EXIT.
064090 1510-TRY-ONE-SIGN-ON-EXIT.
064100     EXIT.
064110*=============================================================
064120* 1520-FIND-OPERATOR - READ OPRFILE FRESH FOR THE KEYED ID AND
064130* PROVE IT. ANY REFUSAL LEAVES ITS REASON IN WS-SIGNON-REASON,
064140* BLANK MEANS PROVED. AN OPERATOR WITH NO PASSWORD ON FILE IS
064150* REFUSED, NOT LET IN ON A BLANK ONE.
064160*=============================================================
064170 1520-FIND-OPERATOR.
064180     MOVE 'N' TO WS-OPR-FOUND-SW.
064190     MOVE 'N' TO WS-OPR-EOF-SW.
064200     MOVE SPACES TO WS-SIGNON-REASON.
064210     OPEN INPUT OPR-FILE.
064220     IF WS-OPR-FILE-STATUS NOT = '00'
064230         MOVE 'OPERATOR FILE NOT AVAILABLE' TO WS-SIGNON-REASON
064240         GO TO 1520-FIND-OPERATOR-EXIT
064250     END-IF.
064260     PERFORM 1530-READ-OPERATOR-RECORD
064270         THRU 1530-READ-OPERATOR-RECORD-EXIT
064280         UNTIL WS-OPR-EOF
064290            OR WS-OPR-FOUND.
064300     CLOSE OPR-FILE.
064310     EVALUATE TRUE
064320         WHEN NOT WS-OPR-FOUND
064330             MOVE 'OPERATOR NOT ON FILE' TO WS-SIGNON-REASON
064340         WHEN WS-OPR-PASSWORD = SPACES
064350             MOVE 'NO PASSWORD ON FILE' TO WS-SIGNON-REASON
064360         WHEN WS-OPR-PASSWORD NOT = WS-SIGNON-PASSWORD
064370             MOVE 'PASSWORD INCORRECT' TO WS-SIGNON-REASON
064380         WHEN NOT WS-OPR-ACTIVE
064390             MOVE 'OPERATOR REVOKED' TO WS-SIGNON-REASON
064400         WHEN OTHER
064410             CONTINUE
064420     END-EVALUATE.
064430     MOVE SPACES TO WS-OPR-PASSWORD
064440                    WS-SIGNON-PASSWORD.
064450 1520-FIND-OPERATOR-EXIT.
064460     EXIT.
064470*=============================================================
064480 1530-READ-OPERATOR-RECORD.
064490     READ OPR-FILE
064500         AT END
064510             MOVE 'Y' TO WS-OPR-EOF-SW
064520             GO TO 1530-READ-OPERATOR-RECORD-EXIT
064530     END-READ.
064540     IF OPR-USER-ID NOT = WS-SIGNON-USER-ID
064550         GO TO 1530-READ-OPERATOR-RECORD-EXIT
064560     END-IF.
064570     MOVE 'Y'             TO WS-OPR-FOUND-SW.
064580     MOVE OPR-PASSWORD    TO WS-OPR-PASSWORD.
064590     MOVE OPR-STATUS      TO WS-OPR-STATUS.
064600     MOVE OPR-AUTHORITIES TO WS-OPR-AUTHORITIES.
064610 1530-READ-OPERATOR-RECORD-EXIT.
064620     EXIT.
064630*=============================================================
064640* 9400-WRITE-OPERATOR-LOG - APPEND ONE OPRLOG RECORD FROM THE
064650* WS-OLG- FIELDS, CREATING THE LOG ON FIRST USE, AND CLEAR THE
064660* OPTIONAL FIELDS FOR THE NEXT EVENT.
064670*=============================================================
064680 9400-WRITE-OPERATOR-LOG.
064690     OPEN EXTEND OLG-FILE.
064700     IF WS-OLG-FILE-STATUS = '35'
064710         OPEN OUTPUT OLG-FILE
064720     END-IF.
064730     ACCEPT WS-OLG-TIME FROM TIME.
064740     MOVE SPACES             TO OLG-RECORD.
064750     MOVE WS-TODAY           TO OLG-DATE.
064760     MOVE WS-OLG-TIME        TO OLG-TIME.
064770     MOVE WS-SIGNON-USER-ID  TO OLG-USER-ID.
064780     MOVE WS-RUN-ID          TO OLG-RUN-ID.
064790     MOVE WS-OLG-EVENT-TYPE  TO OLG-EVENT-TYPE.
064800     MOVE WS-OLG-SERIES-CODE TO OLG-SERIES-CODE.
064810     MOVE WS-OLG-SEQ-VALUE   TO OLG-SEQ-VALUE.
064820     MOVE WS-OLG-DETAIL      TO OLG-DETAIL.
064830     WRITE OLG-RECORD.
064840     CLOSE OLG-FILE.
064850     MOVE SPACE  TO WS-OLG-SERIES-CODE.
064860     MOVE ZEROES TO WS-OLG-SEQ-VALUE.
064870     MOVE SPACES TO WS-OLG-DETAIL.
064880 9400-WRITE-OPERATOR-LOG-EXIT.
064890     EXIT.
