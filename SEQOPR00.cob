000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SEQOPR00.
000300 AUTHOR.        J H MARSH.
000400 INSTALLATION.  DAILY LEDGER SEQUENCE CONTROL.
000500 DATE-WRITTEN.  2026-10-12.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  ---------  ----  --------------------------------------
001200*  2026-10-12 JHM   ORIGINAL VERSION. PERIODIC OPERATOR
001300*                   ACTIVITY REPORT FOR THE SECURITY REVIEW.
001400*                   FOR THE PERIOD ON OPRPARM (DEFAULT THE
001500*                   WEEK ENDING THE OPEN BUSINESS DATE) IT
001600*                   LISTS EVERY OPERATOR ON OPRFILE WITH THE
001700*                   AUTHORITY HELD AND THE SIGN-ONS, FAILED
001800*                   SIGN-ONS, REFUSED FUNCTIONS AND AUDITED
001900*                   ACTIONS LOGGED ON OPRLOG, THEN EVERY
002000*                   FAILED SIGN-ON AND REFUSAL IN DETAIL, THEN
002100*                   EVERY AUDITED ACTION IN DETAIL. AN ID
002200*                   TRIED AT SIGN-ON BUT NOT ON OPRFILE IS
002300*                   LISTED AS SUCH.
002400*-----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPR-FILE      ASSIGN TO OPRFILE
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS  IS WS-OPR-FILE-STATUS.
003400     SELECT OLG-FILE      ASSIGN TO OPRLOG
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS  IS WS-OLG-FILE-STATUS.
003700     SELECT PRM-FILE      ASSIGN TO OPRPARM
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS  IS WS-PRM-FILE-STATUS.
004000     SELECT CAL-FILE      ASSIGN TO CALFILE
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS  IS WS-CAL-FILE-STATUS.
004300     SELECT RPT-FILE      ASSIGN TO OPRRPT
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT JRN-FILE      ASSIGN TO JRNFILE
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS  IS WS-JRN-FILE-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  OPR-FILE.
005100 COPY OPRREC01.
005200 FD  OLG-FILE.
005300 COPY OLGREC01.
005400 FD  PRM-FILE.
005500 COPY OPRPRM01.
005600 FD  CAL-FILE.
005700 COPY CALREC01.
005800 FD  RPT-FILE
005900     RECORD CONTAINS 132 CHARACTERS.
006000 01  RPT-LINE                    PIC X(132).
006100 FD  JRN-FILE.
006200 COPY JRNREC01.
006300 WORKING-STORAGE SECTION.
006400 01  WS-SWITCHES.
006500     05  WS-OPR-EOF-SW           PIC X(01) VALUE 'N'.
006600         88  WS-OPR-EOF              VALUE 'Y'.
006700     05  WS-OPR-AVAIL-SW         PIC X(01) VALUE 'N'.
006800         88  WS-OPR-AVAILABLE        VALUE 'Y'.
006900     05  WS-OLG-EOF-SW           PIC X(01) VALUE 'N'.
007000         88  WS-OLG-EOF              VALUE 'Y'.
007100     05  WS-OLG-AVAIL-SW         PIC X(01) VALUE 'N'.
007200         88  WS-OLG-AVAILABLE        VALUE 'Y'.
007300     05  WS-CAL-EOF-SW           PIC X(01) VALUE 'N'.
007400         88  WS-CAL-EOF              VALUE 'Y'.
007500     05  WS-OPERATOR-FOUND-SW    PIC X(01) VALUE 'N'.
007600         88  WS-OPERATOR-FOUND       VALUE 'Y'.
007700     05  WS-OPR-OVERFLOW-SW      PIC X(01) VALUE 'N'.
007800         88  WS-OPR-OVERFLOW         VALUE 'Y'.
007900 01  WS-OPR-FILE-STATUS          PIC X(02) VALUE SPACES.
008000 01  WS-OLG-FILE-STATUS          PIC X(02) VALUE SPACES.
008100 01  WS-PRM-FILE-STATUS          PIC X(02) VALUE SPACES.
008200 01  WS-CAL-FILE-STATUS          PIC X(02) VALUE SPACES.
008300 01  WS-JRN-FILE-STATUS          PIC X(02) VALUE SPACES.
008350 01  WS-RUN-ID                   PIC X(08) VALUE 'SEQOPR00'.
008400 01  WS-JRN-END-TIME             PIC 9(06) VALUE ZEROES.
008500 01  WS-START-TIME               PIC 9(06) VALUE ZEROES.
008600 01  WS-TODAY                    PIC 9(08).
008700 01  WS-FROM-DATE                PIC 9(08) VALUE ZEROES.
008800 01  WS-TO-DATE                  PIC 9(08) VALUE ZEROES.
008900 01  WS-WORK-DATE                PIC 9(08) VALUE ZEROES.
009000 77  WS-DATE-INTEGER             PIC 9(08) COMP VALUE ZERO.
009100 77  WS-DEFAULT-PERIOD-DAYS      PIC 9(03) COMP VALUE 7.
009200*-----------------------------------------------------------
009300* LOG PASS - OPRLOG IS READ THREE TIMES: ONCE TO TALLY EACH
009400* OPERATOR, ONCE TO LIST THE FAILURES AND REFUSALS, AND ONCE
009500* TO LIST THE AUDITED ACTIONS, SO EACH SECTION OF THE REPORT
009600* PRINTS IN LOG ORDER WITHOUT HOLDING THE LOG IN STORAGE.
009700*-----------------------------------------------------------
009800 01  WS-LOG-PASS                 PIC X(01) VALUE SPACE.
009900     88  WS-PASS-TALLY               VALUE 'T'.
010000     88  WS-PASS-EXCEPTIONS          VALUE 'E'.
010100     88  WS-PASS-ACTIONS             VALUE 'A'.
010200*-----------------------------------------------------------
010300* OPERATOR TABLE - EVERY OPERATOR ON OPRFILE, PLUS ANY ID
010400* THAT APPEARS ON OPRLOG IN THE PERIOD WITHOUT BEING ON IT
010500* (A MIS-KEYED OR GUESSED ID AT SIGN-ON), WITH THE PERIOD'S
010600* COUNTS.
010700*-----------------------------------------------------------
010800 01  WS-OPT-COUNT                PIC 9(03) COMP VALUE ZERO.
010900 01  WS-OPT-TABLE-MAX            PIC 9(03) COMP VALUE 200.
011000 01  WS-OPT-TABLE.
011100     05  WS-OPT-ENTRY            OCCURS 200 TIMES
011200                                 INDEXED BY WS-OPT-IX.
011300         10  WS-OPT-USER-ID      PIC X(08).
011400         10  WS-OPT-NAME         PIC X(30).
011500         10  WS-OPT-STATUS       PIC X(01).
011600         10  WS-OPT-ON-FILE-SW   PIC X(01).
011700             88  WS-OPT-ON-FILE      VALUE 'Y'.
011800         10  WS-OPT-AUTHORITIES.
011900             15  WS-OPT-AUTH-INQUIRE     PIC X(01).
012000             15  WS-OPT-AUTH-DESK-ISSUE  PIC X(01).
012100             15  WS-OPT-AUTH-REPAIR      PIC X(01).
012200             15  WS-OPT-AUTH-OVERRIDE    PIC X(01).
012300             15  WS-OPT-AUTH-RELEASE     PIC X(01).
012400         10  WS-OPT-SIGN-ON-CT   PIC 9(05) COMP.
012500         10  WS-OPT-FAILED-CT    PIC 9(05) COMP.
012600         10  WS-OPT-REFUSED-CT   PIC 9(05) COMP.
012700         10  WS-OPT-ACTION-CT    PIC 9(05) COMP.
012800         10  WS-OPT-LAST-SIGN-ON PIC 9(08).
012900 01  WS-OPT-SUB                  PIC 9(03) COMP VALUE ZERO.
013000 01  WS-CURRENT-USER-ID          PIC X(08) VALUE SPACES.
013100*-----------------------------------------------------------
013200* RUN TOTALS
013300*-----------------------------------------------------------
013400 01  WS-LOG-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
013500 01  WS-LOG-IN-PERIOD-COUNT      PIC 9(07) COMP VALUE ZERO.
013600 01  WS-TOT-SIGN-ON-COUNT        PIC 9(07) COMP VALUE ZERO.
013700 01  WS-TOT-FAILED-COUNT         PIC 9(07) COMP VALUE ZERO.
013800 01  WS-TOT-REFUSED-COUNT        PIC 9(07) COMP VALUE ZERO.
013900 01  WS-TOT-ACTION-COUNT         PIC 9(07) COMP VALUE ZERO.
014000 01  WS-TOT-SIGN-OFF-COUNT       PIC 9(07) COMP VALUE ZERO.
014100 01  WS-UNKNOWN-ID-COUNT         PIC 9(05) COMP VALUE ZERO.
014200 01  WS-SECTION-LINE-COUNT       PIC 9(07) COMP VALUE ZERO.
014300 01  WS-LINE-COUNT               PIC 9(07) COMP VALUE ZERO.
014400*-----------------------------------------------------------
014500* REPORT LINE LAYOUTS
014600*-----------------------------------------------------------
014700 01  WS-HDG-LINE-1.
014800     05  FILLER                  PIC X(40)
014900             VALUE 'SEQUENCE CONTROL OPERATOR ACTIVITY'.
015000     05  FILLER                  PIC X(08) VALUE SPACES.
015100     05  HDG-RUN-DATE            PIC 9(08).
015200 01  WS-RANGE-LINE.
015300     05  FILLER                  PIC X(14)
015400             VALUE 'REPORT RANGE: '.
015500     05  RANGE-FROM-DATE         PIC 9(08).
015600     05  FILLER                  PIC X(03) VALUE ' - '.
015700     05  RANGE-TO-DATE           PIC 9(08).
015800 01  WS-OPS-HDG-LINE.
015900     05  FILLER                  PIC X(10) VALUE 'OPERATOR'.
016000     05  FILLER                  PIC X(32) VALUE 'NAME'.
016100     05  FILLER                  PIC X(04) VALUE 'ST'.
016200     05  FILLER                  PIC X(04) VALUE 'INQ'.
016300     05  FILLER                  PIC X(04) VALUE 'DSK'.
016400     05  FILLER                  PIC X(04) VALUE 'REP'.
016500     05  FILLER                  PIC X(04) VALUE 'OVR'.
016600     05  FILLER                  PIC X(05) VALUE 'REL'.
016700     05  FILLER                  PIC X(09) VALUE 'SIGN-ONS'.
016800     05  FILLER                  PIC X(08) VALUE 'FAILED'.
016900     05  FILLER                  PIC X(08) VALUE 'REFUSED'.
017000     05  FILLER                  PIC X(08) VALUE 'ACTIONS'.
017100     05  FILLER                  PIC X(10) VALUE 'LAST ON'.
017200     05  FILLER                  PIC X(20) VALUE 'NOTE'.
017300 01  WS-OPS-LINE.
017400     05  OPS-USER-ID             PIC X(08).
017500     05  FILLER                  PIC X(02) VALUE SPACES.
017600     05  OPS-NAME                PIC X(30).
017700     05  FILLER                  PIC X(02) VALUE SPACES.
017800     05  OPS-STATUS              PIC X(01).
017900     05  FILLER                  PIC X(04) VALUE SPACES.
018000     05  OPS-AUTH-INQUIRE        PIC X(01).
018100     05  FILLER                  PIC X(03) VALUE SPACES.
018200     05  OPS-AUTH-DESK-ISSUE     PIC X(01).
018300     05  FILLER                  PIC X(03) VALUE SPACES.
018400     05  OPS-AUTH-REPAIR         PIC X(01).
018500     05  FILLER                  PIC X(03) VALUE SPACES.
018600     05  OPS-AUTH-OVERRIDE       PIC X(01).
018700     05  FILLER                  PIC X(03) VALUE SPACES.
018800     05  OPS-AUTH-RELEASE        PIC X(01).
018900     05  FILLER                  PIC X(02) VALUE SPACES.
019000     05  OPS-SIGN-ON-CT          PIC ZZ,ZZ9.
019100     05  FILLER                  PIC X(03) VALUE SPACES.
019200     05  OPS-FAILED-CT           PIC ZZ,ZZ9.
019300     05  FILLER                  PIC X(02) VALUE SPACES.
019400     05  OPS-REFUSED-CT          PIC ZZ,ZZ9.
019500     05  FILLER                  PIC X(02) VALUE SPACES.
019600     05  OPS-ACTION-CT           PIC ZZ,ZZ9.
019700     05  FILLER                  PIC X(02) VALUE SPACES.
019800     05  OPS-LAST-SIGN-ON        PIC X(08).
019900     05  FILLER                  PIC X(02) VALUE SPACES.
020000     05  OPS-NOTE                PIC X(20).
020100 01  WS-EVT-HDG-LINE.
020200     05  FILLER                  PIC X(10) VALUE 'DATE'.
020300     05  FILLER                  PIC X(08) VALUE 'TIME'.
020400     05  FILLER                  PIC X(10) VALUE 'OPERATOR'.
020500     05  FILLER                  PIC X(10) VALUE 'PROGRAM'.
020600     05  FILLER                  PIC X(10) VALUE 'EVENT'.
020700     05  FILLER                  PIC X(04) VALUE 'SER'.
020800     05  FILLER                  PIC X(09) VALUE 'VALUE'.
020900     05  FILLER                  PIC X(50) VALUE 'DETAIL'.
021000 01  WS-EVT-LINE.
021100     05  EVT-DATE                PIC 9(08).
021200     05  FILLER                  PIC X(02) VALUE SPACES.
021300     05  EVT-TIME                PIC 9(06).
021400     05  FILLER                  PIC X(02) VALUE SPACES.
021500     05  EVT-USER-ID             PIC X(08).
021600     05  FILLER                  PIC X(02) VALUE SPACES.
021700     05  EVT-RUN-ID              PIC X(08).
021800     05  FILLER                  PIC X(02) VALUE SPACES.
021900     05  EVT-EVENT               PIC X(08).
022000     05  FILLER                  PIC X(02) VALUE SPACES.
022100     05  EVT-SERIES-CODE         PIC X(01).
022200     05  FILLER                  PIC X(03) VALUE SPACES.
022300     05  EVT-SEQ-VALUE           PIC X(07).
022400     05  FILLER                  PIC X(02) VALUE SPACES.
022500     05  EVT-DETAIL              PIC X(50).
022600 01  WS-TOT-LINE.
022700     05  TOT-LABEL               PIC X(32).
022800     05  TOT-COUNT               PIC Z,ZZZ,ZZ9.
022900*-----------------------------------------------------------
023000* REPORT MESSAGES
023100*-----------------------------------------------------------
023200 01  WS-NOT-ON-FILE-NAME         PIC X(30)
023300         VALUE '*** NOT ON OPERATOR FILE ***'.
023400 PROCEDURE DIVISION.
023500*=============================================================
023600 0000-MAINLINE.
023700     PERFORM 1000-INITIALIZE
023800         THRU 1000-INITIALIZE-EXIT.
023900     PERFORM 2000-LOAD-OPERATORS
024000         THRU 2000-LOAD-OPERATORS-EXIT.
024100     MOVE 'T' TO WS-LOG-PASS.
024200     PERFORM 3000-READ-LOG
024300         THRU 3000-READ-LOG-EXIT.
024400     PERFORM 4000-PRINT-OPERATORS
024500         THRU 4000-PRINT-OPERATORS-EXIT.
024600     PERFORM 5000-PRINT-EXCEPTIONS
024700         THRU 5000-PRINT-EXCEPTIONS-EXIT.
024800     PERFORM 6000-PRINT-ACTIONS
024900         THRU 6000-PRINT-ACTIONS-EXIT.
025000     PERFORM 8000-TERMINATE
025100         THRU 8000-TERMINATE-EXIT.
025200     STOP RUN.
025300*=============================================================
025400* 1000-INITIALIZE - SET THE REPORT PERIOD AND PRINT THE
025500* HEADINGS. THE PERIOD ENDS ON THE OPEN BUSINESS DATE AND
025600* RUNS BACK A WEEK UNLESS OPRPARM SAYS OTHERWISE.
025700*=============================================================
025800 1000-INITIALIZE.
025900     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
026000     ACCEPT WS-START-TIME FROM TIME.
026100     PERFORM 1050-READ-CALENDAR
026200         THRU 1050-READ-CALENDAR-EXIT.
026300     MOVE ZEROES   TO WS-FROM-DATE.
026400     MOVE WS-TODAY TO WS-TO-DATE.
026500     PERFORM 1100-READ-PARM
026600         THRU 1100-READ-PARM-EXIT.
026700     OPEN OUTPUT RPT-FILE.
026800     MOVE WS-TODAY TO HDG-RUN-DATE.
026900     MOVE WS-HDG-LINE-1 TO RPT-LINE.
027000     PERFORM 9000-WRITE-REPORT-LINE
027100         THRU 9000-WRITE-REPORT-LINE-EXIT.
027200     MOVE WS-FROM-DATE TO RANGE-FROM-DATE.
027300     MOVE WS-TO-DATE   TO RANGE-TO-DATE.
027400     MOVE WS-RANGE-LINE TO RPT-LINE.
027500     PERFORM 9000-WRITE-REPORT-LINE
027600         THRU 9000-WRITE-REPORT-LINE-EXIT.
027700 1000-INITIALIZE-EXIT.
027800     EXIT.
027900*=============================================================
028000* 1050-READ-CALENDAR - PICK UP THE OPEN BUSINESS DATE FROM THE
028100* SHARED CALENDAR. NO CALFILE LEAVES THE WALL-CLOCK DATE.
028200*=============================================================
028300 1050-READ-CALENDAR.
028400     OPEN INPUT CAL-FILE.
028500     IF WS-CAL-FILE-STATUS = '35'
028600         GO TO 1050-READ-CALENDAR-EXIT
028700     END-IF.
028800     PERFORM 1060-READ-CALENDAR-RECORD
028900         THRU 1060-READ-CALENDAR-RECORD-EXIT
029000         UNTIL WS-CAL-EOF.
029100     CLOSE CAL-FILE.
029200 1050-READ-CALENDAR-EXIT.
029300     EXIT.
029400*=============================================================
029500 1060-READ-CALENDAR-RECORD.
029600     READ CAL-FILE
029700         AT END
029800             MOVE 'Y' TO WS-CAL-EOF-SW
029900             GO TO 1060-READ-CALENDAR-RECORD-EXIT
030000     END-READ.
030100     IF CAL-CONTROL
030200         AND CAL-DATE IS NUMERIC
030300         AND CAL-DATE > ZEROES
030400         MOVE CAL-DATE TO WS-TODAY
030500     END-IF.
030600 1060-READ-CALENDAR-RECORD-EXIT.
030700     EXIT.
030800*=============================================================
030900* 1100-READ-PARM - A BLANK OR UNREADABLE TO-DATE STAYS ON THE
031000* BUSINESS DATE; A BLANK OR UNREADABLE FROM-DATE IS SET A WEEK
031100* BACK FROM THE TO-DATE. A RANGE KEYED BACKWARD IS STRAIGHTENED
031200* RATHER THAN RETURNING AN EMPTY REPORT.
031300*=============================================================
031400 1100-READ-PARM.
031500     OPEN INPUT PRM-FILE.
031600     IF WS-PRM-FILE-STATUS NOT = '35'
031700         READ PRM-FILE
031800             AT END
031900                 CONTINUE
032000             NOT AT END
032100                 IF OPR-PRM-FROM-DATE IS NUMERIC
032200                     MOVE OPR-PRM-FROM-DATE TO WS-FROM-DATE
032300                 END-IF
032400                 IF OPR-PRM-TO-DATE IS NUMERIC
032500                     MOVE OPR-PRM-TO-DATE TO WS-TO-DATE
032600                 END-IF
032700         END-READ
032800         CLOSE PRM-FILE
032900     END-IF.
033000     IF WS-FROM-DATE = ZEROES
033100         COMPUTE WS-DATE-INTEGER =
033200             FUNCTION INTEGER-OF-DATE (WS-TO-DATE)
033300             - WS-DEFAULT-PERIOD-DAYS + 1
033400         COMPUTE WS-FROM-DATE =
033500             FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
033600     END-IF.
033700     IF WS-FROM-DATE > WS-TO-DATE
033800         MOVE WS-FROM-DATE TO WS-WORK-DATE
033900         MOVE WS-TO-DATE   TO WS-FROM-DATE
034000         MOVE WS-WORK-DATE TO WS-TO-DATE
034100     END-IF.
034200 1100-READ-PARM-EXIT.
034300     EXIT.
034400*=============================================================
034500* 2000-LOAD-OPERATORS - TABLE EVERY OPERATOR ON OPRFILE, WHAT
034600* IS GRANTED AND WHETHER THE ID IS STILL ACTIVE. NO OPRFILE
034700* STILL LETS THE LOG SECTIONS PRINT; EVERY ID IS THEN SHOWN
034800* AS NOT ON FILE AND THE REPORT SAYS WHY.
034900*=============================================================
035000 2000-LOAD-OPERATORS.
035100     OPEN INPUT OPR-FILE.
035200     IF WS-OPR-FILE-STATUS NOT = '00'
035300         GO TO 2000-LOAD-OPERATORS-EXIT
035400     END-IF.
035500     MOVE 'Y' TO WS-OPR-AVAIL-SW.
035600     PERFORM 2100-LOAD-ONE-OPERATOR
035700         THRU 2100-LOAD-ONE-OPERATOR-EXIT
035800         UNTIL WS-OPR-EOF.
035900     CLOSE OPR-FILE.
036000 2000-LOAD-OPERATORS-EXIT.
036100     EXIT.
036200*=============================================================
036300 2100-LOAD-ONE-OPERATOR.
036400     READ OPR-FILE
036500         AT END
036600             MOVE 'Y' TO WS-OPR-EOF-SW
036700             GO TO 2100-LOAD-ONE-OPERATOR-EXIT
036800     END-READ.
036900     IF OPR-USER-ID = SPACES
037000         GO TO 2100-LOAD-ONE-OPERATOR-EXIT
037100     END-IF.
037200     MOVE OPR-USER-ID TO WS-CURRENT-USER-ID.
037300     PERFORM 7100-LOCATE-OR-ADD-OPERATOR
037400         THRU 7100-LOCATE-OR-ADD-OPERATOR-EXIT.
037500     IF WS-OPT-SUB = ZERO
037600         GO TO 2100-LOAD-ONE-OPERATOR-EXIT
037700     END-IF.
037800     MOVE 'Y'             TO WS-OPT-ON-FILE-SW (WS-OPT-SUB).
037900     MOVE OPR-NAME        TO WS-OPT-NAME (WS-OPT-SUB).
038000     MOVE OPR-STATUS      TO WS-OPT-STATUS (WS-OPT-SUB).
038100     MOVE OPR-AUTH-INQUIRE
038200         TO WS-OPT-AUTH-INQUIRE (WS-OPT-SUB).
038300     MOVE OPR-AUTH-DESK-ISSUE
038400         TO WS-OPT-AUTH-DESK-ISSUE (WS-OPT-SUB).
038500     MOVE OPR-AUTH-REJECT-REPAIR
038600         TO WS-OPT-AUTH-REPAIR (WS-OPT-SUB).
038700     MOVE OPR-AUTH-OVERRIDE
038800         TO WS-OPT-AUTH-OVERRIDE (WS-OPT-SUB).
038900     MOVE OPR-AUTH-FORCE-RELEASE
039000         TO WS-OPT-AUTH-RELEASE (WS-OPT-SUB).
039100 2100-LOAD-ONE-OPERATOR-EXIT.
039200     EXIT.
039300*=============================================================
039400* 3000-READ-LOG - ONE FULL PASS OF OPRLOG FOR WS-LOG-PASS.
039500* ONLY EVENTS DATED INSIDE THE PERIOD ARE LOOKED AT. NO
039600* OPRLOG MEANS NO ONE HAS SIGNED ON TO ANY SCREEN YET.
039700*=============================================================
039800 3000-READ-LOG.
039900     MOVE 'N' TO WS-OLG-EOF-SW.
040000     MOVE ZERO TO WS-SECTION-LINE-COUNT.
040100     OPEN INPUT OLG-FILE.
040200     IF WS-OLG-FILE-STATUS NOT = '00'
040300         MOVE 'N' TO WS-OLG-AVAIL-SW
040400         GO TO 3000-READ-LOG-EXIT
040500     END-IF.
040600     MOVE 'Y' TO WS-OLG-AVAIL-SW.
040700     PERFORM 3100-READ-LOG-RECORD
040800         THRU 3100-READ-LOG-RECORD-EXIT
040900         UNTIL WS-OLG-EOF.
041000     CLOSE OLG-FILE.
041100 3000-READ-LOG-EXIT.
041200     EXIT.
041300*=============================================================
041400 3100-READ-LOG-RECORD.
041500     READ OLG-FILE
041600         AT END
041700             MOVE 'Y' TO WS-OLG-EOF-SW
041800             GO TO 3100-READ-LOG-RECORD-EXIT
041900     END-READ.
042000     IF WS-PASS-TALLY
042100         ADD 1 TO WS-LOG-READ-COUNT
042200     END-IF.
042300     IF OLG-DATE < WS-FROM-DATE
042400         OR OLG-DATE > WS-TO-DATE
042500         GO TO 3100-READ-LOG-RECORD-EXIT
042600     END-IF.
042700     EVALUATE TRUE
042800         WHEN WS-PASS-TALLY
042900             PERFORM 3200-TALLY-EVENT
043000                 THRU 3200-TALLY-EVENT-EXIT
043100         WHEN WS-PASS-EXCEPTIONS
043200             IF OLG-SIGN-ON-FAILED
043300                 OR OLG-AUTHORITY-REFUSED
043400                 PERFORM 3300-PRINT-EVENT
043500                     THRU 3300-PRINT-EVENT-EXIT
043600             END-IF
043700         WHEN WS-PASS-ACTIONS
043800             IF OLG-ACTION
043900                 PERFORM 3300-PRINT-EVENT
044000                     THRU 3300-PRINT-EVENT-EXIT
044100             END-IF
044200     END-EVALUATE.
044300 3100-READ-LOG-RECORD-EXIT.
044400     EXIT.
044500*=============================================================
044600* 3200-TALLY-EVENT - COUNT THE EVENT AGAINST ITS OPERATOR. AN
044700* ID NOT ON OPRFILE IS ADDED TO THE TABLE SO IT IS NAMED ON
044800* THE REPORT RATHER THAN DROPPED.
044900*=============================================================
045000 3200-TALLY-EVENT.
045100     ADD 1 TO WS-LOG-IN-PERIOD-COUNT.
045200     MOVE OLG-USER-ID TO WS-CURRENT-USER-ID.
045300     PERFORM 7100-LOCATE-OR-ADD-OPERATOR
045400         THRU 7100-LOCATE-OR-ADD-OPERATOR-EXIT.
045500     EVALUATE TRUE
045600         WHEN OLG-SIGN-ON
045700             ADD 1 TO WS-TOT-SIGN-ON-COUNT
045800             IF WS-OPT-SUB > ZERO
045900                 ADD 1 TO WS-OPT-SIGN-ON-CT (WS-OPT-SUB)
046000                 MOVE OLG-DATE
046100                     TO WS-OPT-LAST-SIGN-ON (WS-OPT-SUB)
046200             END-IF
046300         WHEN OLG-SIGN-ON-FAILED
046400             ADD 1 TO WS-TOT-FAILED-COUNT
046500             IF WS-OPT-SUB > ZERO
046600                 ADD 1 TO WS-OPT-FAILED-CT (WS-OPT-SUB)
046700             END-IF
046800         WHEN OLG-AUTHORITY-REFUSED
046900             ADD 1 TO WS-TOT-REFUSED-COUNT
047000             IF WS-OPT-SUB > ZERO
047100                 ADD 1 TO WS-OPT-REFUSED-CT (WS-OPT-SUB)
047200             END-IF
047300         WHEN OLG-ACTION
047400             ADD 1 TO WS-TOT-ACTION-COUNT
047500             IF WS-OPT-SUB > ZERO
047600                 ADD 1 TO WS-OPT-ACTION-CT (WS-OPT-SUB)
047700             END-IF
047800         WHEN OLG-SIGN-OFF
047900             ADD 1 TO WS-TOT-SIGN-OFF-COUNT
048000         WHEN OTHER
048100             CONTINUE
048200     END-EVALUATE.
048300 3200-TALLY-EVENT-EXIT.
048400     EXIT.
048500*=============================================================
048600 3300-PRINT-EVENT.
048700     MOVE SPACES TO WS-EVT-LINE.
048800     MOVE OLG-DATE        TO EVT-DATE.
048900     MOVE OLG-TIME        TO EVT-TIME.
049000     MOVE OLG-USER-ID     TO EVT-USER-ID.
049100     MOVE OLG-RUN-ID      TO EVT-RUN-ID.
049200     EVALUATE TRUE
049300         WHEN OLG-SIGN-ON-FAILED
049400             MOVE 'FAILED'  TO EVT-EVENT
049500         WHEN OLG-AUTHORITY-REFUSED
049600             MOVE 'REFUSED' TO EVT-EVENT
049700         WHEN OTHER
049800             MOVE 'ACTION'  TO EVT-EVENT
049900     END-EVALUATE.
050000     MOVE OLG-SERIES-CODE TO EVT-SERIES-CODE.
050100     IF OLG-SEQ-VALUE IS NUMERIC
050200         AND OLG-SEQ-VALUE > ZEROES
050300         MOVE OLG-SEQ-VALUE TO EVT-SEQ-VALUE
050400     END-IF.
050500     MOVE OLG-DETAIL      TO EVT-DETAIL.
050600     MOVE WS-EVT-LINE     TO RPT-LINE.
050700     PERFORM 9000-WRITE-REPORT-LINE
050800         THRU 9000-WRITE-REPORT-LINE-EXIT.
050900     ADD 1 TO WS-SECTION-LINE-COUNT.
051000 3300-PRINT-EVENT-EXIT.
051100     EXIT.
051200*=============================================================
051300* 4000-PRINT-OPERATORS - ONE LINE PER OPERATOR: WHAT OPRFILE
051400* GRANTS AND WHAT THE LOG SHOWS FOR THE PERIOD. THE NOTE
051500* COLUMN CALLS OUT WHAT A REVIEWER SHOULD LOOK AT - AN ID NOT
051600* ON FILE, A REVOKED ID, AND AN ACTIVE ID THAT HAS NOT SIGNED
051700* ON ALL PERIOD (A CANDIDATE FOR REVOCATION).
051800*=============================================================
051900 4000-PRINT-OPERATORS.
052000     MOVE SPACES TO RPT-LINE.
052100     PERFORM 9000-WRITE-REPORT-LINE
052200         THRU 9000-WRITE-REPORT-LINE-EXIT.
052300     MOVE 'OPERATOR AUTHORITY AND ACTIVITY' TO RPT-LINE.
052400     PERFORM 9000-WRITE-REPORT-LINE
052500         THRU 9000-WRITE-REPORT-LINE-EXIT.
052600     IF NOT WS-OPR-AVAILABLE
052700         MOVE 'OPERATOR FILE NOT AVAILABLE - AUTHORITY NOT SHOWN'
052800             TO RPT-LINE
052900         PERFORM 9000-WRITE-REPORT-LINE
053000             THRU 9000-WRITE-REPORT-LINE-EXIT
053100     END-IF.
053200     MOVE WS-OPS-HDG-LINE TO RPT-LINE.
053300     PERFORM 9000-WRITE-REPORT-LINE
053400         THRU 9000-WRITE-REPORT-LINE-EXIT.
053500     PERFORM 4100-PRINT-ONE-OPERATOR
053600         THRU 4100-PRINT-ONE-OPERATOR-EXIT
053700         VARYING WS-OPT-SUB FROM 1 BY 1
053800         UNTIL WS-OPT-SUB > WS-OPT-COUNT.
053900     IF WS-OPT-COUNT = ZERO
054000         MOVE 'NO OPERATORS ON FILE OR ON THE LOG' TO RPT-LINE
054100         PERFORM 9000-WRITE-REPORT-LINE
054200             THRU 9000-WRITE-REPORT-LINE-EXIT
054300     END-IF.
054400     IF WS-OPR-OVERFLOW
054500         MOVE 'MORE OPERATORS THAN THE TABLE HOLDS - LIST SHORT'
054600             TO RPT-LINE
054700         PERFORM 9000-WRITE-REPORT-LINE
054800             THRU 9000-WRITE-REPORT-LINE-EXIT
054900     END-IF.
055000 4000-PRINT-OPERATORS-EXIT.
055100     EXIT.
055200*=============================================================
055300 4100-PRINT-ONE-OPERATOR.
055400     MOVE SPACES TO WS-OPS-LINE.
055500     MOVE WS-OPT-USER-ID (WS-OPT-SUB)   TO OPS-USER-ID.
055600     MOVE WS-OPT-NAME (WS-OPT-SUB)      TO OPS-NAME.
055700     MOVE WS-OPT-STATUS (WS-OPT-SUB)    TO OPS-STATUS.
055800     MOVE WS-OPT-AUTH-INQUIRE (WS-OPT-SUB)
055900         TO OPS-AUTH-INQUIRE.
056000     MOVE WS-OPT-AUTH-DESK-ISSUE (WS-OPT-SUB)
056100         TO OPS-AUTH-DESK-ISSUE.
056200     MOVE WS-OPT-AUTH-REPAIR (WS-OPT-SUB)
056300         TO OPS-AUTH-REPAIR.
056400     MOVE WS-OPT-AUTH-OVERRIDE (WS-OPT-SUB)
056500         TO OPS-AUTH-OVERRIDE.
056600     MOVE WS-OPT-AUTH-RELEASE (WS-OPT-SUB)
056700         TO OPS-AUTH-RELEASE.
056800     MOVE WS-OPT-SIGN-ON-CT (WS-OPT-SUB) TO OPS-SIGN-ON-CT.
056900     MOVE WS-OPT-FAILED-CT (WS-OPT-SUB)  TO OPS-FAILED-CT.
057000     MOVE WS-OPT-REFUSED-CT (WS-OPT-SUB) TO OPS-REFUSED-CT.
057100     MOVE WS-OPT-ACTION-CT (WS-OPT-SUB)  TO OPS-ACTION-CT.
057200     IF WS-OPT-LAST-SIGN-ON (WS-OPT-SUB) > ZEROES
057300         MOVE WS-OPT-LAST-SIGN-ON (WS-OPT-SUB)
057400             TO OPS-LAST-SIGN-ON
057500     END-IF.
057600     EVALUATE TRUE
057700         WHEN NOT WS-OPT-ON-FILE (WS-OPT-SUB)
057800             MOVE 'UNKNOWN ID'     TO OPS-NOTE
057900             ADD 1 TO WS-UNKNOWN-ID-COUNT
058000         WHEN WS-OPT-STATUS (WS-OPT-SUB) = 'R'
058100             MOVE 'REVOKED'        TO OPS-NOTE
058200         WHEN WS-OPT-STATUS (WS-OPT-SUB) NOT = 'A'
058300             MOVE 'STATUS NOT VALID' TO OPS-NOTE
058400         WHEN WS-OPT-SIGN-ON-CT (WS-OPT-SUB) = ZERO
058500             MOVE 'NO SIGN-ON IN PERIOD' TO OPS-NOTE
058600         WHEN OTHER
058700             CONTINUE
058800     END-EVALUATE.
058900     MOVE WS-OPS-LINE TO RPT-LINE.
059000     PERFORM 9000-WRITE-REPORT-LINE
059100         THRU 9000-WRITE-REPORT-LINE-EXIT.
059200 4100-PRINT-ONE-OPERATOR-EXIT.
059300     EXIT.
059400*=============================================================
059500* 5000-PRINT-EXCEPTIONS - EVERY FAILED SIGN-ON AND EVERY
059600* FUNCTION REFUSED FOR WANT OF AUTHORITY, IN LOG ORDER.
059700*=============================================================
059800 5000-PRINT-EXCEPTIONS.
059900     MOVE SPACES TO RPT-LINE.
060000     PERFORM 9000-WRITE-REPORT-LINE
060100         THRU 9000-WRITE-REPORT-LINE-EXIT.
060200     MOVE 'FAILED SIGN-ONS AND REFUSED FUNCTIONS' TO RPT-LINE.
060300     PERFORM 9000-WRITE-REPORT-LINE
060400         THRU 9000-WRITE-REPORT-LINE-EXIT.
060500     MOVE WS-EVT-HDG-LINE TO RPT-LINE.
060600     PERFORM 9000-WRITE-REPORT-LINE
060700         THRU 9000-WRITE-REPORT-LINE-EXIT.
060800     MOVE 'E' TO WS-LOG-PASS.
060900     PERFORM 3000-READ-LOG
061000         THRU 3000-READ-LOG-EXIT.
061100     IF WS-SECTION-LINE-COUNT = ZERO
061200         MOVE 'NONE IN PERIOD' TO RPT-LINE
061300         PERFORM 9000-WRITE-REPORT-LINE
061400             THRU 9000-WRITE-REPORT-LINE-EXIT
061500     END-IF.
061600 5000-PRINT-EXCEPTIONS-EXIT.
061700     EXIT.
061800*=============================================================
061900* 6000-PRINT-ACTIONS - EVERY AUDITED ACTION (DESK ISSUE,
062000* REJECT REPAIR, COUNTER OVERRIDE, LOCK RELEASE, SERIES MASTER
062100* CHANGE) WITH THE OPERATOR WHO TOOK IT, IN LOG ORDER.
062200*=============================================================
062300 6000-PRINT-ACTIONS.
062400     MOVE SPACES TO RPT-LINE.
062500     PERFORM 9000-WRITE-REPORT-LINE
062600         THRU 9000-WRITE-REPORT-LINE-EXIT.
062700     MOVE 'AUDITED ACTIONS' TO RPT-LINE.
062800     PERFORM 9000-WRITE-REPORT-LINE
062900         THRU 9000-WRITE-REPORT-LINE-EXIT.
063000     MOVE WS-EVT-HDG-LINE TO RPT-LINE.
063100     PERFORM 9000-WRITE-REPORT-LINE
063200         THRU 9000-WRITE-REPORT-LINE-EXIT.
063300     MOVE 'A' TO WS-LOG-PASS.
063400     PERFORM 3000-READ-LOG
063500         THRU 3000-READ-LOG-EXIT.
063600     IF WS-SECTION-LINE-COUNT = ZERO
063700         MOVE 'NONE IN PERIOD' TO RPT-LINE
063800         PERFORM 9000-WRITE-REPORT-LINE
063900             THRU 9000-WRITE-REPORT-LINE-EXIT
064000     END-IF.
064100 6000-PRINT-ACTIONS-EXIT.
064200     EXIT.
064300*=============================================================
064400* 7100-LOCATE-OR-ADD-OPERATOR - RESOLVE WS-CURRENT-USER-ID TO
064500* ITS TABLE ENTRY, STARTING A NOT-ON-FILE ENTRY ON FIRST
064600* SIGHT. A FULL TABLE LEAVES WS-OPT-SUB AT ZERO AND IS FLAGGED
064700* ON THE REPORT.
064800*=============================================================
064900 7100-LOCATE-OR-ADD-OPERATOR.
065000     MOVE 'N'  TO WS-OPERATOR-FOUND-SW.
065100     MOVE ZERO TO WS-OPT-SUB.
065200     IF WS-OPT-COUNT > ZERO
065300         SET WS-OPT-IX TO 1
065400         SEARCH WS-OPT-ENTRY
065500             AT END
065600                 CONTINUE
065700             WHEN WS-OPT-USER-ID (WS-OPT-IX) = WS-CURRENT-USER-ID
065800                 AND WS-OPT-IX NOT > WS-OPT-COUNT
065900                 MOVE 'Y' TO WS-OPERATOR-FOUND-SW
066000                 SET WS-OPT-SUB TO WS-OPT-IX
066100         END-SEARCH
066200     END-IF.
066300     IF WS-OPERATOR-FOUND
066400         GO TO 7100-LOCATE-OR-ADD-OPERATOR-EXIT
066500     END-IF.
066600     IF WS-OPT-COUNT NOT < WS-OPT-TABLE-MAX
066700         MOVE 'Y' TO WS-OPR-OVERFLOW-SW
066800         GO TO 7100-LOCATE-OR-ADD-OPERATOR-EXIT
066900     END-IF.
067000     ADD 1 TO WS-OPT-COUNT.
067100     MOVE WS-OPT-COUNT TO WS-OPT-SUB.
067200     MOVE WS-CURRENT-USER-ID  TO WS-OPT-USER-ID (WS-OPT-SUB).
067300     MOVE WS-NOT-ON-FILE-NAME TO WS-OPT-NAME (WS-OPT-SUB).
067400     MOVE SPACE  TO WS-OPT-STATUS (WS-OPT-SUB).
067500     MOVE 'N'    TO WS-OPT-ON-FILE-SW (WS-OPT-SUB).
067600     MOVE SPACES TO WS-OPT-AUTHORITIES (WS-OPT-SUB).
067700     MOVE ZERO   TO WS-OPT-SIGN-ON-CT (WS-OPT-SUB)
067800                    WS-OPT-FAILED-CT (WS-OPT-SUB)
067900                    WS-OPT-REFUSED-CT (WS-OPT-SUB)
068000                    WS-OPT-ACTION-CT (WS-OPT-SUB).
068100     MOVE ZEROES TO WS-OPT-LAST-SIGN-ON (WS-OPT-SUB).
068200 7100-LOCATE-OR-ADD-OPERATOR-EXIT.
068300     EXIT.
068400*=============================================================
068500* 8000-TERMINATE - PERIOD TOTALS, THEN THE JOURNAL RECORD.
068600*=============================================================
068700 8000-TERMINATE.
068800     MOVE SPACES TO RPT-LINE.
068900     PERFORM 9000-WRITE-REPORT-LINE
069000         THRU 9000-WRITE-REPORT-LINE-EXIT.
069100     MOVE 'PERIOD TOTALS' TO RPT-LINE.
069200     PERFORM 9000-WRITE-REPORT-LINE
069300         THRU 9000-WRITE-REPORT-LINE-EXIT.
069400     IF NOT WS-OLG-AVAILABLE
069500         MOVE 'OPERATOR LOG NOT AVAILABLE - NO ACTIVITY SHOWN'
069600             TO RPT-LINE
069700         PERFORM 9000-WRITE-REPORT-LINE
069800             THRU 9000-WRITE-REPORT-LINE-EXIT
069900     END-IF.
070000     MOVE 'LOG RECORDS READ             :' TO TOT-LABEL.
070100     MOVE WS-LOG-READ-COUNT TO TOT-COUNT.
070200     PERFORM 8100-PRINT-TOTAL
070300         THRU 8100-PRINT-TOTAL-EXIT.
070400     MOVE 'LOG RECORDS IN PERIOD        :' TO TOT-LABEL.
070500     MOVE WS-LOG-IN-PERIOD-COUNT TO TOT-COUNT.
070600     PERFORM 8100-PRINT-TOTAL
070700         THRU 8100-PRINT-TOTAL-EXIT.
070800     MOVE 'SIGN-ONS                     :' TO TOT-LABEL.
070900     MOVE WS-TOT-SIGN-ON-COUNT TO TOT-COUNT.
071000     PERFORM 8100-PRINT-TOTAL
071100         THRU 8100-PRINT-TOTAL-EXIT.
071200     MOVE 'SIGN-OFFS                    :' TO TOT-LABEL.
071300     MOVE WS-TOT-SIGN-OFF-COUNT TO TOT-COUNT.
071400     PERFORM 8100-PRINT-TOTAL
071500         THRU 8100-PRINT-TOTAL-EXIT.
071600     MOVE 'FAILED SIGN-ONS              :' TO TOT-LABEL.
071700     MOVE WS-TOT-FAILED-COUNT TO TOT-COUNT.
071800     PERFORM 8100-PRINT-TOTAL
071900         THRU 8100-PRINT-TOTAL-EXIT.
072000     MOVE 'REFUSED FUNCTIONS            :' TO TOT-LABEL.
072100     MOVE WS-TOT-REFUSED-COUNT TO TOT-COUNT.
072200     PERFORM 8100-PRINT-TOTAL
072300         THRU 8100-PRINT-TOTAL-EXIT.
072400     MOVE 'AUDITED ACTIONS              :' TO TOT-LABEL.
072500     MOVE WS-TOT-ACTION-COUNT TO TOT-COUNT.
072600     PERFORM 8100-PRINT-TOTAL
072700         THRU 8100-PRINT-TOTAL-EXIT.
072800     MOVE 'IDS NOT ON OPERATOR FILE     :' TO TOT-LABEL.
072900     MOVE WS-UNKNOWN-ID-COUNT TO TOT-COUNT.
073000     PERFORM 8100-PRINT-TOTAL
073100         THRU 8100-PRINT-TOTAL-EXIT.
073200     CLOSE RPT-FILE.
073300     PERFORM 9500-WRITE-JOURNAL
073400         THRU 9500-WRITE-JOURNAL-EXIT.
073500     DISPLAY WS-RUN-ID ' OPERATOR ACTIVITY ' WS-FROM-DATE
073600         ' - ' WS-TO-DATE ' FAILED ' WS-TOT-FAILED-COUNT
073700         ' REFUSED ' WS-TOT-REFUSED-COUNT.
073800 8000-TERMINATE-EXIT.
073900     EXIT.
074000*=============================================================
074100 8100-PRINT-TOTAL.
074200     MOVE WS-TOT-LINE TO RPT-LINE.
074300     PERFORM 9000-WRITE-REPORT-LINE
074400         THRU 9000-WRITE-REPORT-LINE-EXIT.
074500 8100-PRINT-TOTAL-EXIT.
074600     EXIT.
074700*=============================================================
074800 9000-WRITE-REPORT-LINE.
074900     WRITE RPT-LINE.
075000     ADD 1 TO WS-LINE-COUNT.
075100 9000-WRITE-REPORT-LINE-EXIT.
075200     EXIT.
075300*=============================================================
075400* 9500-WRITE-JOURNAL - APPEND THE CLOSE-OUT RECORD THE MORNING
075500* STATUS CHECK READS. THE EXCEPTION COUNT IS THE PERIOD'S
075600* FAILED SIGN-ONS PLUS REFUSED FUNCTIONS.
075700*=============================================================
075800 9500-WRITE-JOURNAL.
075900     OPEN EXTEND JRN-FILE.
076000     IF WS-JRN-FILE-STATUS = '35'
076100         OPEN OUTPUT JRN-FILE
076200     END-IF.
076300     ACCEPT WS-JRN-END-TIME FROM TIME.
076400     MOVE SPACES TO JRN-RECORD.
076500     MOVE WS-RUN-ID              TO JRN-RUN-ID.
076600     MOVE WS-TODAY               TO JRN-BUS-DATE.
076700     MOVE WS-START-TIME          TO JRN-START-TIME.
076800     MOVE WS-JRN-END-TIME        TO JRN-END-TIME.
076900     MOVE WS-LOG-READ-COUNT      TO JRN-RECORDS-IN.
077000     MOVE WS-LINE-COUNT          TO JRN-RECORDS-OUT.
077100     MOVE ZEROES                 TO JRN-REJECT-COUNT.
077200     COMPUTE JRN-EXCEPTION-COUNT =
077300         WS-TOT-FAILED-COUNT + WS-TOT-REFUSED-COUNT.
077400     MOVE 'C'                    TO JRN-STATUS.
077500     MOVE SPACES                 TO JRN-HALT-PARA.
077600     WRITE JRN-RECORD.
077700     CLOSE JRN-FILE.
077800 9500-WRITE-JOURNAL-EXIT.
077900     EXIT.
