004560*                   NIGHT'S RUN HALT AS 'ALREADY COMPLETED'.
004570*                   EVERY EXISTING SERIES' DATE WAS ALREADY
004580*                   PRESERVED AS READ.
004581*  2026-09-14 JHM   FULL-IDENTITY LEDGER. OPNFILE IS NOW KEYED
004582*                   BY SEQUENCE VALUE / CYCLE / SERIES AND IS
004583*                   OPENED I-O UNDER THE LOCK INSTEAD OF BEING
004584*                   LOADED INTO A TABLE, SO THE CAPACITY
004585*                   REFUSAL IS GONE. THE COLLISION CHECK
004586*                   WALKS EVERY CYCLE OF THE CANDIDATE AND
004587*                   BLOCKS ONLY ON AN OPEN OR VOIDED ENTRY IN
004588*                   THE SAME SERIES, THE SAME RULE AS
004589*                   SEQGEN00, AND THE NEW OPEN ENTRY CARRIES
004590*                   ITS CYCLE, SERIES AND TRANSACTION KEY SO
004591*                   SEQOPN00 CAN PROVE A SETTLEMENT AGAINST
004592*                   IT. AN UNAVAILABLE LEDGER REFUSES THE
004593*                   ISSUANCE.
004594*  2026-09-28 JHM   SERIES MASTER. THE ISSUING SERIES MUST BE
004595*                   ON SRMFILE AND IN FORCE OR THE ISSUE IS
004596*                   REFUSED. ITS MAXIMUM AND A NEW SERIES'
004597*                   STARTING VALUE COME FROM THE MASTER, NOT
004598*                   WS-DEFAULT-SERIES-MAX. NO MASTER AT ALL
004599*                   KEEPS THE OLD DEFAULTS.
004600*  2026-10-05 JHM   CHECK DIGIT. THE ISSUED NUMBER IS SHOWN
004601*                   WITH ITS MODULUS-10 CHECK DIGIT (THE SAME
004602*                   7800-COMPUTE-CHECK-DIGIT AS SEQGEN00) AND
004603*                   THE DIGIT IS POSTED ON THE REGISTER.
004604*  2026-10-12 JHM   NAMED OPERATOR SIGN-ON. THE SESSION
004605*                   OPENS WITH A SIGN-ON AGAINST OPRFILE AND
004606*                   NEEDS DESK ISSUE AUTHORITY. THE OPERATOR ID
004607*                   IS POSTED IN REG-BATCH-ID (A DESK ISSUE HAS
004608*                   NO FEED BATCH - SEE REGREC01), CARRIED ON
004609*                   EVERY EXCFILE EVENT, AND EACH ISSUE IS
004610*                   LOGGED TO OPRLOG.
004611*  2026-10-14 JHM   INTRADAY CYCLES. THE DAY CYCLE AND DAY
004612*                   COUNT ON EVERY CONTROL RECORD ARE WRITTEN
004613*                   BACK AS READ, AND THE REGISTER POSTING
004614*                   CARRIES DAY CYCLE ZERO - A DESK ISSUE IS
004615*                   NOT PART OF ANY ISSUANCE CYCLE.
004690*-----------------------------------------------------------
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.   IBM-370.
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS  IS WS-RCN-FILE-STATUS.
006100     SELECT OPN-FILE      ASSIGN TO OPNFILE
006110         ORGANIZATION IS INDEXED
006120         ACCESS MODE  IS DYNAMIC
006130         RECORD KEY   IS OPN-KEY
006300         FILE STATUS  IS WS-OPN-FILE-STATUS.
006400     SELECT EXC-FILE      ASSIGN TO EXCFILE
006500         ORGANIZATION IS LINE SEQUENTIAL
008300         ALTERNATE RECORD KEY IS REG-TRN-KEY
008400             WITH DUPLICATES
008500         FILE STATUS  IS WS-REG-FILE-STATUS.
008510     SELECT SRM-FILE      ASSIGN TO SRMFILE
008520         ORGANIZATION IS INDEXED
008530         ACCESS MODE  IS DYNAMIC
008540         RECORD KEY   IS SRM-SERIES-CODE
008550         FILE STATUS  IS WS-SRM-FILE-STATUS.
008557     SELECT OPR-FILE      ASSIGN TO OPRFILE
008564         ORGANIZATION IS LINE SEQUENTIAL
008571         FILE STATUS  IS WS-OPR-FILE-STATUS.
008578     SELECT OLG-FILE      ASSIGN TO OPRLOG
008585         ORGANIZATION IS LINE SEQUENTIAL
008592         FILE STATUS  IS WS-OLG-FILE-STATUS.
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  CTR-FILE
010500 COPY JRNREC01.
010600 FD  REG-FILE.
010700 COPY REGREC01.
010710 FD  SRM-FILE.
010720 COPY SRMREC01.
010730 FD  OPR-FILE.
010740 COPY OPRREC01.
010750 FD  OLG-FILE.
010760 COPY OLGREC01.
010800 WORKING-STORAGE SECTION.
010900 01  WS-CRT-STATUS               PIC 9(04) VALUE ZERO.
011000 01  WS-CTR-FILE-STATUS          PIC X(02) VALUE SPACES.
011400 01  WS-LOK-FILE-STATUS          PIC X(02) VALUE SPACES.
011500 01  WS-CAL-FILE-STATUS          PIC X(02) VALUE SPACES.
011600 01  WS-REG-FILE-STATUS          PIC X(02) VALUE SPACES.
011610 01  WS-SRM-FILE-STATUS          PIC X(02) VALUE SPACES.
011700 01  WS-RSV-FILE-STATUS          PIC X(02) VALUE SPACES.
011800 01  WS-JRN-FILE-STATUS          PIC X(02) VALUE SPACES.
011900 01  WS-JRN-STATUS-CODE          PIC X(01) VALUE 'C'.
013000         88  WS-RCN-EOF               VALUE 'Y'.
013100     05  WS-OPN-EOF-SW           PIC X(01) VALUE 'N'.
013200         88  WS-OPN-EOF               VALUE 'Y'.
013210     05  WS-OPN-OPEN-SW          PIC X(01) VALUE 'N'.
013220         88  WS-OPN-OPEN              VALUE 'Y'.
013300     05  WS-CAL-EOF-SW           PIC X(01) VALUE 'N'.
013400         88  WS-CAL-EOF               VALUE 'Y'.
013500     05  WS-SERIES-FOUND-SW      PIC X(01) VALUE 'N'.
014800         88  WS-RSV-EOF               VALUE 'Y'.
014900     05  WS-RESERVED-FOUND-SW    PIC X(01) VALUE 'N'.
015000         88  WS-RESERVED-FOUND        VALUE 'Y'.
015010     05  WS-SRM-OK-SW            PIC X(01) VALUE 'Y'.
015020         88  WS-SRM-OK                VALUE 'Y'.
015100*-----------------------------------------------------------
015200* PER-SERIES COUNTER TABLE - RELOADED FRESH BEFORE EVERY
015300* ISSUANCE, THE SAME POSTURE AS SEQMNT00, SO A BATCH RUN
018100         10  WS-RCNT-LAST        PIC 9(07).
018200         10  WS-RCNT-CYCLE       PIC 9(05).
018300         10  WS-RCNT-REC-COUNT   PIC 9(07).
018310         10  WS-RCNT-DAY-CYCLE   PIC X(02).
018320         10  WS-RCNT-DAY-COUNT   PIC X(07).
018400 01  WS-RCNT-SUB                 PIC 9(03) COMP VALUE ZERO.
018500*-----------------------------------------------------------
019900* RESERVED-BLOCK TABLE - THE BLOCKS ACTIVE ON THIS BUSINESS
020000* DATE, RELOADED WITH THE REST OF THE STATE. THE CANDIDATE
020100* NEVER LANDS INSIDE ONE.
022100 01  WS-CANDIDATE                PIC 9(07) VALUE ZEROES.
022200 01  WS-ISSUED-VALUE             PIC 9(07) VALUE ZEROES.
022300 01  WS-ISSUED-CYCLE             PIC 9(05) VALUE ZEROES.
022310 01  WS-ISSUED-CHECK-DIGIT       PIC X(01) VALUE SPACE.
022400 01  WS-LOCK-RUN-ID              PIC X(08) VALUE SPACES.
022500 01  WS-LOCK-RUN-DATE            PIC 9(08) VALUE ZEROES.
022600 01  WS-LOCK-RUN-TIME            PIC 9(06) VALUE ZEROES.
022602*-----------------------------------------------------------
022604* OPERATOR SIGN-ON - THE SIGNED-ON OPERATOR AND THE AUTHORITY
022606* OPRFILE GRANTS, HELD FOR THE WHOLE SESSION. THE PASSWORD IS
022608* CLEARED AS SOON AS IT HAS BEEN COMPARED.
022610*-----------------------------------------------------------
022612 01  WS-OPR-FILE-STATUS          PIC X(02) VALUE SPACES.
022614 01  WS-OLG-FILE-STATUS          PIC X(02) VALUE SPACES.
022616 01  WS-OPR-EOF-SW               PIC X(01) VALUE 'N'.
022618     88  WS-OPR-EOF                  VALUE 'Y'.
022620 01  WS-OPR-FOUND-SW             PIC X(01) VALUE 'N'.
022622     88  WS-OPR-FOUND                VALUE 'Y'.
022624 01  WS-SIGNED-ON-SW             PIC X(01) VALUE 'N'.
022626     88  WS-SIGNED-ON                VALUE 'Y'.
022628 01  WS-SIGNON-USER-ID           PIC X(08) VALUE SPACES.
022630 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
022632 01  WS-SIGNON-TRIES             PIC 9(03) COMP VALUE ZERO.
022634 77  WS-SIGNON-MAX-TRIES         PIC 9(03) COMP VALUE 3.
022636 01  WS-SIGNON-REASON            PIC X(40) VALUE SPACES.
022638     88  WS-SIGNON-NO-FILE           VALUE
022640             'OPERATOR FILE NOT AVAILABLE'.
022642 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
022644 01  WS-OPR-PASSWORD             PIC X(08) VALUE SPACES.
022646 01  WS-OPR-STATUS               PIC X(01) VALUE SPACE.
022648     88  WS-OPR-ACTIVE               VALUE 'A'.
022650 01  WS-OPR-AUTHORITIES.
022652     05  WS-OPR-AUTH-INQUIRE     PIC X(01) VALUE 'N'.
022654         88  WS-OPR-CAN-INQUIRE      VALUE 'Y'.
022656     05  WS-OPR-AUTH-DESK-ISSUE  PIC X(01) VALUE 'N'.
022658         88  WS-OPR-CAN-DESK-ISSUE   VALUE 'Y'.
022660     05  WS-OPR-AUTH-REPAIR      PIC X(01) VALUE 'N'.
022662         88  WS-OPR-CAN-REPAIR       VALUE 'Y'.
022664     05  WS-OPR-AUTH-OVERRIDE    PIC X(01) VALUE 'N'.
022666         88  WS-OPR-CAN-OVERRIDE     VALUE 'Y'.
022668     05  WS-OPR-AUTH-RELEASE     PIC X(01) VALUE 'N'.
022670         88  WS-OPR-CAN-RELEASE      VALUE 'Y'.
022672 01  WS-OLG-EVENT-TYPE           PIC X(01) VALUE SPACE.
022674 01  WS-OLG-SERIES-CODE          PIC X(01) VALUE SPACE.
022676 01  WS-OLG-SEQ-VALUE            PIC 9(07) VALUE ZEROES.
022678 01  WS-OLG-DETAIL               PIC X(50) VALUE SPACES.
022680 01  WS-OLG-TIME                 PIC 9(06) VALUE ZEROES.
022700 01  WS-RUN-ID                   PIC X(08) VALUE 'SEQONE00'.
022800 01  WS-TODAY                    PIC 9(08).
022900 01  WS-NOW                      PIC 9(06).
022905*-----------------------------------------------------------
022910* CHECK DIGIT WORK AREA - MODULUS 10 OVER THE SEVEN DIGITS OF
022915* A SEQUENCE VALUE, WEIGHTS 2 AND 1 ALTERNATING FROM THE
022920* RIGHTMOST DIGIT, A TWO-DIGIT PRODUCT CAST OUT BY NINE. IT
022925* CATCHES EVERY SINGLE MIS-KEYED DIGIT AND NEARLY EVERY
022930* TRANSPOSITION OF TWO ADJACENT DIGITS.
022935*-----------------------------------------------------------
022940 01  WS-CD-VALUE                 PIC 9(07) VALUE ZEROES.
022945 01  WS-CD-VALUE-DIGITS REDEFINES WS-CD-VALUE.
022950     05  WS-CD-VALUE-DIGIT       PIC 9(01) OCCURS 7 TIMES.
022955 01  WS-CD-WEIGHTS               PIC X(07) VALUE '2121212'.
022960 01  WS-CD-WEIGHT-TABLE REDEFINES WS-CD-WEIGHTS.
022965     05  WS-CD-WEIGHT            PIC 9(01) OCCURS 7 TIMES.
022970 01  WS-CD-SUB                   PIC 9(03) COMP VALUE ZERO.
022975 01  WS-CD-PRODUCT               PIC 9(02) VALUE ZERO.
022980 01  WS-CD-SUM                   PIC 9(03) VALUE ZERO.
022985 01  WS-CD-QUOTIENT              PIC 9(03) VALUE ZERO.
022990 01  WS-CD-REMAINDER             PIC 9(01) VALUE ZERO.
022995 01  WS-CD-DIGIT                 PIC 9(01) VALUE ZERO.
023000*-----------------------------------------------------------
023100* ISSUANCE SCREENS
023200*-----------------------------------------------------------
023600     05  LINE 01 COLUMN 20 VALUE 'SINGLE NUMBER ISSUANCE'.
023700     05  LINE 03 COLUMN 05 VALUE 'LAST ISSUED VALUE      :'.
023800     05  LINE 03 COLUMN 32 PIC 9(07) FROM WS-ISSUED-VALUE.
023810     05  LINE 03 COLUMN 39 PIC X(01) FROM WS-ISSUED-CHECK-DIGIT.
023900     05  LINE 04 COLUMN 05 VALUE 'CYCLE                  :'.
024000     05  LINE 04 COLUMN 32 PIC 9(05) FROM WS-ISSUED-CYCLE.
024100     05  LINE 06 COLUMN 05 VALUE '(I)SSUE (Q)UIT         :'.
024700     05  LINE 03 COLUMN 32 PIC X(20) TO WS-ISSUE-KEY.
024800     05  LINE 04 COLUMN 05 VALUE 'SERIES CODE (BLANK=GEN):'.
024900     05  LINE 04 COLUMN 32 PIC X(01) TO WS-ISSUE-SERIES.
024910 01  SCR-SIGNON-SCREEN.
024920     05  BLANK SCREEN.
024930     05  LINE 01 COLUMN 20 VALUE 'SINGLE NUMBER ISSUANCE'.
024940     05  LINE 02 COLUMN 20 VALUE 'OPERATOR SIGN-ON'.
024950     05  LINE 04 COLUMN 05 VALUE 'OPERATOR ID            :'.
024960     05  LINE 04 COLUMN 32 PIC X(08) TO WS-SIGNON-USER-ID.
024970     05  LINE 05 COLUMN 05 VALUE 'PASSWORD               :'.
024980     05  LINE 05 COLUMN 32 PIC X(08) TO WS-SIGNON-PASSWORD
024990             SECURE.
025000 PROCEDURE DIVISION.
025100*=============================================================
025200 0000-MAINLINE.
026400     ACCEPT WS-NOW   FROM TIME.
026500     PERFORM 1050-READ-CALENDAR
026600         THRU 1050-READ-CALENDAR-EXIT.
026610     PERFORM 1500-OPERATOR-SIGN-ON
026620         THRU 1500-OPERATOR-SIGN-ON-EXIT.
026700 1000-INITIALIZE-EXIT.
026800     EXIT.
026900*=============================================================
034500         PERFORM 2500-COMMIT-ISSUANCE
034600             THRU 2500-COMMIT-ISSUANCE-EXIT
034700     END-IF.
034710     IF WS-OPN-OPEN
034720         CLOSE OPN-FILE
034730         MOVE 'N' TO WS-OPN-OPEN-SW
034740     END-IF.
034800     PERFORM 2900-RELEASE-RUN-LOCK
034900         THRU 2900-RELEASE-RUN-LOCK-EXIT.
035000     IF WS-ISSUE-OK
035100         ADD 1 TO WS-SESSION-ISSUED
035200         DISPLAY 'ISSUED ' WS-ISSUED-VALUE WS-ISSUED-CHECK-DIGIT
035300             ' CYCLE ' WS-ISSUED-CYCLE
035400             ' SERIES ' WS-ISSUE-SERIES
035500             ' TO KEY ' WS-ISSUE-KEY
035510         MOVE 'X' TO WS-OLG-EVENT-TYPE
035520         MOVE WS-ISSUE-SERIES TO WS-OLG-SERIES-CODE
035530         MOVE WS-ISSUED-VALUE TO WS-OLG-SEQ-VALUE
035540         STRING 'DESK ISSUE - KEY ' WS-ISSUE-KEY
035550             DELIMITED BY SIZE INTO WS-OLG-DETAIL
035560         PERFORM 9400-WRITE-OPERATOR-LOG
035570             THRU 9400-WRITE-OPERATOR-LOG-EXIT
035600     END-IF.
035700 2100-ISSUE-ONE-NUMBER-EXIT.
035800     EXIT.
039500 2200-ACQUIRE-RUN-LOCK-EXIT.
039600     EXIT.
039700*=============================================================
039710* 2300-LOAD-STATE - COUNTERS AND CONTROL RECORDS ARE RELOADED
039720* FRESH UNDER THE LOCK FOR EVERY ISSUANCE, SO NOTHING A BATCH
039730* RUN WROTE EARLIER IN THE DAY IS MISSED. THE KEYED OPEN
039740* LEDGER IS OPENED I-O (CREATED ON FIRST USE) AND HELD UNTIL
039750* THE ISSUANCE IS COMMITTED OR REFUSED.
040100*=============================================================
040200 2300-LOAD-STATE.
040300     MOVE ZERO TO WS-SERIES-COUNT.
040400     MOVE ZERO TO WS-RCN-COUNT.
040700     MOVE ZERO TO WS-RSV-COUNT.
040800     MOVE 'N'  TO WS-CTR-EOF-SW.
040900     MOVE 'N'  TO WS-RCN-EOF-SW.
042300             UNTIL WS-RCN-EOF
042400         CLOSE RCN-FILE
042500     END-IF.
042510     MOVE 'N' TO WS-OPN-OPEN-SW.
042520     OPEN I-O OPN-FILE.
042530     IF WS-OPN-FILE-STATUS = '35'
042540         OPEN OUTPUT OPN-FILE
043100         CLOSE OPN-FILE
043110         OPEN I-O OPN-FILE
043200     END-IF.
043210     IF WS-OPN-FILE-STATUS = '00'
043220         MOVE 'Y' TO WS-OPN-OPEN-SW
043230     END-IF.
043300     OPEN INPUT RSV-FILE.
043400     IF WS-RSV-FILE-STATUS NOT = '35'
043500         PERFORM 2340-READ-RESERVATION-RECORD
050300     MOVE RCN-CYCLE-COUNT  TO WS-RCNT-CYCLE (WS-RCN-COUNT).
050400     MOVE RCN-RECORD-COUNT
050500         TO WS-RCNT-REC-COUNT (WS-RCN-COUNT).
050510     MOVE RCN-DAY-CYCLE    TO WS-RCNT-DAY-CYCLE (WS-RCN-COUNT).
050520     MOVE RCN-DAY-COUNT    TO WS-RCNT-DAY-COUNT (WS-RCN-COUNT).
050600 2320-READ-CONTROL-RECORD-EXIT.
050700     EXIT.
052900*=============================================================
053000* 2340-READ-RESERVATION-RECORD - THE SAME ACTIVE-ON-THIS-
053100* BUSINESS-DATE FILTER AS SEQGEN00'S LOAD. AN UNREADABLE OR
056600* VALUE STILL ON THE OPEN LEDGER, THE SAME CHECK AS SEQGEN00'S
056700* 2130-CHECK-COLLISION. A SERIES AT ITS MAXIMUM - OR PUSHED
056800* THERE BY COLLISION RETRIES - IS REFUSED: ROLLOVER IS THE
056810* NIGHTLY RUN'S AUDITED EVENT. A LEDGER THAT CANNOT BE OPENED
056820* REFUSES TOO - AN UNCHECKED NUMBER IS NEVER HANDED OUT.
057100*=============================================================
057200 2400-ADVANCE-COUNTER.
057300     MOVE 'N' TO WS-ISSUE-OK-SW.
057310     IF NOT WS-OPN-OPEN
057320         DISPLAY 'ISSUE REFUSED - OPEN LEDGER NOT AVAILABLE '
057330             '- STATUS ' WS-OPN-FILE-STATUS
057800         GO TO 2400-ADVANCE-COUNTER-EXIT
057900     END-IF.
058000     MOVE WS-ISSUE-SERIES TO WS-CURRENT-SERIES.
058800         DISPLAY 'SERIES TABLE FULL - ISSUE REFUSED'
058900         GO TO 2400-ADVANCE-COUNTER-EXIT
059000     END-IF.
059010     PERFORM 2410-CHECK-SERIES-MASTER
059020         THRU 2410-CHECK-SERIES-MASTER-EXIT.
059030     IF NOT WS-SRM-OK
059040         GO TO 2400-ADVANCE-COUNTER-EXIT
059050     END-IF.
059100     MOVE WS-SER-LAST-ISSUED (WS-SER-SUB) TO WS-CANDIDATE.
059200     PERFORM 2450-NEXT-CANDIDATE
059300         THRU 2450-NEXT-CANDIDATE-EXIT
060200     MOVE WS-SER-CYCLE-COUNT (WS-SER-SUB) TO WS-ISSUED-CYCLE.
060300 2400-ADVANCE-COUNTER-EXIT.
060400     EXIT.
060402*=============================================================
060404* 2410-CHECK-SERIES-MASTER - READ THE ISSUING SERIES FROM THE
060406* MASTER, FRESH FOR EVERY ISSUANCE. IT MUST BE ON THE MASTER
060408* AND IN FORCE ON THE BUSINESS DATE - THE SAME TEST SEQEDT00
060410* APPLIES TO THE BATCH FEED. ITS MAXIMUM REPLACES THE ONE ON
060412* THE COUNTER RECORD, AND A SERIES WITH NOTHING YET ISSUED
060414* STARTS AT ITS MASTER STARTING VALUE. NO SRMFILE AT ALL
060416* LEAVES THE OLD DEFAULTS IN PLACE.
060418*=============================================================
060420 2410-CHECK-SERIES-MASTER.
060422     MOVE 'Y' TO WS-SRM-OK-SW.
060424     OPEN INPUT SRM-FILE.
060426     IF WS-SRM-FILE-STATUS NOT = '00'
060428         GO TO 2410-CHECK-SERIES-MASTER-EXIT
060430     END-IF.
060432     MOVE WS-ISSUE-SERIES TO SRM-SERIES-CODE.
060434     READ SRM-FILE
060436         INVALID KEY
060438             MOVE 'N' TO WS-SRM-OK-SW
060440     END-READ.
060442     CLOSE SRM-FILE.
060444     IF NOT WS-SRM-OK
060446         DISPLAY 'SERIES ' WS-ISSUE-SERIES
060448             ' NOT ON SERIES MASTER - ISSUE REFUSED'
060450         GO TO 2410-CHECK-SERIES-MASTER-EXIT
060452     END-IF.
060454     IF NOT SRM-ACTIVE
060456         OR (SRM-EFF-DATE NOT = ZEROES
060458             AND SRM-EFF-DATE > WS-TODAY)
060460         OR (SRM-END-DATE NOT = ZEROES
060462             AND SRM-END-DATE < WS-TODAY)
060464         MOVE 'N' TO WS-SRM-OK-SW
060466         DISPLAY 'SERIES ' WS-ISSUE-SERIES
060468             ' CLOSED OR NOT IN FORCE - ISSUE REFUSED'
060470         GO TO 2410-CHECK-SERIES-MASTER-EXIT
060472     END-IF.
060474     MOVE SRM-MAX-VALUE TO WS-SER-MAX (WS-SER-SUB).
060476     IF WS-SER-LAST-ISSUED (WS-SER-SUB) = ZERO
060478         AND WS-SER-CYCLE-COUNT (WS-SER-SUB) = ZERO
060480         COMPUTE WS-SER-LAST-ISSUED (WS-SER-SUB) =
060482             SRM-START-VALUE - 1
060484     END-IF.
060486 2410-CHECK-SERIES-MASTER-EXIT.
060488     EXIT.
060500*=============================================================
060600 2450-NEXT-CANDIDATE.
060700     MOVE 'Y' TO WS-ISSUE-OK-SW.
062300         GO TO 2450-NEXT-CANDIDATE-EXIT
062400     END-IF.
062500     MOVE 'N' TO WS-COLLISION-FOUND-SW.
062510     MOVE WS-CANDIDATE TO OPN-SEQ-VALUE.
062520     MOVE ZEROES       TO OPN-CYCLE-COUNT.
062530     MOVE LOW-VALUES   TO OPN-SERIES-CODE.
062540     MOVE 'N' TO WS-OPN-EOF-SW.
062550     START OPN-FILE KEY IS NOT < OPN-KEY
062560         INVALID KEY
062570             MOVE 'Y' TO WS-OPN-EOF-SW
062580     END-START.
062590     PERFORM 2452-SCAN-LEDGER
062600         THRU 2452-SCAN-LEDGER-EXIT
062610         UNTIL WS-OPN-EOF
062620         OR WS-COLLISION-FOUND.
062630     IF WS-COLLISION-FOUND
062640         PERFORM 2460-LOG-COLLISION
062650             THRU 2460-LOG-COLLISION-EXIT
063800     END-IF.
063900 2450-NEXT-CANDIDATE-EXIT.
064000     EXIT.
064004*=============================================================
064008* 2452-SCAN-LEDGER - ONE LEDGER ENTRY FOR THE CANDIDATE VALUE,
064012* THE SAME TEST AS SEQGEN00'S 2135-SCAN-LEDGER. THE WALK ENDS
064016* AT THE FIRST ENTRY FOR A DIFFERENT VALUE.
064020*=============================================================
064024 2452-SCAN-LEDGER.
064028     READ OPN-FILE NEXT
064032         AT END
064036             MOVE 'Y' TO WS-OPN-EOF-SW
064040             GO TO 2452-SCAN-LEDGER-EXIT
064044     END-READ.
064048     IF OPN-SEQ-VALUE NOT = WS-CANDIDATE
064052         MOVE 'Y' TO WS-OPN-EOF-SW
064056         GO TO 2452-SCAN-LEDGER-EXIT
064060     END-IF.
064064     IF OPN-SERIES-CODE = WS-ISSUE-SERIES
064068         AND (OPN-OPEN OR OPN-VOIDED)
064072         MOVE 'Y' TO WS-COLLISION-FOUND-SW
064076     END-IF.
064080 2452-SCAN-LEDGER-EXIT.
064084     EXIT.
064100*=============================================================
064200* 2455-SKIP-RESERVED - A CANDIDATE INSIDE AN ACTIVE RESERVED
064300* BLOCK JUMPS TO JUST PAST IT WITH THE SAME DATED 'S' EVENT
069200         ' SKIPPED - ' WS-RSV-REASON (WS-RSV-SUB)
069300         DELIMITED BY SIZE INTO EXC-MESSAGE.
069400     MOVE WS-ISSUE-SERIES TO EXC-SERIES-CODE.
069410     MOVE WS-OPERATOR-ID TO EXC-OPERATOR-ID.
069500     WRITE EXC-RECORD.
069600     CLOSE EXC-FILE.
069700 2458-LOG-RESERVED-SKIP-EXIT.
071600         ' STILL OPEN - REJECTED AND RETRIED'
071700         DELIMITED BY SIZE INTO EXC-MESSAGE.
071800     MOVE WS-ISSUE-SERIES TO EXC-SERIES-CODE.
071810     MOVE WS-OPERATOR-ID TO EXC-OPERATOR-ID.
071900     WRITE EXC-RECORD.
072000     CLOSE EXC-FILE.
072100 2460-LOG-COLLISION-EXIT.
072700* LEDGER, AND THE REGISTER POSTING SEQINQ00 ANSWERS FROM.
072800*=============================================================
072900 2500-COMMIT-ISSUANCE.
072910     MOVE WS-ISSUED-VALUE TO WS-CD-VALUE.
072920     PERFORM 7800-COMPUTE-CHECK-DIGIT
072930         THRU 7800-COMPUTE-CHECK-DIGIT-EXIT.
072940     MOVE WS-CD-DIGIT TO WS-ISSUED-CHECK-DIGIT.
073000     OPEN OUTPUT CTR-FILE.
073100     PERFORM 2510-WRITE-COUNTER-RECORD
073200         THRU 2510-WRITE-COUNTER-RECORD-EXIT
076500* RECORD COUNT AND RUN DATE ARE LEFT AS THE PRIOR RUN WROTE
076520* THEM (ZEROES FOR A NEW SERIES) - A DESK ISSUANCE IS NOT
076540* PART OF THAT RUN'S CROSS-FOOT, AND RCN-RUN-DATE IS
076560* SEQGEN00'S CYCLE MARKER: STAMPING TODAY HERE WOULD USE UP
076580* ONE OF THE DAY'S CYCLES. THE DAY CYCLE AND DAY COUNT ARE
076590* LIKEWISE WRITTEN BACK AS READ.
076700*=============================================================
076800 2520-REWRITE-CONTROL.
076900     MOVE 'N'  TO WS-RCN-FOUND-SW.
078100                 TO WS-RCNT-CODE (WS-RCNT-SUB)
078200             MOVE ZEROES
078300                 TO WS-RCNT-DATE (WS-RCNT-SUB)
078310             MOVE SPACES
078320                 TO WS-RCNT-DAY-CYCLE (WS-RCNT-SUB)
078330             MOVE SPACES
078340                 TO WS-RCNT-DAY-COUNT (WS-RCNT-SUB)
078400             MOVE ZEROES
078500                 TO WS-RCNT-REC-COUNT (WS-RCNT-SUB)
078600             MOVE 'Y' TO WS-RCN-FOUND-SW
080800         TO RCN-CYCLE-COUNT.
080900     MOVE WS-RCNT-REC-COUNT (WS-SER-WRITE-SUB)
081000         TO RCN-RECORD-COUNT.
081010*    A LINE THAT CAME IN WITHOUT A DAY CYCLE GOES BACK WITHOUT.
081020     IF WS-RCNT-DAY-CYCLE (WS-SER-WRITE-SUB) IS NUMERIC
081030         MOVE WS-RCNT-DAY-CYCLE (WS-SER-WRITE-SUB)
081040             TO RCN-DAY-CYCLE
081050     END-IF.
081060     IF WS-RCNT-DAY-COUNT (WS-SER-WRITE-SUB) IS NUMERIC
081070         MOVE WS-RCNT-DAY-COUNT (WS-SER-WRITE-SUB)
081080             TO RCN-DAY-COUNT
081090     END-IF.
081100     MOVE WS-RCNT-CODE (WS-SER-WRITE-SUB)
081200         TO RCN-SERIES-CODE.
081300     WRITE RCN-RECORD.
081400 2525-WRITE-CONTROL-RECORD-EXIT.
081500     EXIT.
081600*=============================================================
081610* 2530-APPEND-OPEN-ENTRY - THE LEDGER ENTRY IS WRITTEN AT
081620* ISSUE TIME, UNDER ITS FULL KEY AND WITH THE DESK'S
081630* TRANSACTION KEY, SO THE NUMBER IS PROTECTED THE MOMENT IT
081640* EXISTS AND A SETTLEMENT CAN BE PROVED AGAINST IT. SEQOPN00
081650* SEES THE NUMBER VIA THE LEDGER, NOT OUT-FILE, SO IT WILL NOT
081660* DOUBLE-ADD.
082200*=============================================================
082300 2530-APPEND-OPEN-ENTRY.
082800     MOVE SPACES TO OPN-RECORD.
082900     MOVE WS-ISSUED-VALUE TO OPN-SEQ-VALUE.
082910     MOVE WS-ISSUED-CYCLE TO OPN-CYCLE-COUNT.
082920     MOVE WS-ISSUE-SERIES TO OPN-SERIES-CODE.
083000     MOVE 'O'             TO OPN-STATUS.
083100     MOVE ZEROES          TO OPN-CLOSED-DATE.
083110     MOVE WS-ISSUE-KEY    TO OPN-TRN-KEY.
083120     WRITE OPN-RECORD
083130         INVALID KEY
083140             DISPLAY 'WARNING - LEDGER ALREADY HOLDS '
083150                 WS-ISSUED-VALUE ' - ENTRY NOT ADDED'
083160     END-WRITE.
083900 2530-APPEND-OPEN-ENTRY-EXIT.
084000     EXIT.
084100*=============================================================
086400     MOVE WS-TODAY        TO REG-RUN-DATE.
086500     MOVE WS-NOW          TO REG-RUN-TIME.
086600     MOVE WS-RUN-ID       TO REG-RUN-ID.
086700     MOVE WS-OPERATOR-ID  TO REG-BATCH-ID.
086710     MOVE WS-ISSUED-CHECK-DIGIT TO REG-CHECK-DIGIT.
086720     MOVE ZEROES          TO REG-DAY-CYCLE.
086800     WRITE REG-RECORD
086900         INVALID KEY
087000             DISPLAY 'WARNING - REGISTER ALREADY HOLDS '
089500     EXIT.
089600*=============================================================
089700 3000-TERMINATE.
089710     IF WS-SIGNED-ON
089720         MOVE 'O' TO WS-OLG-EVENT-TYPE
089730         MOVE 'SIGNED OFF' TO WS-OLG-DETAIL
089740         PERFORM 9400-WRITE-OPERATOR-LOG
089750             THRU 9400-WRITE-OPERATOR-LOG-EXIT
089760     END-IF.
089800     PERFORM 9500-WRITE-JOURNAL
089900         THRU 9500-WRITE-JOURNAL-EXIT.
090000     DISPLAY 'SINGLE NUMBER ISSUANCE SESSION ENDED'.
097300     END-IF.
097400 7300-TEST-CONTROL-ENTRY-EXIT.
097500     EXIT.
097510*=============================================================
097520* 7800-COMPUTE-CHECK-DIGIT - THE CHECK DIGIT OF WS-CD-VALUE,
097530* LEFT IN WS-CD-DIGIT. THE SAME ROUTINE STANDS IN EVERY
097540* PROGRAM THAT ISSUES A NUMBER OR TAKES ONE BACK - A CHANGE TO
097550* ONE IS A CHANGE TO ALL OF THEM.
097560*=============================================================
097570 7800-COMPUTE-CHECK-DIGIT.
097580     MOVE ZERO TO WS-CD-SUM.
097590     PERFORM 7810-WEIGH-ONE-DIGIT
097600         THRU 7810-WEIGH-ONE-DIGIT-EXIT
097610         VARYING WS-CD-SUB FROM 1 BY 1
097620         UNTIL WS-CD-SUB > 7.
097630     DIVIDE WS-CD-SUM BY 10 GIVING WS-CD-QUOTIENT
097640         REMAINDER WS-CD-REMAINDER.
097650     IF WS-CD-REMAINDER = ZERO
097660         MOVE ZERO TO WS-CD-DIGIT
097670     ELSE
097680         COMPUTE WS-CD-DIGIT = 10 - WS-CD-REMAINDER
097690     END-IF.
097700 7800-COMPUTE-CHECK-DIGIT-EXIT.
097710     EXIT.
097720*=============================================================
097730 7810-WEIGH-ONE-DIGIT.
097740     COMPUTE WS-CD-PRODUCT = WS-CD-VALUE-DIGIT (WS-CD-SUB)
097750         * WS-CD-WEIGHT (WS-CD-SUB).
097760     IF WS-CD-PRODUCT > 9
097770         SUBTRACT 9 FROM WS-CD-PRODUCT
097780     END-IF.
097790     ADD WS-CD-PRODUCT TO WS-CD-SUM.
097800 7810-WEIGH-ONE-DIGIT-EXIT.
097810     EXIT.
097820*=============================================================
097830* 1500-OPERATOR-SIGN-ON - NAMED SIGN-ON AGAINST OPRFILE BEFORE
097840* THE FIRST ISSUE. DESK ISSUE AUTHORITY IS NEEDED TO USE IT.
097850* THREE REFUSED ATTEMPTS END THE SESSION, AND EVERY ATTEMPT,
097860* GOOD OR BAD, IS LOGGED TO OPRLOG FOR THE SECURITY REVIEW.
097870*=============================================================
097880 1500-OPERATOR-SIGN-ON.
097890     MOVE ZERO TO WS-SIGNON-TRIES.
097900     PERFORM 1510-TRY-ONE-SIGN-ON
097910         THRU 1510-TRY-ONE-SIGN-ON-EXIT
097920         UNTIL WS-SIGNED-ON
097930            OR WS-SIGNON-TRIES NOT < WS-SIGNON-MAX-TRIES.
097940     IF NOT WS-SIGNED-ON
097950         DISPLAY 'SIGN-ON REFUSED - SESSION ENDED'
097960         MOVE 'Y' TO WS-QUIT-SW
097970     END-IF.
097980 1500-OPERATOR-SIGN-ON-EXIT.
097990     EXIT.
098000*=============================================================
098010* 1510-TRY-ONE-SIGN-ON - THE SCREEN DOES NOT SAY WHETHER THE ID
098020* OR THE PASSWORD WAS WRONG - ONLY THE LOG DOES. A MISSING
098030* OPRFILE FAILS CLOSED AT ONCE, AS DOES AN OPERATOR WITHOUT THE
098040* AUTHORITY THIS PROGRAM NEEDS - RETRYING CANNOT CHANGE EITHER.
098050*=============================================================
098060 1510-TRY-ONE-SIGN-ON.
098070     ADD 1 TO WS-SIGNON-TRIES.
098080     MOVE SPACES TO WS-SIGNON-USER-ID
098090                    WS-SIGNON-PASSWORD.
098100     DISPLAY SCR-SIGNON-SCREEN.
098110     ACCEPT SCR-SIGNON-SCREEN.
098120     IF WS-SIGNON-USER-ID = SPACES
098130         DISPLAY 'OPERATOR ID REQUIRED'
098140         GO TO 1510-TRY-ONE-SIGN-ON-EXIT
098150     END-IF.
098160     PERFORM 1520-FIND-OPERATOR
098170         THRU 1520-FIND-OPERATOR-EXIT.
098180     IF WS-SIGNON-REASON NOT = SPACES
098190         IF WS-SIGNON-NO-FILE
098200             DISPLAY 'OPERATOR SECURITY FILE NOT AVAILABLE'
098210             MOVE WS-SIGNON-MAX-TRIES TO WS-SIGNON-TRIES
098220         ELSE
098230             DISPLAY 'OPERATOR ID OR PASSWORD NOT ACCEPTED'
098240         END-IF
098250         MOVE 'F' TO WS-OLG-EVENT-TYPE
098260         MOVE WS-SIGNON-REASON TO WS-OLG-DETAIL
098270         PERFORM 9400-WRITE-OPERATOR-LOG
098280             THRU 9400-WRITE-OPERATOR-LOG-EXIT
098290         GO TO 1510-TRY-ONE-SIGN-ON-EXIT
098300     END-IF.
098310     IF NOT WS-OPR-CAN-DESK-ISSUE
098320         DISPLAY 'OPERATOR ' WS-SIGNON-USER-ID
098330             ' HAS NO DESK ISSUE AUTHORITY'
098340         MOVE 'A' TO WS-OLG-EVENT-TYPE
098350         MOVE 'NO DESK ISSUE AUTHORITY - SIGN-ON REFUSED'
098360             TO WS-OLG-DETAIL
098370         PERFORM 9400-WRITE-OPERATOR-LOG
098380             THRU 9400-WRITE-OPERATOR-LOG-EXIT
098390         MOVE WS-SIGNON-MAX-TRIES TO WS-SIGNON-TRIES
098400         GO TO 1510-TRY-ONE-SIGN-ON-EXIT
098410     END-IF.
098420     MOVE WS-SIGNON-USER-ID TO WS-OPERATOR-ID.
098430     MOVE 'Y' TO WS-SIGNED-ON-SW.
098440     DISPLAY 'SIGNED ON AS ' WS-OPERATOR-ID.
098450     MOVE 'N' TO WS-OLG-EVENT-TYPE.
098460     MOVE 'SIGNED ON' TO WS-OLG-DETAIL.
098470     PERFORM 9400-WRITE-OPERATOR-LOG
098480         THRU 9400-WRITE-OPERATOR-LOG-EXIT.
098490 1510-TRY-ONE-SIGN-ON-EXIT.
098500     EXIT.
098510*=============================================================
098520* 1520-FIND-OPERATOR - READ OPRFILE FRESH FOR THE KEYED ID AND
098530* PROVE IT. ANY REFUSAL LEAVES ITS REASON IN WS-SIGNON-REASON,
098540* BLANK MEANS PROVED. AN OPERATOR WITH NO PASSWORD ON FILE IS
098550* REFUSED, NOT LET IN ON A BLANK ONE.
098560*=============================================================
098570 1520-FIND-OPERATOR.
098580     MOVE 'N' TO WS-OPR-FOUND-SW.
098590     MOVE 'N' TO WS-OPR-EOF-SW.
098600     MOVE SPACES TO WS-SIGNON-REASON.
098610     OPEN INPUT OPR-FILE.
098620     IF WS-OPR-FILE-STATUS NOT = '00'
098630         MOVE 'OPERATOR FILE NOT AVAILABLE' TO WS-SIGNON-REASON
098640         GO TO 1520-FIND-OPERATOR-EXIT
098650     END-IF.
098660     PERFORM 1530-READ-OPERATOR-RECORD
098670         THRU 1530-READ-OPERATOR-RECORD-EXIT
098680         UNTIL WS-OPR-EOF
098690            OR WS-OPR-FOUND.
098700     CLOSE OPR-FILE.
098710     EVALUATE TRUE
098720         WHEN NOT WS-OPR-FOUND
098730             MOVE 'OPERATOR NOT ON FILE' TO WS-SIGNON-REASON
098740         WHEN WS-OPR-PASSWORD = SPACES
098750             MOVE 'NO PASSWORD ON FILE' TO WS-SIGNON-REASON
098760         WHEN WS-OPR-PASSWORD NOT = WS-SIGNON-PASSWORD
098770             MOVE 'PASSWORD INCORRECT' TO WS-SIGNON-REASON
098780         WHEN NOT WS-OPR-ACTIVE
098790             MOVE 'OPERATOR REVOKED' TO WS-SIGNON-REASON
098800         WHEN OTHER
098810             CONTINUE
098820     END-EVALUATE.
098830     MOVE SPACES TO WS-OPR-PASSWORD
098840                    WS-SIGNON-PASSWORD.
098850 1520-FIND-OPERATOR-EXIT.
098860     EXIT.
098870*=============================================================
098880 1530-READ-OPERATOR-RECORD.
098890     READ OPR-FILE
098900         AT END
098910             MOVE 'Y' TO WS-OPR-EOF-SW
098920             GO TO 1530-READ-OPERATOR-RECORD-EXIT
098930     END-READ.
098940     IF OPR-USER-ID NOT = WS-SIGNON-USER-ID
098950         GO TO 1530-READ-OPERATOR-RECORD-EXIT
098960     END-IF.
098970     MOVE 'Y'             TO WS-OPR-FOUND-SW.
098980     MOVE OPR-PASSWORD    TO WS-OPR-PASSWORD.
098990     MOVE OPR-STATUS      TO WS-OPR-STATUS.
099000     MOVE OPR-AUTHORITIES TO WS-OPR-AUTHORITIES.
099010 1530-READ-OPERATOR-RECORD-EXIT.
099020     EXIT.
099030*=============================================================
099040* 9400-WRITE-OPERATOR-LOG - APPEND ONE OPRLOG RECORD FROM THE
099050* WS-OLG- FIELDS, CREATING THE LOG ON FIRST USE, AND CLEAR THE
099060* OPTIONAL FIELDS FOR THE NEXT EVENT.
099070*=============================================================
099080 9400-WRITE-OPERATOR-LOG.
099090     OPEN EXTEND OLG-FILE.
099100     IF WS-OLG-FILE-STATUS = '35'
099110         OPEN OUTPUT OLG-FILE
099120     END-IF.
099130     ACCEPT WS-OLG-TIME FROM TIME.
099140     MOVE SPACES             TO OLG-RECORD.
099150     MOVE WS-TODAY           TO OLG-DATE.
099160     MOVE WS-OLG-TIME        TO OLG-TIME.
099170     MOVE WS-SIGNON-USER-ID  TO OLG-USER-ID.
099180     MOVE WS-RUN-ID          TO OLG-RUN-ID.
099190     MOVE WS-OLG-EVENT-TYPE  TO OLG-EVENT-TYPE.
099200     MOVE WS-OLG-SERIES-CODE TO OLG-SERIES-CODE.
099210     MOVE WS-OLG-SEQ-VALUE   TO OLG-SEQ-VALUE.
099220     MOVE WS-OLG-DETAIL      TO OLG-DETAIL.
099230     WRITE OLG-RECORD.
099240     CLOSE OLG-FILE.
099250     MOVE SPACE  TO WS-OLG-SERIES-CODE.
099260     MOVE ZEROES TO WS-OLG-SEQ-VALUE.
099270     MOVE SPACES TO WS-OLG-DETAIL.
099280 9400-WRITE-OPERATOR-LOG-EXIT.
099290     EXIT.
