002700*  2026-09-02 JHM   RUN JOURNAL. THE SESSION APPENDS A
002800*                   CLOSE-OUT RECORD TO JRNFILE FOR THE
002900*                   MORNING CHECK.
002901*  2026-10-05 JHM   CHECK DIGIT. THE NUMBER MAY BE KEYED WITH
002902*                   ITS CHECK DIGIT (EIGHT DIGITS, THE DIGIT
002903*                   MUST PROVE) OR WITHOUT IT, SO LEGACY
002904*                   NUMBERS STILL LOOK UP. THE DETAIL LINE
002905*                   SHOWS THE DIGIT THE NUMBER WAS ISSUED
002906*                   WITH, BLANK FOR A LEGACY NUMBER.
002907*  2026-10-12 JHM   NAMED OPERATOR SIGN-ON. THE SESSION
002908*                   OPENS WITH A SIGN-ON AGAINST OPRFILE AND
002909*                   NEEDS INQUIRE AUTHORITY. SIGN-ON, REFUSALS
002910*                   AND SIGN-OFF ARE LOGGED TO OPRLOG.
003000*-----------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
004900     SELECT JRN-FILE      ASSIGN TO JRNFILE
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS  IS WS-JRN-FILE-STATUS.
005110     SELECT OPR-FILE      ASSIGN TO OPRFILE
005120         ORGANIZATION IS LINE SEQUENTIAL
005130         FILE STATUS  IS WS-OPR-FILE-STATUS.
005140     SELECT OLG-FILE      ASSIGN TO OPRLOG
005150         ORGANIZATION IS LINE SEQUENTIAL
005160         FILE STATUS  IS WS-OLG-FILE-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  REG-FILE.
005700 COPY CALREC01.
005800 FD  JRN-FILE.
005900 COPY JRNREC01.
005910 FD  OPR-FILE.
005920 COPY OPRREC01.
005930 FD  OLG-FILE.
005940 COPY OLGREC01.
006000 WORKING-STORAGE SECTION.
006100 01  WS-CRT-STATUS               PIC 9(04) VALUE ZERO.
006200 01  WS-REG-FILE-STATUS          PIC X(02) VALUE SPACES.
007900     88  WS-FUNC-TRN-KEY             VALUE 'K'.
008000     88  WS-FUNC-QUIT                VALUE 'Q'.
008100 01  WS-INQ-SEQ-VALUE            PIC 9(07) VALUE ZERO.
008110 01  WS-INQ-SEQ-ENTRY            PIC X(08) VALUE SPACES.
008120 01  WS-INQ-ENTRY-LENGTH         PIC 9(03) COMP VALUE ZERO.
008130 01  WS-INQ-VALUE-X              PIC X(07) JUSTIFIED RIGHT
008140                                 VALUE SPACES.
008150 01  WS-INQ-ENTRY-OK-SW          PIC X(01) VALUE 'N'.
008160     88  WS-INQ-ENTRY-OK             VALUE 'Y'.
008200 01  WS-INQ-TRN-KEY              PIC X(20) VALUE SPACES.
008300 01  WS-HIT-COUNT                PIC 9(05) COMP VALUE ZERO.
008302*-----------------------------------------------------------
008304* OPERATOR SIGN-ON - THE SIGNED-ON OPERATOR AND THE AUTHORITY
008306* OPRFILE GRANTS, HELD FOR THE WHOLE SESSION. THE PASSWORD IS
008308* CLEARED AS SOON AS IT HAS BEEN COMPARED.
008310*-----------------------------------------------------------
008312 01  WS-OPR-FILE-STATUS          PIC X(02) VALUE SPACES.
008314 01  WS-OLG-FILE-STATUS          PIC X(02) VALUE SPACES.
008316 01  WS-OPR-EOF-SW               PIC X(01) VALUE 'N'.
008318     88  WS-OPR-EOF                  VALUE 'Y'.
008320 01  WS-OPR-FOUND-SW             PIC X(01) VALUE 'N'.
008322     88  WS-OPR-FOUND                VALUE 'Y'.
008324 01  WS-SIGNED-ON-SW             PIC X(01) VALUE 'N'.
008326     88  WS-SIGNED-ON                VALUE 'Y'.
008328 01  WS-SIGNON-USER-ID           PIC X(08) VALUE SPACES.
008330 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
008332 01  WS-SIGNON-TRIES             PIC 9(03) COMP VALUE ZERO.
008334 77  WS-SIGNON-MAX-TRIES         PIC 9(03) COMP VALUE 3.
008336 01  WS-SIGNON-REASON            PIC X(40) VALUE SPACES.
008338     88  WS-SIGNON-NO-FILE           VALUE
008340             'OPERATOR FILE NOT AVAILABLE'.
008342 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
008344 01  WS-OPR-PASSWORD             PIC X(08) VALUE SPACES.
008346 01  WS-OPR-STATUS               PIC X(01) VALUE SPACE.
008348     88  WS-OPR-ACTIVE               VALUE 'A'.
008350 01  WS-OPR-AUTHORITIES.
008352     05  WS-OPR-AUTH-INQUIRE     PIC X(01) VALUE 'N'.
008354         88  WS-OPR-CAN-INQUIRE      VALUE 'Y'.
008356     05  WS-OPR-AUTH-DESK-ISSUE  PIC X(01) VALUE 'N'.
008358         88  WS-OPR-CAN-DESK-ISSUE   VALUE 'Y'.
008360     05  WS-OPR-AUTH-REPAIR      PIC X(01) VALUE 'N'.
008362         88  WS-OPR-CAN-REPAIR       VALUE 'Y'.
008364     05  WS-OPR-AUTH-OVERRIDE    PIC X(01) VALUE 'N'.
008366         88  WS-OPR-CAN-OVERRIDE     VALUE 'Y'.
008368     05  WS-OPR-AUTH-RELEASE     PIC X(01) VALUE 'N'.
008370         88  WS-OPR-CAN-RELEASE      VALUE 'Y'.
008372 01  WS-OLG-EVENT-TYPE           PIC X(01) VALUE SPACE.
008374 01  WS-OLG-SERIES-CODE          PIC X(01) VALUE SPACE.
008376 01  WS-OLG-SEQ-VALUE            PIC 9(07) VALUE ZEROES.
008378 01  WS-OLG-DETAIL               PIC X(50) VALUE SPACES.
008380 01  WS-OLG-TIME                 PIC 9(06) VALUE ZEROES.
008400 01  WS-RUN-ID                   PIC X(08) VALUE 'SEQINQ00'.
008405*-----------------------------------------------------------
008410* CHECK DIGIT WORK AREA - MODULUS 10 OVER THE SEVEN DIGITS OF
008415* A SEQUENCE VALUE, WEIGHTS 2 AND 1 ALTERNATING FROM THE
008420* RIGHTMOST DIGIT, A TWO-DIGIT PRODUCT CAST OUT BY NINE. IT
008425* CATCHES EVERY SINGLE MIS-KEYED DIGIT AND NEARLY EVERY
008430* TRANSPOSITION OF TWO ADJACENT DIGITS.
008435*-----------------------------------------------------------
008440 01  WS-CD-VALUE                 PIC 9(07) VALUE ZEROES.
008445 01  WS-CD-VALUE-DIGITS REDEFINES WS-CD-VALUE.
008450     05  WS-CD-VALUE-DIGIT       PIC 9(01) OCCURS 7 TIMES.
008455 01  WS-CD-WEIGHTS               PIC X(07) VALUE '2121212'.
008460 01  WS-CD-WEIGHT-TABLE REDEFINES WS-CD-WEIGHTS.
008465     05  WS-CD-WEIGHT            PIC 9(01) OCCURS 7 TIMES.
008470 01  WS-CD-SUB                   PIC 9(03) COMP VALUE ZERO.
008475 01  WS-CD-PRODUCT               PIC 9(02) VALUE ZERO.
008480 01  WS-CD-SUM                   PIC 9(03) VALUE ZERO.
008485 01  WS-CD-QUOTIENT              PIC 9(03) VALUE ZERO.
008490 01  WS-CD-REMAINDER             PIC 9(01) VALUE ZERO.
008495 01  WS-CD-DIGIT                 PIC 9(01) VALUE ZERO.
008500*-----------------------------------------------------------
008600* HISTORY DETAIL LINE - BUILT AND DISPLAYED FOR EACH REGISTER
008700* ENTRY THAT MATCHES THE INQUIRY.
008800*-----------------------------------------------------------
008900 01  WS-DET-LINE.
009000     05  DET-SEQ-VALUE           PIC 9(07).
009010     05  DET-CHECK-DIGIT         PIC X(01).
009020     05  FILLER                  PIC X(02) VALUE SPACES.
009200     05  DET-CYCLE-COUNT         PIC 9(05).
009300     05  FILLER                  PIC X(03) VALUE SPACES.
009400     05  DET-SERIES-CODE         PIC X(01).
011400     05  BLANK SCREEN.
011500     05  LINE 01 COLUMN 20 VALUE 'INQUIRY BY SEQUENCE VALUE'.
011600     05  LINE 03 COLUMN 05 VALUE 'SEQUENCE VALUE         :'.
011610     05  LINE 03 COLUMN 32 PIC X(08) TO WS-INQ-SEQ-ENTRY.
011620     05  LINE 04 COLUMN 05
011630             VALUE '(WITH OR WITHOUT THE CHECK DIGIT)'.
011800 01  SCR-TRN-KEY-SCREEN.
011900     05  BLANK SCREEN.
012000     05  LINE 01 COLUMN 20 VALUE 'INQUIRY BY TRANSACTION KEY'.
012100     05  LINE 03 COLUMN 05 VALUE 'TRANSACTION KEY        :'.
012200     05  LINE 03 COLUMN 32 PIC X(20) TO WS-INQ-TRN-KEY.
012210 01  SCR-SIGNON-SCREEN.
012220     05  BLANK SCREEN.
012230     05  LINE 01 COLUMN 20 VALUE 'ISSUANCE REGISTER INQUIRY'.
012240     05  LINE 02 COLUMN 20 VALUE 'OPERATOR SIGN-ON'.
012250     05  LINE 04 COLUMN 05 VALUE 'OPERATOR ID            :'.
012260     05  LINE 04 COLUMN 32 PIC X(08) TO WS-SIGNON-USER-ID.
012270     05  LINE 05 COLUMN 05 VALUE 'PASSWORD               :'.
012280     05  LINE 05 COLUMN 32 PIC X(08) TO WS-SIGNON-PASSWORD
012290             SECURE.
012300 PROCEDURE DIVISION.
012400*=============================================================
012500 0000-MAINLINE.
014400     PERFORM 1050-READ-CALENDAR
014500         THRU 1050-READ-CALENDAR-EXIT.
014600     DISPLAY 'OPEN BUSINESS DATE: ' WS-BUSINESS-DATE.
014610     PERFORM 1500-OPERATOR-SIGN-ON
014620         THRU 1500-OPERATOR-SIGN-ON-EXIT.
014630     IF WS-QUIT
014640         GO TO 1000-INITIALIZE-EXIT
014650     END-IF.
014700     OPEN INPUT REG-FILE.
014800     IF WS-REG-FILE-STATUS = '00'
014900         MOVE 'Y' TO WS-REG-AVAIL-SW
018500 1060-READ-CALENDAR-RECORD-EXIT.
018600     EXIT.
018700*=============================================================
018800* 1500-OPERATOR-SIGN-ON - NAMED SIGN-ON AGAINST OPRFILE BEFORE
018900* THE REGISTER IS OPENED. INQUIRE AUTHORITY IS NEEDED TO USE IT.
019000* THREE REFUSED ATTEMPTS END THE SESSION, AND EVERY ATTEMPT,
019100* GOOD OR BAD, IS LOGGED TO OPRLOG FOR THE SECURITY REVIEW.
019200*=============================================================
019300 1500-OPERATOR-SIGN-ON.
019400     MOVE ZERO TO WS-SIGNON-TRIES.
019500     PERFORM 1510-TRY-ONE-SIGN-ON
019600         THRU 1510-TRY-ONE-SIGN-ON-EXIT
019700         UNTIL WS-SIGNED-ON
019800            OR WS-SIGNON-TRIES NOT < WS-SIGNON-MAX-TRIES.
019900     IF NOT WS-SIGNED-ON
020000         DISPLAY 'SIGN-ON REFUSED - SESSION ENDED'
020100         MOVE 'Y' TO WS-QUIT-SW
020200     END-IF.
020300 1500-OPERATOR-SIGN-ON-EXIT.
020400     EXIT.
020500*=============================================================
020600* 1510-TRY-ONE-SIGN-ON - THE SCREEN DOES NOT SAY WHETHER THE ID
020700* OR THE PASSWORD WAS WRONG - ONLY THE LOG DOES. A MISSING
020800* OPRFILE FAILS CLOSED AT ONCE, AS DOES AN OPERATOR WITHOUT THE
020900* AUTHORITY THIS PROGRAM NEEDS - RETRYING CANNOT CHANGE EITHER.
021000*=============================================================
021100 1510-TRY-ONE-SIGN-ON.
021200     ADD 1 TO WS-SIGNON-TRIES.
021300     MOVE SPACES TO WS-SIGNON-USER-ID
021400                    WS-SIGNON-PASSWORD.
021500     DISPLAY SCR-SIGNON-SCREEN.
021600     ACCEPT SCR-SIGNON-SCREEN.
021700     IF WS-SIGNON-USER-ID = SPACES
021800         DISPLAY 'OPERATOR ID REQUIRED'
021900         GO TO 1510-TRY-ONE-SIGN-ON-EXIT
022000     END-IF.
022100     PERFORM 1520-FIND-OPERATOR
022200         THRU 1520-FIND-OPERATOR-EXIT.
022300     IF WS-SIGNON-REASON NOT = SPACES
022400         IF WS-SIGNON-NO-FILE
022500             DISPLAY 'OPERATOR SECURITY FILE NOT AVAILABLE'
022600             MOVE WS-SIGNON-MAX-TRIES TO WS-SIGNON-TRIES
022700         ELSE
022800             DISPLAY 'OPERATOR ID OR PASSWORD NOT ACCEPTED'
022900         END-IF
023000         MOVE 'F' TO WS-OLG-EVENT-TYPE
023100         MOVE WS-SIGNON-REASON TO WS-OLG-DETAIL
023200         PERFORM 9400-WRITE-OPERATOR-LOG
023300             THRU 9400-WRITE-OPERATOR-LOG-EXIT
023400         GO TO 1510-TRY-ONE-SIGN-ON-EXIT
023500     END-IF.
023600     IF NOT WS-OPR-CAN-INQUIRE
023700         DISPLAY 'OPERATOR ' WS-SIGNON-USER-ID
023800             ' HAS NO INQUIRY AUTHORITY'
023900         MOVE 'A' TO WS-OLG-EVENT-TYPE
024000         MOVE 'NO INQUIRY AUTHORITY - SIGN-ON REFUSED'
024100             TO WS-OLG-DETAIL
024200         PERFORM 9400-WRITE-OPERATOR-LOG
024300             THRU 9400-WRITE-OPERATOR-LOG-EXIT
024400         MOVE WS-SIGNON-MAX-TRIES TO WS-SIGNON-TRIES
024500         GO TO 1510-TRY-ONE-SIGN-ON-EXIT
024600     END-IF.
024700     MOVE WS-SIGNON-USER-ID TO WS-OPERATOR-ID.
024800     MOVE 'Y' TO WS-SIGNED-ON-SW.
024900     DISPLAY 'SIGNED ON AS ' WS-OPERATOR-ID.
025000     MOVE 'N' TO WS-OLG-EVENT-TYPE.
025100     MOVE 'SIGNED ON' TO WS-OLG-DETAIL.
025200     PERFORM 9400-WRITE-OPERATOR-LOG
025300         THRU 9400-WRITE-OPERATOR-LOG-EXIT.
025400 1510-TRY-ONE-SIGN-ON-EXIT.
025500     EXIT.
025600*=============================================================
025700* 1520-FIND-OPERATOR - READ OPRFILE FRESH FOR THE KEYED ID AND
025800* PROVE IT. ANY REFUSAL LEAVES ITS REASON IN WS-SIGNON-REASON,
025900* BLANK MEANS PROVED. AN OPERATOR WITH NO PASSWORD ON FILE IS
026000* REFUSED, NOT LET IN ON A BLANK ONE.
026100*=============================================================
026200 1520-FIND-OPERATOR.
026300     MOVE 'N' TO WS-OPR-FOUND-SW.
026400     MOVE 'N' TO WS-OPR-EOF-SW.
026500     MOVE SPACES TO WS-SIGNON-REASON.
026600     OPEN INPUT OPR-FILE.
026700     IF WS-OPR-FILE-STATUS NOT = '00'
026800         MOVE 'OPERATOR FILE NOT AVAILABLE' TO WS-SIGNON-REASON
026900         GO TO 1520-FIND-OPERATOR-EXIT
027000     END-IF.
027100     PERFORM 1530-READ-OPERATOR-RECORD
027200         THRU 1530-READ-OPERATOR-RECORD-EXIT
027300         UNTIL WS-OPR-EOF
027400            OR WS-OPR-FOUND.
027500     CLOSE OPR-FILE.
027600     EVALUATE TRUE
027700         WHEN NOT WS-OPR-FOUND
027800             MOVE 'OPERATOR NOT ON FILE' TO WS-SIGNON-REASON
027900         WHEN WS-OPR-PASSWORD = SPACES
028000             MOVE 'NO PASSWORD ON FILE' TO WS-SIGNON-REASON
028100         WHEN WS-OPR-PASSWORD NOT = WS-SIGNON-PASSWORD
028200             MOVE 'PASSWORD INCORRECT' TO WS-SIGNON-REASON
028300         WHEN NOT WS-OPR-ACTIVE
028400             MOVE 'OPERATOR REVOKED' TO WS-SIGNON-REASON
028500         WHEN OTHER
028600             CONTINUE
028700     END-EVALUATE.
028800     MOVE SPACES TO WS-OPR-PASSWORD
028900                    WS-SIGNON-PASSWORD.
029000 1520-FIND-OPERATOR-EXIT.
029100     EXIT.
029200*=============================================================
029300 1530-READ-OPERATOR-RECORD.
029400     READ OPR-FILE
029500         AT END
029600             MOVE 'Y' TO WS-OPR-EOF-SW
029700             GO TO 1530-READ-OPERATOR-RECORD-EXIT
029800     END-READ.
029900     IF OPR-USER-ID NOT = WS-SIGNON-USER-ID
030000         GO TO 1530-READ-OPERATOR-RECORD-EXIT
030100     END-IF.
030200     MOVE 'Y'             TO WS-OPR-FOUND-SW.
030300     MOVE OPR-PASSWORD    TO WS-OPR-PASSWORD.
030400     MOVE OPR-STATUS      TO WS-OPR-STATUS.
030500     MOVE OPR-AUTHORITIES TO WS-OPR-AUTHORITIES.
030600 1530-READ-OPERATOR-RECORD-EXIT.
030700     EXIT.
030800*=============================================================
030900 2000-INQUIRY-LOOP.
031000     DISPLAY SCR-MENU-SCREEN.
031100     ACCEPT SCR-MENU-SCREEN.
031200     EVALUATE TRUE
031300         WHEN WS-FUNC-SEQUENCE
031400             PERFORM 2100-INQUIRE-BY-SEQUENCE
031500                 THRU 2100-INQUIRE-BY-SEQUENCE-EXIT
031600         WHEN WS-FUNC-TRN-KEY
031700             PERFORM 2200-INQUIRE-BY-TRN-KEY
031800                 THRU 2200-INQUIRE-BY-TRN-KEY-EXIT
031900         WHEN WS-FUNC-QUIT
032000             MOVE 'Y' TO WS-QUIT-SW
032100         WHEN OTHER
032200             CONTINUE
032300     END-EVALUATE.
032400 2000-INQUIRY-LOOP-EXIT.
032500     EXIT.
032600*=============================================================
032700* 2050-EDIT-SEQUENCE-ENTRY - THE NUMBER MAY BE KEYED AS ISSUED,
032800* SEVEN DIGITS AND ITS CHECK DIGIT, OR AS THE BARE VALUE OF UP
032900* TO SEVEN DIGITS (A LEGACY NUMBER, OR THE DESK WORKING FROM A
033000* LISTING THAT PREDATES CHECK DIGITS). EIGHT DIGITS ARE TAKEN
033100* AS VALUE PLUS CHECK DIGIT, AND THE DIGIT MUST PROVE BEFORE
033200* ANYTHING IS LOOKED UP.
033300*=============================================================
033400 2050-EDIT-SEQUENCE-ENTRY.
033500     MOVE 'N'    TO WS-INQ-ENTRY-OK-SW.
033600     MOVE ZEROES TO WS-INQ-SEQ-VALUE.
033700     MOVE ZERO   TO WS-INQ-ENTRY-LENGTH.
033800     INSPECT WS-INQ-SEQ-ENTRY TALLYING WS-INQ-ENTRY-LENGTH
033900         FOR CHARACTERS BEFORE INITIAL SPACE.
034000     IF WS-INQ-ENTRY-LENGTH = ZERO
034100         DISPLAY 'SEQUENCE VALUE REQUIRED'
034200         GO TO 2050-EDIT-SEQUENCE-ENTRY-EXIT
034300     END-IF.
034400     IF WS-INQ-SEQ-ENTRY (1:WS-INQ-ENTRY-LENGTH) NOT NUMERIC
034500         DISPLAY 'SEQUENCE VALUE MUST BE DIGITS ONLY'
034600         GO TO 2050-EDIT-SEQUENCE-ENTRY-EXIT
034700     END-IF.
034800     IF WS-INQ-ENTRY-LENGTH < 8
034900         IF WS-INQ-SEQ-ENTRY (WS-INQ-ENTRY-LENGTH + 1:)
035000                 NOT = SPACES
035100             DISPLAY 'SEQUENCE VALUE MUST BE DIGITS ONLY'
035200             GO TO 2050-EDIT-SEQUENCE-ENTRY-EXIT
035300         END-IF
035400     END-IF.
035500     IF WS-INQ-ENTRY-LENGTH = 8
035600         MOVE WS-INQ-SEQ-ENTRY (1:7) TO WS-INQ-SEQ-VALUE
035700         MOVE WS-INQ-SEQ-VALUE TO WS-CD-VALUE
035800         PERFORM 7800-COMPUTE-CHECK-DIGIT
035900             THRU 7800-COMPUTE-CHECK-DIGIT-EXIT
036000         IF WS-INQ-SEQ-ENTRY (8:1) NOT = WS-CD-DIGIT
036100             DISPLAY 'CHECK DIGIT DOES NOT PROVE - '
036200                 'RE-KEY THE NUMBER'
036300             GO TO 2050-EDIT-SEQUENCE-ENTRY-EXIT
036400         END-IF
036500     ELSE
036600         MOVE WS-INQ-SEQ-ENTRY (1:WS-INQ-ENTRY-LENGTH)
036700             TO WS-INQ-VALUE-X
036800         INSPECT WS-INQ-VALUE-X REPLACING LEADING SPACE BY ZERO
036900         MOVE WS-INQ-VALUE-X TO WS-INQ-SEQ-VALUE
037000     END-IF.
037100     IF WS-INQ-SEQ-VALUE = ZEROES
037200         DISPLAY 'SEQUENCE VALUE REQUIRED'
037300         GO TO 2050-EDIT-SEQUENCE-ENTRY-EXIT
037400     END-IF.
037500     MOVE 'Y' TO WS-INQ-ENTRY-OK-SW.
037600 2050-EDIT-SEQUENCE-ENTRY-EXIT.
037700     EXIT.
037800*=============================================================
037900* 2100-INQUIRE-BY-SEQUENCE - POSITION AT THE LOWEST CYCLE AND
038000* SERIES OF THE REQUESTED VALUE AND WALK FORWARD UNTIL THE
038100* VALUE CHANGES, SO EVERY CYCLE AND EVERY SERIES THAT EVER
038200* CARRIED THIS NUMBER IS SHOWN - AFTER A ROLLOVER THE SAME
038300* VALUE LEGITIMATELY BELONGS TO MORE THAN ONE HOLDER.
038400*=============================================================
038500 2100-INQUIRE-BY-SEQUENCE.
038600     MOVE SPACES TO WS-INQ-SEQ-ENTRY.
038700     DISPLAY SCR-SEQUENCE-SCREEN.
038800     ACCEPT SCR-SEQUENCE-SCREEN.
038900     PERFORM 2050-EDIT-SEQUENCE-ENTRY
039000         THRU 2050-EDIT-SEQUENCE-ENTRY-EXIT.
039100     IF NOT WS-INQ-ENTRY-OK
039200         GO TO 2100-INQUIRE-BY-SEQUENCE-EXIT
039300     END-IF.
039400     MOVE ZERO TO WS-HIT-COUNT.
039500     MOVE 'N'  TO WS-REG-EOF-SW.
039600     MOVE WS-INQ-SEQ-VALUE TO REG-SEQ-VALUE.
039700     MOVE ZEROES TO REG-CYCLE-COUNT.
039800     MOVE LOW-VALUES TO REG-SERIES-CODE.
039900     START REG-FILE KEY NOT < REG-KEY
040000         INVALID KEY
040100             MOVE 'Y' TO WS-REG-EOF-SW
040200     END-START.
040300     PERFORM 2110-READ-NEXT-BY-SEQUENCE
040400         THRU 2110-READ-NEXT-BY-SEQUENCE-EXIT
040500         UNTIL WS-REG-EOF.
040600     PERFORM 2900-SHOW-HIT-COUNT
040700         THRU 2900-SHOW-HIT-COUNT-EXIT.
040800 2100-INQUIRE-BY-SEQUENCE-EXIT.
040900     EXIT.
041000*=============================================================
041100 2110-READ-NEXT-BY-SEQUENCE.
041200     READ REG-FILE NEXT
041300         AT END
041400             MOVE 'Y' TO WS-REG-EOF-SW
041500             GO TO 2110-READ-NEXT-BY-SEQUENCE-EXIT
041600     END-READ.
041700     IF REG-SEQ-VALUE NOT = WS-INQ-SEQ-VALUE
041800         MOVE 'Y' TO WS-REG-EOF-SW
041900         GO TO 2110-READ-NEXT-BY-SEQUENCE-EXIT
042000     END-IF.
042100     PERFORM 2800-SHOW-REGISTER-ENTRY
042200         THRU 2800-SHOW-REGISTER-ENTRY-EXIT.
042300 2110-READ-NEXT-BY-SEQUENCE-EXIT.
042400     EXIT.
042500*=============================================================
042600* 2200-INQUIRE-BY-TRN-KEY - POSITION ON THE ALTERNATE KEY AND
042700* WALK THE DUPLICATES, SO A KEY ISSUED MORE THAN ONCE (E.G.
042800* RESUPPLIED ON DIFFERENT DAYS) SHOWS ITS FULL HISTORY.
042900*=============================================================
043000 2200-INQUIRE-BY-TRN-KEY.
043100     DISPLAY SCR-TRN-KEY-SCREEN.
043200     ACCEPT SCR-TRN-KEY-SCREEN.
043300     MOVE ZERO TO WS-HIT-COUNT.
043400     MOVE 'N'  TO WS-REG-EOF-SW.
043500     MOVE WS-INQ-TRN-KEY TO REG-TRN-KEY.
043600     START REG-FILE KEY NOT < REG-TRN-KEY
043700         INVALID KEY
043800             MOVE 'Y' TO WS-REG-EOF-SW
043900     END-START.
044000     PERFORM 2210-READ-NEXT-BY-TRN-KEY
044100         THRU 2210-READ-NEXT-BY-TRN-KEY-EXIT
044200         UNTIL WS-REG-EOF.
044300     PERFORM 2900-SHOW-HIT-COUNT
044400         THRU 2900-SHOW-HIT-COUNT-EXIT.
044500 2200-INQUIRE-BY-TRN-KEY-EXIT.
044600     EXIT.
044700*=============================================================
044800 2210-READ-NEXT-BY-TRN-KEY.
044900     READ REG-FILE NEXT
045000         AT END
045100             MOVE 'Y' TO WS-REG-EOF-SW
045200             GO TO 2210-READ-NEXT-BY-TRN-KEY-EXIT
045300     END-READ.
045400     IF REG-TRN-KEY NOT = WS-INQ-TRN-KEY
045500         MOVE 'Y' TO WS-REG-EOF-SW
045600         GO TO 2210-READ-NEXT-BY-TRN-KEY-EXIT
045700     END-IF.
045800     PERFORM 2800-SHOW-REGISTER-ENTRY
045900         THRU 2800-SHOW-REGISTER-ENTRY-EXIT.
046000 2210-READ-NEXT-BY-TRN-KEY-EXIT.
046100     EXIT.
046200*=============================================================
046300 2800-SHOW-REGISTER-ENTRY.
046400     IF WS-HIT-COUNT = ZERO
046500         DISPLAY 'SEQ        CYCLE   S   TRN-KEY               '
046600             '  RUN-DATE    RUN-TIME  RUN-ID'
046700     END-IF.
046800     MOVE REG-SEQ-VALUE   TO DET-SEQ-VALUE.
046900     MOVE REG-CHECK-DIGIT TO DET-CHECK-DIGIT.
047000     MOVE REG-CYCLE-COUNT TO DET-CYCLE-COUNT.
047100     MOVE REG-SERIES-CODE TO DET-SERIES-CODE.
047200     MOVE REG-TRN-KEY     TO DET-TRN-KEY.
047300     MOVE REG-RUN-DATE    TO DET-RUN-DATE.
047400     MOVE REG-RUN-TIME    TO DET-RUN-TIME.
047500     MOVE REG-RUN-ID      TO DET-RUN-ID.
047600     DISPLAY WS-DET-LINE.
047700     ADD 1 TO WS-HIT-COUNT.
047800 2800-SHOW-REGISTER-ENTRY-EXIT.
047900     EXIT.
048000*=============================================================
048100 2900-SHOW-HIT-COUNT.
048200     IF WS-HIT-COUNT = ZERO
048300         DISPLAY 'NO REGISTER ENTRY FOUND'
048400     ELSE
048500         DISPLAY 'ENTRIES FOUND: ' WS-HIT-COUNT
048600     END-IF.
048700 2900-SHOW-HIT-COUNT-EXIT.
048800     EXIT.
048900*=============================================================
049000 3000-TERMINATE.
049100     IF WS-REG-AVAIL
049200         CLOSE REG-FILE
049300     END-IF.
049400     IF WS-SIGNED-ON
049500         MOVE 'O' TO WS-OLG-EVENT-TYPE
049600         MOVE 'SIGNED OFF' TO WS-OLG-DETAIL
049700         PERFORM 9400-WRITE-OPERATOR-LOG
049800             THRU 9400-WRITE-OPERATOR-LOG-EXIT
049900     END-IF.
050000     PERFORM 9500-WRITE-JOURNAL
050100         THRU 9500-WRITE-JOURNAL-EXIT.
050200     DISPLAY 'ISSUANCE REGISTER INQUIRY SESSION ENDED'.
050300 3000-TERMINATE-EXIT.
050400     EXIT.
050500*=============================================================
050600* 7800-COMPUTE-CHECK-DIGIT - THE CHECK DIGIT OF WS-CD-VALUE,
050700* LEFT IN WS-CD-DIGIT. THE SAME ROUTINE STANDS IN EVERY
050800* PROGRAM THAT ISSUES A NUMBER OR TAKES ONE BACK - A CHANGE TO
050900* ONE IS A CHANGE TO ALL OF THEM.
051000*=============================================================
051100 7800-COMPUTE-CHECK-DIGIT.
051200     MOVE ZERO TO WS-CD-SUM.
051300     PERFORM 7810-WEIGH-ONE-DIGIT
051400         THRU 7810-WEIGH-ONE-DIGIT-EXIT
051500         VARYING WS-CD-SUB FROM 1 BY 1
051600         UNTIL WS-CD-SUB > 7.
051700     DIVIDE WS-CD-SUM BY 10 GIVING WS-CD-QUOTIENT
051800         REMAINDER WS-CD-REMAINDER.
051900     IF WS-CD-REMAINDER = ZERO
052000         MOVE ZERO TO WS-CD-DIGIT
052100     ELSE
052200         COMPUTE WS-CD-DIGIT = 10 - WS-CD-REMAINDER
052300     END-IF.
052400 7800-COMPUTE-CHECK-DIGIT-EXIT.
052500     EXIT.
052600*=============================================================
052700 7810-WEIGH-ONE-DIGIT.
052800     COMPUTE WS-CD-PRODUCT = WS-CD-VALUE-DIGIT (WS-CD-SUB)
052900         * WS-CD-WEIGHT (WS-CD-SUB).
053000     IF WS-CD-PRODUCT > 9
053100         SUBTRACT 9 FROM WS-CD-PRODUCT
053200     END-IF.
053300     ADD WS-CD-PRODUCT TO WS-CD-SUM.
053400 7810-WEIGH-ONE-DIGIT-EXIT.
053500     EXIT.
053600*=============================================================
053700* 9400-WRITE-OPERATOR-LOG - APPEND ONE OPRLOG RECORD FROM THE
053800* WS-OLG- FIELDS, CREATING THE LOG ON FIRST USE, AND CLEAR THE
053900* OPTIONAL FIELDS FOR THE NEXT EVENT.
054000*=============================================================
054100 9400-WRITE-OPERATOR-LOG.
054200     OPEN EXTEND OLG-FILE.
054300     IF WS-OLG-FILE-STATUS = '35'
054400         OPEN OUTPUT OLG-FILE
054500     END-IF.
054600     ACCEPT WS-OLG-TIME FROM TIME.
054700     MOVE SPACES             TO OLG-RECORD.
054800     MOVE WS-BUSINESS-DATE   TO OLG-DATE.
054900     MOVE WS-OLG-TIME        TO OLG-TIME.
055000     MOVE WS-SIGNON-USER-ID  TO OLG-USER-ID.
055100     MOVE WS-RUN-ID          TO OLG-RUN-ID.
055200     MOVE WS-OLG-EVENT-TYPE  TO OLG-EVENT-TYPE.
055300     MOVE WS-OLG-SERIES-CODE TO OLG-SERIES-CODE.
055400     MOVE WS-OLG-SEQ-VALUE   TO OLG-SEQ-VALUE.
055500     MOVE WS-OLG-DETAIL      TO OLG-DETAIL.
055600     WRITE OLG-RECORD.
055700     CLOSE OLG-FILE.
055800     MOVE SPACE  TO WS-OLG-SERIES-CODE.
055900     MOVE ZEROES TO WS-OLG-SEQ-VALUE.
056000     MOVE SPACES TO WS-OLG-DETAIL.
056100 9400-WRITE-OPERATOR-LOG-EXIT.
056200     EXIT.
056300*=============================================================
056400* 9500-WRITE-JOURNAL - APPEND THE SESSION'S CLOSE-OUT RECORD
056500* FOR THE MORNING CHECK.
056600*=============================================================
056700 9500-WRITE-JOURNAL.
056800     OPEN EXTEND JRN-FILE.
056900     IF WS-JRN-FILE-STATUS = '35'
057000         OPEN OUTPUT JRN-FILE
057100     END-IF.
057200     ACCEPT WS-JRN-END-TIME FROM TIME.
057300     MOVE SPACES TO JRN-RECORD.
057400     MOVE WS-RUN-ID        TO JRN-RUN-ID.
057500     MOVE WS-BUSINESS-DATE TO JRN-BUS-DATE.
057600     MOVE WS-START-TIME    TO JRN-START-TIME.
057700     MOVE WS-JRN-END-TIME  TO JRN-END-TIME.
057800     MOVE ZEROES           TO JRN-RECORDS-IN.
057900     MOVE ZEROES           TO JRN-RECORDS-OUT.
058000     MOVE ZEROES           TO JRN-REJECT-COUNT.
058100     MOVE ZEROES           TO JRN-EXCEPTION-COUNT.
058200     MOVE 'C'              TO JRN-STATUS.
058300     MOVE SPACES           TO JRN-HALT-PARA.
058400     WRITE JRN-RECORD.
058500     CLOSE JRN-FILE.
058600 9500-WRITE-JOURNAL-EXIT.
058700     EXIT.
