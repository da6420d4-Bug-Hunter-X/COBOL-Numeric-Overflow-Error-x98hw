002900*                   READS THE SHARED CALFILE FOR THE OPEN
003000*                   BUSINESS DATE AND APPENDS A CLOSE-OUT
003100*                   RECORD TO JRNFILE FOR THE MORNING CHECK.
003101*  2026-10-05 JHM   CHECK DIGIT. THE NUMBER MAY BE KEYED WITH
003102*                   ITS CHECK DIGIT (EIGHT DIGITS, THE DIGIT
003103*                   MUST PROVE) OR WITHOUT IT, SO LEGACY
003104*                   NUMBERS STILL LOOK UP. THE ISSUE EVENT
003105*                   SHOWS THE DIGIT IT WAS ISSUED WITH.
003106*  2026-10-12 JHM   NAMED OPERATOR SIGN-ON. THE SESSION
003107*                   OPENS WITH A SIGN-ON AGAINST OPRFILE AND
003108*                   NEEDS INQUIRE AUTHORITY. SIGN-ON, REFUSALS
003109*                   AND SIGN-OFF ARE LOGGED TO OPRLOG. AN
003110*                   EVENT TAKEN FROM A SCREEN NOW SHOWS THE
003111*                   OPERATOR WHO TOOK IT AS ITS SOURCE, AND
003112*                   THE ARCHIVE RECORD IS THE 109-BYTE ONE.
003113*  2026-10-15 JHM   FORCED CLOSES, SERIES MAINTENANCE AND
003114*                   BLOCK ALLOCATIONS ARE NAMED IN THE
003115*                   HISTORY INSTEAD OF SHOWING AS EVENT.
003200*-----------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
005700     SELECT JRN-FILE      ASSIGN TO JRNFILE
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS  IS WS-JRN-FILE-STATUS.
005910     SELECT OPR-FILE      ASSIGN TO OPRFILE
005920         ORGANIZATION IS LINE SEQUENTIAL
005930         FILE STATUS  IS WS-OPR-FILE-STATUS.
005940     SELECT OLG-FILE      ASSIGN TO OPRLOG
005950         ORGANIZATION IS LINE SEQUENTIAL
005960         FILE STATUS  IS WS-OLG-FILE-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  REG-FILE.
006400 FD  EXC-FILE.
006500 COPY EXCREC01.
006600 FD  ARC-FILE.
006700 01  ARC-RECORD                  PIC X(109).
006800 FD  CAL-FILE.
006900 COPY CALREC01.
007000 FD  JRN-FILE.
007100 COPY JRNREC01.
007110 FD  OPR-FILE.
007120 COPY OPRREC01.
007130 FD  OLG-FILE.
007140 COPY OLGREC01.
007200 WORKING-STORAGE SECTION.
007300 01  WS-CRT-STATUS               PIC 9(04) VALUE ZERO.
007400 01  WS-REG-FILE-STATUS          PIC X(02) VALUE SPACES.
009300         88  WS-CAL-EOF               VALUE 'Y'.
009400*-----------------------------------------------------------
009500* ARCHIVE EVENT WORK RECORD - AN ARCHIVED LINE IS THE SAME
009600* 109-BYTE EXC RECORD SEQARC00 MOVED OFF THE LIVE LOG, SPLIT
009700* HERE WITH THE SAME FIELD OFFSETS AS EXCREC01 SO ONE MATCH
009800* PARAGRAPH SERVES BOTH SOURCES.
009900*-----------------------------------------------------------
010500     05  WS-ARC-EVENT-TYPE       PIC X(01).
010600     05  WS-ARC-MESSAGE          PIC X(70).
010700     05  WS-ARC-SERIES-CODE      PIC X(01).
010710     05  WS-ARC-OPERATOR-ID      PIC X(08).
010800*-----------------------------------------------------------
010900* LIFECYCLE EVENT TABLE - EVERYTHING FOUND FOR THE REQUESTED
011000* VALUE, INSERTED IN DATE-AND-TIME ORDER (THE SOURCES ARRIVE
012700 01  WS-NEW-TIME                 PIC 9(06) VALUE ZEROES.
012800 01  WS-NEW-SOURCE               PIC X(08) VALUE SPACES.
012900 01  WS-NEW-TEXT                 PIC X(75) VALUE SPACES.
012902*-----------------------------------------------------------
012904* OPERATOR SIGN-ON - THE SIGNED-ON OPERATOR AND THE AUTHORITY
012906* OPRFILE GRANTS, HELD FOR THE WHOLE SESSION. THE PASSWORD IS
012908* CLEARED AS SOON AS IT HAS BEEN COMPARED.
012910*-----------------------------------------------------------
012912 01  WS-OPR-FILE-STATUS          PIC X(02) VALUE SPACES.
012914 01  WS-OLG-FILE-STATUS          PIC X(02) VALUE SPACES.
012916 01  WS-OPR-EOF-SW               PIC X(01) VALUE 'N'.
012918     88  WS-OPR-EOF                  VALUE 'Y'.
012920 01  WS-OPR-FOUND-SW             PIC X(01) VALUE 'N'.
012922     88  WS-OPR-FOUND                VALUE 'Y'.
012924 01  WS-SIGNED-ON-SW             PIC X(01) VALUE 'N'.
012926     88  WS-SIGNED-ON                VALUE 'Y'.
012928 01  WS-SIGNON-USER-ID           PIC X(08) VALUE SPACES.
012930 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
012932 01  WS-SIGNON-TRIES             PIC 9(03) COMP VALUE ZERO.
012934 77  WS-SIGNON-MAX-TRIES         PIC 9(03) COMP VALUE 3.
012936 01  WS-SIGNON-REASON            PIC X(40) VALUE SPACES.
012938     88  WS-SIGNON-NO-FILE           VALUE
012940             'OPERATOR FILE NOT AVAILABLE'.
012942 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
012944 01  WS-OPR-PASSWORD             PIC X(08) VALUE SPACES.
012946 01  WS-OPR-STATUS               PIC X(01) VALUE SPACE.
012948     88  WS-OPR-ACTIVE               VALUE 'A'.
012950 01  WS-OPR-AUTHORITIES.
012952     05  WS-OPR-AUTH-INQUIRE     PIC X(01) VALUE 'N'.
012954         88  WS-OPR-CAN-INQUIRE      VALUE 'Y'.
012956     05  WS-OPR-AUTH-DESK-ISSUE  PIC X(01) VALUE 'N'.
012958         88  WS-OPR-CAN-DESK-ISSUE   VALUE 'Y'.
012960     05  WS-OPR-AUTH-REPAIR      PIC X(01) VALUE 'N'.
012962         88  WS-OPR-CAN-REPAIR       VALUE 'Y'.
012964     05  WS-OPR-AUTH-OVERRIDE    PIC X(01) VALUE 'N'.
012966         88  WS-OPR-CAN-OVERRIDE     VALUE 'Y'.
012968     05  WS-OPR-AUTH-RELEASE     PIC X(01) VALUE 'N'.
012970         88  WS-OPR-CAN-RELEASE      VALUE 'Y'.
012972 01  WS-OLG-EVENT-TYPE           PIC X(01) VALUE SPACE.
012974 01  WS-OLG-SERIES-CODE          PIC X(01) VALUE SPACE.
012976 01  WS-OLG-SEQ-VALUE            PIC 9(07) VALUE ZEROES.
012978 01  WS-OLG-DETAIL               PIC X(50) VALUE SPACES.
012980 01  WS-OLG-TIME                 PIC 9(06) VALUE ZEROES.
013000*-----------------------------------------------------------
013100* INQUIRY CONTROLS - THE KEYED VALUE AND FILTERS, AND THE
013200* ARCHIVE MONTH WALK.
013300*-----------------------------------------------------------
013400 01  WS-INQ-SEQ-VALUE            PIC 9(07) VALUE ZEROES.
013410 01  WS-INQ-SEQ-ENTRY            PIC X(08) VALUE SPACES.
013420 01  WS-INQ-ENTRY-LENGTH         PIC 9(03) COMP VALUE ZERO.
013430 01  WS-INQ-VALUE-X              PIC X(07) JUSTIFIED RIGHT
013440                                 VALUE SPACES.
013450 01  WS-INQ-ENTRY-OK-SW          PIC X(01) VALUE 'N'.
013460     88  WS-INQ-ENTRY-OK             VALUE 'Y'.
013500 01  WS-INQ-SERIES               PIC X(01) VALUE '*'.
013600     88  WS-INQ-ALL-SERIES           VALUE '*'.
013700 01  WS-INQ-CYCLE-X              PIC X(05) VALUE SPACES.
015300     88  WS-FUNC-QUIT                VALUE 'Q'.
015400 01  WS-EVENT-LABEL              PIC X(12) VALUE SPACES.
015500 01  WS-RUN-ID                   PIC X(08) VALUE 'SEQHST00'.
015505*-----------------------------------------------------------
015510* CHECK DIGIT WORK AREA - MODULUS 10 OVER THE SEVEN DIGITS OF
015515* A SEQUENCE VALUE, WEIGHTS 2 AND 1 ALTERNATING FROM THE
015520* RIGHTMOST DIGIT, A TWO-DIGIT PRODUCT CAST OUT BY NINE. IT
015525* CATCHES EVERY SINGLE MIS-KEYED DIGIT AND NEARLY EVERY
015530* TRANSPOSITION OF TWO ADJACENT DIGITS.
015535*-----------------------------------------------------------
015540 01  WS-CD-VALUE                 PIC 9(07) VALUE ZEROES.
015545 01  WS-CD-VALUE-DIGITS REDEFINES WS-CD-VALUE.
015550     05  WS-CD-VALUE-DIGIT       PIC 9(01) OCCURS 7 TIMES.
015555 01  WS-CD-WEIGHTS               PIC X(07) VALUE '2121212'.
015560 01  WS-CD-WEIGHT-TABLE REDEFINES WS-CD-WEIGHTS.
015565     05  WS-CD-WEIGHT            PIC 9(01) OCCURS 7 TIMES.
015570 01  WS-CD-SUB                   PIC 9(03) COMP VALUE ZERO.
015575 01  WS-CD-PRODUCT               PIC 9(02) VALUE ZERO.
015580 01  WS-CD-SUM                   PIC 9(03) VALUE ZERO.
015585 01  WS-CD-QUOTIENT              PIC 9(03) VALUE ZERO.
015590 01  WS-CD-REMAINDER             PIC 9(01) VALUE ZERO.
015595 01  WS-CD-DIGIT                 PIC 9(01) VALUE ZERO.
015600*-----------------------------------------------------------
015700* DISPLAY LINE
015800*-----------------------------------------------------------
017700     05  BLANK SCREEN.
017800     05  LINE 01 COLUMN 20 VALUE 'LIFECYCLE INQUIRY'.
017900     05  LINE 03 COLUMN 05 VALUE 'SEQUENCE VALUE         :'.
017910     05  LINE 03 COLUMN 32 PIC X(08) TO WS-INQ-SEQ-ENTRY.
017920     05  LINE 03 COLUMN 42
017930             VALUE '(WITH OR WITHOUT CHECK DIGIT)'.
018100     05  LINE 04 COLUMN 05 VALUE 'SERIES (*=ALL)         :'.
018200     05  LINE 04 COLUMN 32 PIC X(01) TO WS-INQ-SERIES.
018300     05  LINE 05 COLUMN 05 VALUE 'CYCLE (BLANK=ALL)      :'.
018600     05  LINE 07 COLUMN 32 PIC X(06) TO WS-ARC-FROM-X.
018700     05  LINE 08 COLUMN 05 VALUE 'ARCHIVES TO   (YYYYMM) :'.
018800     05  LINE 08 COLUMN 32 PIC X(06) TO WS-ARC-TO-X.
018810 01  SCR-SIGNON-SCREEN.
018820     05  BLANK SCREEN.
018830     05  LINE 01 COLUMN 20 VALUE 'NUMBER LIFECYCLE HISTORY'.
018840     05  LINE 02 COLUMN 20 VALUE 'OPERATOR SIGN-ON'.
018850     05  LINE 04 COLUMN 05 VALUE 'OPERATOR ID            :'.
018860     05  LINE 04 COLUMN 32 PIC X(08) TO WS-SIGNON-USER-ID.
018870     05  LINE 05 COLUMN 05 VALUE 'PASSWORD               :'.
018880     05  LINE 05 COLUMN 32 PIC X(08) TO WS-SIGNON-PASSWORD
018890             SECURE.
018900 PROCEDURE DIVISION.
019000*=============================================================
019100 0000-MAINLINE.
019300     ACCEPT WS-START-TIME FROM TIME.
019400     PERFORM 1050-READ-CALENDAR
019500         THRU 1050-READ-CALENDAR-EXIT.
019510     PERFORM 1500-OPERATOR-SIGN-ON
019520         THRU 1500-OPERATOR-SIGN-ON-EXIT.
019600     PERFORM 2000-INQUIRY-LOOP
019700         THRU 2000-INQUIRY-LOOP-EXIT
019800         UNTIL WS-QUIT.
019810     IF WS-SIGNED-ON
019820         MOVE 'O' TO WS-OLG-EVENT-TYPE
019830         MOVE 'SIGNED OFF' TO WS-OLG-DETAIL
019840         PERFORM 9400-WRITE-OPERATOR-LOG
019850             THRU 9400-WRITE-OPERATOR-LOG-EXIT
019860     END-IF.
019900     PERFORM 9500-WRITE-JOURNAL
020000         THRU 9500-WRITE-JOURNAL-EXIT.
020100     DISPLAY 'LIFECYCLE HISTORY SESSION ENDED'.
023100 1060-READ-CALENDAR-RECORD-EXIT.
023200     EXIT.
023300*=============================================================
023400* 1500-OPERATOR-SIGN-ON - NAMED SIGN-ON AGAINST OPRFILE BEFORE
023500* THE FIRST INQUIRY. INQUIRE AUTHORITY IS NEEDED TO USE IT.
023600* THREE REFUSED ATTEMPTS END THE SESSION, AND EVERY ATTEMPT,
023700* GOOD OR BAD, IS LOGGED TO OPRLOG FOR THE SECURITY REVIEW.
023800*=============================================================
023900 1500-OPERATOR-SIGN-ON.
024000     MOVE ZERO TO WS-SIGNON-TRIES.
024100     PERFORM 1510-TRY-ONE-SIGN-ON
024200         THRU 1510-TRY-ONE-SIGN-ON-EXIT
024300         UNTIL WS-SIGNED-ON
024400            OR WS-SIGNON-TRIES NOT < WS-SIGNON-MAX-TRIES.
024500     IF NOT WS-SIGNED-ON
024600         DISPLAY 'SIGN-ON REFUSED - SESSION ENDED'
024700         MOVE 'Y' TO WS-QUIT-SW
024800     END-IF.
024900 1500-OPERATOR-SIGN-ON-EXIT.
025000     EXIT.
025100*=============================================================
025200* 1510-TRY-ONE-SIGN-ON - THE SCREEN DOES NOT SAY WHETHER THE ID
025300* OR THE PASSWORD WAS WRONG - ONLY THE LOG DOES. A MISSING
025400* OPRFILE FAILS CLOSED AT ONCE, AS DOES AN OPERATOR WITHOUT THE
025500* AUTHORITY THIS PROGRAM NEEDS - RETRYING CANNOT CHANGE EITHER.
025600*=============================================================
025700 1510-TRY-ONE-SIGN-ON.
025800     ADD 1 TO WS-SIGNON-TRIES.
025900     MOVE SPACES TO WS-SIGNON-USER-ID
026000                    WS-SIGNON-PASSWORD.
026100     DISPLAY SCR-SIGNON-SCREEN.
026200     ACCEPT SCR-SIGNON-SCREEN.
026300     IF WS-SIGNON-USER-ID = SPACES
026400         DISPLAY 'OPERATOR ID REQUIRED'
026500         GO TO 1510-TRY-ONE-SIGN-ON-EXIT
026600     END-IF.
026700     PERFORM 1520-FIND-OPERATOR
026800         THRU 1520-FIND-OPERATOR-EXIT.
026900     IF WS-SIGNON-REASON NOT = SPACES
027000         IF WS-SIGNON-NO-FILE
027100             DISPLAY 'OPERATOR SECURITY FILE NOT AVAILABLE'
027200             MOVE WS-SIGNON-MAX-TRIES TO WS-SIGNON-TRIES
027300         ELSE
027400             DISPLAY 'OPERATOR ID OR PASSWORD NOT ACCEPTED'
027500         END-IF
027600         MOVE 'F' TO WS-OLG-EVENT-TYPE
027700         MOVE WS-SIGNON-REASON TO WS-OLG-DETAIL
027800         PERFORM 9400-WRITE-OPERATOR-LOG
027900             THRU 9400-WRITE-OPERATOR-LOG-EXIT
028000         GO TO 1510-TRY-ONE-SIGN-ON-EXIT
028100     END-IF.
028200     IF NOT WS-OPR-CAN-INQUIRE
028300         DISPLAY 'OPERATOR ' WS-SIGNON-USER-ID
028400             ' HAS NO INQUIRY AUTHORITY'
028500         MOVE 'A' TO WS-OLG-EVENT-TYPE
028600         MOVE 'NO INQUIRY AUTHORITY - SIGN-ON REFUSED'
028700             TO WS-OLG-DETAIL
028800         PERFORM 9400-WRITE-OPERATOR-LOG
028900             THRU 9400-WRITE-OPERATOR-LOG-EXIT
029000         MOVE WS-SIGNON-MAX-TRIES TO WS-SIGNON-TRIES
029100         GO TO 1510-TRY-ONE-SIGN-ON-EXIT
029200     END-IF.
029300     MOVE WS-SIGNON-USER-ID TO WS-OPERATOR-ID.
029400     MOVE 'Y' TO WS-SIGNED-ON-SW.
029500     DISPLAY 'SIGNED ON AS ' WS-OPERATOR-ID.
029600     MOVE 'N' TO WS-OLG-EVENT-TYPE.
029700     MOVE 'SIGNED ON' TO WS-OLG-DETAIL.
029800     PERFORM 9400-WRITE-OPERATOR-LOG
029900         THRU 9400-WRITE-OPERATOR-LOG-EXIT.
030000 1510-TRY-ONE-SIGN-ON-EXIT.
030100     EXIT.
030200*=============================================================
030300* 1520-FIND-OPERATOR - READ OPRFILE FRESH FOR THE KEYED ID AND
030400* PROVE IT. ANY REFUSAL LEAVES ITS REASON IN WS-SIGNON-REASON,
030500* BLANK MEANS PROVED. AN OPERATOR WITH NO PASSWORD ON FILE IS
030600* REFUSED, NOT LET IN ON A BLANK ONE.
030700*=============================================================
030800 1520-FIND-OPERATOR.
030900     MOVE 'N' TO WS-OPR-FOUND-SW.
031000     MOVE 'N' TO WS-OPR-EOF-SW.
031100     MOVE SPACES TO WS-SIGNON-REASON.
031200     OPEN INPUT OPR-FILE.
031300     IF WS-OPR-FILE-STATUS NOT = '00'
031400         MOVE 'OPERATOR FILE NOT AVAILABLE' TO WS-SIGNON-REASON
031500         GO TO 1520-FIND-OPERATOR-EXIT
031600     END-IF.
031700     PERFORM 1530-READ-OPERATOR-RECORD
031800         THRU 1530-READ-OPERATOR-RECORD-EXIT
031900         UNTIL WS-OPR-EOF
032000            OR WS-OPR-FOUND.
032100     CLOSE OPR-FILE.
032200     EVALUATE TRUE
032300         WHEN NOT WS-OPR-FOUND
032400             MOVE 'OPERATOR NOT ON FILE' TO WS-SIGNON-REASON
032500         WHEN WS-OPR-PASSWORD = SPACES
032600             MOVE 'NO PASSWORD ON FILE' TO WS-SIGNON-REASON
032700         WHEN WS-OPR-PASSWORD NOT = WS-SIGNON-PASSWORD
032800             MOVE 'PASSWORD INCORRECT' TO WS-SIGNON-REASON
032900         WHEN NOT WS-OPR-ACTIVE
033000             MOVE 'OPERATOR REVOKED' TO WS-SIGNON-REASON
033100         WHEN OTHER
033200             CONTINUE
033300     END-EVALUATE.
033400     MOVE SPACES TO WS-OPR-PASSWORD
033500                    WS-SIGNON-PASSWORD.
033600 1520-FIND-OPERATOR-EXIT.
033700     EXIT.
033800*=============================================================
033900 1530-READ-OPERATOR-RECORD.
034000     READ OPR-FILE
034100         AT END
034200             MOVE 'Y' TO WS-OPR-EOF-SW
034300             GO TO 1530-READ-OPERATOR-RECORD-EXIT
034400     END-READ.
034500     IF OPR-USER-ID NOT = WS-SIGNON-USER-ID
034600         GO TO 1530-READ-OPERATOR-RECORD-EXIT
034700     END-IF.
034800     MOVE 'Y'             TO WS-OPR-FOUND-SW.
034900     MOVE OPR-PASSWORD    TO WS-OPR-PASSWORD.
035000     MOVE OPR-STATUS      TO WS-OPR-STATUS.
035100     MOVE OPR-AUTHORITIES TO WS-OPR-AUTHORITIES.
035200 1530-READ-OPERATOR-RECORD-EXIT.
035300     EXIT.
035400*=============================================================
035500 2000-INQUIRY-LOOP.
035600     DISPLAY SCR-MENU-SCREEN.
035700     ACCEPT SCR-MENU-SCREEN.
035800     EVALUATE TRUE
035900         WHEN WS-FUNC-HISTORY
036000             PERFORM 2100-ASSEMBLE-HISTORY
036100                 THRU 2100-ASSEMBLE-HISTORY-EXIT
036200         WHEN WS-FUNC-QUIT
036300             MOVE 'Y' TO WS-QUIT-SW
036400         WHEN OTHER
036500             CONTINUE
036600     END-EVALUATE.
036700 2000-INQUIRY-LOOP-EXIT.
036800     EXIT.
036900*=============================================================
037000* 2050-EDIT-SEQUENCE-ENTRY - THE NUMBER MAY BE KEYED AS ISSUED,
037100* SEVEN DIGITS AND ITS CHECK DIGIT, OR AS THE BARE VALUE OF UP
037200* TO SEVEN DIGITS (A LEGACY NUMBER, OR THE DESK WORKING FROM A
037300* LISTING THAT PREDATES CHECK DIGITS). EIGHT DIGITS ARE TAKEN
037400* AS VALUE PLUS CHECK DIGIT, AND THE DIGIT MUST PROVE BEFORE
037500* ANYTHING IS LOOKED UP.
037600*=============================================================
037700 2050-EDIT-SEQUENCE-ENTRY.
037800     MOVE 'N'    TO WS-INQ-ENTRY-OK-SW.
037900     MOVE ZEROES TO WS-INQ-SEQ-VALUE.
038000     MOVE ZERO   TO WS-INQ-ENTRY-LENGTH.
038100     INSPECT WS-INQ-SEQ-ENTRY TALLYING WS-INQ-ENTRY-LENGTH
038200         FOR CHARACTERS BEFORE INITIAL SPACE.
038300     IF WS-INQ-ENTRY-LENGTH = ZERO
038400         DISPLAY 'SEQUENCE VALUE REQUIRED'
038500         GO TO 2050-EDIT-SEQUENCE-ENTRY-EXIT
038600     END-IF.
038700     IF WS-INQ-SEQ-ENTRY (1:WS-INQ-ENTRY-LENGTH) NOT NUMERIC
038800         DISPLAY 'SEQUENCE VALUE MUST BE DIGITS ONLY'
038900         GO TO 2050-EDIT-SEQUENCE-ENTRY-EXIT
039000     END-IF.
039100     IF WS-INQ-ENTRY-LENGTH < 8
039200         IF WS-INQ-SEQ-ENTRY (WS-INQ-ENTRY-LENGTH + 1:)
039300                 NOT = SPACES
039400             DISPLAY 'SEQUENCE VALUE MUST BE DIGITS ONLY'
039500             GO TO 2050-EDIT-SEQUENCE-ENTRY-EXIT
039600         END-IF
039700     END-IF.
039800     IF WS-INQ-ENTRY-LENGTH = 8
039900         MOVE WS-INQ-SEQ-ENTRY (1:7) TO WS-INQ-SEQ-VALUE
040000         MOVE WS-INQ-SEQ-VALUE TO WS-CD-VALUE
040100         PERFORM 7800-COMPUTE-CHECK-DIGIT
040200             THRU 7800-COMPUTE-CHECK-DIGIT-EXIT
040300         IF WS-INQ-SEQ-ENTRY (8:1) NOT = WS-CD-DIGIT
040400             DISPLAY 'CHECK DIGIT DOES NOT PROVE - '
040500                 'RE-KEY THE NUMBER'
040600             GO TO 2050-EDIT-SEQUENCE-ENTRY-EXIT
040700         END-IF
040800     ELSE
040900         MOVE WS-INQ-SEQ-ENTRY (1:WS-INQ-ENTRY-LENGTH)
041000             TO WS-INQ-VALUE-X
041100         INSPECT WS-INQ-VALUE-X REPLACING LEADING SPACE BY ZERO
041200         MOVE WS-INQ-VALUE-X TO WS-INQ-SEQ-VALUE
041300     END-IF.
041400     IF WS-INQ-SEQ-VALUE = ZEROES
041500         DISPLAY 'SEQUENCE VALUE REQUIRED'
041600         GO TO 2050-EDIT-SEQUENCE-ENTRY-EXIT
041700     END-IF.
041800     MOVE 'Y' TO WS-INQ-ENTRY-OK-SW.
041900 2050-EDIT-SEQUENCE-ENTRY-EXIT.
042000     EXIT.
042100*=============================================================
042200* 2100-ASSEMBLE-HISTORY - TAKE THE KEYED VALUE AND FILTERS,
042300* GATHER EVERY MATCHING EVENT FROM THE THREE SOURCES INTO THE
042400* DATE-ORDERED TABLE, AND DISPLAY THE LIFECYCLE TOP TO BOTTOM.
042500*=============================================================
042600 2100-ASSEMBLE-HISTORY.
042700     MOVE '*'    TO WS-INQ-SERIES.
042800     MOVE SPACES TO WS-INQ-CYCLE-X.
042900     MOVE SPACES TO WS-ARC-FROM-X.
043000     MOVE SPACES TO WS-ARC-TO-X.
043100     MOVE SPACES TO WS-INQ-SEQ-ENTRY.
043200     DISPLAY SCR-HISTORY-SCREEN.
043300     ACCEPT SCR-HISTORY-SCREEN.
043400     PERFORM 2050-EDIT-SEQUENCE-ENTRY
043500         THRU 2050-EDIT-SEQUENCE-ENTRY-EXIT.
043600     IF NOT WS-INQ-ENTRY-OK
043700         GO TO 2100-ASSEMBLE-HISTORY-EXIT
043800     END-IF.
043900     MOVE 'N' TO WS-INQ-CYCLE-GIVEN-SW.
044000     IF WS-INQ-CYCLE-X NOT = SPACES
044100         AND WS-INQ-CYCLE-X IS NUMERIC
044200         MOVE WS-INQ-CYCLE-X TO WS-INQ-CYCLE
044300         MOVE 'Y' TO WS-INQ-CYCLE-GIVEN-SW
044400     END-IF.
044500     MOVE ZERO TO WS-EVT-COUNT.
044600     MOVE ZERO TO WS-EVT-OVERFLOW-COUNT.
044700     PERFORM 2200-GATHER-REGISTER
044800         THRU 2200-GATHER-REGISTER-EXIT.
044900     PERFORM 2300-GATHER-LIVE-LOG
045000         THRU 2300-GATHER-LIVE-LOG-EXIT.
045100     PERFORM 2400-GATHER-ARCHIVES
045200         THRU 2400-GATHER-ARCHIVES-EXIT.
045300     PERFORM 2800-SHOW-HISTORY
045400         THRU 2800-SHOW-HISTORY-EXIT.
045500 2100-ASSEMBLE-HISTORY-EXIT.
045600     EXIT.
045700*=============================================================
045800* 2200-GATHER-REGISTER - EVERY CYCLE AND SERIES OF THE VALUE
045900* EVER ISSUED, FILTERED TO THE KEYED SERIES AND CYCLE WHEN
046000* GIVEN. NO REGISTER AT ALL JUST MEANS NO ISSUANCE EVENTS.
046100*=============================================================
046200 2200-GATHER-REGISTER.
046300     OPEN INPUT REG-FILE.
046400     IF WS-REG-FILE-STATUS NOT = '00'
046500         DISPLAY 'NOTICE - ISSUANCE REGISTER NOT AVAILABLE '
046600             '- STATUS ' WS-REG-FILE-STATUS
046700         GO TO 2200-GATHER-REGISTER-EXIT
046800     END-IF.
046900     MOVE 'N' TO WS-REG-EOF-SW.
047000     MOVE WS-INQ-SEQ-VALUE TO REG-SEQ-VALUE.
047100     MOVE ZEROES     TO REG-CYCLE-COUNT.
047200     MOVE LOW-VALUES TO REG-SERIES-CODE.
047300     START REG-FILE KEY NOT < REG-KEY
047400         INVALID KEY
047500             MOVE 'Y' TO WS-REG-EOF-SW
047600     END-START.
047700     PERFORM 2210-READ-REGISTER-ENTRY
047800         THRU 2210-READ-REGISTER-ENTRY-EXIT
047900         UNTIL WS-REG-EOF.
048000     CLOSE REG-FILE.
048100 2200-GATHER-REGISTER-EXIT.
048200     EXIT.
048300*=============================================================
048400 2210-READ-REGISTER-ENTRY.
048500     READ REG-FILE NEXT
048600         AT END
048700             MOVE 'Y' TO WS-REG-EOF-SW
048800             GO TO 2210-READ-REGISTER-ENTRY-EXIT
048900     END-READ.
049000     IF REG-SEQ-VALUE NOT = WS-INQ-SEQ-VALUE
049100         MOVE 'Y' TO WS-REG-EOF-SW
049200         GO TO 2210-READ-REGISTER-ENTRY-EXIT
049300     END-IF.
049400     IF NOT WS-INQ-ALL-SERIES
049500         AND REG-SERIES-CODE NOT = WS-INQ-SERIES
049600         GO TO 2210-READ-REGISTER-ENTRY-EXIT
049700     END-IF.
049800     IF WS-INQ-CYCLE-GIVEN
049900         AND REG-CYCLE-COUNT NOT = WS-INQ-CYCLE
050000         GO TO 2210-READ-REGISTER-ENTRY-EXIT
050100     END-IF.
050200     MOVE REG-RUN-DATE TO WS-NEW-DATE.
050300     MOVE REG-RUN-TIME TO WS-NEW-TIME.
050400     MOVE REG-RUN-ID   TO WS-NEW-SOURCE.
050500     MOVE SPACES       TO WS-NEW-TEXT.
050600     STRING 'ISSUED TO ' REG-TRN-KEY
050700         ' CYCLE ' REG-CYCLE-COUNT
050800         ' SERIES ' REG-SERIES-CODE
050900         ' BATCH ' REG-BATCH-ID
051000         ' CD ' REG-CHECK-DIGIT
051100         DELIMITED BY SIZE INTO WS-NEW-TEXT.
051200     PERFORM 7000-INSERT-EVENT
051300         THRU 7000-INSERT-EVENT-EXIT.
051400 2210-READ-REGISTER-ENTRY-EXIT.
051500     EXIT.
051600*=============================================================
051700* 2300-GATHER-LIVE-LOG - EVERY LIVE EXCEPTION EVENT CARRYING
051800* THE VALUE, PLUS THE OPERATOR OVERRIDES THAT TOUCHED ITS
051900* SERIES (AN OVERRIDE MOVES THE WHOLE COUNTER - IT BELONGS IN
052000* ANY NUMBER'S STORY). CYCLE IS NOT ON THE LOG, SO THE CYCLE
052100* FILTER DOES NOT APPLY HERE.
052200*=============================================================
052300 2300-GATHER-LIVE-LOG.
052400     OPEN INPUT EXC-FILE.
052500     IF WS-EXC-FILE-STATUS = '35'
052600         GO TO 2300-GATHER-LIVE-LOG-EXIT
052700     END-IF.
052800     MOVE 'N' TO WS-EXC-EOF-SW.
052900     PERFORM 2310-READ-LIVE-EVENT
053000         THRU 2310-READ-LIVE-EVENT-EXIT
053100         UNTIL WS-EXC-EOF.
053200     CLOSE EXC-FILE.
053300 2300-GATHER-LIVE-LOG-EXIT.
053400     EXIT.
053500*=============================================================
053600 2310-READ-LIVE-EVENT.
053700     READ EXC-FILE
053800         AT END
053900             MOVE 'Y' TO WS-EXC-EOF-SW
054000             GO TO 2310-READ-LIVE-EVENT-EXIT
054100     END-READ.
054200     MOVE EXC-RECORD TO WS-ARC-EVENT.
054300     PERFORM 2600-MATCH-EVENT
054400         THRU 2600-MATCH-EVENT-EXIT.
054500 2310-READ-LIVE-EVENT-EXIT.
054600     EXIT.
054700*=============================================================
054800* 2400-GATHER-ARCHIVES - WALK THE KEYED RANGE OF MONTHLY
054900* ARCHIVE FILES, NAMED EXACTLY AS SEQARC00 WRITES THEM. A
055000* MONTH WITH NO FILE IS SKIPPED - NOT EVERY MONTH RAISED
055100* EVENTS. BLANK DATES MEAN NO ARCHIVES REQUESTED.
055200*=============================================================
055300 2400-GATHER-ARCHIVES.
055400     IF WS-ARC-FROM-X = SPACES OR WS-ARC-TO-X = SPACES
055500         GO TO 2400-GATHER-ARCHIVES-EXIT
055600     END-IF.
055700     IF WS-ARC-FROM-X NOT NUMERIC
055800         OR WS-ARC-TO-X NOT NUMERIC
055900         DISPLAY 'ARCHIVE RANGE UNREADABLE - ARCHIVES SKIPPED'
056000         GO TO 2400-GATHER-ARCHIVES-EXIT
056100     END-IF.
056200     MOVE WS-ARC-FROM-X TO WS-ARC-CURRENT-NUM.
056300     MOVE WS-ARC-TO-X   TO WS-ARC-TO-NUM.
056400     IF WS-ARC-CURRENT-NUM > WS-ARC-TO-NUM
056500         DISPLAY 'ARCHIVE RANGE KEYED BACKWARD - '
056600             'ARCHIVES SKIPPED'
056700         GO TO 2400-GATHER-ARCHIVES-EXIT
056800     END-IF.
056900     MOVE ZERO TO WS-ARC-MONTHS-DONE.
057000     PERFORM 2410-GATHER-ONE-MONTH
057100         THRU 2410-GATHER-ONE-MONTH-EXIT
057200         UNTIL WS-ARC-CURRENT-NUM > WS-ARC-TO-NUM
057300            OR WS-ARC-MONTHS-DONE >= WS-ARC-MONTHS-LIMIT.
057400     IF WS-ARC-MONTHS-DONE >= WS-ARC-MONTHS-LIMIT
057500         DISPLAY 'ARCHIVE RANGE WIDER THAN '
057600             WS-ARC-MONTHS-LIMIT ' MONTHS - TRUNCATED'
057700     END-IF.
057800 2400-GATHER-ARCHIVES-EXIT.
057900     EXIT.
058000*=============================================================
058100 2410-GATHER-ONE-MONTH.
058200     ADD 1 TO WS-ARC-MONTHS-DONE.
058300     MOVE SPACES TO WS-ARC-FILE-NAME.
058400     STRING 'EXCARCH.' WS-ARC-CURRENT
058500         DELIMITED BY SIZE INTO WS-ARC-FILE-NAME.
058600     MOVE 'N' TO WS-ARC-EOF-SW.
058700     OPEN INPUT ARC-FILE.
058800     IF WS-ARC-FILE-STATUS = '35'
058900         MOVE 'Y' TO WS-ARC-EOF-SW
059000     ELSE
059100         PERFORM 2420-READ-ARCHIVE-EVENT
059200             THRU 2420-READ-ARCHIVE-EVENT-EXIT
059300             UNTIL WS-ARC-EOF
059400         CLOSE ARC-FILE
059500     END-IF.
059600     IF WS-ARC-MM = 12
059700         MOVE 01 TO WS-ARC-MM
059800         ADD 1 TO WS-ARC-YYYY
059900     ELSE
060000         ADD 1 TO WS-ARC-MM
060100     END-IF.
060200 2410-GATHER-ONE-MONTH-EXIT.
060300     EXIT.
060400*=============================================================
060500 2420-READ-ARCHIVE-EVENT.
060600     READ ARC-FILE
060700         AT END
060800             MOVE 'Y' TO WS-ARC-EOF-SW
060900             GO TO 2420-READ-ARCHIVE-EVENT-EXIT
061000     END-READ.
061100     MOVE ARC-RECORD TO WS-ARC-EVENT.
061200     PERFORM 2600-MATCH-EVENT
061300         THRU 2600-MATCH-EVENT-EXIT.
061400 2420-READ-ARCHIVE-EVENT-EXIT.
061500     EXIT.
061600*=============================================================
061700* 2600-MATCH-EVENT - ONE MATCH RULE FOR BOTH LOG SOURCES: AN
061800* EVENT CARRYING THE VALUE ITSELF, OR AN OPERATOR OVERRIDE ON
061900* THE VALUE'S SERIES. THE SERIES FILTER APPLIES WHEN KEYED.
062000*=============================================================
062100 2600-MATCH-EVENT.
062200     IF NOT WS-INQ-ALL-SERIES
062300         AND WS-ARC-SERIES-CODE NOT = WS-INQ-SERIES
062400         GO TO 2600-MATCH-EVENT-EXIT
062500     END-IF.
062600     IF WS-ARC-SEQ-VALUE NOT = WS-INQ-SEQ-VALUE
062700         AND WS-ARC-EVENT-TYPE NOT = 'M'
062800         GO TO 2600-MATCH-EVENT-EXIT
062900     END-IF.
063000     EVALUATE WS-ARC-EVENT-TYPE
063100         WHEN 'O'
063200             MOVE 'OVERFLOW'     TO WS-EVENT-LABEL
063300         WHEN 'R'
063400             MOVE 'ROLLOVER'     TO WS-EVENT-LABEL
063500         WHEN 'M'
063600             MOVE 'OVERRIDE'     TO WS-EVENT-LABEL
063700         WHEN 'C'
063800             MOVE 'COLLISION'    TO WS-EVENT-LABEL
063900         WHEN 'F'
064000             MOVE 'RESTART-FAIL' TO WS-EVENT-LABEL
064100         WHEN 'V'
064200             MOVE 'VOIDED'       TO WS-EVENT-LABEL
064300         WHEN 'S'
064400             MOVE 'RESERVED'     TO WS-EVENT-LABEL
064500         WHEN 'D'
064600             MOVE 'FORCED-CLOSE' TO WS-EVENT-LABEL
064700         WHEN 'L'
064800             MOVE 'SERIES-MAINT' TO WS-EVENT-LABEL
064900         WHEN 'B'
065000             MOVE 'BLOCK-ALLOC'  TO WS-EVENT-LABEL
065100         WHEN OTHER
065200             MOVE 'EVENT'        TO WS-EVENT-LABEL
065300     END-EVALUATE.
065400     MOVE WS-ARC-DATE   TO WS-NEW-DATE.
065500     MOVE WS-ARC-TIME   TO WS-NEW-TIME.
065600     MOVE WS-ARC-RUN-ID TO WS-NEW-SOURCE.
065700     IF WS-ARC-OPERATOR-ID NOT = SPACES
065800         MOVE WS-ARC-OPERATOR-ID TO WS-NEW-SOURCE
065900     END-IF.
066000     MOVE SPACES        TO WS-NEW-TEXT.
066100     STRING WS-EVENT-LABEL ' - ' WS-ARC-MESSAGE
066200         DELIMITED BY SIZE INTO WS-NEW-TEXT.
066300     PERFORM 7000-INSERT-EVENT
066400         THRU 7000-INSERT-EVENT-EXIT.
066500 2600-MATCH-EVENT-EXIT.
066600     EXIT.
066700*=============================================================
066800 2800-SHOW-HISTORY.
066900     IF WS-EVT-COUNT = ZERO
067000         DISPLAY 'NO HISTORY FOUND FOR ' WS-INQ-SEQ-VALUE
067100         GO TO 2800-SHOW-HISTORY-EXIT
067200     END-IF.
067300     DISPLAY 'LIFECYCLE OF ' WS-INQ-SEQ-VALUE ':'.
067400     DISPLAY 'DATE     TIME     SOURCE    EVENT'.
067500     PERFORM 2810-SHOW-ONE-EVENT
067600         THRU 2810-SHOW-ONE-EVENT-EXIT
067700         VARYING WS-EVT-SUB FROM 1 BY 1
067800         UNTIL WS-EVT-SUB > WS-EVT-COUNT.
067900     DISPLAY 'EVENTS FOUND: ' WS-EVT-COUNT.
068000     IF WS-EVT-OVERFLOW-COUNT > ZERO
068100         DISPLAY 'WARNING - ' WS-EVT-OVERFLOW-COUNT
068200             ' EVENTS BEYOND TABLE CAPACITY NOT SHOWN'
068300     END-IF.
068400 2800-SHOW-HISTORY-EXIT.
068500     EXIT.
068600*=============================================================
068700 2810-SHOW-ONE-EVENT.
068800     MOVE SPACES TO WS-DET-LINE.
068900     MOVE WS-EVT-DATE (WS-EVT-SUB)   TO DET-DATE.
069000     MOVE WS-EVT-TIME (WS-EVT-SUB)   TO DET-TIME.
069100     MOVE WS-EVT-SOURCE (WS-EVT-SUB) TO DET-SOURCE.
069200     MOVE WS-EVT-TEXT (WS-EVT-SUB)   TO DET-TEXT.
069300     DISPLAY WS-DET-LINE.
069400 2810-SHOW-ONE-EVENT-EXIT.
069500     EXIT.
069600*=============================================================
069700* 7000-INSERT-EVENT - INSERT THE NEW EVENT IN DATE-AND-TIME
069800* ORDER, THE SAME SLOT-AND-SHIFT INSERTION SEQRPT00 USES FOR
069900* ITS DAY GRID. EVENTS BEYOND CAPACITY ARE COUNTED AND FLAGGED
070000* RATHER THAN SILENTLY DROPPED.
070100*=============================================================
070200 7000-INSERT-EVENT.
070300     IF WS-EVT-COUNT >= WS-EVT-TABLE-MAX
070400         ADD 1 TO WS-EVT-OVERFLOW-COUNT
070500         GO TO 7000-INSERT-EVENT-EXIT
070600     END-IF.
070700     COMPUTE WS-EVT-INS-SUB = WS-EVT-COUNT + 1.
070800     PERFORM 7010-FIND-INSERT-SLOT
070900         THRU 7010-FIND-INSERT-SLOT-EXIT
071000         VARYING WS-EVT-SHIFT-SUB FROM 1 BY 1
071100         UNTIL WS-EVT-SHIFT-SUB > WS-EVT-COUNT.
071200     ADD 1 TO WS-EVT-COUNT.
071300     PERFORM 7020-SHIFT-EVENT-ENTRY
071400         THRU 7020-SHIFT-EVENT-ENTRY-EXIT
071500         VARYING WS-EVT-SHIFT-SUB FROM WS-EVT-COUNT BY -1
071600         UNTIL WS-EVT-SHIFT-SUB NOT > WS-EVT-INS-SUB.
071700     MOVE WS-NEW-DATE   TO WS-EVT-DATE (WS-EVT-INS-SUB).
071800     MOVE WS-NEW-TIME   TO WS-EVT-TIME (WS-EVT-INS-SUB).
071900     MOVE WS-NEW-SOURCE TO WS-EVT-SOURCE (WS-EVT-INS-SUB).
072000     MOVE WS-NEW-TEXT   TO WS-EVT-TEXT (WS-EVT-INS-SUB).
072100 7000-INSERT-EVENT-EXIT.
072200     EXIT.
072300*=============================================================
072400 7010-FIND-INSERT-SLOT.
072500     IF WS-EVT-SHIFT-SUB < WS-EVT-INS-SUB
072600         IF WS-EVT-DATE (WS-EVT-SHIFT-SUB) > WS-NEW-DATE
072700             OR (WS-EVT-DATE (WS-EVT-SHIFT-SUB) = WS-NEW-DATE
072800                 AND WS-EVT-TIME (WS-EVT-SHIFT-SUB)
072900                     > WS-NEW-TIME)
073000             MOVE WS-EVT-SHIFT-SUB TO WS-EVT-INS-SUB
073100         END-IF
073200     END-IF.
073300 7010-FIND-INSERT-SLOT-EXIT.
073400     EXIT.
073500*=============================================================
073600 7020-SHIFT-EVENT-ENTRY.
073700     MOVE WS-EVT-ENTRY (WS-EVT-SHIFT-SUB - 1)
073800         TO WS-EVT-ENTRY (WS-EVT-SHIFT-SUB).
073900 7020-SHIFT-EVENT-ENTRY-EXIT.
074000     EXIT.
074100*=============================================================
074200* 7800-COMPUTE-CHECK-DIGIT - THE CHECK DIGIT OF WS-CD-VALUE,
074300* LEFT IN WS-CD-DIGIT. THE SAME ROUTINE STANDS IN EVERY
074400* PROGRAM THAT ISSUES A NUMBER OR TAKES ONE BACK - A CHANGE TO
074500* ONE IS A CHANGE TO ALL OF THEM.
074600*=============================================================
074700 7800-COMPUTE-CHECK-DIGIT.
074800     MOVE ZERO TO WS-CD-SUM.
074900     PERFORM 7810-WEIGH-ONE-DIGIT
075000         THRU 7810-WEIGH-ONE-DIGIT-EXIT
075100         VARYING WS-CD-SUB FROM 1 BY 1
075200         UNTIL WS-CD-SUB > 7.
075300     DIVIDE WS-CD-SUM BY 10 GIVING WS-CD-QUOTIENT
075400         REMAINDER WS-CD-REMAINDER.
075500     IF WS-CD-REMAINDER = ZERO
075600         MOVE ZERO TO WS-CD-DIGIT
075700     ELSE
075800         COMPUTE WS-CD-DIGIT = 10 - WS-CD-REMAINDER
075900     END-IF.
076000 7800-COMPUTE-CHECK-DIGIT-EXIT.
076100     EXIT.
076200*=============================================================
076300 7810-WEIGH-ONE-DIGIT.
076400     COMPUTE WS-CD-PRODUCT = WS-CD-VALUE-DIGIT (WS-CD-SUB)
076500         * WS-CD-WEIGHT (WS-CD-SUB).
076600     IF WS-CD-PRODUCT > 9
076700         SUBTRACT 9 FROM WS-CD-PRODUCT
076800     END-IF.
076900     ADD WS-CD-PRODUCT TO WS-CD-SUM.
077000 7810-WEIGH-ONE-DIGIT-EXIT.
077100     EXIT.
077200*=============================================================
077300* 9400-WRITE-OPERATOR-LOG - APPEND ONE OPRLOG RECORD FROM THE
077400* WS-OLG- FIELDS, CREATING THE LOG ON FIRST USE, AND CLEAR THE
077500* OPTIONAL FIELDS FOR THE NEXT EVENT.
077600*=============================================================
077700 9400-WRITE-OPERATOR-LOG.
077800     OPEN EXTEND OLG-FILE.
077900     IF WS-OLG-FILE-STATUS = '35'
078000         OPEN OUTPUT OLG-FILE
078100     END-IF.
078200     ACCEPT WS-OLG-TIME FROM TIME.
078300     MOVE SPACES             TO OLG-RECORD.
078400     MOVE WS-BUSINESS-DATE   TO OLG-DATE.
078500     MOVE WS-OLG-TIME        TO OLG-TIME.
078600     MOVE WS-SIGNON-USER-ID  TO OLG-USER-ID.
078700     MOVE WS-RUN-ID          TO OLG-RUN-ID.
078800     MOVE WS-OLG-EVENT-TYPE  TO OLG-EVENT-TYPE.
078900     MOVE WS-OLG-SERIES-CODE TO OLG-SERIES-CODE.
079000     MOVE WS-OLG-SEQ-VALUE   TO OLG-SEQ-VALUE.
079100     MOVE WS-OLG-DETAIL      TO OLG-DETAIL.
079200     WRITE OLG-RECORD.
079300     CLOSE OLG-FILE.
079400     MOVE SPACE  TO WS-OLG-SERIES-CODE.
079500     MOVE ZEROES TO WS-OLG-SEQ-VALUE.
079600     MOVE SPACES TO WS-OLG-DETAIL.
079700 9400-WRITE-OPERATOR-LOG-EXIT.
079800     EXIT.
079900*=============================================================
080000* 9500-WRITE-JOURNAL - APPEND THE SESSION'S CLOSE-OUT RECORD
080100* FOR THE MORNING CHECK.
080200*=============================================================
080300 9500-WRITE-JOURNAL.
080400     OPEN EXTEND JRN-FILE.
080500     IF WS-JRN-FILE-STATUS = '35'
080600         OPEN OUTPUT JRN-FILE
080700     END-IF.
080800     ACCEPT WS-JRN-END-TIME FROM TIME.
080900     MOVE SPACES TO JRN-RECORD.
081000     MOVE WS-RUN-ID        TO JRN-RUN-ID.
081100     MOVE WS-BUSINESS-DATE TO JRN-BUS-DATE.
081200     MOVE WS-START-TIME    TO JRN-START-TIME.
081300     MOVE WS-JRN-END-TIME  TO JRN-END-TIME.
081400     MOVE ZEROES           TO JRN-RECORDS-IN.
081500     MOVE ZEROES           TO JRN-RECORDS-OUT.
081600     MOVE ZEROES           TO JRN-REJECT-COUNT.
081700     MOVE ZEROES           TO JRN-EXCEPTION-COUNT.
081800     MOVE 'C'              TO JRN-STATUS.
081900     MOVE SPACES           TO JRN-HALT-PARA.
082000     WRITE JRN-RECORD.
082100     CLOSE JRN-FILE.
082200 9500-WRITE-JOURNAL-EXIT.
082300     EXIT.
