003470*                   REJFILE, SO THEY EXISTED NOWHERE. SAME
003480*                   CREATE-ON-FIRST-USE PATTERN AS THE
003490*                   REJDISC DISCARD LOG.
003491*  2026-10-09 JHM   REJECT TABLE CARRIES THE FEED BATCH ID
003492*                   SO THE REWRITTEN REJFILE STILL TIES
003493*                   EACH UNWORKED REJECT TO ITS BATCH FOR
003494*                   THE SEQACK00 ACKNOWLEDGMENT.
003495*  2026-10-12 JHM   NAMED OPERATOR SIGN-ON (REJECT REPAIR
003496*                   AUTHORITY). NO SIGN-ON, NO REJFILE CHANGE.
003497*                   EACH RESUBMIT AND DISCARD CARRIES THE
003498*                   OPERATOR ON THE RESUPPLY RECORD, THE
003499*                   REJDISC RECORD AND OPRLOG.
003500*  2026-10-15 JHM   THE VOID CHECK DIGIT IS ON THE REPAIR
003510*                   SCREEN, SO A VOID REJECTED FOR ITS
003520*                   DIGIT CAN BE CORRECTED AND RESUBMITTED.
003590*-----------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
006000     SELECT JRN-FILE      ASSIGN TO JRNFILE
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS  IS WS-JRN-FILE-STATUS.
006210     SELECT OPR-FILE      ASSIGN TO OPRFILE
006220         ORGANIZATION IS LINE SEQUENTIAL
006230         FILE STATUS  IS WS-OPR-FILE-STATUS.
006240     SELECT OLG-FILE      ASSIGN TO OPRLOG
006250         ORGANIZATION IS LINE SEQUENTIAL
006260         FILE STATUS  IS WS-OLG-FILE-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  REJ-FILE.
007300     05  DISC-REASON-CODE        PIC X(02).
007400     05  DISC-DISCARD-REASON     PIC X(20).
007500     05  DISC-ORIGINAL-RECORD    PIC X(80).
007510     05  DISC-OPERATOR-ID        PIC X(08).
007600 FD  PRM-FILE.
007700 COPY FIXPRM01.
007800 FD  CAL-FILE.
008200 01  RPT-LINE                    PIC X(132).
008300 FD  JRN-FILE.
008400 COPY JRNREC01.
008410 FD  OPR-FILE.
008420 COPY OPRREC01.
008430 FD  OLG-FILE.
008440 COPY OLGREC01.
008500 WORKING-STORAGE SECTION.
008600 01  WS-CRT-STATUS               PIC 9(04) VALUE ZERO.
008700 01  WS-REJ-FILE-STATUS          PIC X(02) VALUE SPACES.
012200         10  WS-REJ-DATE         PIC 9(08).
012300         10  WS-REJ-TIME         PIC 9(06).
012400         10  WS-REJ-ORIGINAL     PIC X(80).
012410         10  WS-REJ-BATCH-ID     PIC X(08).
012500 01  WS-REJ-SUB                  PIC 9(05) COMP VALUE ZERO.
012600 01  WS-WORK-SUB                 PIC 9(05) COMP VALUE ZERO.
012700*-----------------------------------------------------------
012800* FIELD-LEVEL REPAIR AREA - THE CARRIED ORIGINAL RECORD SPLIT
012900* INTO THE SAME FIELDS TRNREC01 DEFINES, SO THE CLERK EDITS
013000* THE KEY, SERIES, ACTION, VOID VALUE AND VOID CHECK DIGIT IN
013100* PLACE AND THE REST OF THE RECORD (BATCH ID, FILLER) RIDES
013110* ALONG UNTOUCHED EXCEPT FOR THE REPAIRING OPERATOR, STAMPED
013120* ON RESUBMIT.
013200*-----------------------------------------------------------
013300 01  WS-FIX-RECORD.
013400     05  WS-FIX-KEY              PIC X(20).
013500     05  WS-FIX-SERIES-CODE      PIC X(01).
013600     05  WS-FIX-ACTION-CODE      PIC X(01).
013700     05  WS-FIX-VOID-SEQ         PIC X(07).
013800     05  FILLER                  PIC X(08).
013805     05  WS-FIX-VOID-CHECK-DIGIT PIC X(01).
013810     05  WS-FIX-REPAIR-OPERATOR  PIC X(08).
013820     05  FILLER                  PIC X(34).
013900*-----------------------------------------------------------
014000* SESSION CONTROLS AND TALLIES
014100*-----------------------------------------------------------
016000     05  WS-CURRENT-DATE         PIC 9(08).
016100     05  WS-CURRENT-TIME         PIC 9(06).
016200 01  WS-RUN-ID                   PIC X(08) VALUE 'SEQFIX00'.
016202*-----------------------------------------------------------
016204* OPERATOR SIGN-ON - THE SIGNED-ON OPERATOR AND THE AUTHORITY
016206* OPRFILE GRANTS, HELD FOR THE WHOLE SESSION. THE PASSWORD IS
016208* CLEARED AS SOON AS IT HAS BEEN COMPARED.
016210*-----------------------------------------------------------
016212 01  WS-OPR-FILE-STATUS          PIC X(02) VALUE SPACES.
016214 01  WS-OLG-FILE-STATUS          PIC X(02) VALUE SPACES.
016216 01  WS-OPR-EOF-SW               PIC X(01) VALUE 'N'.
016218     88  WS-OPR-EOF                  VALUE 'Y'.
016220 01  WS-OPR-FOUND-SW             PIC X(01) VALUE 'N'.
016222     88  WS-OPR-FOUND                VALUE 'Y'.
016224 01  WS-SIGNED-ON-SW             PIC X(01) VALUE 'N'.
016226     88  WS-SIGNED-ON                VALUE 'Y'.
016228 01  WS-SIGNON-USER-ID           PIC X(08) VALUE SPACES.
016230 01  WS-SIGNON-PASSWORD          PIC X(08) VALUE SPACES.
016232 01  WS-SIGNON-TRIES             PIC 9(03) COMP VALUE ZERO.
016234 77  WS-SIGNON-MAX-TRIES         PIC 9(03) COMP VALUE 3.
016236 01  WS-SIGNON-REASON            PIC X(40) VALUE SPACES.
016238     88  WS-SIGNON-NO-FILE           VALUE
016240             'OPERATOR FILE NOT AVAILABLE'.
016242 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
016244 01  WS-OPR-PASSWORD             PIC X(08) VALUE SPACES.
016246 01  WS-OPR-STATUS               PIC X(01) VALUE SPACE.
016248     88  WS-OPR-ACTIVE               VALUE 'A'.
016250 01  WS-OPR-AUTHORITIES.
016252     05  WS-OPR-AUTH-INQUIRE     PIC X(01) VALUE 'N'.
016254         88  WS-OPR-CAN-INQUIRE      VALUE 'Y'.
016256     05  WS-OPR-AUTH-DESK-ISSUE  PIC X(01) VALUE 'N'.
016258         88  WS-OPR-CAN-DESK-ISSUE   VALUE 'Y'.
016260     05  WS-OPR-AUTH-REPAIR      PIC X(01) VALUE 'N'.
016262         88  WS-OPR-CAN-REPAIR       VALUE 'Y'.
016264     05  WS-OPR-AUTH-OVERRIDE    PIC X(01) VALUE 'N'.
016266         88  WS-OPR-CAN-OVERRIDE     VALUE 'Y'.
016268     05  WS-OPR-AUTH-RELEASE     PIC X(01) VALUE 'N'.
016270         88  WS-OPR-CAN-RELEASE      VALUE 'Y'.
016272 01  WS-OLG-EVENT-TYPE           PIC X(01) VALUE SPACE.
016274 01  WS-OLG-SERIES-CODE          PIC X(01) VALUE SPACE.
016276 01  WS-OLG-SEQ-VALUE            PIC 9(07) VALUE ZEROES.
016278 01  WS-OLG-DETAIL               PIC X(50) VALUE SPACES.
016280 01  WS-OLG-TIME                 PIC 9(06) VALUE ZEROES.
016300*-----------------------------------------------------------
016400* AGING REPORT LINE LAYOUTS
016500*-----------------------------------------------------------
020400     05  LINE 08 COLUMN 32 PIC X(01) USING WS-FIX-ACTION-CODE.
020500     05  LINE 09 COLUMN 05 VALUE 'VOID SEQUENCE VALUE    :'.
020600     05  LINE 09 COLUMN 32 PIC X(07) USING WS-FIX-VOID-SEQ.
020610     05  LINE 10 COLUMN 05 VALUE 'VOID CHECK DIGIT       :'.
020620     05  LINE 10 COLUMN 32 PIC X(01)
020630             USING WS-FIX-VOID-CHECK-DIGIT.
020700     05  LINE 11 COLUMN 05
020800             VALUE '(R)ESUBMIT (D)ISCARD (S)KIP (Q)UIT :'.
020900     05  LINE 11 COLUMN 43 PIC X(01) TO WS-ENTERED-DISPO.
021200     05  LINE 01 COLUMN 20 VALUE 'DISCARD REJECT'.
021300     05  LINE 03 COLUMN 05 VALUE 'DISCARD REASON         :'.
021400     05  LINE 03 COLUMN 32 PIC X(20) TO WS-DISCARD-REASON.
021410 01  SCR-SIGNON-SCREEN.
021420     05  BLANK SCREEN.
021430     05  LINE 01 COLUMN 20 VALUE 'REJECT REPAIR WORKBENCH'.
021440     05  LINE 02 COLUMN 20 VALUE 'OPERATOR SIGN-ON'.
021450     05  LINE 04 COLUMN 05 VALUE 'OPERATOR ID            :'.
021460     05  LINE 04 COLUMN 32 PIC X(08) TO WS-SIGNON-USER-ID.
021470     05  LINE 05 COLUMN 05 VALUE 'PASSWORD               :'.
021480     05  LINE 05 COLUMN 32 PIC X(08) TO WS-SIGNON-PASSWORD
021490             SECURE.
021500 PROCEDURE DIVISION.
021600*=============================================================
021700 0000-MAINLINE.
023500     ACCEPT WS-CURRENT-TIME FROM TIME.
023600     PERFORM 1050-READ-CALENDAR
023700         THRU 1050-READ-CALENDAR-EXIT.
023710     PERFORM 1500-OPERATOR-SIGN-ON
023720         THRU 1500-OPERATOR-SIGN-ON-EXIT.
023730     IF NOT WS-SIGNED-ON
023740         GO TO 1000-INITIALIZE-EXIT
023750     END-IF.
023800     COMPUTE WS-TODAY-INTEGER =
023900         FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
024000     PERFORM 1100-READ-PARM
032600     MOVE REJ-RUN-TIME         TO WS-REJ-TIME (WS-REJ-COUNT).
032700     MOVE REJ-ORIGINAL-RECORD
032800         TO WS-REJ-ORIGINAL (WS-REJ-COUNT).
032810     MOVE REJ-BATCH-ID         TO WS-REJ-BATCH-ID (WS-REJ-COUNT).
032900 1200-LOAD-REJECT-RECORD-EXIT.
033000     EXIT.
033100*=============================================================
036960         END-IF
037000         MOVE 'Y' TO WS-RSUP-OPEN-SW
037100     END-IF.
037110     MOVE WS-OPERATOR-ID TO WS-FIX-REPAIR-OPERATOR.
037200     MOVE WS-FIX-RECORD TO RSUP-RECORD.
037300     WRITE RSUP-RECORD.
037400     MOVE 'R' TO WS-REJ-DISPO (WS-REJ-SUB).
037500     ADD 1 TO WS-RESUBMIT-COUNT.
037510     MOVE 'X' TO WS-OLG-EVENT-TYPE.
037520     MOVE WS-FIX-SERIES-CODE TO WS-OLG-SERIES-CODE.
037530     STRING 'REJECT RESUBMITTED - KEY ' WS-FIX-KEY
037540         DELIMITED BY SIZE INTO WS-OLG-DETAIL.
037550     PERFORM 9400-WRITE-OPERATOR-LOG
037560         THRU 9400-WRITE-OPERATOR-LOG-EXIT.
037600 2100-RESUBMIT-REJECT-EXIT.
037700     EXIT.
037800*=============================================================
040000     MOVE WS-CURRENT-TIME TO DISC-TIME.
040100     MOVE WS-REJ-REASON (WS-REJ-SUB) TO DISC-REASON-CODE.
040200     MOVE WS-DISCARD-REASON TO DISC-DISCARD-REASON.
040210     MOVE WS-OPERATOR-ID TO DISC-OPERATOR-ID.
040300     MOVE WS-REJ-ORIGINAL (WS-REJ-SUB)
040400         TO DISC-ORIGINAL-RECORD.
040500     WRITE DISC-RECORD.
040600     MOVE 'D' TO WS-REJ-DISPO (WS-REJ-SUB).
040700     ADD 1 TO WS-DISCARD-COUNT.
040710     MOVE 'X' TO WS-OLG-EVENT-TYPE.
040720     MOVE WS-FIX-SERIES-CODE TO WS-OLG-SERIES-CODE.
040730     STRING 'REJECT DISCARDED - ' WS-DISCARD-REASON
040740         DELIMITED BY SIZE INTO WS-OLG-DETAIL.
040750     PERFORM 9400-WRITE-OPERATOR-LOG
040760         THRU 9400-WRITE-OPERATOR-LOG-EXIT.
040800 2200-DISCARD-REJECT-EXIT.
040900     EXIT.
041000*=============================================================
041100* 3000-TERMINATE - REWRITE REJFILE WITH ONLY THE UNWORKED
041200* REJECTS, PRINT THE AGING REPORT AND THE SESSION COUNTS. A
041210* SESSION THAT NEVER SIGNED ON LOADED NOTHING, SO IT REWRITES
041220* NOTHING - REJFILE IS LEFT EXACTLY AS FOUND.
041300*=============================================================
041400 3000-TERMINATE.
041410     IF NOT WS-SIGNED-ON
041420         PERFORM 9500-WRITE-JOURNAL
041430             THRU 9500-WRITE-JOURNAL-EXIT
041440         GO TO 3000-TERMINATE-EXIT
041450     END-IF.
041500     OPEN OUTPUT REJ-FILE.
041600     PERFORM 3100-REWRITE-ONE-REJECT
041700         THRU 3100-REWRITE-ONE-REJECT-EXIT
045500     IF WS-DISC-OPEN
045600         CLOSE DISC-FILE
045700     END-IF.
045710     IF WS-SIGNED-ON
045720         MOVE 'O' TO WS-OLG-EVENT-TYPE
045730         MOVE 'SIGNED OFF' TO WS-OLG-DETAIL
045740         PERFORM 9400-WRITE-OPERATOR-LOG
045750             THRU 9400-WRITE-OPERATOR-LOG-EXIT
045760     END-IF.
045800     DISPLAY 'SEQFIX00 SESSION - RESUBMITTED '
045900         WS-RESUBMIT-COUNT ' DISCARDED ' WS-DISCARD-COUNT
046000         ' REMAINING ' WS-REMAINING-COUNT.
051400     MOVE WS-REJ-TIME (WS-WORK-SUB)     TO REJ-RUN-TIME.
051500     MOVE WS-REJ-ORIGINAL (WS-WORK-SUB)
051600         TO REJ-ORIGINAL-RECORD.
051610     MOVE WS-REJ-BATCH-ID (WS-WORK-SUB) TO REJ-BATCH-ID.
051700     WRITE REJ-RECORD.
051800     ADD 1 TO WS-REMAINING-COUNT.
051900 3100-REWRITE-ONE-REJECT-EXIT.
055200     WRITE RPT-LINE.
055300 3200-AGE-ONE-REJECT-EXIT.
055400     EXIT.
055410*=============================================================
055420* 1500-OPERATOR-SIGN-ON - NAMED SIGN-ON AGAINST OPRFILE BEFORE
055430* ANY REJECT IS LOADED. REJECT REPAIR AUTHORITY IS NEEDED.
055440* THREE REFUSED ATTEMPTS END THE SESSION, AND EVERY ATTEMPT,
055450* GOOD OR BAD, IS LOGGED TO OPRLOG FOR THE SECURITY REVIEW.
055460*=============================================================
055470 1500-OPERATOR-SIGN-ON.
055480     MOVE ZERO TO WS-SIGNON-TRIES.
055490     PERFORM 1510-TRY-ONE-SIGN-ON
055500         THRU 1510-TRY-ONE-SIGN-ON-EXIT
055510         UNTIL WS-SIGNED-ON
055520            OR WS-SIGNON-TRIES NOT < WS-SIGNON-MAX-TRIES.
055530     IF NOT WS-SIGNED-ON
055540         DISPLAY 'SIGN-ON REFUSED - SESSION ENDED'
055550         MOVE 'Y' TO WS-QUIT-SW
055560     END-IF.
055570 1500-OPERATOR-SIGN-ON-EXIT.
055580     EXIT.
055590*=============================================================
055600* 1510-TRY-ONE-SIGN-ON - THE SCREEN DOES NOT SAY WHETHER THE ID
055610* OR THE PASSWORD WAS WRONG - ONLY THE LOG DOES. A MISSING
055620* OPRFILE FAILS CLOSED AT ONCE, AS DOES AN OPERATOR WITHOUT THE
055630* AUTHORITY THIS PROGRAM NEEDS - RETRYING CANNOT CHANGE EITHER.
055640*=============================================================
055650 1510-TRY-ONE-SIGN-ON.
055660     ADD 1 TO WS-SIGNON-TRIES.
055670     MOVE SPACES TO WS-SIGNON-USER-ID
055680                    WS-SIGNON-PASSWORD.
055690     DISPLAY SCR-SIGNON-SCREEN.
055700     ACCEPT SCR-SIGNON-SCREEN.
055710     IF WS-SIGNON-USER-ID = SPACES
055720         DISPLAY 'OPERATOR ID REQUIRED'
055730         GO TO 1510-TRY-ONE-SIGN-ON-EXIT
055740     END-IF.
055750     PERFORM 1520-FIND-OPERATOR
055760         THRU 1520-FIND-OPERATOR-EXIT.
055770     IF WS-SIGNON-REASON NOT = SPACES
055780         IF WS-SIGNON-NO-FILE
055790             DISPLAY 'OPERATOR SECURITY FILE NOT AVAILABLE'
055800             MOVE WS-SIGNON-MAX-TRIES TO WS-SIGNON-TRIES
055810         ELSE
055820             DISPLAY 'OPERATOR ID OR PASSWORD NOT ACCEPTED'
055830         END-IF
055840         MOVE 'F' TO WS-OLG-EVENT-TYPE
055850         MOVE WS-SIGNON-REASON TO WS-OLG-DETAIL
055860         PERFORM 9400-WRITE-OPERATOR-LOG
055870             THRU 9400-WRITE-OPERATOR-LOG-EXIT
055880         GO TO 1510-TRY-ONE-SIGN-ON-EXIT
055890     END-IF.
055900     IF NOT WS-OPR-CAN-REPAIR
055910         DISPLAY 'OPERATOR ' WS-SIGNON-USER-ID
055920             ' HAS NO REJECT REPAIR AUTHORITY'
055930         MOVE 'A' TO WS-OLG-EVENT-TYPE
055940         MOVE 'NO REJECT REPAIR AUTHORITY - SIGN-ON REFUSED'
055950             TO WS-OLG-DETAIL
055960         PERFORM 9400-WRITE-OPERATOR-LOG
055970             THRU 9400-WRITE-OPERATOR-LOG-EXIT
055980         MOVE WS-SIGNON-MAX-TRIES TO WS-SIGNON-TRIES
055990         GO TO 1510-TRY-ONE-SIGN-ON-EXIT
056000     END-IF.
056010     MOVE WS-SIGNON-USER-ID TO WS-OPERATOR-ID.
056020     MOVE 'Y' TO WS-SIGNED-ON-SW.
056030     DISPLAY 'SIGNED ON AS ' WS-OPERATOR-ID.
056040     MOVE 'N' TO WS-OLG-EVENT-TYPE.
056050     MOVE 'SIGNED ON' TO WS-OLG-DETAIL.
056060     PERFORM 9400-WRITE-OPERATOR-LOG
056070         THRU 9400-WRITE-OPERATOR-LOG-EXIT.
056080 1510-TRY-ONE-SIGN-ON-EXIT.
056090     EXIT.
056100*=============================================================
056110* 1520-FIND-OPERATOR - READ OPRFILE FRESH FOR THE KEYED ID AND
056120* PROVE IT. ANY REFUSAL LEAVES ITS REASON IN WS-SIGNON-REASON,
056130* BLANK MEANS PROVED. AN OPERATOR WITH NO PASSWORD ON FILE IS
056140* REFUSED, NOT LET IN ON A BLANK ONE.
056150*=============================================================
056160 1520-FIND-OPERATOR.
056170     MOVE 'N' TO WS-OPR-FOUND-SW.
056180     MOVE 'N' TO WS-OPR-EOF-SW.
056190     MOVE SPACES TO WS-SIGNON-REASON.
056200     OPEN INPUT OPR-FILE.
056210     IF WS-OPR-FILE-STATUS NOT = '00'
056220         MOVE 'OPERATOR FILE NOT AVAILABLE' TO WS-SIGNON-REASON
056230         GO TO 1520-FIND-OPERATOR-EXIT
056240     END-IF.
056250     PERFORM 1530-READ-OPERATOR-RECORD
056260         THRU 1530-READ-OPERATOR-RECORD-EXIT
056270         UNTIL WS-OPR-EOF
056280            OR WS-OPR-FOUND.
056290     CLOSE OPR-FILE.
056300     EVALUATE TRUE
056310         WHEN NOT WS-OPR-FOUND
056320             MOVE 'OPERATOR NOT ON FILE' TO WS-SIGNON-REASON
056330         WHEN WS-OPR-PASSWORD = SPACES
056340             MOVE 'NO PASSWORD ON FILE' TO WS-SIGNON-REASON
056350         WHEN WS-OPR-PASSWORD NOT = WS-SIGNON-PASSWORD
056360             MOVE 'PASSWORD INCORRECT' TO WS-SIGNON-REASON
056370         WHEN NOT WS-OPR-ACTIVE
056380             MOVE 'OPERATOR REVOKED' TO WS-SIGNON-REASON
056390         WHEN OTHER
056400             CONTINUE
056410     END-EVALUATE.
056420     MOVE SPACES TO WS-OPR-PASSWORD
056430                    WS-SIGNON-PASSWORD.
056440 1520-FIND-OPERATOR-EXIT.
056450     EXIT.
056460*=============================================================
056470 1530-READ-OPERATOR-RECORD.
056480     READ OPR-FILE
056490         AT END
056500             MOVE 'Y' TO WS-OPR-EOF-SW
056510             GO TO 1530-READ-OPERATOR-RECORD-EXIT
056520     END-READ.
056530     IF OPR-USER-ID NOT = WS-SIGNON-USER-ID
056540         GO TO 1530-READ-OPERATOR-RECORD-EXIT
056550     END-IF.
056560     MOVE 'Y'             TO WS-OPR-FOUND-SW.
056570     MOVE OPR-PASSWORD    TO WS-OPR-PASSWORD.
056580     MOVE OPR-STATUS      TO WS-OPR-STATUS.
056590     MOVE OPR-AUTHORITIES TO WS-OPR-AUTHORITIES.
056600 1530-READ-OPERATOR-RECORD-EXIT.
056610     EXIT.
056620*=============================================================
056630* 9400-WRITE-OPERATOR-LOG - APPEND ONE OPRLOG RECORD FROM THE
056640* WS-OLG- FIELDS, CREATING THE LOG ON FIRST USE, AND CLEAR THE
056650* OPTIONAL FIELDS FOR THE NEXT EVENT.
056660*=============================================================
056670 9400-WRITE-OPERATOR-LOG.
056680     OPEN EXTEND OLG-FILE.
056690     IF WS-OLG-FILE-STATUS = '35'
056700         OPEN OUTPUT OLG-FILE
056710     END-IF.
056720     ACCEPT WS-OLG-TIME FROM TIME.
056730     MOVE SPACES             TO OLG-RECORD.
056740     MOVE WS-CURRENT-DATE    TO OLG-DATE.
056750     MOVE WS-OLG-TIME        TO OLG-TIME.
056760     MOVE WS-SIGNON-USER-ID  TO OLG-USER-ID.
056770     MOVE WS-RUN-ID          TO OLG-RUN-ID.
056780     MOVE WS-OLG-EVENT-TYPE  TO OLG-EVENT-TYPE.
056790     MOVE WS-OLG-SERIES-CODE TO OLG-SERIES-CODE.
056800     MOVE WS-OLG-SEQ-VALUE   TO OLG-SEQ-VALUE.
056810     MOVE WS-OLG-DETAIL      TO OLG-DETAIL.
056820     WRITE OLG-RECORD.
056830     CLOSE OLG-FILE.
056840     MOVE SPACE  TO WS-OLG-SERIES-CODE.
056850     MOVE ZEROES TO WS-OLG-SEQ-VALUE.
056860     MOVE SPACES TO WS-OLG-DETAIL.
056870 9400-WRITE-OPERATOR-LOG-EXIT.
056880     EXIT.
