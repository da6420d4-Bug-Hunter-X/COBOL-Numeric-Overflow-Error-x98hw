006800*                   BATCH JOURNALS AS A HALT NAMING
006900*                   3500-SUSPEND-BATCH) SO THE MORNING CHECK
007000*                   READS ONE FILE INSTEAD OF THE JOB LOG.
007001*  2026-09-28 JHM   SERIES MASTER. A RECORD WHOSE SERIES IS
007002*                   NOT ON SRMFILE IS REJECTED ON THE NEW
007003*                   REASON 'US', AS IS AN ISSUE AGAINST A
007004*                   SERIES THAT IS CLOSED OR OUTSIDE ITS
007005*                   EFFECTIVE DATES ON THE BUSINESS DATE. A
007006*                   VOID ONLY NEEDS THE SERIES TO EXIST -
007007*                   NUMBERS ALREADY OUT ON A CLOSED SERIES
007008*                   CAN STILL BE RETIRED. NO MASTER MEANS NO
007009*                   SERIES EDIT, WITH A NOTICE ON THE JOB LOG.
007010*  2026-10-05 JHM   CHECK DIGIT. A VOID WHOSE CHECK DIGIT DOES
007011*                   NOT PROVE AGAINST ITS VALUE IS REJECTED ON
007012*                   THE NEW REASON 'CD', AS IS A VOID KEYED
007013*                   WITHOUT A DIGIT FOR A NUMBER THE REGISTER
007014*                   SHOWS WAS ISSUED WITH ONE. A LEGACY NUMBER
007015*                   (BLANK DIGIT ON THE REGISTER, OR NOT ON
007016*                   THE REGISTER) MAY BE VOIDED WITHOUT ONE.
007017*  2026-10-09 JHM   BATCH RECEIPT LOG. EVERY MANIFEST BATCH -
007018*                   PROVED OR SUSPENDED - APPENDS ONE RECORD
007019*                   TO BCHLOG WITH ITS SOURCE, VERDICT, COUNTS
007020*                   AND THE SENDER'S TRAILER TOTALS, AND EVERY
007021*                   REJECT CARRIES THE BATCH ID, SO SEQACK00
007022*                   CAN ACKNOWLEDGE EACH BATCH BACK TO THE
007023*                   SYSTEM THAT SENT IT.
007100*-----------------------------------------------------------
007200 ENVIRONMENT DIVISION.
007300 CONFIGURATION SECTION.
010300         ALTERNATE RECORD KEY IS REG-TRN-KEY
010400             WITH DUPLICATES
010500         FILE STATUS  IS WS-REG-FILE-STATUS.
010502     SELECT BLG-FILE      ASSIGN TO BCHLOG
010504         ORGANIZATION IS LINE SEQUENTIAL
010506         FILE STATUS  IS WS-BLG-FILE-STATUS.
010510     SELECT SRM-FILE      ASSIGN TO SRMFILE
010520         ORGANIZATION IS INDEXED
010530         ACCESS MODE  IS DYNAMIC
010540         RECORD KEY   IS SRM-SERIES-CODE
010550         FILE STATUS  IS WS-SRM-FILE-STATUS.
010600 DATA DIVISION.
010700 FILE SECTION.
010800 FD  TRNIN-FILE.
012500 COPY JRNREC01.
012600 FD  REG-FILE.
012700 COPY REGREC01.
012710 FD  SRM-FILE.
012720 COPY SRMREC01.
012730 FD  BLG-FILE.
012740 COPY BLGREC01.
012800 WORKING-STORAGE SECTION.
012900 01  WS-SWITCHES.
013000     05  WS-TRNIN-EOF-SW         PIC X(01) VALUE 'N'.
014500         88  WS-RAW-EOF              VALUE 'Y'.
014600     05  WS-REG-AVAIL-SW         PIC X(01) VALUE 'N'.
014700         88  WS-REG-AVAIL            VALUE 'Y'.
014710     05  WS-SRM-AVAIL-SW         PIC X(01) VALUE 'N'.
014720         88  WS-SRM-AVAIL            VALUE 'Y'.
014800     05  WS-REG-EOF-SW           PIC X(01) VALUE 'N'.
014900         88  WS-REG-EOF              VALUE 'Y'.
015000     05  WS-PRIOR-FOUND-SW       PIC X(01) VALUE 'N'.
015200 01  WS-CAL-FILE-STATUS          PIC X(02) VALUE SPACES.
015300 01  WS-PRM-FILE-STATUS          PIC X(02) VALUE SPACES.
015400 01  WS-REG-FILE-STATUS          PIC X(02) VALUE SPACES.
015410 01  WS-SRM-FILE-STATUS          PIC X(02) VALUE SPACES.
015420 01  WS-BLG-FILE-STATUS          PIC X(02) VALUE SPACES.
015500 01  WS-JRN-FILE-STATUS          PIC X(02) VALUE SPACES.
015600 01  WS-JRN-STATUS-CODE          PIC X(01) VALUE 'C'.
015700 01  WS-JRN-HALT-PARA            PIC X(20) VALUE SPACES.
019800 01  WS-PRIOR-SEQ-VALUE          PIC 9(07) VALUE ZEROES.
019900 01  WS-PRIOR-RUN-DATE           PIC 9(08) VALUE ZEROES.
020000 01  WS-PRIOR-RUN-ID             PIC X(08) VALUE SPACES.
020003*-----------------------------------------------------------
020006* VOID CHECK DIGIT CONTROLS - THE VOID'S VALUE AND THE DIGIT
020009* THE REGISTER SAYS IT WAS ISSUED WITH (SPACE FOR A LEGACY
020012* NUMBER OR ONE THE REGISTER DOES NOT HOLD).
020015*-----------------------------------------------------------
020018 01  WS-VOID-SEQ-NUM             PIC 9(07) VALUE ZEROES.
020021 01  WS-VOID-REG-DIGIT           PIC X(01) VALUE SPACE.
020024*-----------------------------------------------------------
020027* CHECK DIGIT WORK AREA - MODULUS 10 OVER THE SEVEN DIGITS OF
020030* A SEQUENCE VALUE, WEIGHTS 2 AND 1 ALTERNATING FROM THE
020033* RIGHTMOST DIGIT, A TWO-DIGIT PRODUCT CAST OUT BY NINE. IT
020036* CATCHES EVERY SINGLE MIS-KEYED DIGIT AND NEARLY EVERY
020039* TRANSPOSITION OF TWO ADJACENT DIGITS.
020042*-----------------------------------------------------------
020045 01  WS-CD-VALUE                 PIC 9(07) VALUE ZEROES.
020048 01  WS-CD-VALUE-DIGITS REDEFINES WS-CD-VALUE.
020051     05  WS-CD-VALUE-DIGIT       PIC 9(01) OCCURS 7 TIMES.
020054 01  WS-CD-WEIGHTS               PIC X(07) VALUE '2121212'.
020057 01  WS-CD-WEIGHT-TABLE REDEFINES WS-CD-WEIGHTS.
020060     05  WS-CD-WEIGHT            PIC 9(01) OCCURS 7 TIMES.
020063 01  WS-CD-SUB                   PIC 9(03) COMP VALUE ZERO.
020066 01  WS-CD-PRODUCT               PIC 9(02) VALUE ZERO.
020069 01  WS-CD-SUM                   PIC 9(03) VALUE ZERO.
020072 01  WS-CD-QUOTIENT              PIC 9(03) VALUE ZERO.
020075 01  WS-CD-REMAINDER             PIC 9(01) VALUE ZERO.
020078 01  WS-CD-DIGIT                 PIC 9(01) VALUE ZERO.
020100*-----------------------------------------------------------
020200* DUPLICATE-KEY TABLE - EVERY ACCEPTED KEY IS HELD SO A KEY
020300* REPEATED LATER IN THE SAME FILE IS REJECTED INSTEAD OF
022400 01  WS-DUP-KEY-COUNT            PIC 9(07) COMP VALUE ZERO.
022500 01  WS-BAD-VOID-COUNT           PIC 9(07) COMP VALUE ZERO.
022600 01  WS-PRIOR-ISSUED-COUNT       PIC 9(07) COMP VALUE ZERO.
022610 01  WS-UNUSABLE-SERIES-COUNT    PIC 9(07) COMP VALUE ZERO.
022620 01  WS-BAD-CHECK-DIGIT-COUNT    PIC 9(07) COMP VALUE ZERO.
022700 01  WS-CURRENT-DATE-TIME.
022800     05  WS-CURRENT-DATE         PIC 9(08).
022900     05  WS-CURRENT-TIME         PIC 9(06).
027700     05  FILLER                  PIC X(22)
027800             VALUE '  PRIOR ISSUED     : '.
027900     05  SUM-PRIOR-ISSUED-COUNT  PIC Z,ZZZ,ZZ9.
027910 01  WS-SUM-LINE-9.
027920     05  FILLER                  PIC X(22)
027930             VALUE '  UNUSABLE SERIES  : '.
027940     05  SUM-UNUSABLE-SERIES-COUNT
027950                                 PIC Z,ZZZ,ZZ9.
027958 01  WS-SUM-LINE-10.
027966     05  FILLER                  PIC X(22)
027974             VALUE '  BAD CHECK DIGIT  : '.
027982     05  SUM-BAD-CHECK-DIGIT-COUNT
027990                                 PIC Z,ZZZ,ZZ9.
028000 01  WS-PI-LINE.
028100     05  FILLER                  PIC X(14)
028200             VALUE '  PRIOR ISSUE:'.
032000         THRU 1020-READ-PARM-EXIT.
032100     PERFORM 1030-OPEN-REGISTER
032200         THRU 1030-OPEN-REGISTER-EXIT.
032210     PERFORM 1040-OPEN-SERIES-MASTER
032220         THRU 1040-OPEN-SERIES-MASTER-EXIT.
032300     OPEN INPUT  TRNIN-FILE.
032400     OPEN OUTPUT TRNOUT-FILE.
032500     OPEN OUTPUT REJ-FILE.
041800     END-IF.
041900 1030-OPEN-REGISTER-EXIT.
042000     EXIT.
042005*=============================================================
042010* 1040-OPEN-SERIES-MASTER - THE SERIES MASTER BACKS THE SERIES
042015* EDIT. NO MASTER (NOT YET BUILT THROUGH SEQSRM00) MEANS EVERY
042020* SERIES CODE PASSES, EXACTLY AS BEFORE THE MASTER EXISTED,
042025* WITH A NOTICE ON THE JOB LOG.
042030*=============================================================
042035 1040-OPEN-SERIES-MASTER.
042040     OPEN INPUT SRM-FILE.
042045     IF WS-SRM-FILE-STATUS = '00'
042050         MOVE 'Y' TO WS-SRM-AVAIL-SW
042055     ELSE
042060         DISPLAY 'NOTICE - SERIES MASTER NOT AVAILABLE - '
042065             'STATUS ' WS-SRM-FILE-STATUS
042070             ' - SERIES EDIT OFF'
042075     END-IF.
042080 1040-OPEN-SERIES-MASTER-EXIT.
042085     EXIT.
042100*=============================================================
042200* 2000-EDIT-TRANSACTIONS - MAIN EDIT LOOP. EVERY RAW RECORD
042300* EITHER PASSES TO THE CLEAN FILE OR IS HELD ON THE REJECT
053700         ADD 1 TO WS-NON-PRINT-COUNT
053800         GO TO 2100-VALIDATE-RECORD-EXIT
053900     END-IF.
053910     PERFORM 2250-CHECK-SERIES
053920         THRU 2250-CHECK-SERIES-EXIT.
053930     IF NOT WS-RECORD-VALID
053940         GO TO 2100-VALIDATE-RECORD-EXIT
053950     END-IF.
054000*    A VOID RETIRES BY SEQUENCE VALUE, NOT BY KEY - ITS VALUE
054100*    MUST BE USABLE, AND ITS KEY MAY LEGITIMATELY REPEAT AN
054200*    ISSUE EARLIER IN THE SAME FILE, SO IT SKIPS THE
054700             MOVE 'N'  TO WS-RECORD-VALID-SW
054800             MOVE 'BV' TO WS-REJECT-REASON
054900             ADD 1 TO WS-BAD-VOID-COUNT
054910             GO TO 2100-VALIDATE-RECORD-EXIT
055000         END-IF
055010         PERFORM 2370-CHECK-VOID-DIGIT
055020             THRU 2370-CHECK-VOID-DIGIT-EXIT
055100         GO TO 2100-VALIDATE-RECORD-EXIT
055200     END-IF.
055300     PERFORM 2300-CHECK-DUPLICATE
057900     END-IF.
058000 2210-SCAN-ONE-BYTE-EXIT.
058100     EXIT.
058102*=============================================================
058104* 2250-CHECK-SERIES - THE SERIES MUST BE ON THE MASTER. AN
058106* ISSUE ALSO NEEDS THE SERIES IN FORCE ON THE BUSINESS DATE -
058108* ACTIVE, PAST ITS EFFECTIVE DATE AND NOT PAST ITS END DATE.
058110* A VOID RETIRES A NUMBER ALREADY ISSUED, SO CLOSING A SERIES
058112* DOES NOT STRAND THE NUMBERS IT HAS OUT.
058114*=============================================================
058116 2250-CHECK-SERIES.
058118     IF NOT WS-SRM-AVAIL
058120         GO TO 2250-CHECK-SERIES-EXIT
058122     END-IF.
058124     MOVE TRN-SERIES-CODE TO SRM-SERIES-CODE.
058126     READ SRM-FILE
058128         INVALID KEY
058130             MOVE 'N'  TO WS-RECORD-VALID-SW
058132             MOVE 'US' TO WS-REJECT-REASON
058134             ADD 1 TO WS-UNUSABLE-SERIES-COUNT
058136             GO TO 2250-CHECK-SERIES-EXIT
058138     END-READ.
058140     IF TRN-ACTION-VOID
058142         GO TO 2250-CHECK-SERIES-EXIT
058144     END-IF.
058146     IF NOT SRM-ACTIVE
058148         OR (SRM-EFF-DATE NOT = ZEROES
058150             AND SRM-EFF-DATE > WS-CURRENT-DATE)
058152         OR (SRM-END-DATE NOT = ZEROES
058154             AND SRM-END-DATE < WS-CURRENT-DATE)
058156         MOVE 'N'  TO WS-RECORD-VALID-SW
058158         MOVE 'US' TO WS-REJECT-REASON
058160         ADD 1 TO WS-UNUSABLE-SERIES-COUNT
058162     END-IF.
058164 2250-CHECK-SERIES-EXIT.
058166     EXIT.
058200*=============================================================
058300* 2300-CHECK-DUPLICATE - REJECT A KEY ALREADY ACCEPTED EARLIER
058400* IN THIS FILE, THEN REMEMBER THE KEY IF IT IS NEW. KEYS BEYOND
066000     END-IF.
066100 2360-READ-REGISTER-MATCH-EXIT.
066200     EXIT.
066201*=============================================================
066202* 2370-CHECK-VOID-DIGIT - A DIGIT KEYED ON A VOID MUST PROVE
066203* AGAINST THE VALUE. A VOID KEYED WITHOUT ONE IS ACCEPTED ONLY
066204* FOR A LEGACY NUMBER - ONE THE REGISTER HOLDS WITH A BLANK
066205* DIGIT, OR DOES NOT HOLD AT ALL. WITH NO REGISTER THIS RUN
066206* EVERY UNDIGITED VOID IS TAKEN AS LEGACY.
066207*=============================================================
066208 2370-CHECK-VOID-DIGIT.
066209     MOVE TRN-VOID-SEQ TO WS-VOID-SEQ-NUM.
066210     IF TRN-VOID-CHECK-DIGIT NOT = SPACE
066211         MOVE WS-VOID-SEQ-NUM TO WS-CD-VALUE
066212         PERFORM 7800-COMPUTE-CHECK-DIGIT
066213             THRU 7800-COMPUTE-CHECK-DIGIT-EXIT
066214         IF TRN-VOID-CHECK-DIGIT NOT NUMERIC
066215             OR TRN-VOID-CHECK-DIGIT NOT = WS-CD-DIGIT
066216             MOVE 'N'  TO WS-RECORD-VALID-SW
066217             MOVE 'CD' TO WS-REJECT-REASON
066218             ADD 1 TO WS-BAD-CHECK-DIGIT-COUNT
066219         END-IF
066220         GO TO 2370-CHECK-VOID-DIGIT-EXIT
066221     END-IF.
066222     IF NOT WS-REG-AVAIL
066223         GO TO 2370-CHECK-VOID-DIGIT-EXIT
066224     END-IF.
066225     MOVE SPACE           TO WS-VOID-REG-DIGIT.
066226     MOVE WS-VOID-SEQ-NUM TO REG-SEQ-VALUE.
066227     MOVE ZEROES          TO REG-CYCLE-COUNT.
066228     MOVE LOW-VALUES      TO REG-SERIES-CODE.
066229     MOVE 'N' TO WS-REG-EOF-SW.
066230     START REG-FILE KEY IS NOT < REG-KEY
066231         INVALID KEY
066232             MOVE 'Y' TO WS-REG-EOF-SW
066233     END-START.
066234     PERFORM 2380-READ-REGISTER-DIGIT
066235         THRU 2380-READ-REGISTER-DIGIT-EXIT
066236         UNTIL WS-REG-EOF.
066237     IF WS-VOID-REG-DIGIT NOT = SPACE
066238         MOVE 'N'  TO WS-RECORD-VALID-SW
066239         MOVE 'CD' TO WS-REJECT-REASON
066240         ADD 1 TO WS-BAD-CHECK-DIGIT-COUNT
066241     END-IF.
066242 2370-CHECK-VOID-DIGIT-EXIT.
066243     EXIT.
066244*=============================================================
066245* 2380-READ-REGISTER-DIGIT - THE REGISTER KEY ORDERS CYCLES
066246* ASCENDING WITHIN A VALUE, SO THE LAST MATCH IN THE VOID'S
066247* SERIES IS THE LATEST ISSUE OF THE NUMBER - THE ONE A VOID
066248* RETIRES, AS SEQGEN00 RESOLVES IT.
066249*=============================================================
066250 2380-READ-REGISTER-DIGIT.
066251     READ REG-FILE NEXT
066252         AT END
066253             MOVE 'Y' TO WS-REG-EOF-SW
066254             GO TO 2380-READ-REGISTER-DIGIT-EXIT
066255     END-READ.
066256     IF REG-SEQ-VALUE NOT = WS-VOID-SEQ-NUM
066257         MOVE 'Y' TO WS-REG-EOF-SW
066258         GO TO 2380-READ-REGISTER-DIGIT-EXIT
066259     END-IF.
066260     IF REG-SERIES-CODE = TRN-SERIES-CODE
066261         MOVE REG-CHECK-DIGIT TO WS-VOID-REG-DIGIT
066262     END-IF.
066263 2380-READ-REGISTER-DIGIT-EXIT.
066264     EXIT.
066300*=============================================================
066400 2400-WRITE-CLEAN-RECORD.
066500*    THE BATCH ID RIDES EVERY CLEAN RECORD SO ANY NUMBER
069100     MOVE WS-CURRENT-DATE  TO REJ-RUN-DATE.
069200     MOVE WS-CURRENT-TIME  TO REJ-RUN-TIME.
069300     MOVE WS-MASKED-RECORD TO REJ-ORIGINAL-RECORD.
069310     MOVE WS-BATCH-ID      TO REJ-BATCH-ID.
069400     WRITE REJ-RECORD.
069500     ADD 1 TO WS-REJECT-COUNT.
069600     MOVE SPACES TO WS-DET-LINE.
074100         END-IF
074200         MOVE WS-BCH-LINE TO RPT-LINE
074300         WRITE RPT-LINE
074310         PERFORM 3060-LOG-BATCH-RECEIPT
074320             THRU 3060-LOG-BATCH-RECEIPT-EXIT
074400     END-IF.
074500     MOVE SPACES TO RPT-LINE.
074600     WRITE RPT-LINE.
076800     MOVE WS-PRIOR-ISSUED-COUNT TO SUM-PRIOR-ISSUED-COUNT.
076900     MOVE WS-SUM-LINE-8 TO RPT-LINE.
077000     WRITE RPT-LINE.
077010     MOVE WS-UNUSABLE-SERIES-COUNT
077020         TO SUM-UNUSABLE-SERIES-COUNT.
077030     MOVE WS-SUM-LINE-9 TO RPT-LINE.
077040     WRITE RPT-LINE.
077050     MOVE WS-BAD-CHECK-DIGIT-COUNT
077060         TO SUM-BAD-CHECK-DIGIT-COUNT.
077070     MOVE WS-SUM-LINE-10 TO RPT-LINE.
077080     WRITE RPT-LINE.
077100     IF WS-KEY-OVERFLOW-COUNT > ZERO
077200         DISPLAY 'WARNING - DUPLICATE-KEY TABLE EXCEEDS '
077300             'CAPACITY - ' WS-KEY-OVERFLOW-COUNT
078300     IF WS-REG-AVAIL
078400         CLOSE REG-FILE
078500     END-IF.
078510     IF WS-SRM-AVAIL
078520         CLOSE SRM-FILE
078530     END-IF.
078600     CLOSE RPT-FILE.
078700     IF WS-BATCH-SUSPENDED
078800         MOVE 'H' TO WS-JRN-STATUS-CODE
084200     END-IF.
084300 3050-PROVE-MANIFEST-EXIT.
084400     EXIT.
084402*=============================================================
084404* 3060-LOG-BATCH-RECEIPT - APPEND THIS BATCH'S RECEIPT TO
084406* BCHLOG FOR SEQACK00. A SUSPENDED BATCH PASSED NOTHING AND
084408* REJECTED NOTHING - ITS CLEAN AND REJECT FILES WERE EMPTIED -
084410* SO ONLY ITS READ COUNT IS LOGGED. THE LOG IS CREATED ON
084412* FIRST USE.
084414*=============================================================
084416 3060-LOG-BATCH-RECEIPT.
084418     OPEN EXTEND BLG-FILE.
084420     IF WS-BLG-FILE-STATUS = '35'
084422         OPEN OUTPUT BLG-FILE
084424     END-IF.
084426     MOVE SPACES TO BLG-RECORD.
084428     MOVE WS-BATCH-ID          TO BLG-BATCH-ID.
084430     MOVE WS-BATCH-SOURCE      TO BLG-SOURCE.
084432     MOVE WS-BATCH-CREATE-DATE TO BLG-CREATE-DATE.
084434     MOVE WS-CURRENT-DATE      TO BLG-BUS-DATE.
084436     MOVE WS-CURRENT-TIME      TO BLG-RUN-TIME.
084438     MOVE WS-READ-COUNT        TO BLG-READ-COUNT.
084440     IF WS-BATCH-SUSPENDED
084442         SET BLG-SUSPENDED TO TRUE
084444         MOVE WS-SUSPENSE-REASON TO BLG-SUSPENSE-REASON
084446         MOVE ZEROES TO BLG-ACCEPT-COUNT
084448         MOVE ZEROES TO BLG-REJECT-COUNT
084450     ELSE
084452         SET BLG-PROVED TO TRUE
084454         MOVE WS-ACCEPT-COUNT TO BLG-ACCEPT-COUNT
084456         MOVE WS-REJECT-COUNT TO BLG-REJECT-COUNT
084458     END-IF.
084460     MOVE WS-TRL-COUNT-X       TO BLG-TRL-COUNT.
084462     MOVE WS-TRL-HASH-X        TO BLG-TRL-HASH.
084464     MOVE ZEROES               TO BLG-ACK-DATE.
084466     MOVE ZEROES               TO BLG-ACK-TIME.
084468     WRITE BLG-RECORD.
084470     CLOSE BLG-FILE.
084472 3060-LOG-BATCH-RECEIPT-EXIT.
084474     EXIT.
084500*=============================================================
084600* 3500-SUSPEND-BATCH - THE WHOLE FEED GOES TO THE SUSPENSE
084700* FILE BEHIND A STATUS LINE NAMING THE BATCH AND THE REASON.
088400     WRITE SUSP-RECORD.
088500 3510-COPY-RAW-RECORD-EXIT.
088600     EXIT.
088603*=============================================================
088606* 7800-COMPUTE-CHECK-DIGIT - THE CHECK DIGIT OF WS-CD-VALUE,
088609* LEFT IN WS-CD-DIGIT. THE SAME ROUTINE STANDS IN EVERY
088612* PROGRAM THAT ISSUES A NUMBER OR TAKES ONE BACK - A CHANGE TO
088615* ONE IS A CHANGE TO ALL OF THEM.
088618*=============================================================
088621 7800-COMPUTE-CHECK-DIGIT.
088624     MOVE ZERO TO WS-CD-SUM.
088627     PERFORM 7810-WEIGH-ONE-DIGIT
088630         THRU 7810-WEIGH-ONE-DIGIT-EXIT
088633         VARYING WS-CD-SUB FROM 1 BY 1
088636         UNTIL WS-CD-SUB > 7.
088639     DIVIDE WS-CD-SUM BY 10 GIVING WS-CD-QUOTIENT
088642         REMAINDER WS-CD-REMAINDER.
088645     IF WS-CD-REMAINDER = ZERO
088648         MOVE ZERO TO WS-CD-DIGIT
088651     ELSE
088654         COMPUTE WS-CD-DIGIT = 10 - WS-CD-REMAINDER
088657     END-IF.
088660 7800-COMPUTE-CHECK-DIGIT-EXIT.
088663     EXIT.
088666*=============================================================
088669 7810-WEIGH-ONE-DIGIT.
088672     COMPUTE WS-CD-PRODUCT = WS-CD-VALUE-DIGIT (WS-CD-SUB)
088675         * WS-CD-WEIGHT (WS-CD-SUB).
088678     IF WS-CD-PRODUCT > 9
088681         SUBTRACT 9 FROM WS-CD-PRODUCT
088684     END-IF.
088687     ADD WS-CD-PRODUCT TO WS-CD-SUM.
088690 7810-WEIGH-ONE-DIGIT-EXIT.
088693     EXIT.
088700*=============================================================
088800* 9500-WRITE-JOURNAL - APPEND THE CLOSE-OUT RECORD THE MORNING
088900* STATUS CHECK READS. A SUSPENDED BATCH JOURNALS AS A HALT
