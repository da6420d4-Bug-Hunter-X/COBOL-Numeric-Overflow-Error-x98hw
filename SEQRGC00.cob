002600*                   AGAIN - THE IN AND OUT COUNTS MUST AGREE
002700*                   OR THE JOB ENDS NONZERO AND THE SWAP
002800*                   MUST NOT BE MADE.
002801*  2026-10-14 JHM   REG-CHECK-DIGIT AND REG-DAY-CYCLE ARE NOW
002802*                   APPENDED TO REGREC01, SO THE REGISTER
002803*                   CHANGES LENGTH AGAIN AND THIS JOB IS THE
002804*                   CONVERSION FOR IT: THE OLD LAYOUT BELOW IS
002805*                   NOW THE BATCH-ID LAYOUT EVERY LIVE
002806*                   REGISTER WAS CREATED UNDER, CARRIED ACROSS
002807*                   WHOLE. EVERY CONVERTED ENTRY GETS A BLANK
002808*                   CHECK DIGIT - THOSE NUMBERS WENT OUT
002809*                   WITHOUT ONE AND STAY LEGACY NUMBERS THAT
002810*                   MAY BE KEYED BACK BARE - AND DAY CYCLE
002811*                   ZERO, AS THEY WERE ISSUED BEFORE CYCLES
002812*                   WERE NUMBERED. SAME RULES: RUN ONCE, COUNTS
002813*                   MUST AGREE.
002900*-----------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
005800 FD  ROLD-FILE.
005900*-----------------------------------------------------------
006000* THE REGISTER RECORD EXACTLY AS REGREC01 DEFINED IT BEFORE
006050* REG-CHECK-DIGIT AND REG-DAY-CYCLE WERE APPENDED. KEPT
006100* INLINE - THE OLD LAYOUT EXISTS ONLY FOR THIS ONE-TIME
006150* CONVERSION.
006300*-----------------------------------------------------------
006400 01  ROLD-RECORD.
006500     05  ROLD-KEY.
007000     05  ROLD-RUN-DATE           PIC 9(08).
007100     05  ROLD-RUN-TIME           PIC 9(06).
007200     05  ROLD-RUN-ID             PIC X(08).
007210     05  ROLD-BATCH-ID           PIC X(08).
007300 FD  REG-FILE.
007400 COPY REGREC01.
007500 FD  CAL-FILE.
015700     EXIT.
015800*=============================================================
015900* 2000-CONVERT-ONE-RECORD - CARRY EVERY FIELD ACROSS AS IT
015950* STANDS, BLANK THE NEW CHECK DIGIT AND ZERO THE NEW DAY CYCLE
016000* - NOTHING POSTED UNDER THE OLD LAYOUT WENT OUT WITH A DIGIT
016050* OR IN A NUMBERED CYCLE, SO EVERY CONVERTED ENTRY READS AS A
016100* LEGACY NUMBER OUTSIDE ANY CYCLE.
016200*=============================================================
016300 2000-CONVERT-ONE-RECORD.
016400     READ ROLD-FILE NEXT
017500     MOVE ROLD-RUN-DATE    TO REG-RUN-DATE.
017600     MOVE ROLD-RUN-TIME    TO REG-RUN-TIME.
017700     MOVE ROLD-RUN-ID      TO REG-RUN-ID.
017710     MOVE ROLD-BATCH-ID    TO REG-BATCH-ID.
017760     MOVE SPACE            TO REG-CHECK-DIGIT.
017810     MOVE ZEROES           TO REG-DAY-CYCLE.
017900     WRITE REG-RECORD
018000         INVALID KEY
018100             DISPLAY 'SEQRGC00 - DUPLICATE KEY SKIPPED - '
