      *                   THE FIRST RUN, BY SEQRGC00 (OLD REGFILE
      *                   IN, REGNEW OUT WITH A BLANK BATCH ID,
      *                   THEN THE FILES ARE SWAPPED).
      *  2026-10-05  JHM  ADDED REG-CHECK-DIGIT, APPENDED - THE CHECK
      *                   DIGIT THE NUMBER WAS ISSUED WITH. BLANK MEANS
      *                   THE NUMBER WAS ISSUED BEFORE CHECK DIGITS AND
      *                   IS A LEGACY NUMBER: IT MAY BE KEYED BACK
      *                   WITHOUT A DIGIT. A NUMBER POSTED WITH A DIGIT
      *                   MUST BE KEYED BACK WITH IT. A NUMBER THE
      *                   REGISTER DOES NOT HOLD AT ALL PREDATES THE
      *                   REGISTER AND IS LEGACY TOO. AS WITH THE BATCH
      *                   ID, A REGISTER CREATED UNDER THE PREVIOUS
      *                   LAYOUT MUST BE CONVERTED ONCE BY SEQRGC00,
      *                   WHICH LEAVES EVERY DIGIT BLANK.
      *  2026-10-12  JHM  A NUMBER ISSUED AT THE DESK BY SEQONE00
      *                   CARRIES THE SIGNED-ON OPERATOR ID (SEE
      *                   OPRREC01) IN REG-BATCH-ID - A DESK ISSUE HAS
      *                   NO FEED BATCH, AND REG-RUN-ID 'SEQONE00' SAYS
      *                   WHICH MEANING THE FIELD HAS, AS 'SEQBLK00'
      *                   MARKS IT AS THE BRANCH. NO LAYOUT CHANGE, NO
      *                   CONVERSION.
      *  2026-10-14  JHM  ADDED REG-DAY-CYCLE, APPENDED - THE INTRADAY
      *                   ISSUANCE CYCLE OF REG-RUN-DATE THAT ISSUED
      *                   THE NUMBER (SEE RCNREC01), SO ANY NUMBER CAN
      *                   BE PLACED IN ITS CYCLE AND SEQBAL00 CAN PROVE
      *                   THE DAY ACROSS CYCLES. ZERO MEANS NOT ISSUED
      *                   IN A NUMBERED CYCLE - A DESK OR BRANCH ISSUE,
      *                   OR A NUMBER POSTED BEFORE CYCLES EXISTED. AS
      *                   WITH THE CHECK DIGIT, A REGISTER CREATED
      *                   UNDER THE PREVIOUS LAYOUT MUST BE CONVERTED
      *                   ONCE BY SEQRGC00, WHICH LEAVES EVERY CYCLE
      *                   ZERO.
      ******************************************************************
       01  REG-RECORD.
           05  REG-KEY.
           05  REG-RUN-TIME            PIC 9(06).
           05  REG-RUN-ID              PIC X(08).
           05  REG-BATCH-ID            PIC X(08).
           05  REG-CHECK-DIGIT         PIC X(01).
           05  REG-DAY-CYCLE           PIC 9(02).
