      *                   LOOKBACK WINDOW - THE WITHIN-FILE 'DK' EDIT
      *                   NEVER CAUGHT A WHOLE FEED RE-SENT THE NEXT
      *                   DAY.
      *  2026-09-28  JHM  ADDED THE UNUSABLE-SERIES REASON FOR A RECORD
      *                   WHOSE SERIES CODE IS NOT ON THE SERIES MASTER
      *                   (SRMREC01), OR FOR AN ISSUE AGAINST A SERIES
      *                   THAT IS CLOSED OR OUTSIDE ITS EFFECTIVE DATES.
      *  2026-10-05  JHM  ADDED THE BAD-CHECK-DIGIT REASON FOR A VOID
      *                   WHOSE KEYED CHECK DIGIT DOES NOT MATCH ITS
      *                   SEQUENCE VALUE, OR THAT CARRIES NO DIGIT FOR
      *                   A NUMBER ISSUED WITH ONE.
      *  2026-10-09  JHM  ADDED REJ-BATCH-ID, APPENDED - THE BATCH ID OF
      *                   THE MANIFEST THE RECORD ARRIVED IN (SEE
      *                   BCHREC01), SO SEQACK00 CAN RETURN EACH REJECT
      *                   TO THE SOURCE THAT SENT IT. BLANK FOR A FEED
      *                   WITH NO MANIFEST AND ON AN OLDER LINE.
      ******************************************************************
       01  REJ-RECORD.
           05  REJ-REASON-CODE         PIC X(02).
               88  REJ-DUPLICATE-KEY       VALUE 'DK'.
               88  REJ-BAD-VOID-VALUE      VALUE 'BV'.
               88  REJ-PRIOR-ISSUED        VALUE 'PI'.
               88  REJ-UNUSABLE-SERIES     VALUE 'US'.
               88  REJ-BAD-CHECK-DIGIT     VALUE 'CD'.
           05  REJ-RUN-DATE            PIC 9(08).
           05  REJ-RUN-TIME            PIC 9(06).
           05  REJ-ORIGINAL-RECORD     PIC X(80).
           05  REJ-BATCH-ID            PIC X(08).
