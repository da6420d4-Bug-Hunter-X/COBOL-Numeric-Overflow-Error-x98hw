      ******************************************************************
      *  BLKREC01 - BRANCH NUMBER BLOCK RECORD
      *  ONE RECORD PER CONTIGUOUS BLOCK OF SEQUENCE VALUES HANDED OUT
      *  IN ADVANCE BY SEQBLK00 TO A BRANCH THAT MUST KEEP ISSUING
      *  WHILE IT IS CUT OFF FROM SEQONE00 AND THE NIGHTLY RUN. THE
      *  BLOCK IS CARVED FROM THE SERIES' LIVE COUNTER - CTRFILE AND
      *  RCNFILE MOVE PAST IT AT ALLOCATION - SO EVERY VALUE IN IT HAS
      *  BEEN ISSUED TO THE HOLDING BRANCH EVEN BEFORE THE BRANCH HAS
      *  USED IT. THIS IS NOT A RESERVED BLOCK (RSVREC01): A RESERVED
      *  BLOCK IS NEVER ISSUED AT ALL. THE BRANCH REPORTS EACH VALUE IT
      *  USED ON THE BLKUSE RETURN FEED AND SEQBLK00 POSTS IT TO THE
      *  REGISTER AND THE OPEN LEDGER. ONCE THE EXPIRY DATE HAS PASSED
      *  EVERY VALUE STILL UNREPORTED IS VOIDED AND THE BLOCK IS
      *  CLOSED. SEQBAL00 READS THE FILE SO A BLOCK VALUE NOT YET ON
      *  THE REGISTER IS AN EXPLAINED GAP, NOT A DISCREPANCY.
      *
      *  BLK-STATUS  'A' ACTIVE - ALLOCATED, VALUES STILL OUTSTANDING
      *              'C' COMPLETE - EVERY VALUE REPORTED USED
      *              'E' EXPIRED - UNREPORTED VALUES VOIDED
      *
      *  2026-10-08  JHM  INITIAL VERSION.
      ******************************************************************
       01  BLK-RECORD.
           05  BLK-KEY.
               10  BLK-SERIES-CODE     PIC X(01).
               10  BLK-CYCLE-COUNT     PIC 9(05).
               10  BLK-FROM-VALUE      PIC 9(07).
           05  BLK-TO-VALUE            PIC 9(07).
           05  BLK-BRANCH-ID           PIC X(08).
           05  BLK-ALLOC-DATE          PIC 9(08).
           05  BLK-ALLOC-TIME          PIC 9(06).
           05  BLK-EXPIRY-DATE         PIC 9(08).
           05  BLK-STATUS              PIC X(01).
               88  BLK-ACTIVE              VALUE 'A'.
               88  BLK-COMPLETE            VALUE 'C'.
               88  BLK-EXPIRED             VALUE 'E'.
           05  BLK-USED-COUNT          PIC 9(07).
           05  BLK-VOIDED-COUNT        PIC 9(07).
           05  BLK-CLOSED-DATE         PIC 9(08).
           05  FILLER                  PIC X(07).
