      ******************************************************************
      *  BLUREC01 - BRANCH BLOCK USAGE RETURN RECORD
      *  READ BY SEQBLK00 FROM BLKUSE - THE FEED A BRANCH SENDS BACK
      *  ONCE IT IS ONLINE AGAIN, ONE RECORD PER BLOCK VALUE IT USED.
      *  THE VALUE MUST LIE IN AN ACTIVE BLOCK OF THE SERIES HELD BY
      *  THE SAME BRANCH AND MUST CARRY THE CHECK DIGIT IT WAS PRINTED
      *  WITH (BLOCK VALUES ARE NEVER LEGACY NUMBERS). THE TRANSACTION
      *  KEY IS THE BRANCH'S OWN AND IS POSTED TO THE REGISTER AND THE
      *  OPEN LEDGER AS IT STANDS. THE USE DATE IS THE DATE THE BRANCH
      *  HANDED THE NUMBER OUT; BLANK OR ZERO TAKES THE BUSINESS DATE.
      *
      *  2026-10-08  JHM  INITIAL VERSION.
      ******************************************************************
       01  BLU-RECORD.
           05  BLU-BRANCH-ID           PIC X(08).
           05  BLU-SERIES-CODE         PIC X(01).
           05  BLU-SEQ-VALUE           PIC X(07).
           05  BLU-SEQ-VALUE-NUM REDEFINES BLU-SEQ-VALUE
                                       PIC 9(07).
           05  BLU-CHECK-DIGIT         PIC X(01).
           05  BLU-TRN-KEY             PIC X(20).
           05  BLU-USE-DATE            PIC X(08).
           05  BLU-USE-DATE-NUM REDEFINES BLU-USE-DATE
                                       PIC 9(08).
           05  FILLER                  PIC X(15).
