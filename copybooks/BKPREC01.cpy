      ******************************************************************
      *  BKPREC01 - CONTROL-FILE BACKUP CATALOG RECORD
      *  ONE RECORD ON BKPCAT PER GENERATION OF THE CONTROL-FILE
      *  BACKUP. A GENERATION IS A COPY OF CTRFILE, RCNFILE, OPNFILE,
      *  RSVFILE AND REJFILE TAKEN AT ONE MOMENT, EACH ON ITS OWN
      *  DATED, NUMBERED FILE NAMED BKPFFF.DYYYYMMDD.GNNNNN (FFF IS
      *  CTR, RCN, OPN, RSV OR REJ; THE DATE IS THE BUSINESS DATE
      *  THE GENERATION WAS TAKEN ON). GENERATION NUMBERS ONLY EVER
      *  GO UP. SEQBKP00 TAKES ONE AT THE START OF THE NIGHTLY
      *  STREAM AND BEFORE A RESTORE, SEQMNT00 BEFORE EVERY COUNTER
      *  OVERRIDE. THE RECORD COUNTS ARE WHAT WAS COPIED, SO A
      *  RESTORE CAN PROVE IT PUT BACK EVERYTHING IT TOOK. A FILE
      *  THAT DID NOT EXIST IS COPIED AS AN EMPTY ONE. A GENERATION
      *  NOT MARKED COMPLETE WAS INTERRUPTED AND CANNOT BE RESTORED.
      *
      *  2026-10-15  JHM  INITIAL VERSION.
      ******************************************************************
       01  BKP-RECORD.
           05  BKP-GEN-NUMBER          PIC 9(05).
           05  BKP-GEN-DATE            PIC 9(08).
           05  BKP-GEN-TIME            PIC 9(06).
           05  BKP-TRIGGER             PIC X(01).
               88  BKP-NIGHTLY             VALUE 'N'.
               88  BKP-PRE-OVERRIDE        VALUE 'O'.
               88  BKP-PRE-RESTORE         VALUE 'R'.
           05  BKP-RUN-ID              PIC X(08).
           05  BKP-OPERATOR-ID         PIC X(08).
           05  BKP-STATUS              PIC X(01).
               88  BKP-COMPLETE            VALUE 'C'.
               88  BKP-INCOMPLETE          VALUE 'I'.
           05  BKP-FILE-COUNTS.
               10  BKP-CTR-COUNT       PIC 9(07).
               10  BKP-RCN-COUNT       PIC 9(07).
               10  BKP-OPN-COUNT       PIC 9(07).
               10  BKP-RSV-COUNT       PIC 9(07).
               10  BKP-REJ-COUNT       PIC 9(07).
           05  BKP-FILE-COUNT-TABLE REDEFINES BKP-FILE-COUNTS.
               10  BKP-FILE-COUNT      PIC 9(07) OCCURS 5 TIMES.
           05  BKP-RESTORED-DATE       PIC 9(08).
           05  FILLER                  PIC X(10).
