      ******************************************************************
      *  BLGREC01 - BATCH RECEIPT LOG RECORD
      *  SEQEDT00 APPENDS ONE RECORD TO BCHLOG FOR EVERY FEED IT EDITS
      *  THAT ARRIVED IN A BATCH MANIFEST (BCHREC01) OR WAS SUSPENDED:
      *  WHO SENT IT, WHAT BECAME OF IT, WHAT IT COUNTED, AND THE
      *  TOTALS THE SENDER'S OWN TRAILER CLAIMED. SEQACK00 READS THE
      *  LOG TO ACKNOWLEDGE EACH BATCH BACK TO ITS SOURCE AND STAMPS
      *  THE ACKNOWLEDGMENT DATE AND TIME ON THE RECORD, SO A BATCH IS
      *  ACKNOWLEDGED EXACTLY ONCE. A FEED WITH NO MANIFEST AT ALL IS
      *  NOT LOGGED - IT HAS NO SENDER TO ANSWER.
      *
      *  BLG-STATUS  'P' PROVED - PASSED TO SEQGEN00 (REJECTS ON
      *                  REJFILE CARRY THE BATCH ID)
      *              'S' SUSPENDED - HELD WHOLE ON TRNSUSP, NOTHING
      *                  PASSED DOWNSTREAM
      *
      *  2026-10-09  JHM  INITIAL VERSION.
      ******************************************************************
       01  BLG-RECORD.
           05  BLG-BATCH-ID            PIC X(08).
           05  BLG-SOURCE              PIC X(08).
           05  BLG-CREATE-DATE         PIC X(08).
           05  BLG-BUS-DATE            PIC 9(08).
           05  BLG-RUN-TIME            PIC 9(06).
           05  BLG-STATUS              PIC X(01).
               88  BLG-PROVED              VALUE 'P'.
               88  BLG-SUSPENDED           VALUE 'S'.
           05  BLG-SUSPENSE-REASON     PIC X(30).
           05  BLG-READ-COUNT          PIC 9(07).
           05  BLG-ACCEPT-COUNT        PIC 9(07).
           05  BLG-REJECT-COUNT        PIC 9(07).
           05  BLG-TRL-COUNT           PIC X(07).
           05  BLG-TRL-HASH            PIC X(13).
           05  BLG-ACK-DATE            PIC 9(08).
           05  BLG-ACK-TIME            PIC 9(06).
           05  FILLER                  PIC X(16).
