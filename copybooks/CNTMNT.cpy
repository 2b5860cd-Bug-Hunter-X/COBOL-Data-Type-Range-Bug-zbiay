      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-09-02  RDH  ORIGINAL COPYBOOK.
      *  2026-10-15  RDH  ADDED CNT-MNT-CYCLE-NUMBER AND
      *                   CNT-MNT-FINAL-CYCLE SO A PARMFILE CHANGE
      *                   CAN SET THE INTRADAY CYCLE CONTROLS.  BOTH
      *                   BLANK IS THE ORDINARY ONCE-A-DAY RUN.
      ******************************************************************
       01  CNT-MNT-RECORD.
           05  CNT-MNT-FILE-ID                PIC X(01).
           05  CNT-MNT-OVERFLOW-CAP          PIC X(05).
           05  CNT-MNT-BUSINESS-DATE         PIC X(08).
           05  CNT-MNT-DUP-RETENTION-DAYS    PIC X(03).
           05  CNT-MNT-CYCLE-NUMBER          PIC X(01).
           05  CNT-MNT-FINAL-CYCLE           PIC X(01).
           05  FILLER                        PIC X(46).
