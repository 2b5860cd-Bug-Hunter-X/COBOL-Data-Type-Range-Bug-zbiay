      ******************************************************************
      *  CNTGRPT.CPY
      *  GL POSTING CONTROL REPORT LINE LAYOUTS FOR CNT150.  ONE
      *  CATEGORY LINE PER CATEGORY ON THE DAY'S PUBLISHED VSAMFILE
      *  RECORD TIES THE GROSS AND REVERSAL AMOUNTS JOURNALLED FOR IT
      *  BACK TO ITS PUBLISHED NET DOLLAR VOLUME (CNT-VSAM-AREA-4).
      *  ONE ADJUSTMENT LINE PER GLADFILE RECORD SHOWS EACH ADJUSTING
      *  ENTRY POSTED.  THE TOTAL LINES CARRY THE JOURNAL'S DEBIT AND
      *  CREDIT TOTALS, AND THE STATUS LINE SAYS WHETHER THE JOURNAL
      *  WAS RELEASED TO THE GL OR HELD BACK, AND WHY.
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      *  2026-10-15  RDH  CNT-GRPT-ADJ-STATUS WIDENED 12 TO 20 BYTES
      *                   FOR THE "IN PUBLISHED FIGURE" AND "ALREADY
      *                   POSTED" STATUSES OF ADJUSTMENTS CNT150 READS
      *                   BUT DOES NOT POST.
      ******************************************************************
       01  CNT-GRPT-TITLE-LINE.
           05  FILLER                     PIC X(34) VALUE
               "GL POSTING CONTROL - BUSINESS DATE".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CNT-GRPT-TITLE-DATE        PIC 9(08).
           05  FILLER                     PIC X(10) VALUE
               "  RUN SEQ ".
           05  CNT-GRPT-TITLE-SEQ         PIC 9(02).
           05  FILLER                     PIC X(25) VALUE SPACES.
       01  CNT-GRPT-HEADER-LINE.
           05  FILLER                     PIC X(04) VALUE "CAT".
           05  FILLER                     PIC X(16) VALUE
               "  GROSS AMOUNT".
           05  FILLER                     PIC X(16) VALUE
               "  REVERSAL AMT".
           05  FILLER                     PIC X(16) VALUE
               "   JOURNAL NET".
           05  FILLER                     PIC X(16) VALUE
               "  PUBLISHED NET".
           05  FILLER                     PIC X(12) VALUE "STATUS".
       01  CNT-GRPT-DETAIL-LINE.
           05  CNT-GRPT-CATEGORY          PIC X(01).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  CNT-GRPT-GROSS             PIC ZZZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-GRPT-REVERSAL          PIC ZZZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-GRPT-JOURNAL-NET       PIC -ZZZZZZZZZZ9.99.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CNT-GRPT-VSAM-NET          PIC -ZZZZZZZZZZ9.99.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CNT-GRPT-STATUS            PIC X(12).
       01  CNT-GRPT-ADJ-HEADER-LINE.
           05  FILLER                     PIC X(04) VALUE "ADJ".
           05  FILLER                     PIC X(11) VALUE "RUN DATE".
           05  FILLER                     PIC X(04) VALUE "SEQ".
           05  FILLER                     PIC X(12) VALUE "TRAN ID".
           05  FILLER                     PIC X(04) VALUE "CAT".
           05  FILLER                     PIC X(15) VALUE
               "       AMOUNT".
           05  FILLER                     PIC X(30) VALUE "STATUS".
       01  CNT-GRPT-ADJ-DETAIL-LINE.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  CNT-GRPT-ADJ-RUN-DATE      PIC 9(08).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  CNT-GRPT-ADJ-RUN-SEQ       PIC 9(02).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-GRPT-ADJ-TRAN-ID       PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-GRPT-ADJ-CATEGORY      PIC X(01).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  CNT-GRPT-ADJ-AMOUNT        PIC -ZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-GRPT-ADJ-STATUS        PIC X(20).
           05  FILLER                     PIC X(10) VALUE SPACES.
       01  CNT-GRPT-COUNT-LINE.
           05  CNT-GRPT-COUNT-TEXT        PIC X(30).
           05  CNT-GRPT-COUNT-VALUE       PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(41) VALUE SPACES.
       01  CNT-GRPT-AMOUNT-LINE.
           05  CNT-GRPT-AMOUNT-TEXT       PIC X(30).
           05  CNT-GRPT-AMOUNT-VALUE      PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                     PIC X(33) VALUE SPACES.
       01  CNT-GRPT-STATUS-LINE.
           05  FILLER                     PIC X(16) VALUE
               "POSTING STATUS  ".
           05  CNT-GRPT-POSTING-STATUS    PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-GRPT-STATUS-REASON     PIC X(40).
           05  FILLER                     PIC X(14) VALUE SPACES.
