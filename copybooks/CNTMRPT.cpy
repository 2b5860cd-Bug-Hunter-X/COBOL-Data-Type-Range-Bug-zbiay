      *                   MONTH OF LARGE DAYS DROPPED THE HIGH-ORDER
      *                   DOLLAR DIGITS, THE SAME DEFECT CLASS THE
      *                   EARLIER CNTRPT/CNTTHST WIDENINGS FIXED.
      *  2026-10-15  RDH  ADDED THE POST-PUBLICATION ADJUSTMENT
      *                   SECTION - CNT-MRPT-ADJ-TITLE-LINE, CNT-MRPT-
      *                   ADJ-HEADER-LINE, AND ONE CNT-MRPT-ADJ-COUNT-
      *                   LINE AND CNT-MRPT-ADJ-VOLUME-LINE PER
      *                   CATEGORY SHOWING THE PERIOD TOTAL AS
      *                   PUBLISHED, AS ADJUSTED, AND THE DIFFERENCE.
      ******************************************************************
       01  CNT-MRPT-HEADER-LINE.
           05  FILLER                     PIC X(10) VALUE "BEGIN DATE".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CNT-MRPT-GAP-DATE          PIC 9(08).
           05  FILLER                     PIC X(54) VALUE SPACES.
       01  CNT-MRPT-ADJ-TITLE-LINE.
           05  FILLER                     PIC X(30) VALUE
               "POST-PUBLICATION ADJUSTMENTS  ".
           05  CNT-MRPT-ADJ-BEGIN-DATE    PIC 9(08).
           05  FILLER                     PIC X(04) VALUE " TO ".
           05  CNT-MRPT-ADJ-END-DATE      PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-MRPT-ADJ-RECORD-COUNT  PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(12) VALUE
               " ADJUSTMENTS".
           05  FILLER                     PIC X(07) VALUE SPACES.
       01  CNT-MRPT-ADJ-HEADER-LINE.
           05  FILLER                     PIC X(04) VALUE "CAT ".
           05  FILLER                     PIC X(10) VALUE "MEASURE".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(18) VALUE
               "      AS PUBLISHED".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(18) VALUE
               "       AS ADJUSTED".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(18) VALUE
               "        DIFFERENCE".
           05  FILLER                     PIC X(06) VALUE SPACES.
       01  CNT-MRPT-ADJ-COUNT-LINE.
           05  CNT-MRPT-AC-CATEGORY       PIC X(01).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE "CAPPED CNT".
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  CNT-MRPT-AC-PUBLISHED      PIC -ZZZZZZZZ9.
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  CNT-MRPT-AC-ADJUSTED       PIC -ZZZZZZZZ9.
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  CNT-MRPT-AC-DIFFERENCE     PIC -ZZZZZZZZ9.
           05  FILLER                     PIC X(06) VALUE SPACES.
       01  CNT-MRPT-ADJ-VOLUME-LINE.
           05  CNT-MRPT-AV-CATEGORY       PIC X(01).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE "DOLLAR VOL".
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  CNT-MRPT-AV-PUBLISHED      PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  CNT-MRPT-AV-ADJUSTED       PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  CNT-MRPT-AV-DIFFERENCE     PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                     PIC X(06) VALUE SPACES.
