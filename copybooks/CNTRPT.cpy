      *                   TRAILER LINE STATING THE RUN SEQUENCE THE
      *                   RUN PUBLISHED UNDER, SO THE PAPER TRAIL
      *                   MATCHES THE VSAMFILE/THRESHIST KEYS.
      *  2026-10-15  RDH  ADDED THE INTRADAY CYCLE LINES.  ON A CYCLE
      *                   RUN CNT-RPT-CYCLE-LINE HEADS THE REPORT WITH
      *                   THE CYCLE NUMBER AND WHETHER IT IS THE FINAL
      *                   CYCLE, THE EXISTING LINES CARRY DAY-TO-DATE
      *                   FIGURES, AND CNT-RPT-CYCLE-COUNT-LINE,
      *                   CNT-RPT-CYCLE-VOLUME-LINE AND
      *                   CNT-RPT-CYCLE-SUSP-LINE CARRY THIS CYCLE'S
      *                   OWN SHARE OF THEM.
      ******************************************************************
       01  CNT-RPT-HEADER-LINE.
           05  FILLER                     PIC X(10) VALUE "RUN DATE".
           05  FILLER                     PIC X(10) VALUE "REVERSALS ".
           05  CNT-RPT-AREA-5             PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(39) VALUE SPACES.
       01  CNT-RPT-CYCLE-LINE.
           05  CNT-RPT-CYC-RUN-DATE       PIC 9(08).
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(06) VALUE "CYCLE ".
           05  CNT-RPT-CYC-NUMBER         PIC 9(01).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CNT-RPT-CYC-STATUS         PIC X(07).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(31) VALUE
               "- OTHER LINES ARE DAY-TO-DATE".
           05  FILLER                     PIC X(18) VALUE SPACES.
       01  CNT-RPT-CYCLE-COUNT-LINE.
           05  CNT-RPT-CYC-CNT-RUN-DATE   PIC 9(08).
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  CNT-RPT-CYC-CNT-CATEGORY   PIC X(01).
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE "CYCLE RAW ".
           05  CNT-RPT-CYC-AREA-1         PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE "CAPPED ".
           05  CNT-RPT-CYC-AREA-3         PIC ZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(04) VALUE "REV ".
           05  CNT-RPT-CYC-AREA-5         PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(10) VALUE SPACES.
       01  CNT-RPT-CYCLE-VOLUME-LINE.
           05  CNT-RPT-CYC-VOL-RUN-DATE   PIC 9(08).
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  CNT-RPT-CYC-VOL-CATEGORY   PIC X(01).
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE "CYCLE DOL ".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CNT-RPT-CYC-AREA-4         PIC -ZZZZZZZZZZ9.99.
           05  FILLER                     PIC X(32) VALUE SPACES.
       01  CNT-RPT-CYCLE-SUSP-LINE.
           05  CNT-RPT-CYC-SUSP-RUN-DATE  PIC 9(08).
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(20) VALUE
               "CYCLE SUSPENSE CNT".
           05  CNT-RPT-CYC-SUSP-COUNT     PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(37) VALUE SPACES.
