      ******************************************************************
      *  CNTBRPT.CPY
      *  VOLUME ANOMALY REPORT PRINT LINES FOR CNT650.  BRPTFILE IS
      *  80-BYTE PRINT LINES LIKE THE OTHER REPORTS IN THE CNT100
      *  FAMILY.  EACH CATEGORY GETS A COUNT LINE (CNT-VSAM-AREA-3,
      *  THE CAPPED COUNT) AND A DOLLARS LINE (CNT-VSAM-AREA-4), EACH
      *  SHOWING TODAY'S FIGURE, THE TRAILING BASELINE AVERAGE, THE
      *  PERCENTAGE DEVIATION AND THE VERDICT.
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      ******************************************************************
       01  CNT-BRPT-HEADER-LINE.
           05  FILLER                     PIC X(31) VALUE
               "CNT650 - VOLUME ANOMALY REPORT".
           05  FILLER                     PIC X(09) VALUE "RUN DATE ".
           05  CNT-BRPT-RUN-DATE          PIC 9(08).
           05  FILLER                     PIC X(05) VALUE " SEQ ".
           05  CNT-BRPT-RUN-SEQ           PIC 9(02).
           05  FILLER                     PIC X(25) VALUE SPACES.
       01  CNT-BRPT-PARM-LINE.
           05  FILLER                     PIC X(14) VALUE
               "BASELINE DAYS ".
           05  CNT-BRPT-BASELINE-DAYS     PIC Z9.
           05  FILLER                     PIC X(12) VALUE
               "  PUBLISHED ".
           05  CNT-BRPT-PUBLISHED-DAYS    PIC Z9.
           05  FILLER                     PIC X(10) VALUE
               "  MISSING ".
           05  CNT-BRPT-MISSING-DAYS      PIC Z9.
           05  FILLER                     PIC X(11) VALUE
               "  BAND +/- ".
           05  CNT-BRPT-BAND-PCT          PIC ZZ9.
           05  FILLER                     PIC X(04) VALUE " PCT".
           05  FILLER                     PIC X(20) VALUE SPACES.
       01  CNT-BRPT-MISSING-LINE.
           05  FILLER                     PIC X(14) VALUE
               "BASELINE DATE ".
           05  CNT-BRPT-MISSING-DATE      PIC 9(08).
           05  FILLER                     PIC X(32) VALUE
               " NOT PUBLISHED - NOT IN BASELINE".
           05  FILLER                     PIC X(26) VALUE SPACES.
       01  CNT-BRPT-COLUMN-LINE.
           05  FILLER                     PIC X(04) VALUE "CAT ".
           05  FILLER                     PIC X(09) VALUE "MEASURE".
           05  FILLER                     PIC X(18) VALUE
               "             TODAY".
           05  FILLER                     PIC X(20) VALUE
               "        BASELINE AVG".
           05  FILLER                     PIC X(09) VALUE
               "  DEV PCT".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE "VERDICT".
           05  FILLER                     PIC X(11) VALUE SPACES.
       01  CNT-BRPT-COUNT-LINE.
           05  CNT-BRPT-CNT-CATEGORY      PIC X(01).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE "COUNT".
           05  FILLER                     PIC X(09) VALUE SPACES.
           05  CNT-BRPT-CNT-TODAY         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  CNT-BRPT-CNT-BASELINE      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-BRPT-CNT-DEV-PCT       PIC +ZZZ9.9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-BRPT-CNT-VERDICT       PIC X(11).
           05  FILLER                     PIC X(07) VALUE SPACES.
       01  CNT-BRPT-VOLUME-LINE.
           05  CNT-BRPT-VOL-CATEGORY      PIC X(01).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE "DOLLARS".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-BRPT-VOL-TODAY         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-BRPT-VOL-BASELINE      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-BRPT-VOL-DEV-PCT       PIC +ZZZ9.9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-BRPT-VOL-VERDICT       PIC X(11).
           05  FILLER                     PIC X(07) VALUE SPACES.
       01  CNT-BRPT-DROPPED-LINE.
           05  FILLER                     PIC X(09) VALUE "CATEGORY ".
           05  CNT-BRPT-DROP-CATEGORY     PIC X(01).
           05  FILLER                     PIC X(45) VALUE
               " HAS A BASELINE BUT IS NOT IN TODAY'S RECORD ".
           05  FILLER                     PIC X(11) VALUE
               "- FLAGGED  ".
           05  FILLER                     PIC X(14) VALUE SPACES.
       01  CNT-BRPT-TRAILER-LINE.
           05  CNT-BRPT-TRAILER-TEXT      PIC X(30).
           05  CNT-BRPT-TRAILER-COUNT     PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(41) VALUE SPACES.
