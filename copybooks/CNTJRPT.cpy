      ******************************************************************
      *  CNTJRPT.CPY
      *  TRANSACTION DISPOSITION TRACE REPORT LINE LAYOUTS FOR CNT450.
      *  EVERY LINE IS AN ALTERNATE VIEW OF THE SAME 80-BYTE PRINT
      *  LINE WRITTEN TO JRPTFILE.  EACH REQUESTED TRANSACTION ID GETS
      *  AN ID LINE FOLLOWED BY ONE DETAIL LINE PER DJRNFILE JOURNAL
      *  RECORD IN KEY ORDER (BUSINESS DATE, RUN SEQUENCE, RECORD
      *  NUMBER), OR BY THE NONE LINE WHEN THE ID HAS NO HISTORY.
      *  THE REASON, ORIGINAL CATEGORY AND FOLDED-SEQUENCE COLUMNS ARE
      *  EXPLAINED ON THE LEGEND LINE.
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      ******************************************************************
       01  CNT-JRPT-TITLE-LINE.
           05  FILLER                     PIC X(40) VALUE
               "TRANSACTION DISPOSITION TRACE - RUN DATE".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CNT-JRPT-TITLE-DATE        PIC 9(08).
           05  FILLER                     PIC X(31) VALUE SPACES.
       01  CNT-JRPT-LEGEND-LINE.
           05  FILLER                     PIC X(40) VALUE
               "R = SUSPENSE REASON  O = ORIGINAL CAT  ".
           05  FILLER                     PIC X(40) VALUE
               "FS = RUN SEQ FOLDED INTO".
       01  CNT-JRPT-HEADER-LINE.
           05  FILLER                     PIC X(09) VALUE "RUN DATE".
           05  FILLER                     PIC X(03) VALUE "SQ".
           05  FILLER                     PIC X(10) VALUE "RECORD NO".
           05  FILLER                     PIC X(09) VALUE "PROGRAM".
           05  FILLER                     PIC X(02) VALUE "C".
           05  FILLER                     PIC X(14) VALUE
               "       AMOUNT".
           05  FILLER                     PIC X(17) VALUE
               "DISPOSITION".
           05  FILLER                     PIC X(02) VALUE "R".
           05  FILLER                     PIC X(09) VALUE "ORIG DT".
           05  FILLER                     PIC X(02) VALUE "O".
           05  FILLER                     PIC X(03) VALUE "FS".
       01  CNT-JRPT-ID-LINE.
           05  FILLER                     PIC X(08) VALUE "TRAN ID ".
           05  CNT-JRPT-ID-TRAN-ID        PIC X(10).
           05  FILLER                     PIC X(62) VALUE SPACES.
       01  CNT-JRPT-DETAIL-LINE.
           05  CNT-JRPT-RUN-DATE          PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CNT-JRPT-RUN-SEQ           PIC 9(02).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CNT-JRPT-RECORD-NUMBER     PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CNT-JRPT-PROGRAM           PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CNT-JRPT-CATEGORY          PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CNT-JRPT-AMOUNT            PIC -ZZZZZZZZ9.99.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CNT-JRPT-DISPOSITION       PIC X(16).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CNT-JRPT-REASON-CODE       PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CNT-JRPT-ORIG-RUN-DATE     PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CNT-JRPT-ORIG-CATEGORY     PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CNT-JRPT-FOLDED-RUN-SEQ    PIC X(02).
           05  FILLER                     PIC X(01) VALUE SPACES.
       01  CNT-JRPT-NONE-LINE.
           05  FILLER                     PIC X(09) VALUE SPACES.
           05  FILLER                     PIC X(40) VALUE
               "NO DISPOSITION HISTORY ON FILE".
           05  FILLER                     PIC X(31) VALUE SPACES.
       01  CNT-JRPT-COUNT-LINE.
           05  CNT-JRPT-COUNT-TEXT        PIC X(30).
           05  CNT-JRPT-COUNT-VALUE       PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(41) VALUE SPACES.
