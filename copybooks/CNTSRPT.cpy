      ******************************************************************
      *  CNTSRPT.CPY
      *  SUSPENSE AGING REPORT PRINT LINES FOR CNT850.  SRPTFILE IS
      *  80-BYTE PRINT LINES LIKE THE OTHER REPORTS IN THE CNT100
      *  FAMILY.  THE REPORT LISTS THE SLA BREACHES AS THEY ARE READ,
      *  THEN THE AGE-BUCKET SUMMARY, EACH BUCKET BROKEN DOWN BY
      *  REASON CODE AND BY CATEGORY, AND THE BACKLOG TREND AGAINST
      *  THE PRIOR RUN.
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      ******************************************************************
       01  CNT-SRPT-HEADER-LINE.
           05  FILLER                     PIC X(31) VALUE
               "CNT850 - SUSPENSE AGING REPORT".
           05  FILLER                     PIC X(09) VALUE "RUN DATE ".
           05  CNT-SRPT-RUN-DATE          PIC 9(08).
           05  FILLER                     PIC X(06) VALUE "  SLA ".
           05  CNT-SRPT-SLA-DAYS          PIC ZZ9.
           05  FILLER                     PIC X(05) VALUE " DAYS".
           05  FILLER                     PIC X(18) VALUE SPACES.
       01  CNT-SRPT-SECTION-LINE.
           05  CNT-SRPT-SECTION-TEXT      PIC X(60).
           05  FILLER                     PIC X(20) VALUE SPACES.
       01  CNT-SRPT-BREACH-HEAD-LINE.
           05  FILLER                     PIC X(12) VALUE "TRAN ID".
           05  FILLER                     PIC X(10) VALUE "RUN DATE".
           05  FILLER                     PIC X(05) VALUE " AGE ".
           05  FILLER                     PIC X(05) VALUE "CAT  ".
           05  FILLER                     PIC X(04) VALUE "RSN ".
           05  FILLER                     PIC X(15) VALUE
               "         AMOUNT".
           05  FILLER                     PIC X(29) VALUE SPACES.
       01  CNT-SRPT-BREACH-LINE.
           05  CNT-SRPT-BRC-TRAN-ID       PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-SRPT-BRC-RUN-DATE      PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-SRPT-BRC-AGE           PIC ZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-SRPT-BRC-CATEGORY      PIC X(01).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  CNT-SRPT-BRC-REASON-CODE   PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-SRPT-BRC-AMOUNT        PIC -ZZZZZZZZZZ9.99.
           05  FILLER                     PIC X(29) VALUE SPACES.
       01  CNT-SRPT-BUCKET-HEAD-LINE.
           05  FILLER                     PIC X(16) VALUE "AGE BUCKET".
           05  FILLER                     PIC X(11) VALUE
               "      ITEMS".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(18) VALUE
               "            AMOUNT".
           05  FILLER                     PIC X(33) VALUE SPACES.
       01  CNT-SRPT-BUCKET-LINE.
           05  CNT-SRPT-BKT-LABEL         PIC X(15).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CNT-SRPT-BKT-ITEMS         PIC ZZZZZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-SRPT-BKT-AMOUNT        PIC -ZZZZZZZZZZZZZ9.99.
           05  FILLER                     PIC X(33) VALUE SPACES.
       01  CNT-SRPT-BREAK-LINE.
           05  CNT-SRPT-BRK-LABEL         PIC X(15).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-SRPT-BRK-TYPE          PIC X(09).
           05  CNT-SRPT-BRK-CODE          PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-SRPT-BRK-DESC          PIC X(20).
           05  CNT-SRPT-BRK-ITEMS         PIC ZZZZZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-SRPT-BRK-AMOUNT        PIC -ZZZZZZZZZZZZZ9.99.
       01  CNT-SRPT-TREND-HEAD-LINE.
           05  FILLER                     PIC X(20) VALUE SPACES.
           05  FILLER                     PIC X(18) VALUE
               "         THIS RUN".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(18) VALUE
               "        PRIOR RUN".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(18) VALUE
               "           CHANGE".
           05  FILLER                     PIC X(02) VALUE SPACES.
       01  CNT-SRPT-TREND-COUNT-LINE.
           05  CNT-SRPT-TRC-TEXT          PIC X(20).
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  CNT-SRPT-TRC-TODAY         PIC ZZZZZZZZZZ9.
           05  FILLER                     PIC X(09) VALUE SPACES.
           05  CNT-SRPT-TRC-PRIOR         PIC ZZZZZZZZZZ9.
           05  FILLER                     PIC X(08) VALUE SPACES.
           05  CNT-SRPT-TRC-CHANGE        PIC -ZZZZZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
       01  CNT-SRPT-TREND-AMOUNT-LINE.
           05  CNT-SRPT-TRA-TEXT          PIC X(20).
           05  CNT-SRPT-TRA-TODAY         PIC -ZZZZZZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-SRPT-TRA-PRIOR         PIC -ZZZZZZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-SRPT-TRA-CHANGE        PIC -ZZZZZZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
       01  CNT-SRPT-TRAILER-LINE.
           05  CNT-SRPT-TRAILER-TEXT      PIC X(30).
           05  CNT-SRPT-TRAILER-COUNT     PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(41) VALUE SPACES.
