      ******************************************************************
      *  CNTWRPT.CPY
      *  BATCH-WINDOW REPORT PRINT LINES FOR CNT130.  WRPTFILE IS
      *  80-BYTE PRINT LINES LIKE THE OTHER REPORTS IN THE CNT100
      *  FAMILY.  ONE DETAIL LINE PER BUSINESS DATE ON STATFILE IN
      *  THE RANGE, THEN THE RUNS LEFT IN PROGRESS, THEN THE RUN-TIME
      *  SUMMARY.  TIMES ARE PRINTED HH:MM:SS.
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      ******************************************************************
       01  CNT-WRPT-HEADER-LINE.
           05  FILLER                     PIC X(30) VALUE
               "CNT130 - BATCH WINDOW REPORT".
           05  FILLER                     PIC X(05) VALUE "FROM ".
           05  CNT-WRPT-FROM-DATE         PIC 9(08).
           05  FILLER                     PIC X(04) VALUE " TO ".
           05  CNT-WRPT-TO-DATE           PIC 9(08).
           05  FILLER                     PIC X(25) VALUE SPACES.
       01  CNT-WRPT-PARM-LINE.
           05  FILLER                     PIC X(13) VALUE
               "SLA END TIME ".
           05  CNT-WRPT-SLA-HH            PIC 9(02).
           05  FILLER                     PIC X(01) VALUE ":".
           05  CNT-WRPT-SLA-MM            PIC 9(02).
           05  FILLER                     PIC X(09) VALUE " BUS DATE".
           05  FILLER                     PIC X(03) VALUE " + ".
           05  CNT-WRPT-SLA-DAYS          PIC 9(01).
           05  FILLER                     PIC X(23) VALUE
               " DAY(S)   OVER AVERAGE ".
           05  CNT-WRPT-OVER-AVG-PCT      PIC ZZ9.
           05  FILLER                     PIC X(01) VALUE "%".
           05  FILLER                     PIC X(22) VALUE SPACES.
       01  CNT-WRPT-SECTION-LINE.
           05  CNT-WRPT-SECTION-TEXT      PIC X(60).
           05  FILLER                     PIC X(20) VALUE SPACES.
       01  CNT-WRPT-COLUMN-LINE.
           05  FILLER                     PIC X(10) VALUE "BUS DATE".
           05  FILLER                     PIC X(05) VALUE "RUNS ".
           05  FILLER                     PIC X(03) VALUE "ST ".
           05  FILLER                     PIC X(04) VALUE "RC  ".
           05  FILLER                     PIC X(16) VALUE
               "ENDED           ".
           05  FILLER                     PIC X(10) VALUE
               "ELAPSED   ".
           05  FILLER                     PIC X(11) VALUE
               "  REC/MIN  ".
           05  FILLER                     PIC X(21) VALUE "FLAGS".
       01  CNT-WRPT-DETAIL-LINE.
           05  CNT-WRPT-DTL-RUN-DATE      PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-WRPT-DTL-RUNS          PIC Z9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  CNT-WRPT-DTL-STATUS        PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-WRPT-DTL-RC            PIC Z9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-WRPT-DTL-END-DATE      PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CNT-WRPT-DTL-END-TIME      PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-WRPT-DTL-ELAPSED       PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-WRPT-DTL-RATE          PIC X(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-WRPT-DTL-FLAGS         PIC X(21).
       01  CNT-WRPT-ABEND-HEAD-LINE.
           05  FILLER                     PIC X(10) VALUE "BUS DATE".
           05  FILLER                     PIC X(34) VALUE
               "STARTED".
           05  FILLER                     PIC X(36) VALUE "RUNS".
       01  CNT-WRPT-ABEND-LINE.
           05  CNT-WRPT-ABD-RUN-DATE      PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-WRPT-ABD-START-DATE    PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CNT-WRPT-ABD-START-TIME    PIC X(08).
           05  FILLER                     PIC X(17) VALUE SPACES.
           05  CNT-WRPT-ABD-RUNS          PIC Z9.
           05  FILLER                     PIC X(34) VALUE SPACES.
       01  CNT-WRPT-TIME-LINE.
           05  CNT-WRPT-TIME-TEXT         PIC X(30).
           05  CNT-WRPT-TIME-VALUE        PIC X(08).
           05  CNT-WRPT-TIME-DATE-TEXT    PIC X(04).
           05  CNT-WRPT-TIME-DATE         PIC X(08).
           05  FILLER                     PIC X(30) VALUE SPACES.
       01  CNT-WRPT-TRAILER-LINE.
           05  CNT-WRPT-TRAILER-TEXT      PIC X(30).
           05  CNT-WRPT-TRAILER-COUNT     PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(41) VALUE SPACES.
