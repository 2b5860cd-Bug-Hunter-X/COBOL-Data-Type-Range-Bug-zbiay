      ******************************************************************
      *  CNTVRPT.CPY
      *  DUPFILE REGISTRY REPORT PRINT LINES FOR CNT950.  VRPTFILE IS
      *  80-BYTE PRINT LINES LIKE THE OTHER REPORTS IN THE CNT100
      *  FAMILY.  A VERIFY PASS LISTS EVERY DISCREPANCY BETWEEN THE
      *  CLUSTER AND THE RETAINED TRANFILE GENERATIONS, ONE LINE PER
      *  TRANSACTION ID WITH THE FIRST-SEEN DATE EACH SIDE HOLDS, AND
      *  ENDS WITH THE VERDICT.  EVERY FUNCTION ENDS WITH ITS COUNTS.
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      ******************************************************************
       01  CNT-VRPT-HEADER-LINE.
           05  FILLER                     PIC X(26) VALUE
               "CNT950 - DUPFILE REGISTRY".
           05  CNT-VRPT-FUNCTION-TEXT     PIC X(08).
           05  FILLER                     PIC X(10) VALUE
               " BUS DATE ".
           05  CNT-VRPT-BUSINESS-DATE     PIC 9(08).
           05  FILLER                     PIC X(09) VALUE "  RETAIN ".
           05  CNT-VRPT-RETENTION-DAYS    PIC ZZ9.
           05  FILLER                     PIC X(05) VALUE " DAYS".
           05  FILLER                     PIC X(11) VALUE SPACES.
       01  CNT-VRPT-WINDOW-LINE.
           05  FILLER                     PIC X(26) VALUE
               "FIRST-SEEN DATES KEPT FROM".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CNT-VRPT-WINDOW-FROM       PIC 9(08).
           05  FILLER                     PIC X(04) VALUE " TO ".
           05  CNT-VRPT-WINDOW-TO         PIC 9(08).
           05  FILLER                     PIC X(33) VALUE SPACES.
       01  CNT-VRPT-SECTION-LINE.
           05  CNT-VRPT-SECTION-TEXT      PIC X(60).
           05  FILLER                     PIC X(20) VALUE SPACES.
       01  CNT-VRPT-DETAIL-HEAD-LINE.
           05  FILLER                     PIC X(12) VALUE "TRAN ID".
           05  FILLER                     PIC X(10) VALUE "ON DUPFILE".
           05  FILLER                     PIC X(10) VALUE "  EXPECTED".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(11) VALUE "DISCREPANCY".
           05  FILLER                     PIC X(35) VALUE SPACES.
       01  CNT-VRPT-DETAIL-LINE.
           05  CNT-VRPT-DTL-TRAN-ID       PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-VRPT-DTL-ON-FILE       PIC X(08).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  CNT-VRPT-DTL-EXPECTED      PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-VRPT-DTL-DISCREPANCY   PIC X(30).
           05  FILLER                     PIC X(16) VALUE SPACES.
       01  CNT-VRPT-TRAILER-LINE.
           05  CNT-VRPT-TRAILER-TEXT      PIC X(30).
           05  CNT-VRPT-TRAILER-COUNT     PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(41) VALUE SPACES.
