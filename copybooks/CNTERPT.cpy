      ******************************************************************
      *  CNTERPT.CPY
      *  TRANFILE EDIT REPORT LINE LAYOUTS FOR CNT050.  THE HEADER
      *  LINE AND THE DETAIL LINE ARE ALTERNATE VIEWS OF THE SAME
      *  80-BYTE PRINT LINE WRITTEN TO ERPTFILE.  ONE DETAIL LINE IS
      *  WRITTEN PER REJECTED SENDER DETAIL RECORD.  AT END OF RUN
      *  THE TRAILER LINES CARRY ONE COUNT EACH, THE AMOUNT LINES
      *  CARRY THE HASH TOTALS BEING TIED, AND THE STATUS LINE SAYS
      *  WHETHER THE FILE AS A WHOLE WAS ACCEPTED OR REJECTED, AND
      *  WHY, SO THE SENDER CAN BE TOLD EXACTLY WHAT WAS WRONG.
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      ******************************************************************
       01  CNT-ERPT-HEADER-LINE.
           05  FILLER                     PIC X(10) VALUE "RECORD NO".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE "TRAN ID".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(04) VALUE "CAT".
           05  FILLER                     PIC X(13) VALUE "AMOUNT".
           05  FILLER                     PIC X(04) VALUE "RSN".
           05  FILLER                     PIC X(35) VALUE "REASON".
       01  CNT-ERPT-DETAIL-LINE.
           05  CNT-ERPT-RECORD-NUMBER     PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  CNT-ERPT-TRAN-ID           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-ERPT-CATEGORY          PIC X(01).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  CNT-ERPT-AMOUNT-IMAGE      PIC X(11).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-ERPT-REASON-CODE       PIC X(01).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  CNT-ERPT-REASON-TEXT       PIC X(30).
           05  FILLER                     PIC X(05) VALUE SPACES.
       01  CNT-ERPT-TRAILER-LINE.
           05  CNT-ERPT-TRAILER-TEXT      PIC X(30).
           05  CNT-ERPT-TRAILER-COUNT     PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(41) VALUE SPACES.
       01  CNT-ERPT-AMOUNT-LINE.
           05  CNT-ERPT-AMOUNT-TEXT       PIC X(30).
           05  CNT-ERPT-AMOUNT-VALUE      PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                     PIC X(33) VALUE SPACES.
       01  CNT-ERPT-STATUS-LINE.
           05  FILLER                     PIC X(13) VALUE
               "FILE STATUS  ".
           05  CNT-ERPT-FILE-STATUS       PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CNT-ERPT-STATUS-REASON     PIC X(40).
           05  FILLER                     PIC X(17) VALUE SPACES.
