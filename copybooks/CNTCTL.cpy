      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-08-21  RDH  ORIGINAL COPYBOOK.
      *  2026-10-15  RDH  ADDED CNT-CTL-SCOPE-LINE.  AN INTRADAY CYCLE
      *                   RUN BALANCES TWICE - ONCE FOR THE CYCLE'S OWN
      *                   DROP AND ONCE FOR THE DAY-TO-DATE TOTALS -
      *                   AND EACH DETAIL LINE IS PRECEDED BY A SCOPE
      *                   LINE SAYING WHICH IT IS.
      ******************************************************************
       01  CNT-CTL-HEADER-LINE.
           05  FILLER                     PIC X(10) VALUE "RUN DATE".
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  CNT-CTL-BALANCE-TEXT       PIC X(14).
           05  FILLER                     PIC X(07) VALUE SPACES.
       01  CNT-CTL-SCOPE-LINE.
           05  FILLER                     PIC X(06) VALUE "CYCLE ".
           05  CNT-CTL-SCOPE-CYCLE        PIC 9(01).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CNT-CTL-SCOPE-TEXT         PIC X(30).
           05  FILLER                     PIC X(42) VALUE SPACES.
