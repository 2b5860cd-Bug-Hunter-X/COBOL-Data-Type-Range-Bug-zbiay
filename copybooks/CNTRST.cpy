      *                   RESTORE THE PRIOR DATE'S PARTIAL COUNTS AND
      *                   FAST-FORWARD PAST ITS OWN RECORDS, MERGING
      *                   TWO DAYS UNDER ONE KEY.
      *  2026-10-15  RDH  ADDED CNT-RST-CAT-AREA-6 SO A RESTARTED RUN
      *                   CARRIES FORWARD THE REVERSAL DOLLAR TOTAL
      *                   ALONG WITH THE REVERSAL COUNT.
      *  2026-10-15  RDH  ADDED CNT-RST-CYCLE-NUMBER, THE INTRADAY
      *                   CYCLE THE CHECKPOINT BELONGS TO (ZERO FOR A
      *                   ONCE-A-DAY RUN).  A RESTART ONLY RESTORES A
      *                   CHECKPOINT FROM THE SAME DATE AND CYCLE, SO
      *                   A LATER CYCLE CANNOT FAST-FORWARD PAST ITS
      *                   OWN DROP ON AN EARLIER CYCLE'S CHECKPOINT.
      ******************************************************************
       01  CNT-RST-RECORD.
           05  CNT-RST-RUN-DATE               PIC 9(08).
                                               PIC S9(11)V99 COMP-3.
           05  CNT-RST-CAT-AREA-5 OCCURS 20 TIMES
                                               PIC 9(09).
           05  CNT-RST-CAT-AREA-6 OCCURS 20 TIMES
                                               PIC S9(11)V99 COMP-3.
           05  CNT-RST-CYCLE-NUMBER           PIC 9(01).
