      ******************************************************************
      *  CNTCYC.CPY
      *  INTRADAY CYCLE CARRY-FORWARD RECORD FOR THE CNT100 FAMILY OF
      *  TRANSACTION-COUNTING PROGRAMS.  CYCFILE IS A KSDS KEYED BY
      *  BUSINESS DATE AND CYCLE NUMBER.  WHEN PARMFILE CARRIES A
      *  CYCLE NUMBER, CNT100 RUNS AS ONE CYCLE OF THE DAY (MORNING,
      *  MIDDAY, END-OF-DAY DROPS) AND, ONCE THE CYCLE HAS PUBLISHED,
      *  WRITES ONE RECORD HOLDING THE DAY-TO-DATE TOTALS THROUGH
      *  THAT CYCLE - RAW COUNT, DOLLAR VOLUME, REVERSAL COUNT AND
      *  DOLLARS PER CATEGORY, THE ALERT-NOTIFIED FLAG, THE TRANFILE
      *  RECORD COUNT AND THE SUSPENSE COUNT.  THE NEXT CYCLE LOADS
      *  THE PRIOR CYCLE'S RECORD BEFORE READING ITS OWN DROP, SO THE
      *  THRESHOLD AND CAP APPLY TO THE DAY-TO-DATE CUMULATIVE AND AN
      *  ALERT ALREADY RAISED EARLIER IN THE DAY IS NOT RAISED AGAIN.
      *  CNT-CYC-FINAL-SW IS "Y" ON THE END-OF-DAY CYCLE, AFTER WHICH
      *  NO FURTHER CYCLE OF THE DATE IS ACCEPTED.
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      ******************************************************************
       01  CNT-CYC-RECORD.
           05  CNT-CYC-KEY.
               10  CNT-CYC-RUN-DATE           PIC 9(08).
               10  CNT-CYC-CYCLE-NUMBER       PIC 9(01).
           05  CNT-CYC-RUN-SEQ                PIC 9(02).
           05  CNT-CYC-FINAL-SW               PIC X(01).
               88  CNT-CYC-FINAL                     VALUE "Y".
           05  CNT-CYC-RECORD-COUNT           PIC 9(09).
           05  CNT-CYC-SUSPENSE-COUNT         PIC 9(09).
           05  CNT-CYC-CAT-ENTRY OCCURS 20 TIMES.
               10  CNT-CYC-CAT-CODE           PIC X(01).
               10  CNT-CYC-CAT-AREA-1         PIC 9(09).
               10  CNT-CYC-CAT-AREA-4         PIC S9(11)V99 COMP-3.
               10  CNT-CYC-CAT-AREA-5         PIC 9(09).
               10  CNT-CYC-CAT-AREA-6         PIC S9(11)V99 COMP-3.
               10  CNT-CYC-CAT-NOTIFIED-SW    PIC X(01).
           05  FILLER                         PIC X(40).
