      *                   CANNOT SHRINK THE EFFECTIVE COVERAGE BELOW
      *                   FIVE BUSINESS DAYS.  SET IT WIDER ACROSS
      *                   HOLIDAY STRETCHES.
      *  2026-10-15  RDH  ADDED CNT-PARM-CYCLE-NUMBER AND
      *                   CNT-PARM-FINAL-CYCLE-SW FOR INTRADAY
      *                   MULTI-CYCLE RUNS.  A BLANK, NON-NUMERIC OR
      *                   ZERO CYCLE NUMBER IS THE ORDINARY ONCE-A-DAY
      *                   RUN.  A CYCLE NUMBER OF 1-9 RUNS CNT100 AS
      *                   THAT CYCLE OF THE BUSINESS DATE, CARRYING
      *                   THE DAY-TO-DATE TOTALS FORWARD FROM THE
      *                   PRIOR CYCLE'S CYCFILE RECORD.  THE FINAL
      *                   SWITCH IS "Y" ON THE END-OF-DAY CYCLE ONLY -
      *                   IT CLOSES THE DAY FOR CNT120.
      ******************************************************************
       01  CNT-PARM-RECORD.
           05  CNT-PARM-ALERT-THRESHOLD      PIC 9(05).
           05  CNT-PARM-OVERFLOW-CAP         PIC 9(05).
           05  CNT-PARM-BUSINESS-DATE        PIC 9(08).
           05  CNT-PARM-DUP-RETENTION-DAYS   PIC 9(03).
           05  CNT-PARM-CYCLE-NUMBER         PIC 9(01).
           05  CNT-PARM-FINAL-CYCLE-SW       PIC X(01).
               88  CNT-PARM-FINAL-CYCLE              VALUE "Y".
           05  FILLER                        PIC X(57).
