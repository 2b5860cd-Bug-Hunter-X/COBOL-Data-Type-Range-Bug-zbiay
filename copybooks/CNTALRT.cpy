      *  2026-08-09  RDH  CNT-ALRT-MESSAGE-TEXT WIDENED TO PIC X(45) -
      *                   THE OVERFLOW-CAP MESSAGE TEXT WAS TRUNCATING
      *                   AT 40 BYTES.
      *  2026-10-15  RDH  CNT650 WRITES ITS VOLUME ANOMALY ALERTS TO
      *                   BALTFILE IN THIS FORMAT, ONE PER FLAGGED
      *                   CATEGORY, SO THE SAME DISTRIBUTION JOB CAN
      *                   PICK THEM UP.  RAW AND CAPPED COUNT CARRY
      *                   THE DAY'S PUBLISHED FIGURES AND THE MESSAGE
      *                   TEXT THE COUNT AND DOLLAR VERDICTS.
      *  2026-10-15  RDH  CNT850 WRITES ONE ALERT IN THIS FORMAT TO
      *                   SALTFILE FOR EVERY SUSPENSE ITEM PAST ITS
      *                   SLA.  RAW COUNT CARRIES THE ITEM'S AGE IN
      *                   DAYS, CAPPED COUNT IS ZERO AND THE MESSAGE
      *                   TEXT NAMES THE TRANSACTION ID.
      ******************************************************************
       01  CNT-ALRT-RECORD.
           05  CNT-ALRT-RUN-DATE              PIC 9(08).
