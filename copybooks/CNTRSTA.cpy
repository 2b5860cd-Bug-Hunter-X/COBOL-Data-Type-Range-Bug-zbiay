      *                   AND THRESHIST ARE KEYED BY DATE PLUS
      *                   SEQUENCE, SO THE STATUS RECORD NAMES THE
      *                   EXACT PUBLICATION DOWNSTREAM JOBS SAW.
      *  2026-10-15  RDH  ADDED CNT-RSTA-CYCLE-MODE-SW, CNT-RSTA-
      *                   CYCLE-NUMBER AND CNT-RSTA-FINAL-SW FOR
      *                   INTRADAY MULTI-CYCLE RUNS.  EACH CYCLE
      *                   REWRITES THE DATE'S RECORD WITH DAY-TO-DATE
      *                   COUNTS, AND CNT120 ONLY CLEARS DOWNSTREAM
      *                   JOBS ONCE THE FINAL CYCLE HAS COMPLETED.
      ******************************************************************
       01  CNT-RSTA-RECORD.
           05  CNT-RSTA-RUN-DATE              PIC 9(08).
           05  CNT-RSTA-CTL-SW                PIC X(01).
               88  CNT-RSTA-CTL-PUBLISHED            VALUE "Y".
           05  CNT-RSTA-RUN-SEQ               PIC 9(02).
           05  CNT-RSTA-CYCLE-MODE-SW         PIC X(01).
               88  CNT-RSTA-CYCLE-MODE               VALUE "Y".
           05  CNT-RSTA-CYCLE-NUMBER          PIC 9(01).
           05  CNT-RSTA-FINAL-SW              PIC X(01).
               88  CNT-RSTA-DAY-CLOSED               VALUE "Y".
           05  FILLER                         PIC X(10).
