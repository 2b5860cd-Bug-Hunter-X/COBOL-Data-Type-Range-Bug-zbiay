      ******************************************************************
      *  CNTBPRM.CPY
      *  VOLUME-ANOMALY BASELINE PARAMETER RECORD FOR CNT650.  ONE
      *  RECORD IS READ AT THE START OF EACH RUN SO OPERATIONS CAN
      *  CHANGE THE BASELINE LENGTH AND TOLERANCE BAND WITHOUT A
      *  RECOMPILE - THE SAME WAY MPRMFILE DRIVES CNT300 AND CNT600.
      *
      *  CNT-BPRM-RUN-DATE          BUSINESS DATE TO CHECK.  ZERO OR
      *                             NOT NUMERIC MEANS THE SYSTEM DATE.
      *  CNT-BPRM-BASELINE-DAYS     NUMBER OF CALFILE BUSINESS DAYS
      *                             BEFORE THE RUN DATE THAT MAKE UP
      *                             THE TRAILING BASELINE (DEFAULT 20,
      *                             AT MOST 60).
      *  CNT-BPRM-BAND-PCT          PERCENTAGE EITHER SIDE OF THE
      *                             BASELINE AVERAGE INSIDE WHICH A
      *                             CATEGORY IS NOT FLAGGED (DEFAULT
      *                             30).
      *  CNT-BPRM-MIN-BASELINE-DAYS FEWEST PUBLISHED BASELINE DAYS A
      *                             CATEGORY NEEDS BEFORE IT IS JUDGED
      *                             AT ALL (DEFAULT 5, NEVER MORE THAN
      *                             THE BASELINE DAYS).
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      ******************************************************************
       01  CNT-BPRM-RECORD.
           05  CNT-BPRM-RUN-DATE              PIC 9(08).
           05  CNT-BPRM-BASELINE-DAYS         PIC 9(02).
           05  CNT-BPRM-BAND-PCT              PIC 9(03).
           05  CNT-BPRM-MIN-BASELINE-DAYS     PIC 9(02).
           05  FILLER                         PIC X(65).
