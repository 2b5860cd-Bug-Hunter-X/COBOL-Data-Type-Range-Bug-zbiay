      ******************************************************************
      *  CNTSHST.CPY
      *  SUSPENSE BACKLOG HISTORY RECORD FOR CNT850.  ONE RECORD PER
      *  AGING RUN, IN RUN-DATE ORDER.  EACH RUN READS THE HISTORY
      *  FROM SHSTFILE, TAKES THE LATEST RECORD BEFORE ITS OWN RUN
      *  DATE AS THE PRIOR RUN TO TREND AGAINST, AND WRITES THE
      *  HISTORY BACK OUT TO NEWSHST WITH ITS OWN RECORD ADDED - THE
      *  SAME READ-OLD, WRITE-NEW CYCLE CNT800 USES FOR SUSPFILE AND
      *  NEWSUSP.  A RERUN FOR THE SAME DATE REPLACES THAT DATE'S
      *  RECORD.
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      ******************************************************************
       01  CNT-SHST-RECORD.
           05  CNT-SHST-RUN-DATE              PIC 9(08).
           05  CNT-SHST-RUN-TIME              PIC 9(08).
           05  CNT-SHST-ITEM-COUNT            PIC 9(09).
           05  CNT-SHST-TOTAL-AMOUNT          PIC S9(11)V99.
           05  CNT-SHST-SLA-COUNT             PIC 9(09).
           05  CNT-SHST-SLA-AMOUNT            PIC S9(11)V99.
           05  CNT-SHST-OLDEST-DATE           PIC 9(08).
           05  FILLER                         PIC X(12).
