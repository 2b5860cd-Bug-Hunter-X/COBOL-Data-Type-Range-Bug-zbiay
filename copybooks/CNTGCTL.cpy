      ******************************************************************
      *  CNTGCTL.CPY
      *  GL POSTING CONTROL RECORD.  CNT150 KEEPS ONE RECORD ON GLPCTL
      *  SAYING WHICH CNT800 GLADFILE EXTRACT IT LAST POSTED, BY THE
      *  PRODUCING RUN'S DATE AND TIME STAMPED ON EVERY EXTRACT RECORD
      *  (CNT-GLAD-PRODUCED).  CNT150 READS IT AT THE START OF EACH
      *  RUN AND SKIPS ANY GLADFILE RECORD NOT NEWER THAN THAT STAMP,
      *  SO AN EXTRACT LEFT IN PLACE ON A DAY CNT800 DOES NOT RUN IS
      *  NEVER POSTED TWICE.  THE RECORD IS REWRITTEN ONLY WHEN THE
      *  JOURNAL IS RELEASED - A HELD JOURNAL POSTS NOTHING, SO ITS
      *  EXTRACT IS STILL DUE ON THE NEXT RUN.  AN ABSENT GLPCTL MEANS
      *  NO EXTRACT HAS BEEN POSTED YET.
      *
      *  THE POSTING DATE AND RUN SEQUENCE ARE THOSE OF THE LAST DAY
      *  RELEASED.  WHEN CNT150 IS RUN AGAIN FOR THAT SAME BUSINESS
      *  DATE - A RERUN, OR A LATER SEQUENCE CNT100 HAS SINCE
      *  PUBLISHED FOR IT - THE JOURNAL IS HELD ("DAY ALREADY POSTED
      *  AT SEQ NN"): GLJEFILE IS LEFT EMPTY, THE STEP ENDS WITH
      *  RETURN-CODE 16 AND GLPCTL IS NOT REWRITTEN, SO NO DAY IS EVER
      *  POSTED TO THE GL TWICE.
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      *  2026-10-15  RDH  CNT150 NOW HOLDS A RUN FOR THE POSTING DATE
      *                   ALREADY ON FILE INSTEAD OF POSTING IT AGAIN.
      ******************************************************************
       01  CNT-GCTL-RECORD.
           05  CNT-GCTL-POSTING-DATE          PIC 9(08).
           05  CNT-GCTL-RUN-SEQ               PIC 9(02).
           05  CNT-GCTL-EXTRACT-PRODUCED.
               10  CNT-GCTL-EXTRACT-DATE      PIC 9(08).
               10  CNT-GCTL-EXTRACT-TIME      PIC 9(08).
           05  CNT-GCTL-UPDATE-DATE           PIC 9(08).
           05  CNT-GCTL-UPDATE-TIME           PIC 9(08).
           05  FILLER                         PIC X(38).
