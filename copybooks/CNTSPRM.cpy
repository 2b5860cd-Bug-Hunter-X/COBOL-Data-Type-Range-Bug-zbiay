      ******************************************************************
      *  CNTSPRM.CPY
      *  SUSPENSE AGING PARAMETER RECORD FOR CNT850.  ONE RECORD IS
      *  READ AT THE START OF EACH RUN SO OPERATIONS CAN MOVE THE SLA
      *  AND THE AGE BUCKETS WITHOUT A RECOMPILE - THE SAME WAY
      *  MPRMFILE DRIVES CNT300 AND CNT600.
      *
      *  CNT-SPRM-RUN-DATE       BUSINESS DATE ITEMS ARE AGED FROM.
      *                          ZERO OR NOT NUMERIC MEANS THE SYSTEM
      *                          DATE.
      *  CNT-SPRM-SLA-DAYS       AN ITEM OLDER THAN THIS MANY CALENDAR
      *                          DAYS HAS BREACHED THE SLA (DEFAULT
      *                          10).
      *  CNT-SPRM-BUCKET-LIMIT   UPPER AGE IN DAYS OF EACH OF THE
      *                          FIRST FOUR AGE BUCKETS, ASCENDING;
      *                          THE FIFTH BUCKET TAKES EVERYTHING
      *                          OLDER (DEFAULT 7, 14, 30, 60).
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      ******************************************************************
       01  CNT-SPRM-RECORD.
           05  CNT-SPRM-RUN-DATE              PIC 9(08).
           05  CNT-SPRM-SLA-DAYS              PIC 9(03).
           05  CNT-SPRM-BUCKET-LIMIT          PIC 9(03)
                                              OCCURS 4 TIMES.
           05  FILLER                         PIC X(57).
