      ******************************************************************
      *  CNTVADJ.CPY
      *  POST-PUBLICATION VSAMFILE ADJUSTMENT RECORD FOR THE CNT100
      *  FAMILY OF PROGRAMS.  VADJFILE IS A KSDS KEYED BY THE RUN DATE,
      *  RUN SEQUENCE AND CATEGORY OF THE PUBLISHED VSAMFILE SLOT THAT
      *  WAS CHANGED, PLUS A SEQUENCE NUMBER THAT KEEPS SEVERAL CHANGES
      *  TO THE SAME SLOT APART (THE FIRST FREE ONE IS TAKEN, FROM 1).
      *
      *  ONE RECORD IS WRITTEN EVERY TIME A PROGRAM REWRITES A VSAMFILE
      *  RECORD AFTER CNT100 PUBLISHED IT - TODAY THAT IS CNT800 FOLDING
      *  A CORRECTED SUSPENSE ITEM INTO A PRIOR DAY.  IT CARRIES THE
      *  SLOT'S FIGURES BEFORE AND AFTER THE CHANGE, THE TRANSACTION ID
      *  THAT CAUSED IT, THE PROGRAM THAT MADE IT, AND THE BUSINESS
      *  DATE AND TIME IT WAS MADE.  CNT300 SUBTRACTS THE AFTER-LESS-
      *  BEFORE DIFFERENCES FROM THE PERIOD TOTALS TO SHOW EACH
      *  CATEGORY AS ORIGINALLY PUBLISHED ALONGSIDE AS ADJUSTED.
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      ******************************************************************
       01  CNT-VADJ-RECORD.
           05  CNT-VADJ-KEY.
               10  CNT-VADJ-RUN-DATE          PIC 9(08).
               10  CNT-VADJ-RUN-SEQ           PIC 9(02).
               10  CNT-VADJ-CATEGORY          PIC X(01).
               10  CNT-VADJ-ADJ-SEQ           PIC 9(05).
           05  CNT-VADJ-TRAN-ID               PIC X(10).
           05  CNT-VADJ-PROGRAM               PIC X(08).
           05  CNT-VADJ-ADJ-DATE              PIC 9(08).
           05  CNT-VADJ-ADJ-TIME              PIC 9(08).
           05  CNT-VADJ-BEFORE.
               10  CNT-VADJ-BEF-AREA-2        PIC 9(09).
               10  CNT-VADJ-BEF-AREA-3        PIC 9(05).
               10  CNT-VADJ-BEF-AREA-4        PIC S9(11)V99 COMP-3.
               10  CNT-VADJ-BEF-AREA-5        PIC 9(09).
               10  CNT-VADJ-BEF-AREA-6        PIC S9(11)V99 COMP-3.
           05  CNT-VADJ-AFTER.
               10  CNT-VADJ-AFT-AREA-2        PIC 9(09).
               10  CNT-VADJ-AFT-AREA-3        PIC 9(05).
               10  CNT-VADJ-AFT-AREA-4        PIC S9(11)V99 COMP-3.
               10  CNT-VADJ-AFT-AREA-5        PIC 9(09).
               10  CNT-VADJ-AFT-AREA-6        PIC S9(11)V99 COMP-3.
           05  FILLER                         PIC X(26).
