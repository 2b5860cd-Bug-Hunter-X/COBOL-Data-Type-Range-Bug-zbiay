      ******************************************************************
      *  CNTSIDX.CPY
      *  OUTSTANDING-SUSPENSE INDEX RECORD FOR THE CNT100 FAMILY OF
      *  PROGRAMS.  SIDXFILE IS A KSDS KEYED BY THE BUSINESS DATE THE
      *  ITEM WAS SUSPENDED UNDER AND ITS SUSPFILE RECORD NUMBER, SO
      *  ONE DATE'S OUTSTANDING ITEMS SIT TOGETHER IN KEY ORDER AND
      *  CAN BE BROWSED ONLINE.  SUSPFILE ITSELF IS SEQUENTIAL AND
      *  CANNOT BE READ BY DATE.
      *
      *  CNT800 RELOADS THE FILE FROM SCRATCH ON EVERY RUN, WRITING
      *  ONE RECORD FOR EACH ITEM IT CARRIES FORWARD TO NEWSUSP, SO
      *  THE INDEX ALWAYS MATCHES THE POPULATION AS OF THE LAST CNT800
      *  RUN.  ITEMS SUSPENDED BY A CNT100 RUN SINCE THEN APPEAR AFTER
      *  THE NEXT CNT800 RUN.  CNT460 READS THE FILE.
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      ******************************************************************
       01  CNT-SIDX-RECORD.
           05  CNT-SIDX-KEY.
               10  CNT-SIDX-RUN-DATE          PIC 9(08).
               10  CNT-SIDX-ITEM-NUMBER       PIC 9(09).
           05  CNT-SIDX-TRAN-ID               PIC X(10).
           05  CNT-SIDX-CATEGORY              PIC X(01).
           05  CNT-SIDX-AMOUNT                PIC S9(09)V99.
           05  CNT-SIDX-REASON-CODE           PIC X(01).
               88  CNT-SIDX-CATEGORY-NOTFOUND        VALUE "C".
               88  CNT-SIDX-DUPLICATE-ID             VALUE "D".
               88  CNT-SIDX-CROSS-DAY-DUPLICATE      VALUE "R".
           05  FILLER                         PIC X(20).
