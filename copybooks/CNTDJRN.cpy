      ******************************************************************
      *  CNTDJRN.CPY
      *  TRANSACTION DISPOSITION JOURNAL RECORD FOR THE CNT100 FAMILY
      *  OF PROGRAMS.  DJRNFILE IS A KSDS KEYED BY TRANSACTION ID,
      *  THEN BUSINESS DATE, RUN SEQUENCE AND RECORD NUMBER, SO EVERY
      *  STEP IN ONE TRANSACTION'S LIFE SITS TOGETHER IN KEY ORDER
      *  AND CAN BE PULLED BACK WITH ONE START/READ NEXT.
      *
      *  CNT100 WRITES ONE RECORD FOR EVERY TRANFILE RECORD IT READS,
      *  SAYING WHAT BECAME OF IT - COUNTED, COUNTED OVER THE CAP,
      *  TAKEN AS A REVERSAL, OR SUSPENDED (WITH THE SUSPENSE REASON
      *  CODE).  THE RECORD NUMBER IS THE TRANFILE RECORD NUMBER, SO
      *  A RESTARTED RUN REWRITES THE SAME KEYS RATHER THAN ADDING
      *  NEW ONES.  CNT800 ADDS A RECORD WHEN A SUSPENDED ITEM IS
      *  CORRECTED INTO A CATEGORY OR WRITTEN OFF; ITS RUN SEQUENCE
      *  IS ALWAYS 00 AND ITS RECORD NUMBER IS THE SUSPFILE RECORD
      *  NUMBER.  CNT450 READS THE FILE TO TRACE A TRANSACTION.
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      ******************************************************************
       01  CNT-DJRN-RECORD.
           05  CNT-DJRN-KEY.
               10  CNT-DJRN-TRAN-ID           PIC X(10).
               10  CNT-DJRN-RUN-DATE          PIC 9(08).
               10  CNT-DJRN-RUN-SEQ           PIC 9(02).
               10  CNT-DJRN-RECORD-NUMBER     PIC 9(09).
           05  CNT-DJRN-PROGRAM               PIC X(08).
           05  CNT-DJRN-CATEGORY              PIC X(01).
           05  CNT-DJRN-AMOUNT                PIC S9(09)V99.
           05  CNT-DJRN-DISPOSITION           PIC X(01).
               88  CNT-DJRN-COUNTED                  VALUE "C".
               88  CNT-DJRN-COUNTED-OVER-CAP         VALUE "O".
               88  CNT-DJRN-REVERSAL                 VALUE "V".
               88  CNT-DJRN-SUSPENDED                VALUE "S".
               88  CNT-DJRN-CORRECTED                VALUE "X".
               88  CNT-DJRN-WRITTEN-OFF              VALUE "W".
           05  CNT-DJRN-REASON-CODE           PIC X(01).
           05  CNT-DJRN-ORIG-RUN-DATE         PIC 9(08).
           05  CNT-DJRN-ORIG-CATEGORY         PIC X(01).
           05  CNT-DJRN-FOLDED-RUN-SEQ        PIC 9(02).
           05  FILLER                         PIC X(18).
