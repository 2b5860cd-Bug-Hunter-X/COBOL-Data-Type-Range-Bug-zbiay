      ******************************************************************
      *  CNTGLJE.CPY
      *  GENERAL-LEDGER FEED JOURNAL-ENTRY RECORD WRITTEN BY CNT150 TO
      *  GLJEFILE.  ONE HEADER, ONE DETAIL PER JOURNAL LINE, ONE
      *  TRAILER - THE SAME HEADER/DETAIL/TRAILER SHAPE THE GL FEED
      *  LOADER EXPECTS FROM EVERY SUB-LEDGER.  EACH DETAIL IS ONE
      *  SIDE OF A BALANCED PAIR: A DEBIT LINE AND A CREDIT LINE FOR
      *  THE SAME AMOUNT ARE ALWAYS WRITTEN TOGETHER.  CNT-GLJE-ENTRY-
      *  TYPE SPLITS GROSS VOLUME FROM REVERSALS, AND CNT-GLJE-
      *  ADJUSTMENT-SW MARKS AN ADJUSTING ENTRY FOR A PRIOR DAY'S
      *  PUBLISHED VOLUME CHANGED BY A CNT800 SUSPENSE CORRECTION - ITS
      *  REFERENCE FIELDS NAME THE RUN DATE, RUN SEQUENCE AND
      *  TRANSACTION ID BEING ADJUSTED.  AMOUNTS ARE UNSIGNED; THE
      *  DEBIT/CREDIT INDICATOR CARRIES THE DIRECTION.  THE TRAILER
      *  CARRIES THE DETAIL COUNT AND BOTH SIDES' TOTALS, WHICH ARE
      *  ALWAYS EQUAL ON A FILE CNT150 RELEASES.
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      ******************************************************************
       01  CNT-GLJE-RECORD.
           05  CNT-GLJE-RECORD-TYPE           PIC X(01).
               88  CNT-GLJE-HEADER-REC               VALUE "H".
               88  CNT-GLJE-DETAIL-REC               VALUE "D".
               88  CNT-GLJE-TRAILER-REC              VALUE "T".
           05  CNT-GLJE-DETAIL-DATA.
               10  CNT-GLJE-POSTING-DATE      PIC 9(08).
               10  CNT-GLJE-ACCOUNT           PIC X(12).
               10  CNT-GLJE-DR-CR             PIC X(01).
                   88  CNT-GLJE-DEBIT                VALUE "D".
                   88  CNT-GLJE-CREDIT               VALUE "C".
               10  CNT-GLJE-AMOUNT            PIC 9(11)V99.
               10  CNT-GLJE-CATEGORY          PIC X(01).
               10  CNT-GLJE-ENTRY-TYPE        PIC X(01).
                   88  CNT-GLJE-GROSS                VALUE "G".
                   88  CNT-GLJE-REVERSAL             VALUE "R".
               10  CNT-GLJE-ADJUSTMENT-SW     PIC X(01).
                   88  CNT-GLJE-ADJUSTMENT           VALUE "Y".
               10  CNT-GLJE-REF-RUN-DATE      PIC 9(08).
               10  CNT-GLJE-REF-RUN-SEQ       PIC 9(02).
               10  CNT-GLJE-REF-TRAN-ID       PIC X(10).
               10  FILLER                     PIC X(22).
           05  CNT-GLJE-HEADER-DATA REDEFINES CNT-GLJE-DETAIL-DATA.
               10  CNT-GLJE-HDR-POSTING-DATE  PIC 9(08).
               10  CNT-GLJE-HDR-SOURCE        PIC X(08).
               10  CNT-GLJE-HDR-CREATE-DATE   PIC 9(08).
               10  CNT-GLJE-HDR-CREATE-TIME   PIC 9(08).
               10  FILLER                     PIC X(47).
           05  CNT-GLJE-TRAILER-DATA REDEFINES CNT-GLJE-DETAIL-DATA.
               10  CNT-GLJE-TRL-POSTING-DATE  PIC 9(08).
               10  CNT-GLJE-TRL-ENTRY-COUNT   PIC 9(09).
               10  CNT-GLJE-TRL-DEBIT-TOTAL   PIC 9(13)V99.
               10  CNT-GLJE-TRL-CREDIT-TOTAL  PIC 9(13)V99.
               10  FILLER                     PIC X(32).
