      ******************************************************************
      *  CNTGLMP.CPY
      *  CATEGORY-TO-GENERAL-LEDGER ACCOUNT MAPPING RECORD FOR CNT150,
      *  THE GL POSTING INTERFACE.  ONE RECORD PER TRANSACTION-
      *  CATEGORY CODE, MAINTAINED BY OPERATIONS ON GLMAPFILE ALONGSIDE
      *  CATFILE - A CATEGORY ADDED TO CATFILE NEEDS ITS GLMAPFILE
      *  RECORD BEFORE ITS FIRST DAY'S VOLUME CAN BE POSTED.  THE GROSS
      *  PAIR RECEIVES THE CATEGORY'S GROSS DOLLAR VOLUME (DEBIT ONE
      *  ACCOUNT, CREDIT THE OTHER); THE REVERSAL PAIR RECEIVES ITS
      *  REVERSAL DOLLAR VOLUME.  A BLANK REVERSAL PAIR MEANS "POST
      *  REVERSALS BACK AGAINST THE GROSS PAIR" - THE GROSS ACCOUNTS
      *  ARE USED WITH DEBIT AND CREDIT SWAPPED.
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      ******************************************************************
       01  CNT-GLMP-RECORD.
           05  CNT-GLMP-CATEGORY              PIC X(01).
           05  CNT-GLMP-GROSS-DR-ACCOUNT      PIC X(12).
           05  CNT-GLMP-GROSS-CR-ACCOUNT      PIC X(12).
           05  CNT-GLMP-REV-DR-ACCOUNT        PIC X(12).
           05  CNT-GLMP-REV-CR-ACCOUNT        PIC X(12).
           05  FILLER                         PIC X(31).
