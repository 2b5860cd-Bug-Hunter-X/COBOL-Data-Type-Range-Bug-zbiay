      ******************************************************************
      *  CNTTRQ.CPY
      *  TRANSACTION TRACE REQUEST RECORD FOR CNT450.  ONE RECORD PER
      *  TRANSACTION ID TO BE TRACED - A SINGLE RECORD TRACES ONE ID,
      *  SEVERAL RECORDS TRACE A LIST.  A BLANK ID IS SKIPPED.
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      ******************************************************************
       01  CNT-TRQ-RECORD.
           05  CNT-TRQ-TRAN-ID                PIC X(10).
           05  FILLER                         PIC X(70).
