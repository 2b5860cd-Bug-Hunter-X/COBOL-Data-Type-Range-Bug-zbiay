      ******************************************************************
      *  CNTSEND.CPY
      *  SENDER TRANSACTION FEED RECORD, AS RECEIVED FROM THE SENDING
      *  SYSTEM AHEAD OF THE CNT100 FAMILY OF TRANSACTION-COUNTING
      *  PROGRAMS.  THE FEED IS ONE HEADER RECORD, ANY NUMBER OF
      *  DETAIL RECORDS AND ONE TRAILER RECORD, TOLD APART BY
      *  CNT-SEND-RECORD-TYPE.  THE HEADER CARRIES THE BUSINESS DATE
      *  THE FILE BELONGS TO; THE TRAILER REPEATS IT AND CARRIES THE
      *  SENDER'S DETAIL RECORD COUNT AND THE SIGNED HASH TOTAL OF
      *  EVERY DETAIL CNT-SEND-AMOUNT, SO CNT050 CAN PROVE THE FILE
      *  ARRIVED WHOLE.  THE DETAIL FIELDS MATCH CNTTRAN.CPY FIELD
      *  FOR FIELD, SO AN ACCEPTED DETAIL IS PASSED ON TO TRANFILE
      *  UNCHANGED.
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      ******************************************************************
       01  CNT-SEND-RECORD.
           05  CNT-SEND-RECORD-TYPE           PIC X(01).
               88  CNT-SEND-HEADER-REC               VALUE "H".
               88  CNT-SEND-DETAIL-REC               VALUE "D".
               88  CNT-SEND-TRAILER-REC              VALUE "T".
           05  CNT-SEND-DETAIL-DATA.
               10  CNT-SEND-TRAN-ID           PIC X(10).
               10  CNT-SEND-CATEGORY          PIC X(01).
               10  CNT-SEND-AMOUNT            PIC S9(09)V99.
               10  CNT-SEND-AMOUNT-X REDEFINES CNT-SEND-AMOUNT
                                              PIC X(11).
               10  CNT-SEND-BUSINESS-DATE     PIC 9(08).
               10  CNT-SEND-BUSINESS-DATE-X REDEFINES
                   CNT-SEND-BUSINESS-DATE     PIC X(08).
               10  FILLER                     PIC X(49).
           05  CNT-SEND-HEADER-DATA REDEFINES CNT-SEND-DETAIL-DATA.
               10  CNT-SEND-HDR-SENDER-ID     PIC X(08).
               10  CNT-SEND-HDR-BUSINESS-DATE PIC 9(08).
               10  CNT-SEND-HDR-CREATE-DATE   PIC 9(08).
               10  CNT-SEND-HDR-CREATE-TIME   PIC 9(06).
               10  FILLER                     PIC X(49).
           05  CNT-SEND-TRAILER-DATA REDEFINES CNT-SEND-DETAIL-DATA.
               10  CNT-SEND-TRL-BUSINESS-DATE PIC 9(08).
               10  CNT-SEND-TRL-RECORD-COUNT  PIC 9(09).
               10  CNT-SEND-TRL-AMOUNT-HASH   PIC S9(13)V99.
               10  FILLER                     PIC X(47).
