      ******************************************************************
      *  CNTTREJ.CPY
      *  TRANFILE EDIT REJECT RECORD FOR CNT050.  ONE RECORD IS
      *  WRITTEN TO TREJFILE FOR EVERY SENDER DETAIL RECORD THAT
      *  FAILED A FIELD-LEVEL EDIT AND WAS HELD BACK FROM TRANFILE.
      *  THE DETAIL FIELDS ARE CARRIED AS RAW IMAGES, EXACTLY AS THE
      *  SENDER SUPPLIED THEM, SO A NON-NUMERIC AMOUNT OR DATE CAN BE
      *  SHOWN BACK TO THE SENDER UNCHANGED.  CNT-TREJ-RECORD-NUMBER
      *  IS THE DETAIL'S POSITION IN THE SENDER FILE, HEADER AND
      *  TRAILER INCLUDED.
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      ******************************************************************
       01  CNT-TREJ-RECORD.
           05  CNT-TREJ-RUN-DATE              PIC 9(08).
           05  CNT-TREJ-RECORD-NUMBER         PIC 9(09).
           05  CNT-TREJ-REASON-CODE           PIC X(01).
               88  CNT-TREJ-BLANK-ID                 VALUE "I".
               88  CNT-TREJ-BLANK-CATEGORY           VALUE "K".
               88  CNT-TREJ-AMOUNT-NOT-NUMERIC       VALUE "A".
               88  CNT-TREJ-ZERO-AMOUNT              VALUE "Z".
               88  CNT-TREJ-WRONG-BUSINESS-DATE      VALUE "B".
           05  CNT-TREJ-TRAN-ID               PIC X(10).
           05  CNT-TREJ-CATEGORY              PIC X(01).
           05  CNT-TREJ-AMOUNT-IMAGE          PIC X(11).
           05  CNT-TREJ-BUSINESS-DATE-IMAGE   PIC X(08).
           05  FILLER                         PIC X(32).
