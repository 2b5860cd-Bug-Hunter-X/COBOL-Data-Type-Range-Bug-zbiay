      *                   REDEFINED (NO HISTORY NEEDS CARRYING ACROSS,
      *                   THE REGISTER REBUILDS ITSELF INSIDE ONE
      *                   RETENTION WINDOW).
      *  2026-10-15  RDH  ADDED CNT-DUP-FIRST-SEEN-CYCLE, THE INTRADAY
      *                   CYCLE THE ID WAS FIRST SEEN IN (ZERO FOR A
      *                   ONCE-A-DAY RUN).  A RERUN OF A CYCLE ONLY
      *                   UNREGISTERS THE IDS THAT CYCLE ITSELF
      *                   REGISTERED, SO AN ID FROM AN EARLIER CYCLE
      *                   THAT REAPPEARS LATER IN THE DAY IS STILL
      *                   CAUGHT AS A SAME-DAY DUPLICATE.  THE RECORD
      *                   GROWS FROM 18 TO 19 BYTES - THE CLUSTER MUST
      *                   BE DELETED AND REDEFINED AS BEFORE.
      *  2026-10-15  RDH  NO LAYOUT CHANGE.  CNT950 CAN NOW REBUILD THE
      *                   REGISTER FROM THE RETAINED TRANFILE
      *                   GENERATIONS OR VERIFY IT AGAINST THEM, AND
      *                   RECORDS ON DUPCTL (SEE CNTDCTL) WHETHER IT
      *                   HAS BEEN VERIFIED SINCE THE LAST REBUILD OR
      *                   RESTORE - CNT100 WILL NOT RUN UNTIL IT HAS.
      ******************************************************************
       01  CNT-DUP-RECORD.
           05  CNT-DUP-TRAN-ID                PIC X(10).
           05  CNT-DUP-FIRST-SEEN-DATE        PIC 9(08).
           05  CNT-DUP-FIRST-SEEN-CYCLE       PIC 9(01).
