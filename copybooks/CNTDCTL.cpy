      ******************************************************************
      *  CNTDCTL.CPY
      *  DUPFILE REGISTRY CONTROL RECORD.  DUPCTL HOLDS ONE RECORD
      *  SAYING WHETHER THE DUPLICATE-ID REGISTER (SEE CNTDUP) CAN BE
      *  TRUSTED.  CNT950 REWRITES IT EVERY TIME IT TOUCHES THE
      *  REGISTER - A REBUILD FROM THE RETAINED TRANFILE GENERATIONS
      *  OR A RESTORE OF THE CLUSTER FROM BACKUP LEAVES IT UNVERIFIED,
      *  AND ONLY A CLEAN VERIFY PASS MARKS IT VERIFIED AGAIN.  CNT100
      *  READS IT AT START-UP AND REFUSES TO RUN WHILE THE REGISTER IS
      *  UNVERIFIED, SO A HALF-LOADED OR STALE REGISTER CAN NEVER
      *  DECIDE WHICH TRANSACTIONS ARE DUPLICATES.  NO DUPCTL AT ALL
      *  MEANS THE REGISTER HAS NEVER BEEN REBUILT OR RESTORED.
      *
      *  THE REASON CODE SAYS WHAT LAST LEFT THE REGISTER UNVERIFIED -
      *  R = REBUILT, S = RESTORED FROM BACKUP, V = A VERIFY PASS
      *  FOUND DISCREPANCIES.  THE COUNTS ARE THOSE OF THE LAST CNT950
      *  PASS THAT WROTE THE RECORD.
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      ******************************************************************
       01  CNT-DCTL-RECORD.
           05  CNT-DCTL-STATUS-CODE           PIC X(01).
               88  CNT-DCTL-VERIFIED                 VALUE "V".
               88  CNT-DCTL-UNVERIFIED               VALUE "U".
           05  CNT-DCTL-REASON-CODE           PIC X(01).
               88  CNT-DCTL-REBUILT                  VALUE "R".
               88  CNT-DCTL-RESTORED                 VALUE "S".
               88  CNT-DCTL-VERIFY-FAILED            VALUE "V".
           05  CNT-DCTL-BUSINESS-DATE         PIC 9(08).
           05  CNT-DCTL-RETENTION-DAYS        PIC 9(03).
           05  CNT-DCTL-UPDATE-DATE           PIC 9(08).
           05  CNT-DCTL-UPDATE-TIME           PIC 9(08).
           05  CNT-DCTL-PROGRAM               PIC X(08).
           05  CNT-DCTL-REGISTERED-COUNT      PIC 9(09).
           05  CNT-DCTL-MISSING-COUNT         PIC 9(09).
           05  CNT-DCTL-WRONG-DATE-COUNT      PIC 9(09).
           05  CNT-DCTL-STALE-COUNT           PIC 9(09).
           05  FILLER                         PIC X(07).
