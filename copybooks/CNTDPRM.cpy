      ******************************************************************
      *  CNTDPRM.CPY
      *  FUNCTION PARAMETER RECORD FOR CNT950, THE DUPFILE REGISTRY
      *  VERIFY AND REBUILD UTILITY.  ONE RECORD IS READ AT THE START
      *  OF EACH RUN, THE SAME WAY APRMFILE DRIVES CNT900.  THE
      *  BUSINESS DATE AND RETENTION WINDOW COME FROM PARMFILE, SO
      *  THE UTILITY ALWAYS WORKS TO THE SAME WINDOW CNT100 PURGES TO.
      *
      *  CNT-DPRM-FUNCTION "B" REBUILDS DUPFILE FROM THE RETAINED
      *  TRANFILE GENERATIONS AND LEAVES IT UNVERIFIED.  FUNCTION "V"
      *  VERIFIES THE CLUSTER AGAINST THOSE GENERATIONS AND MARKS IT
      *  VERIFIED ONLY IF NO ID IS MISSING OR MISDATED.
      *  FUNCTION "S" RECORDS THAT THE CLUSTER HAS JUST BEEN RESTORED
      *  FROM BACKUP, WHICH LEAVES IT UNVERIFIED UNTIL A VERIFY PASS.
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      ******************************************************************
       01  CNT-DPRM-RECORD.
           05  CNT-DPRM-FUNCTION              PIC X(01).
               88  CNT-DPRM-REBUILD                  VALUE "B".
               88  CNT-DPRM-VERIFY                   VALUE "V".
               88  CNT-DPRM-RESTORED                 VALUE "S".
           05  FILLER                         PIC X(79).
