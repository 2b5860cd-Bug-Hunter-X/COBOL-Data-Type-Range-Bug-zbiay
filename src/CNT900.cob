003178*                    RANGE TESTS STILL WORK ON THE LEADING RUN
003180*                    DATE, SO EVERY SEQUENCE OF AN AGED DATE
003182*                    ARCHIVES AND RELOADS TOGETHER.
003183*  2026-10-15   RDH  CNT-AVSM-RECORD WIDENED FROM 450 TO 770
003184*                    BYTES TO STAY IN STEP WITH CNT-VSAM-RECORD,
003185*                    WHICH GREW WHEN THE REVERSAL COUNT AND
003186*                    REVERSAL DOLLAR TOTAL (CNT-VSAM-AREA-5/
003187*                    AREA-6) WERE ADDED.  AN ARCHIVE UNLOADED
003188*                    AT 450 BYTES CANNOT BE RELOADED AT THE NEW
003189*                    SIZE - RELOAD IT INTO THE OLD CLUSTER BEFORE
003190*                    THE CUTOVER SO CNT700 CONVERTS IT WITH THE
003191*                    REST OF THE RETAINED HISTORY.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
007800******************************************************************
007900 01  CNT-AVSM-RECORD.
008000     05  CNT-AVSM-RUN-DATE              PIC 9(08).
008100     05  FILLER                         PIC X(762).
008200 FD  ATHSFILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
