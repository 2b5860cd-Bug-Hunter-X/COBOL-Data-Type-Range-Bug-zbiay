000900*
001000*  THE VSAMFILE RECORD GREW FROM 80 BYTES (THREE FIXED CATEGORY
001100*  SLOTS PLUS FILLER) TO 308 BYTES (TWENTY SLOTS) WHEN THE
001200*  CATEGORY LIST WENT DATA-DRIVEN OFF CATFILE, AND HAS GROWN
001210*  SINCE - MOST RECENTLY FROM 450 TO 770 BYTES WHEN THE DAILY
001220*  REVERSAL COUNT AND DOLLAR TOTAL WERE ADDED.  RECORDS WRITTEN
001300*  BEFORE A GROWTH CANNOT BE READ WITH THE NEW LAYOUT, AND
001400*  THE NEW LAYOUT CANNOT BE WRITTEN INTO THE OLD CLUSTER, SO THE
001500*  CUTOVER IS: DEFINE A NEW VSAMFILE CLUSTER AT THE NEW RECORD
001600*  SIZE, RUN CNT700 ONCE TO COPY THE RETAINED HISTORY ACROSS,
001700*  THEN POINT CNT100/CNT300/CNT400 AT THE NEW CLUSTER.
001800*
001900*  READS OLDVSAM (THE RETAINED PRE-CUTOVER CLUSTER) IN KEY
002000*  SEQUENCE AND WRITES ONE NEW-LAYOUT RECORD PER RUN DATE AND
002100*  SEQUENCE TO VSAMFILE, CARRYING EACH OLD CATEGORY SLOT'S
002110*  CATEGORY, COUNTS AND DOLLAR VOLUME ACROSS FIELD BY FIELD AND
002120*  ZEROING THE NEW REVERSAL FIGURES, WHICH WERE NEVER CAPTURED
002130*  FOR THOSE DATES.  SLOTS THE OLD RECORD LEFT UNUSED CARRY
002200*  ACROSS IN THE INITIALIZED STATE CNT100 LEAVES THEM IN.
002300*
002400*  AN ARCHIVE UNLOADED BY CNT900 AT THE OLD SIZE IS RELOADED INTO
002410*  THE OLD CLUSTER BEFORE CNT700 RUNS SO IT IS CONVERTED WITH THE
002420*  REST OF THE HISTORY.
002430*
002500*  MAINTENANCE HISTORY
002600*  DATE        INIT  DESCRIPTION
002700*  ----------  ----  -----------------------------------------
002820*                    SEQUENCE.  EACH CONVERTED PRE-CUTOVER
002830*                    RECORD IS WRITTEN AS SEQUENCE 01, THE ONLY
002840*                    PUBLICATION ITS RUN DATE EVER HAD.
002850*  2026-10-15   RDH  OLDVSAM IS NOW THE 450-BYTE CLUSTER (TWENTY
002860*                    SLOTS, KEYED BY RUN DATE PLUS RUN SEQUENCE)
002870*                    AND VSAMFILE THE 770-BYTE ONE.  CATEGORY,
002880*                    AREA-2, AREA-3 AND AREA-4 ARE COPIED PER
002890*                    SLOT, AREA-5 AND AREA-6 ARE ZEROED, AND
002891*                    EACH RECORD KEEPS ITS OWN RUN SEQUENCE.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003600     SELECT OLDVSAM ASSIGN TO OLDVSAM
003610         ORGANIZATION IS INDEXED
003620         ACCESS MODE IS SEQUENTIAL
003630         RECORD KEY IS CNT-OLD-KEY
003640         FILE STATUS IS CNT-OLDVSAM-STATUS.
003700     SELECT VSAMFILE ASSIGN TO VSAMFILE
003710         ORGANIZATION IS INDEXED
004000 FD  OLDVSAM
004010     RECORDING MODE IS F.
004100 01  CNT-OLD-RECORD.
004110     05  CNT-OLD-KEY.
004112         10  CNT-OLD-RUN-DATE      PIC 9(08).
004114         10  CNT-OLD-RUN-SEQ       PIC 9(02).
004120     05  CNT-OLD-CAT-ENTRY OCCURS 20 TIMES.
004130         10  CNT-OLD-CATEGORY      PIC X(01).
004140         10  CNT-OLD-AREA-2        PIC 9(09).
004150         10  CNT-OLD-AREA-3        PIC 9(05).
004160         10  CNT-OLD-AREA-4        PIC S9(11)V99 COMP-3.
004200 FD  VSAMFILE
004210     RECORDING MODE IS F.
004220 COPY CNTVSAM.
004500 01  CNT-RECORDS-READ              PIC 9(09) COMP VALUE ZEROES.
004510 01  CNT-RECORDS-WRITTEN           PIC 9(09) COMP VALUE ZEROES.
004600******************************************************************
004610*    SUBSCRIPT FOR THE OLD SLOT TABLE
004620******************************************************************
004700 01  CNT-OLD-SUB                   PIC 9(02) COMP VALUE ZEROES.
004800******************************************************************
010300     EXIT.
010400******************************************************************
010500*    2200-CONVERT-ONE-RECORD - BUILD A NEW-LAYOUT RECORD FROM
010600*                              THE OLD 450-BYTE RECORD UNDER
010700*                              THE SAME RUN DATE AND SEQUENCE
011000******************************************************************
011100 2200-CONVERT-ONE-RECORD.
011200     ADD 1 TO CNT-RECORDS-READ.
011300     INITIALIZE CNT-VSAM-RECORD.
011400     MOVE CNT-OLD-RUN-DATE TO CNT-VSAM-RUN-DATE.
011450     MOVE CNT-OLD-RUN-SEQ TO CNT-VSAM-RUN-SEQ.
011500     MOVE 1 TO CNT-OLD-SUB.
011600     PERFORM 2250-CONVERT-ONE-SLOT THRU 2250-EXIT
011700         VARYING CNT-OLD-SUB FROM 1 BY 1
011800         UNTIL CNT-OLD-SUB > 20.
011900     WRITE CNT-VSAM-RECORD
012000         INVALID KEY
012100             DISPLAY "CNT700 - VSAMFILE WRITE FAILED FOR DATE "
012900 2200-EXIT.
013000     EXIT.
013100******************************************************************
013200*    2250-CONVERT-ONE-SLOT - THE OLD FIELDS CARRY ACROSS AS
013210*                            THEY ARE; THE REVERSAL FIGURES
013220*                            WERE NOT KEPT BEFORE THE CUTOVER
013300******************************************************************
013400 2250-CONVERT-ONE-SLOT.
013500     MOVE CNT-OLD-CATEGORY(CNT-OLD-SUB)
013800         TO CNT-VSAM-AREA-2(CNT-OLD-SUB).
013900     MOVE CNT-OLD-AREA-3(CNT-OLD-SUB)
014000         TO CNT-VSAM-AREA-3(CNT-OLD-SUB).
014010     MOVE CNT-OLD-AREA-4(CNT-OLD-SUB)
014020         TO CNT-VSAM-AREA-4(CNT-OLD-SUB).
014030     MOVE ZEROES TO CNT-VSAM-AREA-5(CNT-OLD-SUB)
014040                    CNT-VSAM-AREA-6(CNT-OLD-SUB).
014100 2250-EXIT.
014200     EXIT.
014300******************************************************************
