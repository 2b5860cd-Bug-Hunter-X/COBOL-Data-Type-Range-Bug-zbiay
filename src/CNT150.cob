000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CNT150.
000300 AUTHOR. R D HARTLEY.
000400 INSTALLATION. DAILY BATCH - TRANSACTION CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  CNT150 - GENERAL-LEDGER POSTING INTERFACE.
000900*
001000*  RUNS AFTER CNT100 (AND AFTER CNT800 ON DAYS IT RUNS).  READS
001100*  THE LATEST VSAMFILE RECORD PUBLISHED FOR THE BUSINESS DATE
001200*  (CNT-PARM-BUSINESS-DATE, OR THE SYSTEM DATE WHEN PARMFILE
001300*  SUPPLIES NONE, THE SAME RULE CNT100 USES) AND TURNS EACH
001400*  CATEGORY'S DOLLAR VOLUME INTO BALANCED GL JOURNAL ENTRIES ON
001500*  GLJEFILE (SEE CNTGLJE COPYBOOK).  THE PUBLISHED NET VOLUME
001600*  (CNT-VSAM-AREA-4) IS SPLIT INTO ITS GROSS AMOUNT AND ITS
001700*  REVERSAL AMOUNT (CNT-VSAM-AREA-6) AND EACH IS POSTED AS ITS
001800*  OWN DEBIT/CREDIT PAIR TO THE ACCOUNTS NAMED FOR THE CATEGORY
001900*  ON GLMAPFILE (SEE CNTGLMP COPYBOOK).  EVERY CNT800 SUSPENSE
002000*  CORRECTION EXTRACTED TO GLADFILE (SEE CNTGLAD COPYBOOK) IS
002100*  POSTED AS AN ADJUSTING PAIR REFERENCING THE RUN DATE, RUN
002200*  SEQUENCE AND TRANSACTION ID IT CHANGED.
002210*  AN EXTRACT RECORD NO NEWER THAN THE LAST EXTRACT POSTED (AS
002220*  KEPT ON GLPCTL, SEE CNTGCTL COPYBOOK) IS SKIPPED, AND ONE FOR
002230*  THE VERY RUN DATE AND SEQUENCE BEING POSTED IS ALREADY IN THE
002240*  PUBLISHED FIGURE, SO IT IS LISTED BUT NOT POSTED AGAIN.
002250*  A BUSINESS DATE GLPCTL SHOWS AS ALREADY RELEASED IS HELD, EVEN
002260*  WHEN CNT100 HAS SINCE PUBLISHED A LATER SEQUENCE FOR IT - A
002270*  RESTATED DAY NEEDS CORRECTING ENTRIES, NOT A SECOND POSTING.
002300*
002400*  THE GRPTFILE POSTING CONTROL REPORT (SEE CNTGRPT COPYBOOK)
002500*  TIES EACH CATEGORY'S JOURNALLED GROSS LESS REVERSAL BACK TO
002600*  ITS PUBLISHED NET VOLUME, LISTS EVERY ADJUSTMENT POSTED, AND
002700*  TOTALS BOTH SIDES OF THE JOURNAL.  A CATEGORY (OR AN
002800*  ADJUSTMENT) WITH NO GL MAPPING, A CATEGORY THAT DOES NOT TIE,
002900*  OR A JOURNAL WHOSE DEBITS DO NOT EQUAL ITS CREDITS HOLDS THE
003000*  WHOLE JOURNAL BACK: GLJEFILE IS LEFT EMPTY AND THE RUN ENDS
003100*  WITH RETURN-CODE 16, SO A PARTIAL DAY NEVER REACHES THE GL.
003200*
003300*  MAINTENANCE HISTORY
003400*  DATE        INIT  DESCRIPTION
003500*  ----------  ----  -----------------------------------------
003600*  2026-10-15   RDH  ORIGINAL PROGRAM.
003601*  2026-10-15   RDH  THE CATEGORY TIE-OUT NOW COMPARES THE SIGNED
003602*                    NET OF THE JOURNAL LINES ACTUALLY WRITTEN FOR
003603*                    THE GROSS AND REVERSAL PAIRS, DEBIT SIDE AND
003604*                    CREDIT SIDE SEPARATELY, TO CNT-VSAM-AREA-4,
003605*                    AND THE TRAILER TOTALS COUNT ONLY LINES
003606*                    WRITTEN.
003607*  2026-10-15   RDH  GLADFILE RECORDS NO NEWER THAN THE LAST
003608*                    EXTRACT POSTED (NEW GLPCTL CONTROL RECORD,
003609*                    SEE CNTGCTL COPYBOOK) ARE SKIPPED AS ALREADY
003610*                    POSTED.  GLPCTL IS REWRITTEN WHEN THE JOURNAL
003611*                    IS RELEASED.
003612*  2026-10-15   RDH  AN ADJUSTMENT FOR THE RUN DATE AND SEQUENCE
003613*                    BEING POSTED IS ALREADY IN ITS CNT-VSAM-
003614*                    AREA-4 AND IS NOW LISTED AS IN PUBLISHED
003615*                    FIGURE INSTEAD OF BEING POSTED A SECOND TIME.
003616*  2026-10-15   RDH  PARMFILE IS NOW CLOSED ONLY AFTER ITS
003617*                    BUSINESS DATE HAS BEEN TESTED.
003618*  2026-10-15   RDH  A BUSINESS DATE ALREADY RELEASED TO THE GL
003619*                    (GLPCTL POSTING DATE) IS NOW HELD WITH
003620*                    "DAY ALREADY POSTED AT SEQ NN" INSTEAD OF
003621*                    BEING POSTED IN FULL A SECOND TIME.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT PARMFILE ASSIGN TO PARMFILE
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS CNT-PARMFILE-STATUS.
004700     SELECT GLMAPFILE ASSIGN TO GLMAPFILE
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS CNT-GLMAPFILE-STATUS.
005000     SELECT VSAMFILE ASSIGN TO VSAMFILE
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS CNT-VSAM-KEY
005400         FILE STATUS IS CNT-VSAMFILE-STATUS.
005500     SELECT GLADFILE ASSIGN TO GLADFILE
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS CNT-GLADFILE-STATUS.
005800     SELECT GLJEFILE ASSIGN TO GLJEFILE
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS CNT-GLJEFILE-STATUS.
006100     SELECT GRPTFILE ASSIGN TO GRPTFILE
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS CNT-GRPTFILE-STATUS.
006310     SELECT GLPCTL ASSIGN TO GLPCTL
006320         ORGANIZATION IS SEQUENTIAL
006330         FILE STATUS IS CNT-GLPCTL-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  PARMFILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 COPY CNTPARM.
007000 FD  GLMAPFILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 COPY CNTGLMP.
007400 FD  VSAMFILE
007500     RECORDING MODE IS F.
007600 COPY CNTVSAM.
007700 FD  GLADFILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 COPY CNTGLAD.
008100 FD  GLJEFILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400 COPY CNTGLJE.
008500 FD  GRPTFILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800 01  CNT-GRPT-RECORD                PIC X(80).
008810 FD  GLPCTL
008820     RECORDING MODE IS F
008830     LABEL RECORDS ARE STANDARD.
008840 COPY CNTGCTL.
008900 WORKING-STORAGE SECTION.
009000******************************************************************
009100*    POSTING CONTROL REPORT PRINT LINES
009200******************************************************************
009300 COPY CNTGRPT.
009400******************************************************************
009500*    RUN DATE - THE BUSINESS DATE WHEN PARMFILE SUPPLIES ONE,
009600*    OTHERWISE THE SYSTEM DATE, AS IN CNT100
009700******************************************************************
009800 01  CNT-RUN-DATE                  PIC 9(08) VALUE ZEROES.
009900 01  CNT-SYSTEM-DATE               PIC 9(08) VALUE ZEROES.
010000 01  CNT-SYSTEM-TIME               PIC 9(08) VALUE ZEROES.
010100******************************************************************
010200*    GL MAPPING TABLE - LOADED IN FULL FROM GLMAPFILE AT
010300*    1100-LOAD-GL-MAP.  A BLANK REVERSAL PAIR IS FILLED IN AT LOAD
010400*    TIME AS THE GROSS PAIR WITH DEBIT AND CREDIT SWAPPED
010500******************************************************************
010600 01  CNT-GLM-MAX-ENTRIES           PIC 9(02) COMP VALUE 50.
010700 01  CNT-GLM-COUNT                 PIC 9(02) COMP VALUE ZEROES.
010800 01  CNT-GL-MAP-TABLE.
010900     05  CNT-GLM-ENTRY OCCURS 50 TIMES
011000             INDEXED BY CNT-GLM-IDX.
011100         10  CNT-GLM-CATEGORY          PIC X(01).
011200         10  CNT-GLM-GROSS-DR-ACCOUNT  PIC X(12).
011300         10  CNT-GLM-GROSS-CR-ACCOUNT  PIC X(12).
011400         10  CNT-GLM-REV-DR-ACCOUNT    PIC X(12).
011500         10  CNT-GLM-REV-CR-ACCOUNT    PIC X(12).
011600******************************************************************
011700*    RUN-SEQUENCE PROBE FIELDS - THE LATEST SEQUENCE PUBLISHED
011800*    FOR THE BUSINESS DATE IS THE ONE POSTED
011900******************************************************************
012000 01  CNT-FOUND-SEQ                 PIC 9(02) VALUE ZEROES.
012100 01  CNT-PROBE-SEQ                 PIC 9(03) COMP VALUE ZEROES.
012200 01  CNT-PROBE-SW                  PIC X(01) VALUE "N".
012300     88  CNT-PROBE-DONE                      VALUE "Y".
012400 01  CNT-VSAM-SUB                  PIC 9(02) COMP VALUE ZEROES.
012500******************************************************************
012600*    ENTRY PAIR IN FLIGHT - SET BY THE CALLER BEFORE
012700*    2600-WRITE-ENTRY-PAIR.  THE AMOUNT IS SIGNED HERE; THE
012800*    JOURNAL LINES CARRY IT UNSIGNED WITH THE DEBIT/CREDIT
012900*    INDICATOR GIVING THE DIRECTION
013000******************************************************************
013100 01  CNT-POST-CATEGORY             PIC X(01) VALUE SPACES.
013200 01  CNT-POST-ENTRY-TYPE           PIC X(01) VALUE SPACES.
013300 01  CNT-POST-ADJUSTMENT-SW        PIC X(01) VALUE "N".
013400 01  CNT-POST-AMOUNT               PIC S9(11)V99 COMP-3
013500                                   VALUE ZEROES.
013600 01  CNT-POST-DR-ACCOUNT           PIC X(12) VALUE SPACES.
013700 01  CNT-POST-CR-ACCOUNT           PIC X(12) VALUE SPACES.
013800 01  CNT-POST-SWAP-ACCOUNT         PIC X(12) VALUE SPACES.
013900 01  CNT-POST-REF-RUN-DATE         PIC 9(08) VALUE ZEROES.
014000 01  CNT-POST-REF-RUN-SEQ          PIC 9(02) VALUE ZEROES.
014100 01  CNT-POST-REF-TRAN-ID          PIC X(10) VALUE SPACES.
014110******************************************************************
014120*    JOURNAL LINE JUST WRITTEN - ITS SIGNED EFFECT ON THE
014130*    CATEGORY'S NET VOLUME IS +1 FOR A GROSS PAIR AND -1 FOR A
014140*    REVERSAL PAIR, FLIPPED WHEN A NEGATIVE AMOUNT SWAPPED THE
014150*    SIDES, TIMES THE AMOUNT ON THE LINE
014160******************************************************************
014170 01  CNT-POST-NET-SIGN             PIC S9(01) VALUE ZEROES.
014180 01  CNT-ENTRY-WRITTEN-SW          PIC X(01) VALUE "N".
014190     88  CNT-ENTRY-WRITTEN                   VALUE "Y".
014200******************************************************************
014300*    ONE CATEGORY'S FIGURES - GROSS IS THE PUBLISHED NET LESS THE
014310*    (NEGATIVE) REVERSAL TOTAL, REVERSAL IS THAT TOTAL'S
014320*    MAGNITUDE.  THE JOURNALLED NETS ARE THE SIGNED NET OF THE
014330*    DEBIT LINES AND OF THE CREDIT LINES WRITTEN FOR BOTH PAIRS,
014340*    EACH OF WHICH MUST EQUAL THE PUBLISHED NET VOLUME
014500******************************************************************
014600 01  CNT-GROSS-AMOUNT              PIC S9(11)V99 COMP-3
014700                                   VALUE ZEROES.
014800 01  CNT-REVERSAL-AMOUNT           PIC S9(11)V99 COMP-3
014900                                   VALUE ZEROES.
014910 01  CNT-CAT-JRNL-DEBIT-NET        PIC S9(13)V99 COMP-3
014920                                   VALUE ZEROES.
014930 01  CNT-CAT-JRNL-CREDIT-NET       PIC S9(13)V99 COMP-3
014940                                   VALUE ZEROES.
015200******************************************************************
015300*    CONTROL TOTALS
015400******************************************************************
015500 01  CNT-CATEGORY-COUNT            PIC 9(09) COMP VALUE ZEROES.
015600 01  CNT-UNMAPPED-COUNT            PIC 9(09) COMP VALUE ZEROES.
015700 01  CNT-UNTIED-COUNT              PIC 9(09) COMP VALUE ZEROES.
015800 01  CNT-ADJUSTMENT-COUNT          PIC 9(09) COMP VALUE ZEROES.
015810 01  CNT-IN-FIGURE-COUNT           PIC 9(09) COMP VALUE ZEROES.
015820 01  CNT-ALREADY-POSTED-COUNT      PIC 9(09) COMP VALUE ZEROES.
015900 01  CNT-ENTRY-COUNT               PIC 9(09) COMP VALUE ZEROES.
016000 01  CNT-PUBLISHED-NET-TOTAL       PIC S9(13)V99 COMP-3
016100                                   VALUE ZEROES.
016200 01  CNT-JOURNAL-NET-TOTAL         PIC S9(13)V99 COMP-3
016300                                   VALUE ZEROES.
016400 01  CNT-ADJUSTMENT-NET-TOTAL      PIC S9(13)V99 COMP-3
016500                                   VALUE ZEROES.
016600 01  CNT-DEBIT-TOTAL               PIC S9(13)V99 COMP-3
016700                                   VALUE ZEROES.
016800 01  CNT-CREDIT-TOTAL              PIC S9(13)V99 COMP-3
016900                                   VALUE ZEROES.
016901******************************************************************
016902*    GLADFILE EXTRACT STAMPS - THE LAST ONE POSTED, FROM GLPCTL,
016903*    AND THE NEWEST ONE SEEN THIS RUN, SAVED BACK TO GLPCTL WHEN
016904*    THE JOURNAL IS RELEASED
016905******************************************************************
016906 01  CNT-LAST-EXTRACT.
016907     05  CNT-LAST-EXTRACT-DATE     PIC 9(08) VALUE ZEROES.
016908     05  CNT-LAST-EXTRACT-TIME     PIC 9(08) VALUE ZEROES.
016909 01  CNT-HIGH-EXTRACT.
016910     05  CNT-HIGH-EXTRACT-DATE     PIC 9(08) VALUE ZEROES.
016911     05  CNT-HIGH-EXTRACT-TIME     PIC 9(08) VALUE ZEROES.
016912******************************************************************
016913*    THE BUSINESS DATE AND RUN SEQUENCE LAST RELEASED TO THE GL,
016914*    FROM GLPCTL.  A DATE ALREADY RELEASED IS NEVER POSTED AGAIN
016915******************************************************************
016916 01  CNT-LAST-POSTED-DATE          PIC 9(08) VALUE ZEROES.
016917 01  CNT-LAST-POSTED-SEQ           PIC 9(02) VALUE ZEROES.
016918 01  CNT-POSTED-REASON.
016919     05  FILLER                    PIC X(26) VALUE
016920         "DAY ALREADY POSTED AT SEQ ".
016921     05  CNT-POSTED-REASON-SEQ     PIC 9(02).
016922     05  FILLER                    PIC X(12) VALUE SPACES.
017000******************************************************************
017100*    WHY THE JOURNAL WAS HELD BACK, PRINTED ON THE STATUS LINE
017200******************************************************************
017300 01  CNT-HOLD-REASON               PIC X(40) VALUE SPACES.
017400******************************************************************
017500*    FILE STATUS FIELDS
017600******************************************************************
017700 01  CNT-PARMFILE-STATUS           PIC X(02) VALUE "00".
017800 01  CNT-GLMAPFILE-STATUS          PIC X(02) VALUE "00".
017900 01  CNT-VSAMFILE-STATUS           PIC X(02) VALUE "00".
018000 01  CNT-GLADFILE-STATUS           PIC X(02) VALUE "00".
018100 01  CNT-GLJEFILE-STATUS           PIC X(02) VALUE "00".
018200 01  CNT-GRPTFILE-STATUS           PIC X(02) VALUE "00".
018210 01  CNT-GLPCTL-STATUS             PIC X(02) VALUE "00".
018300******************************************************************
018400*    SWITCHES
018500******************************************************************
018600 01  CNT-SWITCHES.
018700     05  CNT-PARMFILE-SW           PIC X(01) VALUE "N".
018800         88  CNT-PARMFILE-EOF               VALUE "Y".
018900     05  CNT-GLMAPFILE-SW          PIC X(01) VALUE "N".
019000         88  CNT-GLMAPFILE-EOF              VALUE "Y".
019100     05  CNT-GLADFILE-SW           PIC X(01) VALUE "N".
019200         88  CNT-GLADFILE-EOF               VALUE "Y".
019210     05  CNT-GLPCTL-SW             PIC X(01) VALUE "N".
019220         88  CNT-GLPCTL-EOF                 VALUE "Y".
019300     05  CNT-GLM-NOTFOUND-SW       PIC X(01) VALUE "N".
019400         88  CNT-GLM-NOTFOUND               VALUE "Y".
019500     05  CNT-JOURNAL-HOLD-SW       PIC X(01) VALUE "N".
019600         88  CNT-JOURNAL-HELD               VALUE "Y".
019700 PROCEDURE DIVISION.
019800******************************************************************
019900*    0000-MAINLINE
020000******************************************************************
020100 0000-MAINLINE.
020200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020300     IF RETURN-CODE = 0
020400         PERFORM 2000-POST-DAILY-VOLUME THRU 2000-EXIT
020500     END-IF.
020600     IF RETURN-CODE = 0
020700         PERFORM 3000-POST-ADJUSTMENTS THRU 3000-EXIT
020800     END-IF.
020900     IF RETURN-CODE = 0
021000         PERFORM 9999-TERMINATE THRU 9999-EXIT
021100     END-IF.
021200     STOP RUN.
021300******************************************************************
021400*    1000-INITIALIZE - ESTABLISH THE RUN DATE, LOAD THE GL
021500*                      MAPPING, READ THE DAY'S LATEST PUBLISHED
021600*                      VSAMFILE RECORD, THEN OPEN THE OUTPUTS
021700******************************************************************
021800 1000-INITIALIZE.
021900     ACCEPT CNT-SYSTEM-DATE FROM DATE YYYYMMDD.
022000     ACCEPT CNT-SYSTEM-TIME FROM TIME.
022100     MOVE CNT-SYSTEM-DATE TO CNT-RUN-DATE.
022200     PERFORM 1080-LOAD-PARMFILE THRU 1080-EXIT.
022300     IF RETURN-CODE NOT = 0
022400         GO TO 1000-EXIT
022500     END-IF.
022510     PERFORM 1090-LOAD-POSTING-CONTROL THRU 1090-EXIT.
022520     IF RETURN-CODE NOT = 0
022530         GO TO 1000-EXIT
022540     END-IF.
022600     PERFORM 1100-LOAD-GL-MAP THRU 1100-EXIT.
022700     IF RETURN-CODE NOT = 0
022800         GO TO 1000-EXIT
022900     END-IF.
023000     OPEN INPUT VSAMFILE.
023100     IF CNT-VSAMFILE-STATUS NOT = "00"
023200         DISPLAY "CNT150 - VSAMFILE OPEN FAILED, STATUS = "
023300             CNT-VSAMFILE-STATUS
023400         MOVE 16 TO RETURN-CODE
023500         GO TO 1000-EXIT
023600     END-IF.
023700     PERFORM 1200-FIND-LATEST-SEQ THRU 1200-EXIT.
023800     IF CNT-FOUND-SEQ = 0
023900         DISPLAY "CNT150 - NO VSAMFILE RECORD PUBLISHED FOR "
024000             CNT-RUN-DATE
024100         MOVE 16 TO RETURN-CODE
024200         GO TO 1000-EXIT
024300     END-IF.
024400     MOVE CNT-RUN-DATE TO CNT-VSAM-RUN-DATE.
024500     MOVE CNT-FOUND-SEQ TO CNT-VSAM-RUN-SEQ.
024600     READ VSAMFILE
024700         INVALID KEY
024800             DISPLAY "CNT150 - VSAMFILE READ FAILED, STATUS = "
024900                 CNT-VSAMFILE-STATUS
025000             MOVE 16 TO RETURN-CODE
025100             GO TO 1000-EXIT
025200     END-READ.
025300     OPEN INPUT GLADFILE.
025400     IF CNT-GLADFILE-STATUS = "35"
025500         MOVE "Y" TO CNT-GLADFILE-SW
025600     ELSE
025700         IF CNT-GLADFILE-STATUS NOT = "00"
025800             DISPLAY "CNT150 - GLADFILE OPEN FAILED, STATUS = "
025900                 CNT-GLADFILE-STATUS
026000             MOVE 16 TO RETURN-CODE
026100             GO TO 1000-EXIT
026200         END-IF
026300     END-IF.
026400     OPEN OUTPUT GLJEFILE.
026500     IF CNT-GLJEFILE-STATUS NOT = "00"
026600         DISPLAY "CNT150 - GLJEFILE OPEN FAILED, STATUS = "
026700             CNT-GLJEFILE-STATUS
026800         MOVE 16 TO RETURN-CODE
026900         GO TO 1000-EXIT
027000     END-IF.
027100     OPEN OUTPUT GRPTFILE.
027200     IF CNT-GRPTFILE-STATUS NOT = "00"
027300         DISPLAY "CNT150 - GRPTFILE OPEN FAILED, STATUS = "
027400             CNT-GRPTFILE-STATUS
027500         MOVE 16 TO RETURN-CODE
027600         GO TO 1000-EXIT
027700     END-IF.
027800     MOVE SPACES TO CNT-GLJE-RECORD.
027900     MOVE "H" TO CNT-GLJE-RECORD-TYPE.
028000     MOVE CNT-RUN-DATE TO CNT-GLJE-HDR-POSTING-DATE.
028100     MOVE "CNT150" TO CNT-GLJE-HDR-SOURCE.
028200     MOVE CNT-SYSTEM-DATE TO CNT-GLJE-HDR-CREATE-DATE.
028300     MOVE CNT-SYSTEM-TIME TO CNT-GLJE-HDR-CREATE-TIME.
028400     WRITE CNT-GLJE-RECORD.
028500     MOVE CNT-RUN-DATE TO CNT-GRPT-TITLE-DATE.
028600     MOVE CNT-FOUND-SEQ TO CNT-GRPT-TITLE-SEQ.
028700     MOVE CNT-GRPT-TITLE-LINE TO CNT-GRPT-RECORD.
028800     WRITE CNT-GRPT-RECORD.
028900     MOVE SPACES TO CNT-GRPT-RECORD.
029000     WRITE CNT-GRPT-RECORD.
029100     MOVE CNT-GRPT-HEADER-LINE TO CNT-GRPT-RECORD.
029200     WRITE CNT-GRPT-RECORD.
029300 1000-EXIT.
029400     EXIT.
029500******************************************************************
029600*    1080-LOAD-PARMFILE - ONLY THE BUSINESS DATE IS USED HERE.  AN
029700*                         ABSENT OR EMPTY PARMFILE, OR A BLANK,
029800*                         NON-NUMERIC OR ZERO DATE, LEAVES THE
029900*                         SYSTEM DATE IN PLACE
030000******************************************************************
030100 1080-LOAD-PARMFILE.
030200     OPEN INPUT PARMFILE.
030300     IF CNT-PARMFILE-STATUS = "35"
030400         MOVE "Y" TO CNT-PARMFILE-SW
030500     ELSE
030600         IF CNT-PARMFILE-STATUS NOT = "00"
030700             DISPLAY "CNT150 - PARMFILE OPEN FAILED, STATUS = "
030800                 CNT-PARMFILE-STATUS
030900             MOVE 16 TO RETURN-CODE
031000             GO TO 1080-EXIT
031100         END-IF
031110         READ PARMFILE
031120             AT END
031130                 MOVE "Y" TO CNT-PARMFILE-SW
031140         END-READ
031150     END-IF.
031160     IF NOT CNT-PARMFILE-EOF
031170         AND CNT-PARM-BUSINESS-DATE IS NUMERIC
031180         AND CNT-PARM-BUSINESS-DATE > 0
031190         MOVE CNT-PARM-BUSINESS-DATE TO CNT-RUN-DATE
031200     END-IF.
031210     IF CNT-PARMFILE-STATUS NOT = "35"
031220         CLOSE PARMFILE
031230     END-IF.
031240     DISPLAY "CNT150 - POSTING GL FOR BUSINESS DATE "
031250         CNT-RUN-DATE.
031260 1080-EXIT.
031270     EXIT.
031280******************************************************************
031290*    1090-LOAD-POSTING-CONTROL - PICK UP THE BUSINESS DATE AND
031300*                                SEQUENCE LAST RELEASED AND THE
031310*                                STAMP OF THE LAST GLADFILE
031320*                                EXTRACT POSTED.  AN ABSENT OR
031325*                                EMPTY GLPCTL MEANS NONE YET
031330******************************************************************
031340 1090-LOAD-POSTING-CONTROL.
031350     OPEN INPUT GLPCTL.
031360     IF CNT-GLPCTL-STATUS = "35"
031370         MOVE "Y" TO CNT-GLPCTL-SW
031380     ELSE
031390         IF CNT-GLPCTL-STATUS NOT = "00"
031400             DISPLAY "CNT150 - GLPCTL OPEN FAILED, STATUS = "
031410                 CNT-GLPCTL-STATUS
031420             MOVE 16 TO RETURN-CODE
031430             GO TO 1090-EXIT
031440         END-IF
031450         READ GLPCTL
031460             AT END
031470                 MOVE "Y" TO CNT-GLPCTL-SW
031480         END-READ
031490     END-IF.
031500     IF NOT CNT-GLPCTL-EOF
031510         AND CNT-GCTL-EXTRACT-PRODUCED IS NUMERIC
031520         MOVE CNT-GCTL-EXTRACT-PRODUCED TO CNT-LAST-EXTRACT
031530     END-IF.
031531     IF NOT CNT-GLPCTL-EOF
031532         AND CNT-GCTL-POSTING-DATE IS NUMERIC
031533         AND CNT-GCTL-RUN-SEQ IS NUMERIC
031534         MOVE CNT-GCTL-POSTING-DATE TO CNT-LAST-POSTED-DATE
031535         MOVE CNT-GCTL-RUN-SEQ TO CNT-LAST-POSTED-SEQ
031536     END-IF.
031540     IF CNT-GLPCTL-STATUS NOT = "35"
031550         CLOSE GLPCTL
031560     END-IF.
031570     MOVE CNT-LAST-EXTRACT TO CNT-HIGH-EXTRACT.
031580 1090-EXIT.
031590     EXIT.
032700******************************************************************
032800*    1100-LOAD-GL-MAP - LOAD THE CATEGORY-TO-GL-ACCOUNT MAPPING.
032900*                       AN ABSENT OR EMPTY GLMAPFILE IS NOT AN
033000*                       ERROR HERE - EVERY CATEGORY THEN SHOWS AS
033100*                       UNMAPPED ON THE CONTROL REPORT AND THE
033200*                       JOURNAL IS HELD
033300******************************************************************
033400 1100-LOAD-GL-MAP.
033500     OPEN INPUT GLMAPFILE.
033600     IF CNT-GLMAPFILE-STATUS = "35"
033700         MOVE "Y" TO CNT-GLMAPFILE-SW
033800     ELSE
033900         IF CNT-GLMAPFILE-STATUS NOT = "00"
034000             DISPLAY "CNT150 - GLMAPFILE OPEN FAILED, STATUS = "
034100                 CNT-GLMAPFILE-STATUS
034200             MOVE 16 TO RETURN-CODE
034300             GO TO 1100-EXIT
034400         END-IF
034500     END-IF.
034600     MOVE ZEROES TO CNT-GLM-COUNT.
034700     IF NOT CNT-GLMAPFILE-EOF
034800         READ GLMAPFILE
034900             AT END
035000                 MOVE "Y" TO CNT-GLMAPFILE-SW
035100         END-READ
035200     END-IF.
035300     PERFORM 1150-LOAD-ONE-GL-MAPPING THRU 1150-EXIT
035400         UNTIL CNT-GLMAPFILE-EOF
035500         OR CNT-GLM-COUNT >= CNT-GLM-MAX-ENTRIES.
035600     IF NOT CNT-GLMAPFILE-EOF
035700         DISPLAY "CNT150 - GLMAPFILE HAS MORE THAN "
035800             CNT-GLM-MAX-ENTRIES " MAPPINGS, EXTRAS IGNORED"
035900     END-IF.
036000     IF CNT-GLMAPFILE-STATUS NOT = "35"
036100         CLOSE GLMAPFILE
036200     END-IF.
036300     IF CNT-GLM-COUNT = 0
036400         DISPLAY "CNT150 - GLMAPFILE IS EMPTY, NO CATEGORY MAPPED"
036500     END-IF.
036600 1100-EXIT.
036700     EXIT.
036800******************************************************************
036900*    1150-LOAD-ONE-GL-MAPPING - APPEND ONE GLMAPFILE RECORD TO THE
037000*                               TABLE.  A RECORD WITH A BLANK
037100*                               CATEGORY OR A BLANK GROSS ACCOUNT
037200*                               IS SKIPPED, SO ITS CATEGORY STAYS
037300*                               UNMAPPED AND IS CAUGHT AT POSTING
037400******************************************************************
037500 1150-LOAD-ONE-GL-MAPPING.
037600     IF CNT-GLMP-CATEGORY = SPACES
037700         OR CNT-GLMP-GROSS-DR-ACCOUNT = SPACES
037800         OR CNT-GLMP-GROSS-CR-ACCOUNT = SPACES
037900         DISPLAY "CNT150 - INCOMPLETE GLMAPFILE RECORD SKIPPED, "
038000             "CATEGORY " CNT-GLMP-CATEGORY
038100         GO TO 1150-READ-NEXT
038200     END-IF.
038300     ADD 1 TO CNT-GLM-COUNT.
038400     SET CNT-GLM-IDX TO CNT-GLM-COUNT.
038500     MOVE CNT-GLMP-CATEGORY TO CNT-GLM-CATEGORY(CNT-GLM-IDX).
038600     MOVE CNT-GLMP-GROSS-DR-ACCOUNT
038700         TO CNT-GLM-GROSS-DR-ACCOUNT(CNT-GLM-IDX).
038800     MOVE CNT-GLMP-GROSS-CR-ACCOUNT
038900         TO CNT-GLM-GROSS-CR-ACCOUNT(CNT-GLM-IDX).
039000     IF CNT-GLMP-REV-DR-ACCOUNT = SPACES
039100         AND CNT-GLMP-REV-CR-ACCOUNT = SPACES
039200         MOVE CNT-GLMP-GROSS-CR-ACCOUNT
039300             TO CNT-GLM-REV-DR-ACCOUNT(CNT-GLM-IDX)
039400         MOVE CNT-GLMP-GROSS-DR-ACCOUNT
039500             TO CNT-GLM-REV-CR-ACCOUNT(CNT-GLM-IDX)
039600     ELSE
039700         MOVE CNT-GLMP-REV-DR-ACCOUNT
039800             TO CNT-GLM-REV-DR-ACCOUNT(CNT-GLM-IDX)
039900         MOVE CNT-GLMP-REV-CR-ACCOUNT
040000             TO CNT-GLM-REV-CR-ACCOUNT(CNT-GLM-IDX)
040100     END-IF.
040200******************************************************************
040300*    1150-READ-NEXT
040400******************************************************************
040500 1150-READ-NEXT.
040600     READ GLMAPFILE
040700         AT END
040800             MOVE "Y" TO CNT-GLMAPFILE-SW
040900     END-READ.
041000 1150-EXIT.
041100     EXIT.
041200******************************************************************
041300*    1200-FIND-LATEST-SEQ - PROBE UPWARD FROM SEQUENCE 01 FOR
041400*                           THE BUSINESS DATE.  THE LAST SEQUENCE
041500*                           FOUND IS THE LATEST PUBLICATION AND
041600*                           THE ONE POSTED; ZERO MEANS THE DATE
041700*                           NEVER PUBLISHED
041800******************************************************************
041900 1200-FIND-LATEST-SEQ.
042000     MOVE ZEROES TO CNT-FOUND-SEQ.
042100     MOVE "N" TO CNT-PROBE-SW.
042200     MOVE 1 TO CNT-PROBE-SEQ.
042300     PERFORM 1210-PROBE-ONE-SEQ THRU 1210-EXIT
042400         UNTIL CNT-PROBE-DONE
042500         OR CNT-PROBE-SEQ > 99.
042600 1200-EXIT.
042700     EXIT.
042800******************************************************************
042900*    1210-PROBE-ONE-SEQ
043000******************************************************************
043100 1210-PROBE-ONE-SEQ.
043200     MOVE CNT-RUN-DATE TO CNT-VSAM-RUN-DATE.
043300     MOVE CNT-PROBE-SEQ TO CNT-VSAM-RUN-SEQ.
043400     READ VSAMFILE
043500         INVALID KEY
043600             MOVE "Y" TO CNT-PROBE-SW
043700         NOT INVALID KEY
043800             MOVE CNT-PROBE-SEQ TO CNT-FOUND-SEQ
043900             ADD 1 TO CNT-PROBE-SEQ
044000     END-READ.
044100 1210-EXIT.
044200     EXIT.
044300******************************************************************
044400*    2000-POST-DAILY-VOLUME - ONE GROSS PAIR AND ONE REVERSAL PAIR
044500*                             PER CATEGORY SLOT IN USE ON THE
044600*                             DAY'S VSAMFILE RECORD
044700******************************************************************
044800 2000-POST-DAILY-VOLUME.
044900     MOVE 1 TO CNT-VSAM-SUB.
045000     PERFORM 2100-POST-ONE-CATEGORY THRU 2100-EXIT
045100         VARYING CNT-VSAM-SUB FROM 1 BY 1
045200         UNTIL CNT-VSAM-SUB > 20.
045300 2000-EXIT.
045400     EXIT.
045500******************************************************************
045600*    2100-POST-ONE-CATEGORY - SPLIT THE PUBLISHED NET VOLUME INTO
045700*                             GROSS AND REVERSAL, POST BOTH PAIRS,
045800*                             AND TIE WHAT WAS JOURNALLED BACK TO
045900*                             THE PUBLISHED FIGURE
046000******************************************************************
046100 2100-POST-ONE-CATEGORY.
046200     IF CNT-VSAM-CATEGORY(CNT-VSAM-SUB) = SPACES
046300         GO TO 2100-EXIT
046400     END-IF.
046500     ADD 1 TO CNT-CATEGORY-COUNT.
046600     MOVE CNT-VSAM-CATEGORY(CNT-VSAM-SUB) TO CNT-POST-CATEGORY.
046700     MOVE CNT-VSAM-CATEGORY(CNT-VSAM-SUB) TO CNT-GRPT-CATEGORY.
046800     ADD CNT-VSAM-AREA-4(CNT-VSAM-SUB) TO CNT-PUBLISHED-NET-TOTAL.
046900     MOVE CNT-VSAM-AREA-4(CNT-VSAM-SUB) TO CNT-GRPT-VSAM-NET.
047000     COMPUTE CNT-GROSS-AMOUNT = CNT-VSAM-AREA-4(CNT-VSAM-SUB)
047100         - CNT-VSAM-AREA-6(CNT-VSAM-SUB).
047200     COMPUTE CNT-REVERSAL-AMOUNT =
047300         0 - CNT-VSAM-AREA-6(CNT-VSAM-SUB).
047400     MOVE CNT-GROSS-AMOUNT TO CNT-GRPT-GROSS.
047500     MOVE CNT-REVERSAL-AMOUNT TO CNT-GRPT-REVERSAL.
047600     PERFORM 2500-FIND-GL-MAPPING THRU 2500-EXIT.
047700     IF CNT-GLM-NOTFOUND
047800         ADD 1 TO CNT-UNMAPPED-COUNT
047900         MOVE "Y" TO CNT-JOURNAL-HOLD-SW
048000         MOVE "CATEGORY WITH NO GL MAPPING" TO CNT-HOLD-REASON
048100         DISPLAY "CNT150 - NO GL MAPPING FOR CATEGORY "
048200             CNT-POST-CATEGORY
048300         MOVE ZEROES TO CNT-GRPT-JOURNAL-NET
048400         MOVE "NO GL MAP" TO CNT-GRPT-STATUS
048500         GO TO 2100-WRITE-LINE
048600     END-IF.
048700     MOVE "N" TO CNT-POST-ADJUSTMENT-SW.
048710     MOVE ZEROES TO CNT-CAT-JRNL-DEBIT-NET.
048720     MOVE ZEROES TO CNT-CAT-JRNL-CREDIT-NET.
048800     MOVE CNT-RUN-DATE TO CNT-POST-REF-RUN-DATE.
048900     MOVE CNT-FOUND-SEQ TO CNT-POST-REF-RUN-SEQ.
049000     MOVE SPACES TO CNT-POST-REF-TRAN-ID.
049100     MOVE "G" TO CNT-POST-ENTRY-TYPE.
049200     MOVE CNT-GROSS-AMOUNT TO CNT-POST-AMOUNT.
049300     MOVE CNT-GLM-GROSS-DR-ACCOUNT(CNT-GLM-IDX)
049400         TO CNT-POST-DR-ACCOUNT.
049500     MOVE CNT-GLM-GROSS-CR-ACCOUNT(CNT-GLM-IDX)
049600         TO CNT-POST-CR-ACCOUNT.
049700     PERFORM 2600-WRITE-ENTRY-PAIR THRU 2600-EXIT.
049800     MOVE "R" TO CNT-POST-ENTRY-TYPE.
049900     MOVE CNT-REVERSAL-AMOUNT TO CNT-POST-AMOUNT.
050000     MOVE CNT-GLM-REV-DR-ACCOUNT(CNT-GLM-IDX)
050100         TO CNT-POST-DR-ACCOUNT.
050200     MOVE CNT-GLM-REV-CR-ACCOUNT(CNT-GLM-IDX)
050300         TO CNT-POST-CR-ACCOUNT.
050400     PERFORM 2600-WRITE-ENTRY-PAIR THRU 2600-EXIT.
050410     ADD CNT-CAT-JRNL-DEBIT-NET TO CNT-JOURNAL-NET-TOTAL.
050420     MOVE CNT-CAT-JRNL-DEBIT-NET TO CNT-GRPT-JOURNAL-NET.
050430     IF CNT-CAT-JRNL-DEBIT-NET = CNT-VSAM-AREA-4(CNT-VSAM-SUB)
050440         AND CNT-CAT-JRNL-CREDIT-NET =
050450             CNT-VSAM-AREA-4(CNT-VSAM-SUB)
051000         MOVE "TIED" TO CNT-GRPT-STATUS
051100     ELSE
051200         ADD 1 TO CNT-UNTIED-COUNT
051300         MOVE "Y" TO CNT-JOURNAL-HOLD-SW
051400         MOVE "JOURNAL DOES NOT TIE TO VSAMFILE"
051500             TO CNT-HOLD-REASON
051600         MOVE "OUT OF BAL" TO CNT-GRPT-STATUS
051700     END-IF.
051800******************************************************************
051900*    2100-WRITE-LINE
052000******************************************************************
052100 2100-WRITE-LINE.
052200     MOVE CNT-GRPT-DETAIL-LINE TO CNT-GRPT-RECORD.
052300     WRITE CNT-GRPT-RECORD.
052400 2100-EXIT.
052500     EXIT.
052600******************************************************************
052700*    2500-FIND-GL-MAPPING - LOCATE CNT-POST-CATEGORY IN THE GL
052800*                           MAPPING TABLE, LEAVING CNT-GLM-IDX ON
052900*                           THE MATCHING ENTRY
053000******************************************************************
053100 2500-FIND-GL-MAPPING.
053200     MOVE "N" TO CNT-GLM-NOTFOUND-SW.
053300     SET CNT-GLM-IDX TO 1.
053400     SEARCH CNT-GLM-ENTRY
053500         AT END
053600             MOVE "Y" TO CNT-GLM-NOTFOUND-SW
053700         WHEN CNT-GLM-IDX > CNT-GLM-COUNT
053800             MOVE "Y" TO CNT-GLM-NOTFOUND-SW
053900         WHEN CNT-GLM-CATEGORY(CNT-GLM-IDX) = CNT-POST-CATEGORY
054000             CONTINUE
054100     END-SEARCH.
054200 2500-EXIT.
054300     EXIT.
054400******************************************************************
054500*    2600-WRITE-ENTRY-PAIR - ONE DEBIT LINE AND ONE CREDIT LINE
054600*                            FOR THE SAME AMOUNT.  A ZERO AMOUNT
054610*                            POSTS NOTHING; A NEGATIVE ONE POSTS
054620*                            ITS MAGNITUDE WITH THE SIDES SWAPPED.
054630*                            ONLY LINES ACTUALLY WRITTEN COUNT
054640*                            TOWARDS THE JOURNAL TOTALS AND THE
054650*                            CATEGORY'S JOURNALLED NETS
054660******************************************************************
054670 2600-WRITE-ENTRY-PAIR.
054680     IF CNT-POST-AMOUNT = 0
054690         GO TO 2600-EXIT
054700     END-IF.
054710     IF CNT-POST-ENTRY-TYPE = "R"
054720         MOVE -1 TO CNT-POST-NET-SIGN
054730     ELSE
054740         MOVE 1 TO CNT-POST-NET-SIGN
054750     END-IF.
054760     IF CNT-POST-AMOUNT < 0
054770         COMPUTE CNT-POST-AMOUNT = 0 - CNT-POST-AMOUNT
054780         COMPUTE CNT-POST-NET-SIGN = 0 - CNT-POST-NET-SIGN
054790         MOVE CNT-POST-DR-ACCOUNT TO CNT-POST-SWAP-ACCOUNT
054800         MOVE CNT-POST-CR-ACCOUNT TO CNT-POST-DR-ACCOUNT
054810         MOVE CNT-POST-SWAP-ACCOUNT TO CNT-POST-CR-ACCOUNT
054820     END-IF.
054830     MOVE SPACES TO CNT-GLJE-RECORD.
054840     MOVE "D" TO CNT-GLJE-RECORD-TYPE.
054850     MOVE CNT-RUN-DATE TO CNT-GLJE-POSTING-DATE.
054860     MOVE CNT-POST-AMOUNT TO CNT-GLJE-AMOUNT.
054870     MOVE CNT-POST-CATEGORY TO CNT-GLJE-CATEGORY.
054880     MOVE CNT-POST-ENTRY-TYPE TO CNT-GLJE-ENTRY-TYPE.
054890     MOVE CNT-POST-ADJUSTMENT-SW TO CNT-GLJE-ADJUSTMENT-SW.
054900     MOVE CNT-POST-REF-RUN-DATE TO CNT-GLJE-REF-RUN-DATE.
054910     MOVE CNT-POST-REF-RUN-SEQ TO CNT-GLJE-REF-RUN-SEQ.
054920     MOVE CNT-POST-REF-TRAN-ID TO CNT-GLJE-REF-TRAN-ID.
054930     MOVE CNT-POST-DR-ACCOUNT TO CNT-GLJE-ACCOUNT.
054940     MOVE "D" TO CNT-GLJE-DR-CR.
054950     PERFORM 2650-WRITE-ENTRY THRU 2650-EXIT.
054960     IF CNT-ENTRY-WRITTEN
054970         ADD CNT-GLJE-AMOUNT TO CNT-DEBIT-TOTAL
054980         COMPUTE CNT-CAT-JRNL-DEBIT-NET = CNT-CAT-JRNL-DEBIT-NET
054990             + CNT-GLJE-AMOUNT * CNT-POST-NET-SIGN
055000     END-IF.
055010     MOVE CNT-POST-CR-ACCOUNT TO CNT-GLJE-ACCOUNT.
055020     MOVE "C" TO CNT-GLJE-DR-CR.
055030     PERFORM 2650-WRITE-ENTRY THRU 2650-EXIT.
055040     IF CNT-ENTRY-WRITTEN
055050         ADD CNT-GLJE-AMOUNT TO CNT-CREDIT-TOTAL
055060         COMPUTE CNT-CAT-JRNL-CREDIT-NET = CNT-CAT-JRNL-CREDIT-NET
055070             + CNT-GLJE-AMOUNT * CNT-POST-NET-SIGN
055080     END-IF.
057800 2600-EXIT.
057900     EXIT.
058000******************************************************************
058100*    2650-WRITE-ENTRY - A FAILED WRITE HOLDS THE WHOLE JOURNAL
058200******************************************************************
058300 2650-WRITE-ENTRY.
058310     MOVE "N" TO CNT-ENTRY-WRITTEN-SW.
058400     WRITE CNT-GLJE-RECORD.
058500     IF CNT-GLJEFILE-STATUS NOT = "00"
058600         DISPLAY "CNT150 - GLJEFILE WRITE FAILED, STATUS = "
058700             CNT-GLJEFILE-STATUS
058800         MOVE "Y" TO CNT-JOURNAL-HOLD-SW
058900         MOVE "GLJEFILE WRITE FAILED" TO CNT-HOLD-REASON
059000         GO TO 2650-EXIT
059100     END-IF.
059110     MOVE "Y" TO CNT-ENTRY-WRITTEN-SW.
059120     ADD 1 TO CNT-ENTRY-COUNT.
059300 2650-EXIT.
059400     EXIT.
059500******************************************************************
059600*    3000-POST-ADJUSTMENTS - ONE ADJUSTING PAIR PER GLADFILE
059700*                            RECORD.  NO GLADFILE MEANS CNT800 DID
059800*                            NOT CHANGE ANY PUBLISHED DAY
059900******************************************************************
060000 3000-POST-ADJUSTMENTS.
060100     MOVE SPACES TO CNT-GRPT-RECORD.
060200     WRITE CNT-GRPT-RECORD.
060300     MOVE CNT-GRPT-ADJ-HEADER-LINE TO CNT-GRPT-RECORD.
060400     WRITE CNT-GRPT-RECORD.
060500     IF NOT CNT-GLADFILE-EOF
060600         PERFORM 3050-READ-GLADFILE THRU 3050-EXIT
060700     END-IF.
060800     PERFORM 3100-POST-ONE-ADJUSTMENT THRU 3100-EXIT
060900         UNTIL CNT-GLADFILE-EOF.
061000 3000-EXIT.
061100     EXIT.
061200******************************************************************
061300*    3050-READ-GLADFILE
061400******************************************************************
061500 3050-READ-GLADFILE.
061600     READ GLADFILE
061700         AT END
061800             MOVE "Y" TO CNT-GLADFILE-SW
061900     END-READ.
062000 3050-EXIT.
062100     EXIT.
062200******************************************************************
062300*    3100-POST-ONE-ADJUSTMENT - A NEGATIVE AMOUNT ADJUSTS THE
062400*                               CATEGORY'S REVERSAL ACCOUNTS,
062500*                               ANYTHING ELSE ITS GROSS ACCOUNTS.
062600*                               THE ENTRY CARRIES THE RUN DATE,
062700*                               SEQUENCE AND TRANSACTION ID IT
062710*                               ADJUSTS.  A RECORD FROM AN EXTRACT
062720*                               ALREADY POSTED, OR ONE FOR THE RUN
062730*                               DATE AND SEQUENCE JUST POSTED IN
062740*                               2000 (WHOSE CNT-VSAM-AREA-4
062750*                               ALREADY HOLDS THE FOLD), IS LISTED
062760*                               ONLY
062900******************************************************************
063000 3100-POST-ONE-ADJUSTMENT.
063100     ADD 1 TO CNT-ADJUSTMENT-COUNT.
063200     MOVE CNT-GLAD-RUN-DATE TO CNT-GRPT-ADJ-RUN-DATE.
063300     MOVE CNT-GLAD-RUN-SEQ TO CNT-GRPT-ADJ-RUN-SEQ.
063400     MOVE CNT-GLAD-TRAN-ID TO CNT-GRPT-ADJ-TRAN-ID.
063500     MOVE CNT-GLAD-CATEGORY TO CNT-GRPT-ADJ-CATEGORY.
063600     MOVE CNT-GLAD-AMOUNT TO CNT-GRPT-ADJ-AMOUNT.
063601     IF CNT-GLAD-PRODUCED NOT > CNT-LAST-EXTRACT
063602         ADD 1 TO CNT-ALREADY-POSTED-COUNT
063603         MOVE "ALREADY POSTED" TO CNT-GRPT-ADJ-STATUS
063604         GO TO 3100-WRITE-LINE
063605     END-IF.
063606     IF CNT-GLAD-PRODUCED > CNT-HIGH-EXTRACT
063607         MOVE CNT-GLAD-PRODUCED TO CNT-HIGH-EXTRACT
063608     END-IF.
063609     IF CNT-GLAD-RUN-DATE = CNT-RUN-DATE
063610         AND CNT-GLAD-RUN-SEQ = CNT-FOUND-SEQ
063611         ADD 1 TO CNT-IN-FIGURE-COUNT
063612         MOVE "IN PUBLISHED FIGURE" TO CNT-GRPT-ADJ-STATUS
063613         GO TO 3100-WRITE-LINE
063614     END-IF.
063700     MOVE CNT-GLAD-CATEGORY TO CNT-POST-CATEGORY.
063800     PERFORM 2500-FIND-GL-MAPPING THRU 2500-EXIT.
063900     IF CNT-GLM-NOTFOUND
064000         ADD 1 TO CNT-UNMAPPED-COUNT
064100         MOVE "Y" TO CNT-JOURNAL-HOLD-SW
064200         MOVE "CATEGORY WITH NO GL MAPPING" TO CNT-HOLD-REASON
064300         DISPLAY "CNT150 - NO GL MAPPING FOR ADJUSTMENT CATEGORY "
064400             CNT-POST-CATEGORY
064500         MOVE "NO GL MAP" TO CNT-GRPT-ADJ-STATUS
064600         GO TO 3100-WRITE-LINE
064700     END-IF.
064800     MOVE "Y" TO CNT-POST-ADJUSTMENT-SW.
064900     MOVE CNT-GLAD-RUN-DATE TO CNT-POST-REF-RUN-DATE.
065000     MOVE CNT-GLAD-RUN-SEQ TO CNT-POST-REF-RUN-SEQ.
065100     MOVE CNT-GLAD-TRAN-ID TO CNT-POST-REF-TRAN-ID.
065200     IF CNT-GLAD-AMOUNT < 0
065300         MOVE "R" TO CNT-POST-ENTRY-TYPE
065400         COMPUTE CNT-POST-AMOUNT = 0 - CNT-GLAD-AMOUNT
065500         MOVE CNT-GLM-REV-DR-ACCOUNT(CNT-GLM-IDX)
065600             TO CNT-POST-DR-ACCOUNT
065700         MOVE CNT-GLM-REV-CR-ACCOUNT(CNT-GLM-IDX)
065800             TO CNT-POST-CR-ACCOUNT
065900     ELSE
066000         MOVE "G" TO CNT-POST-ENTRY-TYPE
066100         MOVE CNT-GLAD-AMOUNT TO CNT-POST-AMOUNT
066200         MOVE CNT-GLM-GROSS-DR-ACCOUNT(CNT-GLM-IDX)
066300             TO CNT-POST-DR-ACCOUNT
066400         MOVE CNT-GLM-GROSS-CR-ACCOUNT(CNT-GLM-IDX)
066500             TO CNT-POST-CR-ACCOUNT
066600     END-IF.
066700     PERFORM 2600-WRITE-ENTRY-PAIR THRU 2600-EXIT.
066800     ADD CNT-GLAD-AMOUNT TO CNT-ADJUSTMENT-NET-TOTAL.
066900     MOVE "POSTED" TO CNT-GRPT-ADJ-STATUS.
067000******************************************************************
067100*    3100-WRITE-LINE
067200******************************************************************
067300 3100-WRITE-LINE.
067400     MOVE CNT-GRPT-ADJ-DETAIL-LINE TO CNT-GRPT-RECORD.
067500     WRITE CNT-GRPT-RECORD.
067600     PERFORM 3050-READ-GLADFILE THRU 3050-EXIT.
067700 3100-EXIT.
067800     EXIT.
067900******************************************************************
068000*    9999-TERMINATE - JOURNAL TRAILER, CONTROL TOTALS AND POSTING
068100*                     STATUS, THEN CLOSE OUT.  A HELD JOURNAL
068200*                     LEAVES GLJEFILE EMPTY AND ENDS THE STEP
068300*                     WITH RETURN-CODE 16.  A BUSINESS DATE
068310*                     ALREADY RELEASED IS ALWAYS HELD, WHATEVER
068320*                     SEQUENCE IS NOW PUBLISHED, SO THE DAY
068330*                     NEVER REACHES THE GL TWICE
068400******************************************************************
068500 9999-TERMINATE.
068600     IF CNT-DEBIT-TOTAL NOT = CNT-CREDIT-TOTAL
068700         MOVE "Y" TO CNT-JOURNAL-HOLD-SW
068800         MOVE "JOURNAL DEBITS DO NOT EQUAL CREDITS"
068900             TO CNT-HOLD-REASON
069000     END-IF.
069010     IF CNT-LAST-POSTED-DATE = CNT-RUN-DATE
069020         MOVE "Y" TO CNT-JOURNAL-HOLD-SW
069030         MOVE CNT-LAST-POSTED-SEQ TO CNT-POSTED-REASON-SEQ
069040         MOVE CNT-POSTED-REASON TO CNT-HOLD-REASON
069050     END-IF.
069100     MOVE SPACES TO CNT-GLJE-RECORD.
069200     MOVE "T" TO CNT-GLJE-RECORD-TYPE.
069300     MOVE CNT-RUN-DATE TO CNT-GLJE-TRL-POSTING-DATE.
069400     MOVE CNT-ENTRY-COUNT TO CNT-GLJE-TRL-ENTRY-COUNT.
069500     MOVE CNT-DEBIT-TOTAL TO CNT-GLJE-TRL-DEBIT-TOTAL.
069600     MOVE CNT-CREDIT-TOTAL TO CNT-GLJE-TRL-CREDIT-TOTAL.
069700     WRITE CNT-GLJE-RECORD.
069800     MOVE SPACES TO CNT-GRPT-RECORD.
069900     WRITE CNT-GRPT-RECORD.
070000     MOVE "CATEGORIES POSTED" TO CNT-GRPT-COUNT-TEXT.
070100     COMPUTE CNT-GRPT-COUNT-VALUE = CNT-CATEGORY-COUNT
070200         - CNT-UNMAPPED-COUNT.
070300     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
070400     MOVE "CATEGORIES OUT OF BALANCE" TO CNT-GRPT-COUNT-TEXT.
070500     MOVE CNT-UNTIED-COUNT TO CNT-GRPT-COUNT-VALUE.
070600     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
070700     MOVE "ADJUSTMENTS READ" TO CNT-GRPT-COUNT-TEXT.
070800     MOVE CNT-ADJUSTMENT-COUNT TO CNT-GRPT-COUNT-VALUE.
070900     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
070910     MOVE "ADJUSTMENTS ALREADY POSTED" TO CNT-GRPT-COUNT-TEXT.
070920     MOVE CNT-ALREADY-POSTED-COUNT TO CNT-GRPT-COUNT-VALUE.
070930     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
070940     MOVE "ADJUSTMENTS ALREADY IN FIGURE" TO CNT-GRPT-COUNT-TEXT.
070950     MOVE CNT-IN-FIGURE-COUNT TO CNT-GRPT-COUNT-VALUE.
070960     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
071000     MOVE "UNMAPPED CATEGORIES/ADJUSTMENTS"
071100         TO CNT-GRPT-COUNT-TEXT.
071200     MOVE CNT-UNMAPPED-COUNT TO CNT-GRPT-COUNT-VALUE.
071300     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
071400     MOVE "JOURNAL LINES WRITTEN" TO CNT-GRPT-COUNT-TEXT.
071500     MOVE CNT-ENTRY-COUNT TO CNT-GRPT-COUNT-VALUE.
071600     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
071700     MOVE "PUBLISHED NET VOLUME" TO CNT-GRPT-AMOUNT-TEXT.
071800     MOVE CNT-PUBLISHED-NET-TOTAL TO CNT-GRPT-AMOUNT-VALUE.
071900     PERFORM 9200-WRITE-AMOUNT-LINE THRU 9200-EXIT.
072000     MOVE "JOURNALLED NET VOLUME" TO CNT-GRPT-AMOUNT-TEXT.
072100     MOVE CNT-JOURNAL-NET-TOTAL TO CNT-GRPT-AMOUNT-VALUE.
072200     PERFORM 9200-WRITE-AMOUNT-LINE THRU 9200-EXIT.
072300     MOVE "ADJUSTMENT NET AMOUNT" TO CNT-GRPT-AMOUNT-TEXT.
072400     MOVE CNT-ADJUSTMENT-NET-TOTAL TO CNT-GRPT-AMOUNT-VALUE.
072500     PERFORM 9200-WRITE-AMOUNT-LINE THRU 9200-EXIT.
072600     MOVE "JOURNAL DEBIT TOTAL" TO CNT-GRPT-AMOUNT-TEXT.
072700     MOVE CNT-DEBIT-TOTAL TO CNT-GRPT-AMOUNT-VALUE.
072800     PERFORM 9200-WRITE-AMOUNT-LINE THRU 9200-EXIT.
072900     MOVE "JOURNAL CREDIT TOTAL" TO CNT-GRPT-AMOUNT-TEXT.
073000     MOVE CNT-CREDIT-TOTAL TO CNT-GRPT-AMOUNT-VALUE.
073100     PERFORM 9200-WRITE-AMOUNT-LINE THRU 9200-EXIT.
073200     IF CNT-JOURNAL-HELD
073300         MOVE "HELD" TO CNT-GRPT-POSTING-STATUS
073400         MOVE CNT-HOLD-REASON TO CNT-GRPT-STATUS-REASON
073500     ELSE
073600         MOVE "RELEASED" TO CNT-GRPT-POSTING-STATUS
073700         MOVE SPACES TO CNT-GRPT-STATUS-REASON
073800     END-IF.
073900     MOVE CNT-GRPT-STATUS-LINE TO CNT-GRPT-RECORD.
074000     WRITE CNT-GRPT-RECORD.
074100     CLOSE VSAMFILE.
074200     IF CNT-GLADFILE-STATUS NOT = "35"
074300         CLOSE GLADFILE
074400     END-IF.
074500     CLOSE GLJEFILE.
074600     CLOSE GRPTFILE.
074610     IF CNT-ALREADY-POSTED-COUNT > 0
074620         DISPLAY "CNT150 - " CNT-ALREADY-POSTED-COUNT
074630             " GLADFILE RECORDS FROM AN EXTRACT ALREADY POSTED"
074640             " WERE SKIPPED"
074650     END-IF.
074660     IF CNT-JOURNAL-HELD
074670         DISPLAY "CNT150 - GL JOURNAL HELD: " CNT-HOLD-REASON
074680         PERFORM 9300-EMPTY-GLJEFILE THRU 9300-EXIT
074690         MOVE 16 TO RETURN-CODE
074700     ELSE
074710         PERFORM 9400-WRITE-POSTING-CONTROL THRU 9400-EXIT
074720     END-IF.
075200 9999-EXIT.
075300     EXIT.
075400******************************************************************
075500*    9100-WRITE-COUNT-LINE - CNT-GRPT-COUNT-TEXT AND -VALUE ARE
075600*                            SET BY THE CALLER
075700******************************************************************
075800 9100-WRITE-COUNT-LINE.
075900     MOVE CNT-GRPT-COUNT-LINE TO CNT-GRPT-RECORD.
076000     WRITE CNT-GRPT-RECORD.
076100 9100-EXIT.
076200     EXIT.
076300******************************************************************
076400*    9200-WRITE-AMOUNT-LINE - CNT-GRPT-AMOUNT-TEXT AND -VALUE ARE
076500*                             SET BY THE CALLER
076600******************************************************************
076700 9200-WRITE-AMOUNT-LINE.
076800     MOVE CNT-GRPT-AMOUNT-LINE TO CNT-GRPT-RECORD.
076900     WRITE CNT-GRPT-RECORD.
077000 9200-EXIT.
077100     EXIT.
077200******************************************************************
077300*    9300-EMPTY-GLJEFILE - A HELD JOURNAL MUST NOT LEAVE A PARTIAL
077400*                          FEED BEHIND FOR THE GL LOADER TO PICK
077500*                          UP, SO IT IS REOPENED OUTPUT AND CLOSED
077600*                          EMPTY
077700******************************************************************
077800 9300-EMPTY-GLJEFILE.
077900     OPEN OUTPUT GLJEFILE.
078000     IF CNT-GLJEFILE-STATUS NOT = "00"
078100         DISPLAY "CNT150 - GLJEFILE EMPTY FAILED, STATUS = "
078200             CNT-GLJEFILE-STATUS
078300         GO TO 9300-EXIT
078400     END-IF.
078500     CLOSE GLJEFILE.
078600 9300-EXIT.
078601     EXIT.
078602******************************************************************
078603*    9400-WRITE-POSTING-CONTROL - THE JOURNAL HAS BEEN RELEASED,
078604*                                 SO RECORD THE NEWEST GLADFILE
078605*                                 EXTRACT IT COVERED.  A FAILURE
078606*                                 HERE WOULD LET THE NEXT RUN POST
078607*                                 THE SAME EXTRACT AGAIN, SO IT
078608*                                 ENDS THE STEP WITH RETURN-CODE
078609*                                 16
078610******************************************************************
078611 9400-WRITE-POSTING-CONTROL.
078612     OPEN OUTPUT GLPCTL.
078613     IF CNT-GLPCTL-STATUS NOT = "00"
078614         DISPLAY "CNT150 - GLPCTL OPEN FAILED, STATUS = "
078615             CNT-GLPCTL-STATUS
078616         MOVE 16 TO RETURN-CODE
078617         GO TO 9400-EXIT
078618     END-IF.
078619     MOVE SPACES TO CNT-GCTL-RECORD.
078620     MOVE CNT-RUN-DATE TO CNT-GCTL-POSTING-DATE.
078621     MOVE CNT-FOUND-SEQ TO CNT-GCTL-RUN-SEQ.
078622     MOVE CNT-HIGH-EXTRACT TO CNT-GCTL-EXTRACT-PRODUCED.
078623     MOVE CNT-SYSTEM-DATE TO CNT-GCTL-UPDATE-DATE.
078624     MOVE CNT-SYSTEM-TIME TO CNT-GCTL-UPDATE-TIME.
078625     WRITE CNT-GCTL-RECORD.
078626     IF CNT-GLPCTL-STATUS NOT = "00"
078627         DISPLAY "CNT150 - GLPCTL WRITE FAILED, STATUS = "
078628             CNT-GLPCTL-STATUS
078629         MOVE 16 TO RETURN-CODE
078630     END-IF.
078631     CLOSE GLPCTL.
078632 9400-EXIT.
078700     EXIT.
