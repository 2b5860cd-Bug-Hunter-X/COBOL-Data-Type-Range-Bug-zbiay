000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CNT850.
000300 AUTHOR. R D HARTLEY.
000400 INSTALLATION. DAILY BATCH - TRANSACTION CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  CNT850 - SUSPENSE AGING AND DOLLAR EXPOSURE REPORT.
000900*
001000*  READS THE OUTSTANDING SUSPENSE POPULATION - SUSPFILE, WHICH
001100*  THE JCL POINTS AT THE NEWSUSP WRITTEN BY THE LAST CNT800
001200*  PASS - AND AGES EVERY ITEM IN CALENDAR DAYS FROM ITS OWN
001300*  CNT-SUSP-RUN-DATE TO THE RUN DATE.  ITEMS ARE SORTED INTO
001400*  FIVE AGE BUCKETS AND EACH BUCKET IS BROKEN DOWN BY SUSPENSE
001500*  REASON CODE AND BY CATEGORY, WITH THE ITEM COUNT AND TOTAL
001600*  CNT-SUSP-AMOUNT FOR EACH, SO THE DOLLARS SITTING OUTSIDE THE
001700*  PUBLISHED FIGURES CAN BE SEEN AS WELL AS THE ITEM COUNT.
001800*
001900*  AN ITEM OLDER THAN THE SLA IS LISTED INDIVIDUALLY WITH ITS
002000*  TRANSACTION ID AND RAISES ONE ALRTFILE-FORMAT ALERT (SEE
002100*  CNTALRT) ON SALTFILE FOR THE MONITORING QUEUE.  ANY BREACH
002200*  ENDS THE RUN WITH RETURN-CODE 4.
002300*
002400*  THE RUN'S TOTALS ARE TRENDED AGAINST THE PRIOR RUN'S FROM
002500*  THE BACKLOG HISTORY (SEE CNTSHST), READ FROM SHSTFILE AND
002600*  WRITTEN BACK WITH THIS RUN ADDED TO NEWSHST, SO OPERATIONS
002700*  CAN SEE WHETHER THE BACKLOG IS SHRINKING.  NO SHSTFILE MEANS
002800*  NO PRIOR RUN.
002900*
003000*  SPRMFILE (SEE CNTSPRM) SUPPLIES THE RUN DATE, THE SLA AND
003100*  THE BUCKET LIMITS.  THE REPORT IS WRITTEN TO SRPTFILE (SEE
003200*  CNTSRPT).  AN OPEN FAILURE ENDS THE RUN WITH RETURN-CODE 16.
003300*
003400*  MAINTENANCE HISTORY
003500*  DATE        INIT  DESCRIPTION
003600*  ----------  ----  -----------------------------------------
003700*  2026-10-15   RDH  ORIGINAL PROGRAM.
003710*  2026-10-15   RDH  NEWSHST NOW COPIES CNTSHST UNDER ITS OWN
003720*                    NAMES AND THIS RUN'S HISTORY RECORD IS
003730*                    BUILT THERE - IT WAS BUILT IN THE SHSTFILE
003740*                    RECORD AREA AFTER SHSTFILE WAS CLOSED.
003750*  2026-10-15   RDH  CNT-BUCKET-TABLE IS NOW INITIALIZED BEFORE
003760*                    THE BUCKET LABELS ARE BUILT SO THE BUCKET,
003770*                    REASON AND CATEGORY TOTALS START AT ZERO.
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-370.
004200 OBJECT-COMPUTER. IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT SPRMFILE ASSIGN TO SPRMFILE
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS CNT-SPRMFILE-STATUS.
004800     SELECT SUSPFILE ASSIGN TO SUSPFILE
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS CNT-SUSPFILE-STATUS.
005100     SELECT SHSTFILE ASSIGN TO SHSTFILE
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS CNT-SHSTFILE-STATUS.
005400     SELECT NEWSHST ASSIGN TO NEWSHST
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS CNT-NEWSHST-STATUS.
005700     SELECT SRPTFILE ASSIGN TO SRPTFILE
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS CNT-SRPTFILE-STATUS.
006000     SELECT SALTFILE ASSIGN TO SALTFILE
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS CNT-SALTFILE-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  SPRMFILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 COPY CNTSPRM.
006900 FD  SUSPFILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 COPY CNTSUSP.
007300 FD  SHSTFILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 COPY CNTSHST.
007700******************************************************************
007800*    NEWSHST CARRIES THE SAME 80-BYTE CNTSHST LAYOUT UNDER ITS
007900*    OWN NAMES, SO THIS RUN'S HISTORY RECORD IS BUILT IN THE
008000*    NEWSHST RECORD AREA RATHER THAN IN SHSTFILE'S
008100******************************************************************
008200 FD  NEWSHST
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 COPY CNTSHST REPLACING LEADING ==CNT-SHST-== BY ==CNT-NSHST-==.
008600 FD  SRPTFILE
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900 01  CNT-SRPT-RECORD                PIC X(80).
009000 FD  SALTFILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300 COPY CNTALRT.
009400 WORKING-STORAGE SECTION.
009500******************************************************************
009600*    AGING REPORT PRINT LINES
009700******************************************************************
009800 COPY CNTSRPT.
009900******************************************************************
010000*    RUN DATE - THE BUSINESS DATE WHEN SPRMFILE SUPPLIES ONE,
010100*    OTHERWISE THE SYSTEM DATE, AS IN CNT100
010200******************************************************************
010300 01  CNT-RUN-DATE                  PIC 9(08) VALUE ZEROES.
010400 01  CNT-RUN-TIME                  PIC 9(08) VALUE ZEROES.
010500******************************************************************
010600*    AGING PARAMETERS - LOADED FROM SPRMFILE.  THE BUCKET LIMITS
010700*    ARE THE UPPER AGE OF BUCKETS 1-4; BUCKET 5 IS OPEN-ENDED
010800******************************************************************
010900 01  CNT-SLA-DAYS                  PIC 9(03) COMP VALUE 10.
011000 01  CNT-BUCKET-LIMIT-CONSTANTS    PIC X(12) VALUE
011100     "007014030060".
011200 01  CNT-BUCKET-LIMIT-TABLE REDEFINES CNT-BUCKET-LIMIT-CONSTANTS.
011300     05  CNT-BUCKET-LIMIT          PIC 9(03) OCCURS 4 TIMES.
011400 01  CNT-LIMITS-SW                 PIC X(01) VALUE "Y".
011500     88  CNT-LIMITS-VALID                  VALUE "Y".
011600******************************************************************
011700*    AGE BUCKET LABEL - BUILT ONCE PER BUCKET FROM THE LIMITS
011800******************************************************************
011900 01  CNT-RANGE-LABEL.
012000     05  CNT-RANGE-LOW             PIC ZZ9.
012100     05  FILLER                    PIC X(04) VALUE " TO ".
012200     05  CNT-RANGE-HIGH            PIC ZZ9.
012300     05  FILLER                    PIC X(05) VALUE " DAYS".
012400 01  CNT-OVER-LABEL.
012500     05  FILLER                    PIC X(05) VALUE "OVER ".
012600     05  CNT-OVER-LIMIT            PIC ZZ9.
012700     05  FILLER                    PIC X(05) VALUE " DAYS".
012800 01  CNT-RANGE-LOW-DAYS            PIC 9(04) COMP VALUE ZEROES.
012900******************************************************************
013000*    AGE BUCKET TOTALS.  EACH BUCKET CARRIES ITS OWN REASON CODE
013100*    BREAKDOWN (C, D, R, THEN ANY OTHER CODE) AND ITS OWN
013200*    CATEGORY BREAKDOWN, THE CATEGORY SLOTS MATCHING
013300*    CNT-CATG-CODE BELOW
013400******************************************************************
013500 01  CNT-BKT-MAX-ENTRIES           PIC 9(02) COMP VALUE 5.
013600 01  CNT-BKT-SUB                   PIC 9(02) COMP VALUE ZEROES.
013700 01  CNT-BUCKET-TABLE.
013800     05  CNT-BKT-ENTRY OCCURS 5 TIMES.
013900         10  CNT-BKT-LABEL         PIC X(15).
014000         10  CNT-BKT-ITEMS         PIC 9(09) COMP.
014100         10  CNT-BKT-AMOUNT        PIC S9(13)V99 COMP-3.
014200         10  CNT-BKT-RSN-ENTRY OCCURS 4 TIMES.
014300             15  CNT-BKT-RSN-ITEMS PIC 9(09) COMP.
014400             15  CNT-BKT-RSN-AMOUNT
014500                                   PIC S9(13)V99 COMP-3.
014600         10  CNT-BKT-CATG-ENTRY OCCURS 40 TIMES.
014700             15  CNT-BKT-CATG-ITEMS
014800                                   PIC 9(09) COMP.
014900             15  CNT-BKT-CATG-AMOUNT
015000                                   PIC S9(13)V99 COMP-3.
015100******************************************************************
015200*    REASON CODES IN REPORT ORDER.  SLOT 4 TAKES ANY CODE NOT
015300*    KNOWN HERE
015400******************************************************************
015500 01  CNT-RSN-SUB                   PIC 9(02) COMP VALUE ZEROES.
015600 01  CNT-REASON-CONSTANTS.
015700     05  FILLER                    PIC X(21) VALUE
015800         "CCATEGORY NOT FOUND  ".
015900     05  FILLER                    PIC X(21) VALUE
016000         "DSAME-DAY DUPLICATE  ".
016100     05  FILLER                    PIC X(21) VALUE
016200         "RCROSS-DAY DUPLICATE ".
016300     05  FILLER                    PIC X(21) VALUE
016400         "?OTHER REASON CODE   ".
016500 01  CNT-REASON-TABLE REDEFINES CNT-REASON-CONSTANTS.
016600     05  CNT-RSN-ENTRY OCCURS 4 TIMES.
016700         10  CNT-RSN-CODE          PIC X(01).
016800         10  CNT-RSN-DESC          PIC X(20).
016900******************************************************************
017000*    CATEGORIES SEEN IN SUSPENSE, IN ORDER OF FIRST APPEARANCE.
017100*    A "C" ITEM CARRIES A CODE THAT IS NOT ON CATFILE, SO THE
017200*    LIST IS BUILT FROM THE ITEMS RATHER THAN FROM CATFILE.  ONCE
017300*    THE TABLE IS FULL EVERY FURTHER CODE IS TOTALLED IN THE
017400*    LAST SLOT
017500******************************************************************
017600 01  CNT-CATG-MAX-ENTRIES          PIC 9(02) COMP VALUE 40.
017700 01  CNT-CATG-COUNT                PIC 9(02) COMP VALUE ZEROES.
017800 01  CNT-CATG-SUB                  PIC 9(02) COMP VALUE ZEROES.
017900 01  CNT-CATG-FOUND-SUB            PIC 9(02) COMP VALUE ZEROES.
018000 01  CNT-CATEGORY-LIST.
018100     05  CNT-CATG-CODE             PIC X(01) OCCURS 40 TIMES.
018200 01  CNT-CATG-OVERFLOW-SW          PIC X(01) VALUE "N".
018300     88  CNT-CATG-OVERFLOWED               VALUE "Y".
018400******************************************************************
018500*    DAY-NUMBER CONVERSION - A DATE IS TURNED INTO A COUNT OF
018600*    DAYS SO THAT THE AGE IS ONE SUBTRACTION, HOWEVER OLD THE
018700*    ITEM.  THE CUMULATIVE TABLE HOLDS THE DAYS BEFORE THE FIRST
018800*    OF EACH MONTH IN A COMMON YEAR; THE LEAP-YEAR TEST IS THE
018900*    ONE CNT100 USES
019000******************************************************************
019100 01  CNT-WORK-DATE.
019200     05  CNT-WORK-YYYY             PIC 9(04).
019300     05  CNT-WORK-MM               PIC 9(02).
019400     05  CNT-WORK-DD               PIC 9(02).
019500 01  CNT-CUM-DAY-CONSTANTS         PIC X(36) VALUE
019600     "000031059090120151181212243273304334".
019700 01  CNT-CUM-DAY-TABLE REDEFINES CNT-CUM-DAY-CONSTANTS.
019800     05  CNT-CUM-DAYS              PIC 9(03) OCCURS 12 TIMES.
019900 01  CNT-PRIOR-YEARS               PIC 9(04) COMP VALUE ZEROES.
020000 01  CNT-LEAP-QUOTIENT             PIC 9(04) COMP VALUE ZEROES.
020100 01  CNT-LEAP-REMAINDER            PIC 9(04) COMP VALUE ZEROES.
020200 01  CNT-LEAP-SW                   PIC X(01) VALUE "N".
020300     88  CNT-LEAP-YEAR                     VALUE "Y".
020400 01  CNT-DIV-4                     PIC 9(04) COMP VALUE ZEROES.
020500 01  CNT-DIV-100                   PIC 9(04) COMP VALUE ZEROES.
020600 01  CNT-DIV-400                   PIC 9(04) COMP VALUE ZEROES.
020700 01  CNT-DAY-NUMBER                PIC 9(07) COMP VALUE ZEROES.
020800 01  CNT-RUN-DAY-NUMBER            PIC 9(07) COMP VALUE ZEROES.
020900 01  CNT-DATE-SW                   PIC X(01) VALUE "Y".
021000     88  CNT-DATE-VALID                    VALUE "Y".
021100 01  CNT-ITEM-AGE                  PIC 9(05) COMP VALUE ZEROES.
021200******************************************************************
021300*    ALERT MESSAGE TEXT - BUILT HERE, THEN MOVED TO THE 45-BYTE
021400*    CNT-ALRT-MESSAGE-TEXT
021500******************************************************************
021600 01  CNT-ALERT-TEXT.
021700     05  FILLER                    PIC X(16) VALUE
021800         "SUSP SLA BREACH ".
021900     05  CNT-ALERT-TRAN-ID         PIC X(10).
022000     05  FILLER                    PIC X(05) VALUE " AGE ".
022100     05  CNT-ALERT-AGE             PIC ZZZ9.
022200     05  FILLER                    PIC X(05) VALUE " RSN ".
022300     05  CNT-ALERT-REASON-CODE     PIC X(01).
022400     05  FILLER                    PIC X(04) VALUE SPACES.
022500******************************************************************
022600*    PRIOR RUN - THE LATEST SHSTFILE RECORD BEFORE THE RUN DATE
022700******************************************************************
022800 01  CNT-PRIOR-RUN.
022900     05  CNT-PRIOR-RUN-DATE        PIC 9(08) VALUE ZEROES.
023000     05  CNT-PRIOR-ITEM-COUNT      PIC 9(09) VALUE ZEROES.
023100     05  CNT-PRIOR-TOTAL-AMOUNT    PIC S9(11)V99 VALUE ZEROES.
023200     05  CNT-PRIOR-SLA-COUNT       PIC 9(09) VALUE ZEROES.
023300     05  CNT-PRIOR-SLA-AMOUNT      PIC S9(11)V99 VALUE ZEROES.
023400 01  CNT-TREND-COUNT-CHANGE        PIC S9(09) COMP VALUE ZEROES.
023500 01  CNT-TREND-AMOUNT-CHANGE       PIC S9(13)V99 COMP-3
023600                                   VALUE ZEROES.
023700******************************************************************
023800*    RUN TOTALS
023900******************************************************************
024000 01  CNT-ITEM-COUNT                PIC 9(09) COMP VALUE ZEROES.
024100 01  CNT-TOTAL-AMOUNT              PIC S9(13)V99 COMP-3
024200                                   VALUE ZEROES.
024300 01  CNT-SLA-COUNT                 PIC 9(09) COMP VALUE ZEROES.
024400 01  CNT-SLA-AMOUNT                PIC S9(13)V99 COMP-3
024500                                   VALUE ZEROES.
024600 01  CNT-OLDEST-DATE               PIC 9(08) VALUE ZEROES.
024700 01  CNT-BAD-DATE-COUNT            PIC 9(09) COMP VALUE ZEROES.
024800 01  CNT-ALERT-COUNT               PIC 9(09) COMP VALUE ZEROES.
024900 01  CNT-HISTORY-COUNT             PIC 9(09) COMP VALUE ZEROES.
025000******************************************************************
025100*    FILE STATUS FIELDS
025200******************************************************************
025300 01  CNT-SPRMFILE-STATUS           PIC X(02) VALUE "00".
025400 01  CNT-SUSPFILE-STATUS           PIC X(02) VALUE "00".
025500 01  CNT-SHSTFILE-STATUS           PIC X(02) VALUE "00".
025600 01  CNT-NEWSHST-STATUS            PIC X(02) VALUE "00".
025700 01  CNT-SRPTFILE-STATUS           PIC X(02) VALUE "00".
025800 01  CNT-SALTFILE-STATUS           PIC X(02) VALUE "00".
025900******************************************************************
026000*    SWITCHES
026100******************************************************************
026200 01  CNT-SWITCHES.
026300     05  CNT-SUSPFILE-SW           PIC X(01) VALUE "N".
026400         88  CNT-SUSPFILE-EOF              VALUE "Y".
026500     05  CNT-SHSTFILE-SW           PIC X(01) VALUE "N".
026600         88  CNT-SHSTFILE-EOF              VALUE "Y".
026700     05  CNT-PRIOR-SW              PIC X(01) VALUE "N".
026800         88  CNT-PRIOR-FOUND               VALUE "Y".
026810     05  CNT-BUCKET-SW             PIC X(01) VALUE "N".
026820         88  CNT-BUCKET-FOUND              VALUE "Y".
026900 PROCEDURE DIVISION.
027000******************************************************************
027100*    0000-MAINLINE
027200******************************************************************
027300 0000-MAINLINE.
027400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027500     IF RETURN-CODE = 0
027600         PERFORM 2000-AGE-SUSPENSE THRU 2000-EXIT
027700             UNTIL CNT-SUSPFILE-EOF
027800         PERFORM 3000-REPORT-BUCKETS THRU 3000-EXIT
027900         PERFORM 4000-REPORT-TREND THRU 4000-EXIT
028000         PERFORM 9999-TERMINATE THRU 9999-EXIT
028100     END-IF.
028200     STOP RUN.
028300******************************************************************
028400*    1000-INITIALIZE - ESTABLISH THE RUN DATE AND PARAMETERS,
028500*                      OPEN THE FILES, CARRY THE BACKLOG HISTORY
028600*                      FORWARD AND PRIME THE FIRST SUSPFILE READ
028700******************************************************************
028800 1000-INITIALIZE.
028900     ACCEPT CNT-RUN-DATE FROM DATE YYYYMMDD.
029000     ACCEPT CNT-RUN-TIME FROM TIME.
029100     PERFORM 1080-LOAD-AGING-PARMS THRU 1080-EXIT.
029200     IF RETURN-CODE NOT = 0
029300         GO TO 1000-EXIT
029400     END-IF.
029450     INITIALIZE CNT-BUCKET-TABLE.
029500     PERFORM 1090-BUILD-BUCKET-LABELS THRU 1090-EXIT
029600         VARYING CNT-BKT-SUB FROM 1 BY 1
029700         UNTIL CNT-BKT-SUB > CNT-BKT-MAX-ENTRIES.
029800     MOVE CNT-RUN-DATE TO CNT-WORK-DATE.
029900     PERFORM 2200-COMPUTE-DAY-NUMBER THRU 2200-EXIT.
030000     IF NOT CNT-DATE-VALID
030100         DISPLAY "CNT850 - RUN DATE " CNT-RUN-DATE " IS NOT VALID"
030200         MOVE 16 TO RETURN-CODE
030300         GO TO 1000-EXIT
030400     END-IF.
030500     MOVE CNT-DAY-NUMBER TO CNT-RUN-DAY-NUMBER.
030600     OPEN INPUT SUSPFILE.
030700     IF CNT-SUSPFILE-STATUS = "35"
030800         MOVE "Y" TO CNT-SUSPFILE-SW
030900     ELSE
031000         IF CNT-SUSPFILE-STATUS NOT = "00"
031100             DISPLAY "CNT850 - SUSPFILE OPEN FAILED, STATUS = "
031200                 CNT-SUSPFILE-STATUS
031300             MOVE 16 TO RETURN-CODE
031400             GO TO 1000-EXIT
031500         END-IF
031600     END-IF.
031700     OPEN OUTPUT SRPTFILE.
031800     IF CNT-SRPTFILE-STATUS NOT = "00"
031900         DISPLAY "CNT850 - SRPTFILE OPEN FAILED, STATUS = "
032000             CNT-SRPTFILE-STATUS
032100         MOVE 16 TO RETURN-CODE
032200         GO TO 1000-EXIT
032300     END-IF.
032400     OPEN OUTPUT SALTFILE.
032500     IF CNT-SALTFILE-STATUS NOT = "00"
032600         DISPLAY "CNT850 - SALTFILE OPEN FAILED, STATUS = "
032700             CNT-SALTFILE-STATUS
032800         MOVE 16 TO RETURN-CODE
032900         GO TO 1000-EXIT
033000     END-IF.
033100     OPEN OUTPUT NEWSHST.
033200     IF CNT-NEWSHST-STATUS NOT = "00"
033300         DISPLAY "CNT850 - NEWSHST OPEN FAILED, STATUS = "
033400             CNT-NEWSHST-STATUS
033500         MOVE 16 TO RETURN-CODE
033600         GO TO 1000-EXIT
033700     END-IF.
033800     PERFORM 1100-CARRY-HISTORY THRU 1100-EXIT.
033900     IF RETURN-CODE NOT = 0
034000         GO TO 1000-EXIT
034100     END-IF.
034200     MOVE CNT-RUN-DATE TO CNT-SRPT-RUN-DATE.
034300     MOVE CNT-SLA-DAYS TO CNT-SRPT-SLA-DAYS.
034400     MOVE CNT-SRPT-HEADER-LINE TO CNT-SRPT-RECORD.
034500     WRITE CNT-SRPT-RECORD.
034600     MOVE SPACES TO CNT-SRPT-RECORD.
034700     WRITE CNT-SRPT-RECORD.
034800     MOVE "ITEMS OUTSTANDING BEYOND THE SLA"
034900         TO CNT-SRPT-SECTION-TEXT.
035000     MOVE CNT-SRPT-SECTION-LINE TO CNT-SRPT-RECORD.
035100     WRITE CNT-SRPT-RECORD.
035200     MOVE CNT-SRPT-BREACH-HEAD-LINE TO CNT-SRPT-RECORD.
035300     WRITE CNT-SRPT-RECORD.
035400     IF NOT CNT-SUSPFILE-EOF
035500         READ SUSPFILE
035600             AT END
035700                 MOVE "Y" TO CNT-SUSPFILE-SW
035800         END-READ
035900     END-IF.
036000 1000-EXIT.
036100     EXIT.
036200******************************************************************
036300*    1080-LOAD-AGING-PARMS - READ THE RUN DATE, SLA AND BUCKET
036400*                            LIMITS.  ANY FIELD LEFT ZERO OR NOT
036500*                            NUMERIC KEEPS ITS DEFAULT
036600******************************************************************
036700 1080-LOAD-AGING-PARMS.
036800     OPEN INPUT SPRMFILE.
036900     IF CNT-SPRMFILE-STATUS NOT = "00"
037000         DISPLAY "CNT850 - SPRMFILE OPEN FAILED, STATUS = "
037100             CNT-SPRMFILE-STATUS
037200         MOVE 16 TO RETURN-CODE
037300         GO TO 1080-EXIT
037400     END-IF.
037500     READ SPRMFILE
037600         AT END
037700             DISPLAY "CNT850 - SPRMFILE HAS NO PARAMETER RECORD"
037800             MOVE 16 TO RETURN-CODE
037900         NOT AT END
038000             PERFORM 1085-APPLY-AGING-PARMS THRU 1085-EXIT
038100     END-READ.
038200     CLOSE SPRMFILE.
038300 1080-EXIT.
038400     EXIT.
038500******************************************************************
038600*    1085-APPLY-AGING-PARMS - THE BUCKET LIMITS ARE TAKEN ONLY
038700*                             AS A SET OF FOUR ASCENDING VALUES;
038800*                             ANYTHING ELSE LEAVES THE DEFAULTS
038900******************************************************************
039000 1085-APPLY-AGING-PARMS.
039100     IF CNT-SPRM-RUN-DATE IS NUMERIC
039200         AND CNT-SPRM-RUN-DATE > 0
039300         MOVE CNT-SPRM-RUN-DATE TO CNT-RUN-DATE
039400     END-IF.
039500     IF CNT-SPRM-SLA-DAYS IS NUMERIC
039600         AND CNT-SPRM-SLA-DAYS > 0
039700         MOVE CNT-SPRM-SLA-DAYS TO CNT-SLA-DAYS
039800     END-IF.
039900     IF CNT-SPRM-BUCKET-LIMIT(1) IS NUMERIC
040000         AND CNT-SPRM-BUCKET-LIMIT(1) > 0
040100         MOVE "Y" TO CNT-LIMITS-SW
040200         PERFORM 1087-CHECK-ONE-LIMIT THRU 1087-EXIT
040300             VARYING CNT-BKT-SUB FROM 2 BY 1
040400             UNTIL CNT-BKT-SUB > 4
040500         IF CNT-LIMITS-VALID
040600             PERFORM 1088-TAKE-ONE-LIMIT THRU 1088-EXIT
040700                 VARYING CNT-BKT-SUB FROM 1 BY 1
040800                 UNTIL CNT-BKT-SUB > 4
040900         ELSE
041000             DISPLAY "CNT850 - BUCKET LIMITS NOT ASCENDING, "
041100                 "DEFAULT LIMITS USED"
041200         END-IF
041300     END-IF.
041400 1085-EXIT.
041500     EXIT.
041600******************************************************************
041700*    1087-CHECK-ONE-LIMIT - EACH LIMIT MUST BE ABOVE THE ONE
041800*                           BEFORE IT
041900******************************************************************
042000 1087-CHECK-ONE-LIMIT.
042100     IF CNT-SPRM-BUCKET-LIMIT(CNT-BKT-SUB) IS NOT NUMERIC
042200         MOVE "N" TO CNT-LIMITS-SW
042300     ELSE
042400         IF CNT-SPRM-BUCKET-LIMIT(CNT-BKT-SUB) NOT >
042500             CNT-SPRM-BUCKET-LIMIT(CNT-BKT-SUB - 1)
042600             MOVE "N" TO CNT-LIMITS-SW
042700         END-IF
042800     END-IF.
042900 1087-EXIT.
043000     EXIT.
043100******************************************************************
043200*    1088-TAKE-ONE-LIMIT
043300******************************************************************
043400 1088-TAKE-ONE-LIMIT.
043500     MOVE CNT-SPRM-BUCKET-LIMIT(CNT-BKT-SUB)
043600         TO CNT-BUCKET-LIMIT(CNT-BKT-SUB).
043700 1088-EXIT.
043800     EXIT.
043900******************************************************************
044000*    1090-BUILD-BUCKET-LABELS - "LOW TO HIGH DAYS" FOR BUCKETS
044100*                               1-4, "OVER N DAYS" FOR BUCKET 5
044200******************************************************************
044300 1090-BUILD-BUCKET-LABELS.
044400     IF CNT-BKT-SUB = CNT-BKT-MAX-ENTRIES
044500         MOVE CNT-BUCKET-LIMIT(4) TO CNT-OVER-LIMIT
044600         MOVE CNT-OVER-LABEL TO CNT-BKT-LABEL(CNT-BKT-SUB)
044700         GO TO 1090-EXIT
044800     END-IF.
044900     IF CNT-BKT-SUB = 1
045000         MOVE ZEROES TO CNT-RANGE-LOW-DAYS
045100     ELSE
045200         COMPUTE CNT-RANGE-LOW-DAYS =
045300             CNT-BUCKET-LIMIT(CNT-BKT-SUB - 1) + 1
045400     END-IF.
045500     MOVE CNT-RANGE-LOW-DAYS TO CNT-RANGE-LOW.
045600     MOVE CNT-BUCKET-LIMIT(CNT-BKT-SUB) TO CNT-RANGE-HIGH.
045700     MOVE CNT-RANGE-LABEL TO CNT-BKT-LABEL(CNT-BKT-SUB).
045800 1090-EXIT.
045900     EXIT.
046000******************************************************************
046100*    1100-CARRY-HISTORY - COPY SHSTFILE TO NEWSHST, LEAVING OUT
046200*                         ANY RECORD FOR THE RUN DATE ITSELF SO A
046300*                         RERUN REPLACES IT, AND KEEP THE LATEST
046400*                         RECORD BEFORE THE RUN DATE AS THE PRIOR
046500*                         RUN.  THIS RUN'S RECORD IS ADDED AT
046600*                         TERMINATION
046700******************************************************************
046800 1100-CARRY-HISTORY.
046900     OPEN INPUT SHSTFILE.
047000     IF CNT-SHSTFILE-STATUS = "35"
047100         GO TO 1100-EXIT
047200     END-IF.
047300     IF CNT-SHSTFILE-STATUS NOT = "00"
047400         DISPLAY "CNT850 - SHSTFILE OPEN FAILED, STATUS = "
047500             CNT-SHSTFILE-STATUS
047600         MOVE 16 TO RETURN-CODE
047700         GO TO 1100-EXIT
047800     END-IF.
047900     READ SHSTFILE
048000         AT END
048100             MOVE "Y" TO CNT-SHSTFILE-SW
048200     END-READ.
048300     PERFORM 1110-CARRY-ONE-RUN THRU 1110-EXIT
048400         UNTIL CNT-SHSTFILE-EOF.
048500     CLOSE SHSTFILE.
048600 1100-EXIT.
048700     EXIT.
048800******************************************************************
048900*    1110-CARRY-ONE-RUN
049000******************************************************************
049100 1110-CARRY-ONE-RUN.
049200     IF CNT-SHST-RUN-DATE NOT = CNT-RUN-DATE
049300         WRITE CNT-NSHST-RECORD FROM CNT-SHST-RECORD
049400         ADD 1 TO CNT-HISTORY-COUNT
049500     END-IF.
049600     IF CNT-SHST-RUN-DATE < CNT-RUN-DATE
049700         AND CNT-SHST-RUN-DATE > CNT-PRIOR-RUN-DATE
049800         MOVE "Y" TO CNT-PRIOR-SW
049900         MOVE CNT-SHST-RUN-DATE TO CNT-PRIOR-RUN-DATE
050000         MOVE CNT-SHST-ITEM-COUNT TO CNT-PRIOR-ITEM-COUNT
050100         MOVE CNT-SHST-TOTAL-AMOUNT TO CNT-PRIOR-TOTAL-AMOUNT
050200         MOVE CNT-SHST-SLA-COUNT TO CNT-PRIOR-SLA-COUNT
050300         MOVE CNT-SHST-SLA-AMOUNT TO CNT-PRIOR-SLA-AMOUNT
050400     END-IF.
050500     READ SHSTFILE
050600         AT END
050700             MOVE "Y" TO CNT-SHSTFILE-SW
050800     END-READ.
050900 1110-EXIT.
051000     EXIT.
051100******************************************************************
051200*    2000-AGE-SUSPENSE - AGE ONE OUTSTANDING ITEM, ADD IT TO ITS
051300*                        BUCKET, REASON AND CATEGORY TOTALS, AND
051400*                        ESCALATE IT IF IT IS PAST THE SLA
051500******************************************************************
051600 2000-AGE-SUSPENSE.
051700     ADD 1 TO CNT-ITEM-COUNT.
051800     ADD CNT-SUSP-AMOUNT TO CNT-TOTAL-AMOUNT.
051900     MOVE CNT-SUSP-RUN-DATE TO CNT-WORK-DATE.
052000     PERFORM 2200-COMPUTE-DAY-NUMBER THRU 2200-EXIT.
052100     IF NOT CNT-DATE-VALID
052200         DISPLAY "CNT850 - ITEM " CNT-SUSP-TRAN-ID
052300             " HAS AN INVALID RUN DATE, AGED AS 0 DAYS"
052400         ADD 1 TO CNT-BAD-DATE-COUNT
052500         MOVE ZEROES TO CNT-ITEM-AGE
052600     ELSE
052700         IF CNT-DAY-NUMBER > CNT-RUN-DAY-NUMBER
052800             MOVE ZEROES TO CNT-ITEM-AGE
052900         ELSE
053000             COMPUTE CNT-ITEM-AGE =
053100                 CNT-RUN-DAY-NUMBER - CNT-DAY-NUMBER
053200         END-IF
053300         IF CNT-OLDEST-DATE = 0
053400             OR CNT-SUSP-RUN-DATE < CNT-OLDEST-DATE
053500             MOVE CNT-SUSP-RUN-DATE TO CNT-OLDEST-DATE
053600         END-IF
053700     END-IF.
053800     PERFORM 2300-FIND-BUCKET THRU 2300-EXIT.
053900     ADD 1 TO CNT-BKT-ITEMS(CNT-BKT-SUB).
054000     ADD CNT-SUSP-AMOUNT TO CNT-BKT-AMOUNT(CNT-BKT-SUB).
054100     PERFORM 2400-FIND-REASON THRU 2400-EXIT.
054200     ADD 1 TO CNT-BKT-RSN-ITEMS(CNT-BKT-SUB, CNT-RSN-SUB).
054300     ADD CNT-SUSP-AMOUNT
054400         TO CNT-BKT-RSN-AMOUNT(CNT-BKT-SUB, CNT-RSN-SUB).
054500     PERFORM 2500-FIND-CATEGORY THRU 2500-EXIT.
054600     ADD 1 TO CNT-BKT-CATG-ITEMS(CNT-BKT-SUB, CNT-CATG-FOUND-SUB).
054700     ADD CNT-SUSP-AMOUNT
054800         TO CNT-BKT-CATG-AMOUNT(CNT-BKT-SUB, CNT-CATG-FOUND-SUB).
054900     IF CNT-ITEM-AGE > CNT-SLA-DAYS
055000         PERFORM 2600-ESCALATE-ITEM THRU 2600-EXIT
055100     END-IF.
055200     READ SUSPFILE
055300         AT END
055400             MOVE "Y" TO CNT-SUSPFILE-SW
055500     END-READ.
055600 2000-EXIT.
055700     EXIT.
055800******************************************************************
055900*    2200-COMPUTE-DAY-NUMBER - TURN CNT-WORK-DATE INTO A DAY
056000*                              NUMBER: THE DAYS IN ALL EARLIER
056100*                              YEARS, PLUS THE DAYS BEFORE THE
056200*                              MONTH, PLUS THE DAY OF THE MONTH
056300******************************************************************
056400 2200-COMPUTE-DAY-NUMBER.
056500     MOVE "Y" TO CNT-DATE-SW.
056600     MOVE ZEROES TO CNT-DAY-NUMBER.
056700     IF CNT-WORK-DATE IS NOT NUMERIC
056800         OR CNT-WORK-YYYY = 0
056900         OR CNT-WORK-MM < 1 OR CNT-WORK-MM > 12
057000         OR CNT-WORK-DD < 1 OR CNT-WORK-DD > 31
057100         MOVE "N" TO CNT-DATE-SW
057200         GO TO 2200-EXIT
057300     END-IF.
057400     COMPUTE CNT-PRIOR-YEARS = CNT-WORK-YYYY - 1.
057500     DIVIDE CNT-PRIOR-YEARS BY 4 GIVING CNT-DIV-4.
057600     DIVIDE CNT-PRIOR-YEARS BY 100 GIVING CNT-DIV-100.
057700     DIVIDE CNT-PRIOR-YEARS BY 400 GIVING CNT-DIV-400.
057800     COMPUTE CNT-DAY-NUMBER = CNT-PRIOR-YEARS * 365
057900         + CNT-DIV-4 - CNT-DIV-100 + CNT-DIV-400
058000         + CNT-CUM-DAYS(CNT-WORK-MM) + CNT-WORK-DD.
058100     IF CNT-WORK-MM > 2
058200         PERFORM 2210-CHECK-LEAP-YEAR THRU 2210-EXIT
058300         IF CNT-LEAP-YEAR
058400             ADD 1 TO CNT-DAY-NUMBER
058500         END-IF
058600     END-IF.
058700 2200-EXIT.
058800     EXIT.
058900******************************************************************
059000*    2210-CHECK-LEAP-YEAR - DIVISIBLE BY 400, OR BY 4 BUT NOT BY
059100*                           100, AS IN CNT100
059200******************************************************************
059300 2210-CHECK-LEAP-YEAR.
059400     MOVE "N" TO CNT-LEAP-SW.
059500     DIVIDE CNT-WORK-YYYY BY 400 GIVING CNT-LEAP-QUOTIENT
059600         REMAINDER CNT-LEAP-REMAINDER.
059700     IF CNT-LEAP-REMAINDER = 0
059800         MOVE "Y" TO CNT-LEAP-SW
059900         GO TO 2210-EXIT
060000     END-IF.
060100     DIVIDE CNT-WORK-YYYY BY 100 GIVING CNT-LEAP-QUOTIENT
060200         REMAINDER CNT-LEAP-REMAINDER.
060300     IF CNT-LEAP-REMAINDER = 0
060400         GO TO 2210-EXIT
060500     END-IF.
060600     DIVIDE CNT-WORK-YYYY BY 4 GIVING CNT-LEAP-QUOTIENT
060700         REMAINDER CNT-LEAP-REMAINDER.
060800     IF CNT-LEAP-REMAINDER = 0
060900         MOVE "Y" TO CNT-LEAP-SW
061000     END-IF.
061100 2210-EXIT.
061200     EXIT.
061300******************************************************************
061400*    2300-FIND-BUCKET - THE FIRST BUCKET WHOSE LIMIT THE AGE DOES
061500*                       NOT EXCEED, ELSE THE OPEN-ENDED LAST ONE
061600******************************************************************
061700 2300-FIND-BUCKET.
061800     MOVE 1 TO CNT-BKT-SUB.
061810     MOVE "N" TO CNT-BUCKET-SW.
061820     PERFORM 2310-CHECK-ONE-BUCKET THRU 2310-EXIT
061830         UNTIL CNT-BUCKET-FOUND.
062200 2300-EXIT.
062300     EXIT.
062400******************************************************************
062410*    2310-CHECK-ONE-BUCKET - THE LAST BUCKET HAS NO LIMIT TO
062420*                            CHECK
062600******************************************************************
062610 2310-CHECK-ONE-BUCKET.
062620     IF CNT-BKT-SUB = CNT-BKT-MAX-ENTRIES
062630         MOVE "Y" TO CNT-BUCKET-SW
062640         GO TO 2310-EXIT
062650     END-IF.
062660     IF CNT-ITEM-AGE NOT > CNT-BUCKET-LIMIT(CNT-BKT-SUB)
062670         MOVE "Y" TO CNT-BUCKET-SW
062680         GO TO 2310-EXIT
062690     END-IF.
062800     ADD 1 TO CNT-BKT-SUB.
062900 2310-EXIT.
063000     EXIT.
063100******************************************************************
063200*    2400-FIND-REASON - SLOT 4 TAKES ANY UNKNOWN REASON CODE
063300******************************************************************
063400 2400-FIND-REASON.
063500     MOVE 1 TO CNT-RSN-SUB.
063600     PERFORM 2410-NEXT-REASON THRU 2410-EXIT
063700         UNTIL CNT-RSN-SUB = 4
063800         OR CNT-SUSP-REASON-CODE = CNT-RSN-CODE(CNT-RSN-SUB).
063900 2400-EXIT.
064000     EXIT.
064100******************************************************************
064200*    2410-NEXT-REASON
064300******************************************************************
064400 2410-NEXT-REASON.
064500     ADD 1 TO CNT-RSN-SUB.
064600 2410-EXIT.
064700     EXIT.
064800******************************************************************
064900*    2500-FIND-CATEGORY - LOOK THE ITEM'S CATEGORY UP IN THE LIST
065000*                         OF CODES SEEN SO FAR, ADDING IT IF NEW
065100******************************************************************
065200 2500-FIND-CATEGORY.
065300     MOVE ZEROES TO CNT-CATG-FOUND-SUB.
065400     PERFORM 2510-CHECK-ONE-CATEGORY THRU 2510-EXIT
065500         VARYING CNT-CATG-SUB FROM 1 BY 1
065600         UNTIL CNT-CATG-SUB > CNT-CATG-COUNT
065700         OR CNT-CATG-FOUND-SUB > 0.
065800     IF CNT-CATG-FOUND-SUB > 0
065900         GO TO 2500-EXIT
066000     END-IF.
066100     IF CNT-CATG-COUNT < CNT-CATG-MAX-ENTRIES
066200         ADD 1 TO CNT-CATG-COUNT
066300         MOVE CNT-SUSP-CATEGORY TO CNT-CATG-CODE(CNT-CATG-COUNT)
066400         MOVE CNT-CATG-COUNT TO CNT-CATG-FOUND-SUB
066500     ELSE
066600         IF NOT CNT-CATG-OVERFLOWED
066700             DISPLAY "CNT850 - MORE THAN " CNT-CATG-MAX-ENTRIES
066800                 " CATEGORIES IN SUSPENSE, THE REST ARE TOTALLED"
066900                 " UNDER CATEGORY " CNT-CATG-CODE(CNT-CATG-COUNT)
067000             MOVE "Y" TO CNT-CATG-OVERFLOW-SW
067100         END-IF
067200         MOVE CNT-CATG-COUNT TO CNT-CATG-FOUND-SUB
067300     END-IF.
067400 2500-EXIT.
067500     EXIT.
067600******************************************************************
067700*    2510-CHECK-ONE-CATEGORY
067800******************************************************************
067900 2510-CHECK-ONE-CATEGORY.
068000     IF CNT-CATG-CODE(CNT-CATG-SUB) = CNT-SUSP-CATEGORY
068100         MOVE CNT-CATG-SUB TO CNT-CATG-FOUND-SUB
068200     END-IF.
068300 2510-EXIT.
068400     EXIT.
068500******************************************************************
068600*    2600-ESCALATE-ITEM - LIST THE ITEM ON THE REPORT AND RAISE
068700*                         ONE ALERT FOR IT.  THE ALERT'S RAW COUNT
068800*                         CARRIES THE AGE IN DAYS
068900******************************************************************
069000 2600-ESCALATE-ITEM.
069100     ADD 1 TO CNT-SLA-COUNT.
069200     ADD CNT-SUSP-AMOUNT TO CNT-SLA-AMOUNT.
069300     MOVE CNT-SUSP-TRAN-ID TO CNT-SRPT-BRC-TRAN-ID.
069400     MOVE CNT-SUSP-RUN-DATE TO CNT-SRPT-BRC-RUN-DATE.
069500     MOVE CNT-ITEM-AGE TO CNT-SRPT-BRC-AGE.
069600     MOVE CNT-SUSP-CATEGORY TO CNT-SRPT-BRC-CATEGORY.
069700     MOVE CNT-SUSP-REASON-CODE TO CNT-SRPT-BRC-REASON-CODE.
069800     MOVE CNT-SUSP-AMOUNT TO CNT-SRPT-BRC-AMOUNT.
069900     MOVE CNT-SRPT-BREACH-LINE TO CNT-SRPT-RECORD.
070000     WRITE CNT-SRPT-RECORD.
070100     MOVE CNT-SUSP-TRAN-ID TO CNT-ALERT-TRAN-ID.
070200     MOVE CNT-ITEM-AGE TO CNT-ALERT-AGE.
070300     MOVE CNT-SUSP-REASON-CODE TO CNT-ALERT-REASON-CODE.
070400     MOVE CNT-RUN-DATE TO CNT-ALRT-RUN-DATE.
070500     MOVE CNT-RUN-TIME TO CNT-ALRT-RUN-TIME.
070600     MOVE CNT-SUSP-CATEGORY TO CNT-ALRT-CATEGORY.
070700     MOVE CNT-ITEM-AGE TO CNT-ALRT-RAW-COUNT.
070800     MOVE ZEROES TO CNT-ALRT-CAPPED-COUNT.
070900     MOVE CNT-ALERT-TEXT TO CNT-ALRT-MESSAGE-TEXT.
071000     WRITE CNT-ALRT-RECORD.
071100     IF CNT-SALTFILE-STATUS NOT = "00"
071200         DISPLAY "CNT850 - SALTFILE WRITE FAILED, STATUS = "
071300             CNT-SALTFILE-STATUS
071400     ELSE
071500         ADD 1 TO CNT-ALERT-COUNT
071600     END-IF.
071700     MOVE 4 TO RETURN-CODE.
071800 2600-EXIT.
071900     EXIT.
072000******************************************************************
072100*    3000-REPORT-BUCKETS - THE AGE-BUCKET SUMMARY, THEN EACH
072200*                          BUCKET BY REASON CODE AND BY CATEGORY
072300******************************************************************
072400 3000-REPORT-BUCKETS.
072500     IF CNT-SLA-COUNT = 0
072600         MOVE "  NONE" TO CNT-SRPT-SECTION-TEXT
072700         MOVE CNT-SRPT-SECTION-LINE TO CNT-SRPT-RECORD
072800         WRITE CNT-SRPT-RECORD
072900     END-IF.
073000     MOVE SPACES TO CNT-SRPT-RECORD.
073100     WRITE CNT-SRPT-RECORD.
073200     MOVE "OUTSTANDING SUSPENSE BY AGE" TO CNT-SRPT-SECTION-TEXT.
073300     MOVE CNT-SRPT-SECTION-LINE TO CNT-SRPT-RECORD.
073400     WRITE CNT-SRPT-RECORD.
073500     MOVE CNT-SRPT-BUCKET-HEAD-LINE TO CNT-SRPT-RECORD.
073600     WRITE CNT-SRPT-RECORD.
073700     PERFORM 3100-PRINT-BUCKET THRU 3100-EXIT
073800         VARYING CNT-BKT-SUB FROM 1 BY 1
073900         UNTIL CNT-BKT-SUB > CNT-BKT-MAX-ENTRIES.
074000     MOVE "TOTAL" TO CNT-SRPT-BKT-LABEL.
074100     MOVE CNT-ITEM-COUNT TO CNT-SRPT-BKT-ITEMS.
074200     MOVE CNT-TOTAL-AMOUNT TO CNT-SRPT-BKT-AMOUNT.
074300     MOVE CNT-SRPT-BUCKET-LINE TO CNT-SRPT-RECORD.
074400     WRITE CNT-SRPT-RECORD.
074500     MOVE SPACES TO CNT-SRPT-RECORD.
074600     WRITE CNT-SRPT-RECORD.
074700     MOVE "EACH AGE BUCKET BY REASON CODE AND CATEGORY"
074800         TO CNT-SRPT-SECTION-TEXT.
074900     MOVE CNT-SRPT-SECTION-LINE TO CNT-SRPT-RECORD.
075000     WRITE CNT-SRPT-RECORD.
075100     PERFORM 3200-PRINT-BUCKET-BREAKDOWN THRU 3200-EXIT
075200         VARYING CNT-BKT-SUB FROM 1 BY 1
075300         UNTIL CNT-BKT-SUB > CNT-BKT-MAX-ENTRIES.
075400 3000-EXIT.
075500     EXIT.
075600******************************************************************
075700*    3100-PRINT-BUCKET
075800******************************************************************
075900 3100-PRINT-BUCKET.
076000     MOVE CNT-BKT-LABEL(CNT-BKT-SUB) TO CNT-SRPT-BKT-LABEL.
076100     MOVE CNT-BKT-ITEMS(CNT-BKT-SUB) TO CNT-SRPT-BKT-ITEMS.
076200     MOVE CNT-BKT-AMOUNT(CNT-BKT-SUB) TO CNT-SRPT-BKT-AMOUNT.
076300     MOVE CNT-SRPT-BUCKET-LINE TO CNT-SRPT-RECORD.
076400     WRITE CNT-SRPT-RECORD.
076500 3100-EXIT.
076600     EXIT.
076700******************************************************************
076800*    3200-PRINT-BUCKET-BREAKDOWN - AN EMPTY BUCKET PRINTS NO
076900*                                  BREAKDOWN
077000******************************************************************
077100 3200-PRINT-BUCKET-BREAKDOWN.
077200     IF CNT-BKT-ITEMS(CNT-BKT-SUB) = 0
077300         GO TO 3200-EXIT
077400     END-IF.
077500     MOVE SPACES TO CNT-SRPT-RECORD.
077600     WRITE CNT-SRPT-RECORD.
077700     MOVE CNT-BKT-LABEL(CNT-BKT-SUB) TO CNT-SRPT-BRK-LABEL.
077800     PERFORM 3210-PRINT-REASON THRU 3210-EXIT
077900         VARYING CNT-RSN-SUB FROM 1 BY 1
078000         UNTIL CNT-RSN-SUB > 4.
078100     PERFORM 3220-PRINT-CATEGORY THRU 3220-EXIT
078200         VARYING CNT-CATG-SUB FROM 1 BY 1
078300         UNTIL CNT-CATG-SUB > CNT-CATG-COUNT.
078400 3200-EXIT.
078500     EXIT.
078600******************************************************************
078700*    3210-PRINT-REASON - ONLY REASON CODES WITH ITEMS IN THE
078800*                        BUCKET ARE PRINTED.  THE BUCKET LABEL IS
078900*                        PRINTED ON THE FIRST LINE ONLY
079000******************************************************************
079100 3210-PRINT-REASON.
079200     IF CNT-BKT-RSN-ITEMS(CNT-BKT-SUB, CNT-RSN-SUB) = 0
079300         GO TO 3210-EXIT
079400     END-IF.
079500     MOVE "REASON" TO CNT-SRPT-BRK-TYPE.
079600     MOVE CNT-RSN-CODE(CNT-RSN-SUB) TO CNT-SRPT-BRK-CODE.
079700     MOVE CNT-RSN-DESC(CNT-RSN-SUB) TO CNT-SRPT-BRK-DESC.
079800     MOVE CNT-BKT-RSN-ITEMS(CNT-BKT-SUB, CNT-RSN-SUB)
079900         TO CNT-SRPT-BRK-ITEMS.
080000     MOVE CNT-BKT-RSN-AMOUNT(CNT-BKT-SUB, CNT-RSN-SUB)
080100         TO CNT-SRPT-BRK-AMOUNT.
080200     MOVE CNT-SRPT-BREAK-LINE TO CNT-SRPT-RECORD.
080300     WRITE CNT-SRPT-RECORD.
080400     MOVE SPACES TO CNT-SRPT-BRK-LABEL.
080500 3210-EXIT.
080600     EXIT.
080700******************************************************************
080800*    3220-PRINT-CATEGORY - ONLY CATEGORIES WITH ITEMS IN THE
080900*                          BUCKET ARE PRINTED
081000******************************************************************
081100 3220-PRINT-CATEGORY.
081200     IF CNT-BKT-CATG-ITEMS(CNT-BKT-SUB, CNT-CATG-SUB) = 0
081300         GO TO 3220-EXIT
081400     END-IF.
081500     MOVE "CATEGORY" TO CNT-SRPT-BRK-TYPE.
081600     MOVE CNT-CATG-CODE(CNT-CATG-SUB) TO CNT-SRPT-BRK-CODE.
081700     MOVE SPACES TO CNT-SRPT-BRK-DESC.
081800     MOVE CNT-BKT-CATG-ITEMS(CNT-BKT-SUB, CNT-CATG-SUB)
081900         TO CNT-SRPT-BRK-ITEMS.
082000     MOVE CNT-BKT-CATG-AMOUNT(CNT-BKT-SUB, CNT-CATG-SUB)
082100         TO CNT-SRPT-BRK-AMOUNT.
082200     MOVE CNT-SRPT-BREAK-LINE TO CNT-SRPT-RECORD.
082300     WRITE CNT-SRPT-RECORD.
082400     MOVE SPACES TO CNT-SRPT-BRK-LABEL.
082500 3220-EXIT.
082600     EXIT.
082700******************************************************************
082800*    4000-REPORT-TREND - THIS RUN AGAINST THE PRIOR RUN ON THE
082900*                        BACKLOG HISTORY.  THE BALANCE DECIDES
083000*                        WHETHER THE BACKLOG IS SHRINKING; THE
083100*                        ITEM COUNT DECIDES ONLY WHEN THE BALANCE
083200*                        HAS NOT MOVED
083300******************************************************************
083400 4000-REPORT-TREND.
083500     MOVE SPACES TO CNT-SRPT-RECORD.
083600     WRITE CNT-SRPT-RECORD.
083700     IF NOT CNT-PRIOR-FOUND
083800         MOVE "BACKLOG TREND - NO PRIOR RUN ON THE HISTORY"
083900             TO CNT-SRPT-SECTION-TEXT
084000         MOVE CNT-SRPT-SECTION-LINE TO CNT-SRPT-RECORD
084100         WRITE CNT-SRPT-RECORD
084200         GO TO 4000-EXIT
084300     END-IF.
084400     MOVE SPACES TO CNT-SRPT-SECTION-TEXT.
084500     STRING "BACKLOG TREND AGAINST THE RUN OF "
084600         CNT-PRIOR-RUN-DATE DELIMITED BY SIZE
084700         INTO CNT-SRPT-SECTION-TEXT.
084800     MOVE CNT-SRPT-SECTION-LINE TO CNT-SRPT-RECORD.
084900     WRITE CNT-SRPT-RECORD.
085000     MOVE CNT-SRPT-TREND-HEAD-LINE TO CNT-SRPT-RECORD.
085100     WRITE CNT-SRPT-RECORD.
085200     COMPUTE CNT-TREND-COUNT-CHANGE =
085300         CNT-ITEM-COUNT - CNT-PRIOR-ITEM-COUNT.
085400     MOVE "OUTSTANDING ITEMS" TO CNT-SRPT-TRC-TEXT.
085500     MOVE CNT-ITEM-COUNT TO CNT-SRPT-TRC-TODAY.
085600     MOVE CNT-PRIOR-ITEM-COUNT TO CNT-SRPT-TRC-PRIOR.
085700     MOVE CNT-TREND-COUNT-CHANGE TO CNT-SRPT-TRC-CHANGE.
085800     MOVE CNT-SRPT-TREND-COUNT-LINE TO CNT-SRPT-RECORD.
085900     WRITE CNT-SRPT-RECORD.
086000     COMPUTE CNT-TREND-AMOUNT-CHANGE =
086100         CNT-TOTAL-AMOUNT - CNT-PRIOR-TOTAL-AMOUNT.
086200     MOVE "OUTSTANDING BALANCE" TO CNT-SRPT-TRA-TEXT.
086300     MOVE CNT-TOTAL-AMOUNT TO CNT-SRPT-TRA-TODAY.
086400     MOVE CNT-PRIOR-TOTAL-AMOUNT TO CNT-SRPT-TRA-PRIOR.
086500     MOVE CNT-TREND-AMOUNT-CHANGE TO CNT-SRPT-TRA-CHANGE.
086600     MOVE CNT-SRPT-TREND-AMOUNT-LINE TO CNT-SRPT-RECORD.
086700     WRITE CNT-SRPT-RECORD.
086800     MOVE "ITEMS PAST SLA" TO CNT-SRPT-TRC-TEXT.
086900     MOVE CNT-SLA-COUNT TO CNT-SRPT-TRC-TODAY.
087000     MOVE CNT-PRIOR-SLA-COUNT TO CNT-SRPT-TRC-PRIOR.
087100     COMPUTE CNT-TREND-COUNT-CHANGE =
087200         CNT-SLA-COUNT - CNT-PRIOR-SLA-COUNT.
087300     MOVE CNT-TREND-COUNT-CHANGE TO CNT-SRPT-TRC-CHANGE.
087400     MOVE CNT-SRPT-TREND-COUNT-LINE TO CNT-SRPT-RECORD.
087500     WRITE CNT-SRPT-RECORD.
087600     MOVE "BALANCE PAST SLA" TO CNT-SRPT-TRA-TEXT.
087700     MOVE CNT-SLA-AMOUNT TO CNT-SRPT-TRA-TODAY.
087800     MOVE CNT-PRIOR-SLA-AMOUNT TO CNT-SRPT-TRA-PRIOR.
087900     COMPUTE CNT-TREND-AMOUNT-CHANGE =
088000         CNT-SLA-AMOUNT - CNT-PRIOR-SLA-AMOUNT.
088100     MOVE CNT-TREND-AMOUNT-CHANGE TO CNT-SRPT-TRA-CHANGE.
088200     MOVE CNT-SRPT-TREND-AMOUNT-LINE TO CNT-SRPT-RECORD.
088300     WRITE CNT-SRPT-RECORD.
088400     COMPUTE CNT-TREND-AMOUNT-CHANGE =
088500         CNT-TOTAL-AMOUNT - CNT-PRIOR-TOTAL-AMOUNT.
088600     COMPUTE CNT-TREND-COUNT-CHANGE =
088700         CNT-ITEM-COUNT - CNT-PRIOR-ITEM-COUNT.
088800     IF CNT-TREND-AMOUNT-CHANGE < 0
088900         MOVE "BACKLOG IS SHRINKING" TO CNT-SRPT-SECTION-TEXT
089000     ELSE
089100         IF CNT-TREND-AMOUNT-CHANGE > 0
089200             MOVE "BACKLOG IS GROWING" TO CNT-SRPT-SECTION-TEXT
089300         ELSE
089400             IF CNT-TREND-COUNT-CHANGE < 0
089500                 MOVE "BACKLOG IS SHRINKING"
089600                     TO CNT-SRPT-SECTION-TEXT
089700             ELSE
089800                 IF CNT-TREND-COUNT-CHANGE > 0
089900                     MOVE "BACKLOG IS GROWING"
090000                         TO CNT-SRPT-SECTION-TEXT
090100                 ELSE
090200                     MOVE "BACKLOG IS UNCHANGED"
090300                         TO CNT-SRPT-SECTION-TEXT
090400                 END-IF
090500             END-IF
090600         END-IF
090700     END-IF.
090800     MOVE CNT-SRPT-SECTION-LINE TO CNT-SRPT-RECORD.
090900     WRITE CNT-SRPT-RECORD.
091000 4000-EXIT.
091100     EXIT.
091200******************************************************************
091300*    9999-TERMINATE - ADD THIS RUN TO THE BACKLOG HISTORY, WRITE
091400*                     THE TRAILERS AND CLOSE THE FILES
091500******************************************************************
091600 9999-TERMINATE.
091700     MOVE SPACES TO CNT-NSHST-RECORD.
091800     MOVE CNT-RUN-DATE TO CNT-NSHST-RUN-DATE.
091900     MOVE CNT-RUN-TIME TO CNT-NSHST-RUN-TIME.
092000     MOVE CNT-ITEM-COUNT TO CNT-NSHST-ITEM-COUNT.
092100     MOVE CNT-TOTAL-AMOUNT TO CNT-NSHST-TOTAL-AMOUNT.
092200     MOVE CNT-SLA-COUNT TO CNT-NSHST-SLA-COUNT.
092300     MOVE CNT-SLA-AMOUNT TO CNT-NSHST-SLA-AMOUNT.
092400     MOVE CNT-OLDEST-DATE TO CNT-NSHST-OLDEST-DATE.
092500     WRITE CNT-NSHST-RECORD.
092600     ADD 1 TO CNT-HISTORY-COUNT.
092700     MOVE SPACES TO CNT-SRPT-RECORD.
092800     WRITE CNT-SRPT-RECORD.
092900     MOVE "SUSPENSE ITEMS AGED" TO CNT-SRPT-TRAILER-TEXT.
093000     MOVE CNT-ITEM-COUNT TO CNT-SRPT-TRAILER-COUNT.
093100     MOVE CNT-SRPT-TRAILER-LINE TO CNT-SRPT-RECORD.
093200     WRITE CNT-SRPT-RECORD.
093300     MOVE "ITEMS WITH INVALID RUN DATE" TO CNT-SRPT-TRAILER-TEXT.
093400     MOVE CNT-BAD-DATE-COUNT TO CNT-SRPT-TRAILER-COUNT.
093500     MOVE CNT-SRPT-TRAILER-LINE TO CNT-SRPT-RECORD.
093600     WRITE CNT-SRPT-RECORD.
093700     MOVE "ITEMS PAST SLA" TO CNT-SRPT-TRAILER-TEXT.
093800     MOVE CNT-SLA-COUNT TO CNT-SRPT-TRAILER-COUNT.
093900     MOVE CNT-SRPT-TRAILER-LINE TO CNT-SRPT-RECORD.
094000     WRITE CNT-SRPT-RECORD.
094100     MOVE "ALERTS WRITTEN" TO CNT-SRPT-TRAILER-TEXT.
094200     MOVE CNT-ALERT-COUNT TO CNT-SRPT-TRAILER-COUNT.
094300     MOVE CNT-SRPT-TRAILER-LINE TO CNT-SRPT-RECORD.
094400     WRITE CNT-SRPT-RECORD.
094500     MOVE "HISTORY RECORDS WRITTEN" TO CNT-SRPT-TRAILER-TEXT.
094600     MOVE CNT-HISTORY-COUNT TO CNT-SRPT-TRAILER-COUNT.
094700     MOVE CNT-SRPT-TRAILER-LINE TO CNT-SRPT-RECORD.
094800     WRITE CNT-SRPT-RECORD.
094900     IF CNT-SUSPFILE-STATUS NOT = "35"
095000         CLOSE SUSPFILE
095100     END-IF.
095200     CLOSE NEWSHST.
095300     CLOSE SRPTFILE.
095400     CLOSE SALTFILE.
095500 9999-EXIT.
095600     EXIT.
