000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CNT130.
000300 AUTHOR. R D HARTLEY.
000400 INSTALLATION. DAILY BATCH - TRANSACTION CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  CNT130 - BATCH WINDOW AND RUN DURATION REPORT.
000900*
001000*  READS THE STATFILE RUN-STATUS RECORDS (SEE CNTRSTA) FOR A
001100*  RANGE OF BUSINESS DATES AND REPORTS, FOR EACH DATE, HOW LONG
001200*  THE CNT100 RUN TOOK FROM START TO END, THE RECORDS IT READ
001300*  PER MINUTE, HOW MANY RUNS PUBLISHED FOR THE DATE (SO RERUNS
001400*  SHOW UP) AND THE FINAL RETURN CODE.  STATFILE KEEPS ONE
001500*  RECORD PER DATE AND EVERY RUN REWRITES IT, SO THE TIMES ARE
001600*  THOSE OF THE DATE'S LAST RUN.  THE RUN COUNT IS THE DATE'S
001700*  LATEST VSAMFILE RUN SEQUENCE, FOUND BY THE SAME PROBE CNT800
001800*  USES.
001810*
001820*  ON AN INTRADAY CYCLE DATE STATFILE HOLDS ONLY THE LAST
001830*  CYCLE'S START AND END BUT THE WHOLE DAY'S RECORD COUNT, SO
001840*  THE DATE IS FLAGGED "CYCLE N - LAST ONLY" WITH THE LAST
001850*  CYCLE'S ELAPSED TIME, NO RATE, NO OVER-AVERAGE TEST, AND IS
001860*  LEFT OUT OF THE AVERAGE, WORST AND PERCENTILE FIGURES.  THE
001870*  SLA TEST STILL APPLIES - THE LAST CYCLE'S END IS THE DAY'S
001880*  END.  ITS RUN COUNT IS EVERY CYCLE PUBLISHED PLUS ANY RERUN.
001900*
002000*  A DATE IS FLAGGED WHEN ITS RUN ENDED AFTER THE SLA END TIME,
002100*  OR TOOK MORE THAN THE CONFIGURED PERCENTAGE LONGER THAN THE
002200*  PERIOD AVERAGE.  A RECORD STILL "I" WITH NO END TIME IS
002300*  LISTED AS A POSSIBLE ABEND.  THE SUMMARY GIVES THE AVERAGE,
002400*  WORST AND 95TH-PERCENTILE RUN TIMES OF THE COMPLETED RUNS
002410*  ON NON-CYCLE DATES.
002500*  ANY FLAG OR POSSIBLE ABEND ENDS THE RUN WITH RETURN-CODE 4.
002600*
002700*  WPRMFILE (SEE CNTWPRM) SUPPLIES THE DATE RANGE, THE SLA END
002800*  TIME AND THE PERCENTAGE.  THE REPORT IS WRITTEN TO WRPTFILE
002900*  (SEE CNTWRPT).  AN OPEN FAILURE ENDS THE RUN WITH
003000*  RETURN-CODE 16.
003100*
003200*  MAINTENANCE HISTORY
003300*  DATE        INIT  DESCRIPTION
003400*  ----------  ----  -----------------------------------------
003500*  2026-10-15   RDH  ORIGINAL PROGRAM.
003510*  2026-10-15   RDH  THE 95TH PERCENTILE RANK IS NOW COMPUTED IN
003520*                    ONE STEP - THE UNDIVIDED FIGURE OVERFLOWED
003530*                    CNT-PCTL-RANK ONCE THE PERIOD HELD MORE THAN
003540*                    104 COMPLETED RUNS.
003550*  2026-10-15   RDH  AN INTRADAY CYCLE DATE IS NOW FLAGGED "CYCLE
003560*                    N - LAST ONLY", PRINTS NO RATE, IS NOT TESTED
003570*                    AGAINST THE AVERAGE AND IS KEPT OUT OF THE
003580*                    PERIOD FIGURES - ITS STATFILE TIMES COVER THE
003590*                    LAST CYCLE ONLY BUT ITS COUNT THE WHOLE DAY.
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-370.
004000 OBJECT-COMPUTER. IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT WPRMFILE ASSIGN TO WPRMFILE
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS CNT-WPRMFILE-STATUS.
004600     SELECT STATFILE ASSIGN TO STATFILE
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS CNT-RSTA-RUN-DATE
005000         FILE STATUS IS CNT-STATFILE-STATUS.
005100     SELECT VSAMFILE ASSIGN TO VSAMFILE
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS CNT-VSAM-KEY
005500         FILE STATUS IS CNT-VSAMFILE-STATUS.
005600     SELECT WRPTFILE ASSIGN TO WRPTFILE
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS CNT-WRPTFILE-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  WPRMFILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400 COPY CNTWPRM.
006500 FD  STATFILE
006600     RECORDING MODE IS F.
006700 COPY CNTRSTA.
006800 FD  VSAMFILE
006900     RECORDING MODE IS F.
007000 COPY CNTVSAM.
007100 FD  WRPTFILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  CNT-WRPT-RECORD                PIC X(80).
007500 WORKING-STORAGE SECTION.
007600******************************************************************
007700*    BATCH WINDOW REPORT PRINT LINES
007800******************************************************************
007900 COPY CNTWRPT.
008000******************************************************************
008100*    REPORT PARAMETERS - LOADED FROM WPRMFILE
008200******************************************************************
008300 01  CNT-SYSTEM-DATE               PIC 9(08) VALUE ZEROES.
008400 01  CNT-FROM-DATE                 PIC 9(08) VALUE ZEROES.
008500 01  CNT-TO-DATE                   PIC 9(08) VALUE ZEROES.
008600 01  CNT-SLA-END-TIME              PIC 9(04) VALUE 0600.
008700 01  CNT-SLA-END-TIME-PARTS REDEFINES CNT-SLA-END-TIME.
008800     05  CNT-SLA-END-HH            PIC 9(02).
008900     05  CNT-SLA-END-MM            PIC 9(02).
009000 01  CNT-SLA-END-DAYS              PIC 9(01) VALUE 1.
009100 01  CNT-OVER-AVG-PCT              PIC 9(03) COMP VALUE 25.
009200******************************************************************
009300*    RUN TABLE - ONE ENTRY PER STATFILE DATE IN THE RANGE, SO THE
009400*    PERIOD AVERAGE IS KNOWN BEFORE ANY DATE IS JUDGED AGAINST
009500*    IT.  ELAPSED TIME IS HELD IN SECONDS.  ONCE THE TABLE IS
009600*    FULL THE REMAINING DATES ARE LEFT OFF THE REPORT
009700******************************************************************
009800 01  CNT-RUN-MAX-ENTRIES           PIC 9(04) COMP VALUE 400.
009900 01  CNT-RUN-COUNT                 PIC 9(04) COMP VALUE ZEROES.
010000 01  CNT-RUN-SUB                   PIC 9(04) COMP VALUE ZEROES.
010100 01  CNT-RUN-TABLE.
010200     05  CNT-RUN-ENTRY OCCURS 400 TIMES.
010300         10  CNT-RUN-BUS-DATE      PIC 9(08).
010400         10  CNT-RUN-RUNS          PIC 9(02).
010500         10  CNT-RUN-STATUS        PIC X(01).
010600         10  CNT-RUN-RC            PIC 9(02).
010700         10  CNT-RUN-START-DATE    PIC 9(08).
010800         10  CNT-RUN-START-TIME    PIC 9(08).
010900         10  CNT-RUN-END-DATE      PIC 9(08).
011000         10  CNT-RUN-END-TIME      PIC 9(08).
011100         10  CNT-RUN-RECORDS       PIC 9(09) COMP.
011200         10  CNT-RUN-ELAPSED       PIC 9(07) COMP.
011300         10  CNT-RUN-ENDED-SW      PIC X(01).
011400             88  CNT-RUN-ENDED             VALUE "Y".
011500         10  CNT-RUN-LATE-SW       PIC X(01).
011600             88  CNT-RUN-LATE              VALUE "Y".
011610         10  CNT-RUN-CYCLE-MODE-SW PIC X(01).
011620             88  CNT-RUN-CYCLE-DATE        VALUE "Y".
011630         10  CNT-RUN-CYCLE-NUMBER  PIC 9(01).
011700******************************************************************
011800*    ELAPSED TIMES OF THE COMPLETED RUNS IN ASCENDING ORDER, FOR
011900*    THE PERCENTILE.  EACH TIME IS INSERTED IN PLACE AS THE RUN
012000*    TABLE IS LOADED
012100******************************************************************
012200 01  CNT-SORT-COUNT                PIC 9(04) COMP VALUE ZEROES.
012300 01  CNT-SORT-SUB                  PIC 9(04) COMP VALUE ZEROES.
012400 01  CNT-SORT-PREV-SUB             PIC 9(04) COMP VALUE ZEROES.
012500 01  CNT-SORT-TABLE.
012600     05  CNT-SORT-ELAPSED          PIC 9(07) COMP
012700                                   OCCURS 400 TIMES.
012800 01  CNT-PCTL-RANK                 PIC 9(04) COMP VALUE ZEROES.
012900******************************************************************
013000*    TIME ARITHMETIC.  CLOCK TIMES ARE HHMMSSHH AS ACCEPTED FROM
013100*    TIME; A START AND END ARE TURNED INTO SECONDS FROM THEIR
013200*    DAY NUMBERS SO A RUN THAT CROSSES MIDNIGHT TIMES CORRECTLY
013300******************************************************************
013400 01  CNT-CLOCK-TIME                PIC 9(08) VALUE ZEROES.
013500 01  CNT-CLOCK-PARTS REDEFINES CNT-CLOCK-TIME.
013600     05  CNT-CLOCK-HH              PIC 9(02).
013700     05  CNT-CLOCK-MM              PIC 9(02).
013800     05  CNT-CLOCK-SS              PIC 9(02).
013900     05  CNT-CLOCK-HS              PIC 9(02).
014000 01  CNT-CLOCK-SECONDS             PIC 9(05) COMP VALUE ZEROES.
014100 01  CNT-START-SECONDS             PIC S9(11) COMP VALUE ZEROES.
014200 01  CNT-END-SECONDS               PIC S9(11) COMP VALUE ZEROES.
014300 01  CNT-END-STAMP                 PIC 9(11) COMP VALUE ZEROES.
014400 01  CNT-DEADLINE-STAMP            PIC 9(11) COMP VALUE ZEROES.
014500 01  CNT-HMS-SECONDS               PIC 9(07) COMP VALUE ZEROES.
014600 01  CNT-HMS-REMAINDER             PIC 9(07) COMP VALUE ZEROES.
014700 01  CNT-HMS-HOURS                 PIC 9(05) COMP VALUE ZEROES.
014800 01  CNT-HMS-DISPLAY.
014900     05  CNT-HMS-HH                PIC 9(02).
015000     05  FILLER                    PIC X(01) VALUE ":".
015100     05  CNT-HMS-MM                PIC 9(02).
015200     05  FILLER                    PIC X(01) VALUE ":".
015300     05  CNT-HMS-SS                PIC 9(02).
015400 01  CNT-HHMM-DISPLAY.
015500     05  CNT-HHMM-HH               PIC 9(02).
015600     05  FILLER                    PIC X(01) VALUE ":".
015700     05  CNT-HHMM-MM               PIC 9(02).
015800 01  CNT-RATE-PER-MINUTE           PIC 9(09) COMP VALUE ZEROES.
015900 01  CNT-RATE-DISPLAY              PIC ZZZZZZZZ9.
015910 01  CNT-CYCLE-FLAG.
015920     05  FILLER                    PIC X(06) VALUE "CYCLE ".
015930     05  CNT-CYCLE-FLAG-NO         PIC 9(01).
015940     05  FILLER                    PIC X(12) VALUE
015950         " - LAST ONLY".
015960 01  CNT-CYCLE-LATE-FLAG.
015970     05  FILLER                    PIC X(19) VALUE
015980         "PAST SLA, LAST CYC ".
015990     05  CNT-CYCLE-LATE-NO         PIC 9(01).
016000******************************************************************
016100*    DAY-NUMBER CONVERSION, AS IN CNT850 - THE DAYS IN ALL
016200*    EARLIER YEARS, PLUS THE DAYS BEFORE THE MONTH, PLUS THE DAY
016300******************************************************************
016400 01  CNT-WORK-DATE.
016500     05  CNT-WORK-YYYY             PIC 9(04).
016600     05  CNT-WORK-MM               PIC 9(02).
016700     05  CNT-WORK-DD               PIC 9(02).
016800 01  CNT-CUM-DAY-CONSTANTS         PIC X(36) VALUE
016900     "000031059090120151181212243273304334".
017000 01  CNT-CUM-DAY-TABLE REDEFINES CNT-CUM-DAY-CONSTANTS.
017100     05  CNT-CUM-DAYS              PIC 9(03) OCCURS 12 TIMES.
017200 01  CNT-PRIOR-YEARS               PIC 9(04) COMP VALUE ZEROES.
017300 01  CNT-LEAP-QUOTIENT             PIC 9(04) COMP VALUE ZEROES.
017400 01  CNT-LEAP-REMAINDER            PIC 9(04) COMP VALUE ZEROES.
017500 01  CNT-LEAP-SW                   PIC X(01) VALUE "N".
017600     88  CNT-LEAP-YEAR                     VALUE "Y".
017700 01  CNT-DIV-4                     PIC 9(04) COMP VALUE ZEROES.
017800 01  CNT-DIV-100                   PIC 9(04) COMP VALUE ZEROES.
017900 01  CNT-DIV-400                   PIC 9(04) COMP VALUE ZEROES.
018000 01  CNT-DAY-NUMBER                PIC 9(07) COMP VALUE ZEROES.
018100 01  CNT-DATE-SW                   PIC X(01) VALUE "Y".
018200     88  CNT-DATE-VALID                    VALUE "Y".
018300******************************************************************
018400*    LATEST-SEQUENCE PROBE - THE LAST SEQUENCE FOUND FOR A DATE
018500*    IS ITS LATEST PUBLICATION, AS IN CNT800
018600******************************************************************
018700 01  CNT-PROBE-DATE                PIC 9(08) VALUE ZEROES.
018800 01  CNT-PROBE-SEQ                 PIC 9(03) COMP VALUE ZEROES.
018900 01  CNT-FOUND-SEQ                 PIC 9(02) VALUE ZEROES.
019000******************************************************************
019100*    PERIOD FIGURES AND RUN TOTALS
019200******************************************************************
019300 01  CNT-ENDED-COUNT               PIC 9(04) COMP VALUE ZEROES.
019400 01  CNT-ELAPSED-TOTAL             PIC 9(11) COMP VALUE ZEROES.
019500 01  CNT-AVERAGE-ELAPSED           PIC 9(07) COMP VALUE ZEROES.
019600 01  CNT-OVER-AVG-LIMIT            PIC 9(09) COMP VALUE ZEROES.
019700 01  CNT-WORST-ELAPSED             PIC 9(07) COMP VALUE ZEROES.
019800 01  CNT-WORST-DATE                PIC 9(08) VALUE ZEROES.
019900 01  CNT-PCTL-ELAPSED              PIC 9(07) COMP VALUE ZEROES.
020000 01  CNT-DATES-READ                PIC 9(09) COMP VALUE ZEROES.
020100 01  CNT-DATES-DROPPED             PIC 9(09) COMP VALUE ZEROES.
020200 01  CNT-LATE-COUNT                PIC 9(09) COMP VALUE ZEROES.
020300 01  CNT-SLOW-COUNT                PIC 9(09) COMP VALUE ZEROES.
020400 01  CNT-ABEND-COUNT               PIC 9(09) COMP VALUE ZEROES.
020410 01  CNT-CYCLE-DATE-COUNT          PIC 9(09) COMP VALUE ZEROES.
020500******************************************************************
020600*    FILE STATUS FIELDS
020700******************************************************************
020800 01  CNT-WPRMFILE-STATUS           PIC X(02) VALUE "00".
020900 01  CNT-STATFILE-STATUS           PIC X(02) VALUE "00".
021000 01  CNT-VSAMFILE-STATUS           PIC X(02) VALUE "00".
021100 01  CNT-WRPTFILE-STATUS           PIC X(02) VALUE "00".
021200******************************************************************
021300*    SWITCHES
021400******************************************************************
021500 01  CNT-SWITCHES.
021600     05  CNT-STATFILE-SW           PIC X(01) VALUE "N".
021700         88  CNT-STATFILE-EOF              VALUE "Y".
021800     05  CNT-PROBE-SW              PIC X(01) VALUE "N".
021900         88  CNT-PROBE-DONE                VALUE "Y".
022000     05  CNT-SLOW-SW               PIC X(01) VALUE "N".
022100         88  CNT-RUN-SLOW                  VALUE "Y".
022200     05  CNT-SORT-SW               PIC X(01) VALUE "N".
022300         88  CNT-SORT-PLACED               VALUE "Y".
022400 PROCEDURE DIVISION.
022500******************************************************************
022600*    0000-MAINLINE
022700******************************************************************
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023000     IF RETURN-CODE = 0
023100         PERFORM 2000-LOAD-RUNS THRU 2000-EXIT
023200             UNTIL CNT-STATFILE-EOF
023300         PERFORM 3000-COMPUTE-PERIOD THRU 3000-EXIT
023400         PERFORM 4000-REPORT-DATES THRU 4000-EXIT
023500         PERFORM 5000-REPORT-ABENDS THRU 5000-EXIT
023600         PERFORM 9999-TERMINATE THRU 9999-EXIT
023700     END-IF.
023800     STOP RUN.
023900******************************************************************
024000*    1000-INITIALIZE - ESTABLISH THE DATE RANGE AND PARAMETERS,
024100*                      OPEN THE FILES AND POSITION STATFILE ON
024200*                      THE FIRST DATE IN THE RANGE
024300******************************************************************
024400 1000-INITIALIZE.
024500     ACCEPT CNT-SYSTEM-DATE FROM DATE YYYYMMDD.
024600     MOVE CNT-SYSTEM-DATE TO CNT-TO-DATE.
024700     PERFORM 1080-LOAD-WINDOW-PARMS THRU 1080-EXIT.
024800     IF RETURN-CODE NOT = 0
024900         GO TO 1000-EXIT
025000     END-IF.
025100     IF CNT-FROM-DATE > CNT-TO-DATE
025200         DISPLAY "CNT130 - FROM DATE " CNT-FROM-DATE
025300             " IS AFTER TO DATE " CNT-TO-DATE
025400         MOVE 16 TO RETURN-CODE
025500         GO TO 1000-EXIT
025600     END-IF.
025700     OPEN INPUT STATFILE.
025800     IF CNT-STATFILE-STATUS NOT = "00"
025900         DISPLAY "CNT130 - STATFILE OPEN FAILED, STATUS = "
026000             CNT-STATFILE-STATUS
026100         MOVE 16 TO RETURN-CODE
026200         GO TO 1000-EXIT
026300     END-IF.
026400     OPEN INPUT VSAMFILE.
026500     IF CNT-VSAMFILE-STATUS NOT = "00"
026600         DISPLAY "CNT130 - VSAMFILE OPEN FAILED, STATUS = "
026700             CNT-VSAMFILE-STATUS
026800         MOVE 16 TO RETURN-CODE
026900         GO TO 1000-EXIT
027000     END-IF.
027100     OPEN OUTPUT WRPTFILE.
027200     IF CNT-WRPTFILE-STATUS NOT = "00"
027300         DISPLAY "CNT130 - WRPTFILE OPEN FAILED, STATUS = "
027400             CNT-WRPTFILE-STATUS
027500         MOVE 16 TO RETURN-CODE
027600         GO TO 1000-EXIT
027700     END-IF.
027800     MOVE CNT-FROM-DATE TO CNT-WRPT-FROM-DATE.
027900     MOVE CNT-TO-DATE TO CNT-WRPT-TO-DATE.
028000     MOVE CNT-WRPT-HEADER-LINE TO CNT-WRPT-RECORD.
028100     WRITE CNT-WRPT-RECORD.
028200     MOVE CNT-SLA-END-HH TO CNT-WRPT-SLA-HH.
028300     MOVE CNT-SLA-END-MM TO CNT-WRPT-SLA-MM.
028400     MOVE CNT-SLA-END-DAYS TO CNT-WRPT-SLA-DAYS.
028500     MOVE CNT-OVER-AVG-PCT TO CNT-WRPT-OVER-AVG-PCT.
028600     MOVE CNT-WRPT-PARM-LINE TO CNT-WRPT-RECORD.
028700     WRITE CNT-WRPT-RECORD.
028800     MOVE CNT-FROM-DATE TO CNT-RSTA-RUN-DATE.
028900     START STATFILE KEY NOT LESS THAN CNT-RSTA-RUN-DATE
029000         INVALID KEY
029100             MOVE "Y" TO CNT-STATFILE-SW
029200     END-START.
029300 1000-EXIT.
029400     EXIT.
029500******************************************************************
029600*    1080-LOAD-WINDOW-PARMS - READ THE DATE RANGE, SLA END TIME
029700*                             AND PERCENTAGE.  ANY FIELD LEFT
029800*                             ZERO OR NOT NUMERIC KEEPS ITS
029900*                             DEFAULT
030000******************************************************************
030100 1080-LOAD-WINDOW-PARMS.
030200     OPEN INPUT WPRMFILE.
030300     IF CNT-WPRMFILE-STATUS NOT = "00"
030400         DISPLAY "CNT130 - WPRMFILE OPEN FAILED, STATUS = "
030500             CNT-WPRMFILE-STATUS
030600         MOVE 16 TO RETURN-CODE
030700         GO TO 1080-EXIT
030800     END-IF.
030900     READ WPRMFILE
031000         AT END
031100             DISPLAY "CNT130 - WPRMFILE HAS NO PARAMETER RECORD"
031200             MOVE 16 TO RETURN-CODE
031300         NOT AT END
031400             PERFORM 1085-APPLY-WINDOW-PARMS THRU 1085-EXIT
031500     END-READ.
031600     CLOSE WPRMFILE.
031700 1080-EXIT.
031800     EXIT.
031900******************************************************************
032000*    1085-APPLY-WINDOW-PARMS - AN SLA END TIME IS TAKEN ONLY IF
032100*                              IT IS A REAL HHMM.  A ZERO DAYS
032200*                              FIGURE IS A VALID SETTING, SO IT
032300*                              DEFAULTS ONLY WHEN NOT A DIGIT
032400******************************************************************
032500 1085-APPLY-WINDOW-PARMS.
032600     IF CNT-WPRM-FROM-DATE IS NUMERIC
032700         AND CNT-WPRM-FROM-DATE > 0
032800         MOVE CNT-WPRM-FROM-DATE TO CNT-FROM-DATE
032900     END-IF.
033000     IF CNT-WPRM-TO-DATE IS NUMERIC
033100         AND CNT-WPRM-TO-DATE > 0
033200         MOVE CNT-WPRM-TO-DATE TO CNT-TO-DATE
033300     END-IF.
033400     IF CNT-WPRM-SLA-END-TIME IS NUMERIC
033500         AND CNT-WPRM-SLA-END-TIME > 0
033600         MOVE CNT-WPRM-SLA-END-TIME TO CNT-SLA-END-TIME
033700         IF CNT-SLA-END-HH > 23 OR CNT-SLA-END-MM > 59
033800             DISPLAY "CNT130 - SLA END TIME "
033900                 CNT-WPRM-SLA-END-TIME " IS NOT VALID, 0600 USED"
034000             MOVE 0600 TO CNT-SLA-END-TIME
034100         END-IF
034200     END-IF.
034300     IF CNT-WPRM-SLA-END-DAYS IS NUMERIC
034400         MOVE CNT-WPRM-SLA-END-DAYS TO CNT-SLA-END-DAYS
034500     END-IF.
034600     IF CNT-WPRM-OVER-AVG-PCT IS NUMERIC
034700         AND CNT-WPRM-OVER-AVG-PCT > 0
034800         MOVE CNT-WPRM-OVER-AVG-PCT TO CNT-OVER-AVG-PCT
034900     END-IF.
035000 1085-EXIT.
035100     EXIT.
035200******************************************************************
035300*    2000-LOAD-RUNS - READ THE NEXT STATFILE DATE AND ADD IT TO
035400*                     THE RUN TABLE, STOPPING PAST THE TO DATE
035500******************************************************************
035600 2000-LOAD-RUNS.
035700     READ STATFILE NEXT RECORD
035800         AT END
035900             MOVE "Y" TO CNT-STATFILE-SW
036000             GO TO 2000-EXIT
036100     END-READ.
036200     IF CNT-RSTA-RUN-DATE > CNT-TO-DATE
036300         MOVE "Y" TO CNT-STATFILE-SW
036400         GO TO 2000-EXIT
036500     END-IF.
036600     ADD 1 TO CNT-DATES-READ.
036700     IF CNT-RUN-COUNT NOT < CNT-RUN-MAX-ENTRIES
036800         IF CNT-DATES-DROPPED = 0
036900             DISPLAY "CNT130 - MORE THAN " CNT-RUN-MAX-ENTRIES
037000                 " DATES IN RANGE, REPORT STOPS AT "
037100                 CNT-RUN-BUS-DATE(CNT-RUN-COUNT)
037200         END-IF
037300         ADD 1 TO CNT-DATES-DROPPED
037400         GO TO 2000-EXIT
037500     END-IF.
037600     ADD 1 TO CNT-RUN-COUNT.
037700     MOVE CNT-RUN-COUNT TO CNT-RUN-SUB.
037800     MOVE CNT-RSTA-RUN-DATE TO CNT-RUN-BUS-DATE(CNT-RUN-SUB).
037900     MOVE CNT-RSTA-STATUS-CODE TO CNT-RUN-STATUS(CNT-RUN-SUB).
038000     MOVE CNT-RSTA-RETURN-CODE TO CNT-RUN-RC(CNT-RUN-SUB).
038100     MOVE CNT-RSTA-START-DATE TO CNT-RUN-START-DATE(CNT-RUN-SUB).
038200     MOVE CNT-RSTA-START-TIME TO CNT-RUN-START-TIME(CNT-RUN-SUB).
038300     MOVE CNT-RSTA-END-DATE TO CNT-RUN-END-DATE(CNT-RUN-SUB).
038400     MOVE CNT-RSTA-END-TIME TO CNT-RUN-END-TIME(CNT-RUN-SUB).
038500     MOVE CNT-RSTA-RECORDS-READ TO CNT-RUN-RECORDS(CNT-RUN-SUB).
038600     MOVE ZEROES TO CNT-RUN-ELAPSED(CNT-RUN-SUB).
038700     MOVE "N" TO CNT-RUN-ENDED-SW(CNT-RUN-SUB).
038800     MOVE "N" TO CNT-RUN-LATE-SW(CNT-RUN-SUB).
038810     MOVE CNT-RSTA-CYCLE-MODE-SW
038820         TO CNT-RUN-CYCLE-MODE-SW(CNT-RUN-SUB).
038830     MOVE CNT-RSTA-CYCLE-NUMBER
038840         TO CNT-RUN-CYCLE-NUMBER(CNT-RUN-SUB).
038900     MOVE CNT-RSTA-RUN-DATE TO CNT-PROBE-DATE.
039000     PERFORM 2500-READ-LATEST-SEQ THRU 2500-EXIT.
039100     MOVE CNT-FOUND-SEQ TO CNT-RUN-RUNS(CNT-RUN-SUB).
039200     IF CNT-RSTA-COMPLETE
039300         AND CNT-RSTA-END-DATE > 0
039400         PERFORM 2100-TIME-RUN THRU 2100-EXIT
039500     END-IF.
039600 2000-EXIT.
039700     EXIT.
039800******************************************************************
039900*    2100-TIME-RUN - ELAPSED SECONDS FROM START TO END, AND
040000*                    WHETHER THE RUN ENDED PAST THE SLA END TIME
040100*                    ON ITS BUSINESS DATE PLUS THE SLA DAYS.
040110*                    A CYCLE DATE'S TIME IS ITS LAST CYCLE'S
040120*                    ONLY, SO IT STAYS OUT OF THE PERIOD FIGURES
040200******************************************************************
040300 2100-TIME-RUN.
040400     MOVE CNT-RSTA-START-DATE TO CNT-WORK-DATE.
040500     PERFORM 2200-COMPUTE-DAY-NUMBER THRU 2200-EXIT.
040600     IF NOT CNT-DATE-VALID
040700         GO TO 2100-EXIT
040800     END-IF.
040900     MOVE CNT-RSTA-START-TIME TO CNT-CLOCK-TIME.
041000     PERFORM 2300-CLOCK-TO-SECONDS THRU 2300-EXIT.
041100     COMPUTE CNT-START-SECONDS =
041200         CNT-DAY-NUMBER * 86400 + CNT-CLOCK-SECONDS.
041300     MOVE CNT-RSTA-END-DATE TO CNT-WORK-DATE.
041400     PERFORM 2200-COMPUTE-DAY-NUMBER THRU 2200-EXIT.
041500     IF NOT CNT-DATE-VALID
041600         GO TO 2100-EXIT
041700     END-IF.
041800     MOVE CNT-RSTA-END-TIME TO CNT-CLOCK-TIME.
041900     PERFORM 2300-CLOCK-TO-SECONDS THRU 2300-EXIT.
042000     COMPUTE CNT-END-SECONDS =
042100         CNT-DAY-NUMBER * 86400 + CNT-CLOCK-SECONDS.
042200     COMPUTE CNT-END-STAMP = CNT-DAY-NUMBER * 10000
042300         + CNT-CLOCK-HH * 100 + CNT-CLOCK-MM.
042400     MOVE "Y" TO CNT-RUN-ENDED-SW(CNT-RUN-SUB).
042500     IF CNT-END-SECONDS > CNT-START-SECONDS
042600         COMPUTE CNT-RUN-ELAPSED(CNT-RUN-SUB) =
042700             CNT-END-SECONDS - CNT-START-SECONDS
042800     END-IF.
042900     MOVE CNT-RSTA-RUN-DATE TO CNT-WORK-DATE.
043000     PERFORM 2200-COMPUTE-DAY-NUMBER THRU 2200-EXIT.
043100     IF CNT-DATE-VALID
043200         COMPUTE CNT-DEADLINE-STAMP =
043300             (CNT-DAY-NUMBER + CNT-SLA-END-DAYS) * 10000
043400             + CNT-SLA-END-TIME
043500         IF CNT-END-STAMP > CNT-DEADLINE-STAMP
043600             MOVE "Y" TO CNT-RUN-LATE-SW(CNT-RUN-SUB)
043700         END-IF
043800     END-IF.
043810     IF CNT-RUN-CYCLE-DATE(CNT-RUN-SUB)
043820         ADD 1 TO CNT-CYCLE-DATE-COUNT
043830         GO TO 2100-EXIT
043840     END-IF.
043900     ADD 1 TO CNT-ENDED-COUNT.
044000     ADD CNT-RUN-ELAPSED(CNT-RUN-SUB) TO CNT-ELAPSED-TOTAL.
044100     IF CNT-RUN-ELAPSED(CNT-RUN-SUB) > CNT-WORST-ELAPSED
044200         OR CNT-ENDED-COUNT = 1
044300         MOVE CNT-RUN-ELAPSED(CNT-RUN-SUB) TO CNT-WORST-ELAPSED
044400         MOVE CNT-RSTA-RUN-DATE TO CNT-WORST-DATE
044500     END-IF.
044600     PERFORM 2400-INSERT-ELAPSED THRU 2400-EXIT.
044700 2100-EXIT.
044800     EXIT.
044900******************************************************************
045000*    2200-COMPUTE-DAY-NUMBER - TURN CNT-WORK-DATE INTO A DAY
045100*                              NUMBER, AS IN CNT850
045200******************************************************************
045300 2200-COMPUTE-DAY-NUMBER.
045400     MOVE "Y" TO CNT-DATE-SW.
045500     MOVE ZEROES TO CNT-DAY-NUMBER.
045600     IF CNT-WORK-DATE IS NOT NUMERIC
045700         OR CNT-WORK-YYYY = 0
045800         OR CNT-WORK-MM < 1 OR CNT-WORK-MM > 12
045900         OR CNT-WORK-DD < 1 OR CNT-WORK-DD > 31
046000         MOVE "N" TO CNT-DATE-SW
046100         GO TO 2200-EXIT
046200     END-IF.
046300     COMPUTE CNT-PRIOR-YEARS = CNT-WORK-YYYY - 1.
046400     DIVIDE CNT-PRIOR-YEARS BY 4 GIVING CNT-DIV-4.
046500     DIVIDE CNT-PRIOR-YEARS BY 100 GIVING CNT-DIV-100.
046600     DIVIDE CNT-PRIOR-YEARS BY 400 GIVING CNT-DIV-400.
046700     COMPUTE CNT-DAY-NUMBER = CNT-PRIOR-YEARS * 365
046800         + CNT-DIV-4 - CNT-DIV-100 + CNT-DIV-400
046900         + CNT-CUM-DAYS(CNT-WORK-MM) + CNT-WORK-DD.
047000     IF CNT-WORK-MM > 2
047100         PERFORM 2210-CHECK-LEAP-YEAR THRU 2210-EXIT
047200         IF CNT-LEAP-YEAR
047300             ADD 1 TO CNT-DAY-NUMBER
047400         END-IF
047500     END-IF.
047600 2200-EXIT.
047700     EXIT.
047800******************************************************************
047900*    2210-CHECK-LEAP-YEAR - DIVISIBLE BY 400, OR BY 4 BUT NOT BY
048000*                           100, AS IN CNT100
048100******************************************************************
048200 2210-CHECK-LEAP-YEAR.
048300     MOVE "N" TO CNT-LEAP-SW.
048400     DIVIDE CNT-WORK-YYYY BY 400 GIVING CNT-LEAP-QUOTIENT
048500         REMAINDER CNT-LEAP-REMAINDER.
048600     IF CNT-LEAP-REMAINDER = 0
048700         MOVE "Y" TO CNT-LEAP-SW
048800         GO TO 2210-EXIT
048900     END-IF.
049000     DIVIDE CNT-WORK-YYYY BY 100 GIVING CNT-LEAP-QUOTIENT
049100         REMAINDER CNT-LEAP-REMAINDER.
049200     IF CNT-LEAP-REMAINDER = 0
049300         GO TO 2210-EXIT
049400     END-IF.
049500     DIVIDE CNT-WORK-YYYY BY 4 GIVING CNT-LEAP-QUOTIENT
049600         REMAINDER CNT-LEAP-REMAINDER.
049700     IF CNT-LEAP-REMAINDER = 0
049800         MOVE "Y" TO CNT-LEAP-SW
049900     END-IF.
050000 2210-EXIT.
050100     EXIT.
050200******************************************************************
050300*    2300-CLOCK-TO-SECONDS - SECONDS PAST MIDNIGHT OF
050400*                            CNT-CLOCK-TIME
050500******************************************************************
050600 2300-CLOCK-TO-SECONDS.
050700     COMPUTE CNT-CLOCK-SECONDS = CNT-CLOCK-HH * 3600
050800         + CNT-CLOCK-MM * 60 + CNT-CLOCK-SS.
050900 2300-EXIT.
051000     EXIT.
051100******************************************************************
051200*    2400-INSERT-ELAPSED - INSERT THE RUN'S ELAPSED TIME INTO THE
051300*                          ASCENDING TABLE, MOVING EACH LONGER
051400*                          TIME UP ONE SLOT TO MAKE ROOM
051500******************************************************************
051600 2400-INSERT-ELAPSED.
051700     ADD 1 TO CNT-SORT-COUNT.
051800     MOVE CNT-SORT-COUNT TO CNT-SORT-SUB.
051900     MOVE "N" TO CNT-SORT-SW.
052000     PERFORM 2410-SHIFT-ONE-ELAPSED THRU 2410-EXIT
052100         UNTIL CNT-SORT-PLACED.
052200     MOVE CNT-RUN-ELAPSED(CNT-RUN-SUB)
052300         TO CNT-SORT-ELAPSED(CNT-SORT-SUB).
052400 2400-EXIT.
052500     EXIT.
052600******************************************************************
052700*    2410-SHIFT-ONE-ELAPSED - STOP AT THE FIRST SLOT WHOSE
052800*                             NEIGHBOUR BELOW IS NOT LONGER
052900******************************************************************
053000 2410-SHIFT-ONE-ELAPSED.
053100     IF CNT-SORT-SUB = 1
053200         MOVE "Y" TO CNT-SORT-SW
053300         GO TO 2410-EXIT
053400     END-IF.
053500     COMPUTE CNT-SORT-PREV-SUB = CNT-SORT-SUB - 1.
053600     IF CNT-SORT-ELAPSED(CNT-SORT-PREV-SUB)
053700         NOT > CNT-RUN-ELAPSED(CNT-RUN-SUB)
053800         MOVE "Y" TO CNT-SORT-SW
053900         GO TO 2410-EXIT
054000     END-IF.
054100     MOVE CNT-SORT-ELAPSED(CNT-SORT-PREV-SUB)
054200         TO CNT-SORT-ELAPSED(CNT-SORT-SUB).
054300     MOVE CNT-SORT-PREV-SUB TO CNT-SORT-SUB.
054400 2410-EXIT.
054500     EXIT.
054600******************************************************************
054700*    2500-READ-LATEST-SEQ - PROBE VSAMFILE UPWARD FROM SEQUENCE
054800*                           01; THE LAST ONE FOUND IS THE DATE'S
054900*                           LATEST PUBLICATION AND ITS NUMBER IS
055000*                           HOW MANY RUNS PUBLISHED.  ZERO MEANS
055100*                           NONE DID
055200******************************************************************
055300 2500-READ-LATEST-SEQ.
055400     MOVE ZEROES TO CNT-FOUND-SEQ.
055500     MOVE "N" TO CNT-PROBE-SW.
055600     MOVE 1 TO CNT-PROBE-SEQ.
055700     PERFORM 2510-PROBE-ONE-SEQ THRU 2510-EXIT
055800         UNTIL CNT-PROBE-DONE
055900         OR CNT-PROBE-SEQ > 99.
056000 2500-EXIT.
056100     EXIT.
056200******************************************************************
056300*    2510-PROBE-ONE-SEQ
056400******************************************************************
056500 2510-PROBE-ONE-SEQ.
056600     MOVE CNT-PROBE-DATE TO CNT-VSAM-RUN-DATE.
056700     MOVE CNT-PROBE-SEQ TO CNT-VSAM-RUN-SEQ.
056800     READ VSAMFILE
056900         INVALID KEY
057000             MOVE "Y" TO CNT-PROBE-SW
057100         NOT INVALID KEY
057200             MOVE CNT-PROBE-SEQ TO CNT-FOUND-SEQ
057300             ADD 1 TO CNT-PROBE-SEQ
057400     END-READ.
057500 2510-EXIT.
057600     EXIT.
057700******************************************************************
057800*    3000-COMPUTE-PERIOD - AVERAGE, OVER-AVERAGE LIMIT AND 95TH
057900*                          PERCENTILE OF THE COMPLETED RUNS.  THE
058000*                          PERCENTILE IS THE NEAREST-RANK VALUE -
058100*                          THE TIME 95 PERCENT OF RUNS DID NOT
058200*                          EXCEED
058300******************************************************************
058400 3000-COMPUTE-PERIOD.
058500     IF CNT-ENDED-COUNT = 0
058600         GO TO 3000-EXIT
058700     END-IF.
058800     DIVIDE CNT-ELAPSED-TOTAL BY CNT-ENDED-COUNT
058900         GIVING CNT-AVERAGE-ELAPSED ROUNDED.
059000     COMPUTE CNT-OVER-AVG-LIMIT = CNT-AVERAGE-ELAPSED
059100         * (100 + CNT-OVER-AVG-PCT) / 100.
059200     COMPUTE CNT-PCTL-RANK = (CNT-SORT-COUNT * 95 + 99) / 100.
059400     MOVE CNT-SORT-ELAPSED(CNT-PCTL-RANK) TO CNT-PCTL-ELAPSED.
059500 3000-EXIT.
059600     EXIT.
059700******************************************************************
059800*    4000-REPORT-DATES - ONE LINE PER DATE IN THE RANGE
059900******************************************************************
060000 4000-REPORT-DATES.
060100     MOVE SPACES TO CNT-WRPT-RECORD.
060200     WRITE CNT-WRPT-RECORD.
060300     MOVE CNT-WRPT-COLUMN-LINE TO CNT-WRPT-RECORD.
060400     WRITE CNT-WRPT-RECORD.
060500     PERFORM 4100-REPORT-ONE-DATE THRU 4100-EXIT
060600         VARYING CNT-RUN-SUB FROM 1 BY 1
060700         UNTIL CNT-RUN-SUB > CNT-RUN-COUNT.
060800 4000-EXIT.
060900     EXIT.
061000******************************************************************
061100*    4100-REPORT-ONE-DATE - A RUN STILL IN PROGRESS WITH NO END
061200*                           TIME IS A POSSIBLE ABEND; A COMPLETED
061300*                           ONE IS JUDGED AGAINST THE SLA END TIME
061400*                           AND THE PERIOD AVERAGE
061500******************************************************************
061600 4100-REPORT-ONE-DATE.
061700     MOVE CNT-RUN-BUS-DATE(CNT-RUN-SUB) TO CNT-WRPT-DTL-RUN-DATE.
061800     MOVE CNT-RUN-RUNS(CNT-RUN-SUB) TO CNT-WRPT-DTL-RUNS.
061900     MOVE CNT-RUN-STATUS(CNT-RUN-SUB) TO CNT-WRPT-DTL-STATUS.
062000     MOVE CNT-RUN-RC(CNT-RUN-SUB) TO CNT-WRPT-DTL-RC.
062100     MOVE SPACES TO CNT-WRPT-DTL-END-DATE.
062200     MOVE SPACES TO CNT-WRPT-DTL-END-TIME.
062300     MOVE SPACES TO CNT-WRPT-DTL-ELAPSED.
062400     MOVE SPACES TO CNT-WRPT-DTL-RATE.
062500     MOVE SPACES TO CNT-WRPT-DTL-FLAGS.
062600     IF CNT-RUN-ENDED(CNT-RUN-SUB)
062700         PERFORM 4110-JUDGE-ONE-DATE THRU 4110-EXIT
062800     ELSE
062900         IF CNT-RUN-STATUS(CNT-RUN-SUB) = "I"
063000             AND CNT-RUN-END-DATE(CNT-RUN-SUB) = 0
063100             MOVE "POSSIBLE ABEND" TO CNT-WRPT-DTL-FLAGS
063200             ADD 1 TO CNT-ABEND-COUNT
063300         END-IF
063400     END-IF.
063500     MOVE CNT-WRPT-DETAIL-LINE TO CNT-WRPT-RECORD.
063600     WRITE CNT-WRPT-RECORD.
063700 4100-EXIT.
063800     EXIT.
063900******************************************************************
064000*    4110-JUDGE-ONE-DATE - END TIME, ELAPSED TIME AND RATE OF A
064100*                          COMPLETED RUN, AND ITS FLAGS
064200******************************************************************
064300 4110-JUDGE-ONE-DATE.
064400     MOVE CNT-RUN-END-DATE(CNT-RUN-SUB) TO CNT-WRPT-DTL-END-DATE.
064500     MOVE CNT-RUN-END-TIME(CNT-RUN-SUB) TO CNT-CLOCK-TIME.
064600     MOVE CNT-CLOCK-HH TO CNT-HHMM-HH.
064700     MOVE CNT-CLOCK-MM TO CNT-HHMM-MM.
064800     MOVE CNT-HHMM-DISPLAY TO CNT-WRPT-DTL-END-TIME.
064900     MOVE CNT-RUN-ELAPSED(CNT-RUN-SUB) TO CNT-HMS-SECONDS.
065000     PERFORM 4200-FORMAT-HMS THRU 4200-EXIT.
065100     MOVE CNT-HMS-DISPLAY TO CNT-WRPT-DTL-ELAPSED.
065110     IF CNT-RUN-CYCLE-DATE(CNT-RUN-SUB)
065120         PERFORM 4120-JUDGE-CYCLE-DATE THRU 4120-EXIT
065130         GO TO 4110-EXIT
065140     END-IF.
065200     IF CNT-RUN-ELAPSED(CNT-RUN-SUB) > 0
065300         COMPUTE CNT-RATE-PER-MINUTE ROUNDED =
065400             CNT-RUN-RECORDS(CNT-RUN-SUB) * 60
065500             / CNT-RUN-ELAPSED(CNT-RUN-SUB)
065600         MOVE CNT-RATE-PER-MINUTE TO CNT-RATE-DISPLAY
065700         MOVE CNT-RATE-DISPLAY TO CNT-WRPT-DTL-RATE
065800     END-IF.
065900     MOVE "N" TO CNT-SLOW-SW.
066000     IF CNT-RUN-ELAPSED(CNT-RUN-SUB) > CNT-OVER-AVG-LIMIT
066100         MOVE "Y" TO CNT-SLOW-SW
066200         ADD 1 TO CNT-SLOW-COUNT
066300     END-IF.
066400     IF CNT-RUN-LATE(CNT-RUN-SUB)
066500         ADD 1 TO CNT-LATE-COUNT
066600         IF CNT-RUN-SLOW
066700             MOVE "PAST SLA, OVER AVG" TO CNT-WRPT-DTL-FLAGS
066800         ELSE
066900             MOVE "PAST SLA" TO CNT-WRPT-DTL-FLAGS
067000         END-IF
067100     ELSE
067200         IF CNT-RUN-SLOW
067300             MOVE "OVER AVG" TO CNT-WRPT-DTL-FLAGS
067400         END-IF
067500     END-IF.
067600 4110-EXIT.
067700     EXIT.
067710******************************************************************
067720*    4120-JUDGE-CYCLE-DATE - THE WHOLE DAY'S RECORDS OVER THE
067730*                            LAST CYCLE'S TIME IS NO RATE, AND
067740*                            THAT TIME IS NO MEASURE AGAINST THE
067750*                            AVERAGE, SO ONLY THE SLA TEST APPLIES
067760******************************************************************
067770 4120-JUDGE-CYCLE-DATE.
067780     MOVE CNT-RUN-CYCLE-NUMBER(CNT-RUN-SUB) TO CNT-CYCLE-FLAG-NO.
067790     MOVE CNT-RUN-CYCLE-NUMBER(CNT-RUN-SUB) TO CNT-CYCLE-LATE-NO.
067791     IF CNT-RUN-LATE(CNT-RUN-SUB)
067792         ADD 1 TO CNT-LATE-COUNT
067793         MOVE CNT-CYCLE-LATE-FLAG TO CNT-WRPT-DTL-FLAGS
067794     ELSE
067795         MOVE CNT-CYCLE-FLAG TO CNT-WRPT-DTL-FLAGS
067796     END-IF.
067797 4120-EXIT.
067798     EXIT.
067800******************************************************************
067900*    4200-FORMAT-HMS - CNT-HMS-SECONDS AS HH:MM:SS
068000******************************************************************
068100 4200-FORMAT-HMS.
068200     DIVIDE CNT-HMS-SECONDS BY 3600 GIVING CNT-HMS-HOURS
068300         REMAINDER CNT-HMS-REMAINDER.
068400     IF CNT-HMS-HOURS > 99
068500         MOVE 99 TO CNT-HMS-HH
068600     ELSE
068700         MOVE CNT-HMS-HOURS TO CNT-HMS-HH
068800     END-IF.
068900     DIVIDE CNT-HMS-REMAINDER BY 60 GIVING CNT-HMS-MM
069000         REMAINDER CNT-HMS-SS.
069100 4200-EXIT.
069200     EXIT.
069300******************************************************************
069400*    5000-REPORT-ABENDS - EVERY DATE STILL IN PROGRESS WITH NO
069500*                         END TIME, WITH WHEN IT STARTED
069600******************************************************************
069700 5000-REPORT-ABENDS.
069800     MOVE SPACES TO CNT-WRPT-RECORD.
069900     WRITE CNT-WRPT-RECORD.
070000     MOVE "RUNS IN PROGRESS WITH NO END TIME - POSSIBLE ABENDS"
070100         TO CNT-WRPT-SECTION-TEXT.
070200     MOVE CNT-WRPT-SECTION-LINE TO CNT-WRPT-RECORD.
070300     WRITE CNT-WRPT-RECORD.
070400     IF CNT-ABEND-COUNT = 0
070500         MOVE "  NONE" TO CNT-WRPT-SECTION-TEXT
070600         MOVE CNT-WRPT-SECTION-LINE TO CNT-WRPT-RECORD
070700         WRITE CNT-WRPT-RECORD
070800         GO TO 5000-EXIT
070900     END-IF.
071000     MOVE 4 TO RETURN-CODE.
071100     MOVE CNT-WRPT-ABEND-HEAD-LINE TO CNT-WRPT-RECORD.
071200     WRITE CNT-WRPT-RECORD.
071300     PERFORM 5100-REPORT-ONE-ABEND THRU 5100-EXIT
071400         VARYING CNT-RUN-SUB FROM 1 BY 1
071500         UNTIL CNT-RUN-SUB > CNT-RUN-COUNT.
071600 5000-EXIT.
071700     EXIT.
071800******************************************************************
071900*    5100-REPORT-ONE-ABEND
072000******************************************************************
072100 5100-REPORT-ONE-ABEND.
072200     IF CNT-RUN-STATUS(CNT-RUN-SUB) NOT = "I"
072300         OR CNT-RUN-END-DATE(CNT-RUN-SUB) NOT = 0
072400         GO TO 5100-EXIT
072500     END-IF.
072600     MOVE CNT-RUN-BUS-DATE(CNT-RUN-SUB) TO CNT-WRPT-ABD-RUN-DATE.
072700     MOVE CNT-RUN-START-DATE(CNT-RUN-SUB)
072800         TO CNT-WRPT-ABD-START-DATE.
072900     MOVE CNT-RUN-START-TIME(CNT-RUN-SUB) TO CNT-CLOCK-TIME.
073000     PERFORM 2300-CLOCK-TO-SECONDS THRU 2300-EXIT.
073100     MOVE CNT-CLOCK-SECONDS TO CNT-HMS-SECONDS.
073200     PERFORM 4200-FORMAT-HMS THRU 4200-EXIT.
073300     MOVE CNT-HMS-DISPLAY TO CNT-WRPT-ABD-START-TIME.
073400     MOVE CNT-RUN-RUNS(CNT-RUN-SUB) TO CNT-WRPT-ABD-RUNS.
073500     MOVE CNT-WRPT-ABEND-LINE TO CNT-WRPT-RECORD.
073600     WRITE CNT-WRPT-RECORD.
073700 5100-EXIT.
073800     EXIT.
073900******************************************************************
074000*    9100-WRITE-TIME-LINE - ONE SUMMARY TIME, HH:MM:SS
074100******************************************************************
074200 9100-WRITE-TIME-LINE.
074300     PERFORM 4200-FORMAT-HMS THRU 4200-EXIT.
074400     MOVE CNT-HMS-DISPLAY TO CNT-WRPT-TIME-VALUE.
074500     MOVE CNT-WRPT-TIME-LINE TO CNT-WRPT-RECORD.
074600     WRITE CNT-WRPT-RECORD.
074700     MOVE SPACES TO CNT-WRPT-TIME-DATE-TEXT.
074800     MOVE SPACES TO CNT-WRPT-TIME-DATE.
074900 9100-EXIT.
075000     EXIT.
075100******************************************************************
075200*    9999-TERMINATE - WRITE THE RUN-TIME SUMMARY AND TRAILERS AND
075300*                     CLOSE THE FILES
075400******************************************************************
075500 9999-TERMINATE.
075600     IF CNT-LATE-COUNT > 0 OR CNT-SLOW-COUNT > 0
075700         OR CNT-DATES-DROPPED > 0
075800         MOVE 4 TO RETURN-CODE
075900     END-IF.
076000     MOVE SPACES TO CNT-WRPT-RECORD.
076100     WRITE CNT-WRPT-RECORD.
076200     MOVE "RUN TIME SUMMARY - COMPLETED RUNS"
076300         TO CNT-WRPT-SECTION-TEXT.
076400     MOVE CNT-WRPT-SECTION-LINE TO CNT-WRPT-RECORD.
076500     WRITE CNT-WRPT-RECORD.
076600     MOVE "RUNS COMPLETED" TO CNT-WRPT-TRAILER-TEXT.
076700     MOVE CNT-ENDED-COUNT TO CNT-WRPT-TRAILER-COUNT.
076800     MOVE CNT-WRPT-TRAILER-LINE TO CNT-WRPT-RECORD.
076900     WRITE CNT-WRPT-RECORD.
076910     MOVE "CYCLE DATES NOT TIMED" TO CNT-WRPT-TRAILER-TEXT.
076920     MOVE CNT-CYCLE-DATE-COUNT TO CNT-WRPT-TRAILER-COUNT.
076930     MOVE CNT-WRPT-TRAILER-LINE TO CNT-WRPT-RECORD.
076940     WRITE CNT-WRPT-RECORD.
077000     IF CNT-ENDED-COUNT > 0
077100         MOVE "AVERAGE RUN TIME" TO CNT-WRPT-TIME-TEXT
077200         MOVE CNT-AVERAGE-ELAPSED TO CNT-HMS-SECONDS
077300         PERFORM 9100-WRITE-TIME-LINE THRU 9100-EXIT
077400         MOVE "95TH PERCENTILE RUN TIME" TO CNT-WRPT-TIME-TEXT
077500         MOVE CNT-PCTL-ELAPSED TO CNT-HMS-SECONDS
077600         PERFORM 9100-WRITE-TIME-LINE THRU 9100-EXIT
077700         MOVE "WORST RUN TIME" TO CNT-WRPT-TIME-TEXT
077800         MOVE CNT-WORST-ELAPSED TO CNT-HMS-SECONDS
077900         MOVE " ON " TO CNT-WRPT-TIME-DATE-TEXT
078000         MOVE CNT-WORST-DATE TO CNT-WRPT-TIME-DATE
078100         PERFORM 9100-WRITE-TIME-LINE THRU 9100-EXIT
078200         MOVE "OVER-AVERAGE LIMIT" TO CNT-WRPT-TIME-TEXT
078300         MOVE CNT-OVER-AVG-LIMIT TO CNT-HMS-SECONDS
078400         PERFORM 9100-WRITE-TIME-LINE THRU 9100-EXIT
078500     END-IF.
078600     MOVE SPACES TO CNT-WRPT-RECORD.
078700     WRITE CNT-WRPT-RECORD.
078800     MOVE "DATES REPORTED" TO CNT-WRPT-TRAILER-TEXT.
078900     MOVE CNT-RUN-COUNT TO CNT-WRPT-TRAILER-COUNT.
079000     MOVE CNT-WRPT-TRAILER-LINE TO CNT-WRPT-RECORD.
079100     WRITE CNT-WRPT-RECORD.
079200     MOVE "DATES LEFT OFF - TABLE FULL" TO CNT-WRPT-TRAILER-TEXT.
079300     MOVE CNT-DATES-DROPPED TO CNT-WRPT-TRAILER-COUNT.
079400     MOVE CNT-WRPT-TRAILER-LINE TO CNT-WRPT-RECORD.
079500     WRITE CNT-WRPT-RECORD.
079600     MOVE "DATES PAST SLA END TIME" TO CNT-WRPT-TRAILER-TEXT.
079700     MOVE CNT-LATE-COUNT TO CNT-WRPT-TRAILER-COUNT.
079800     MOVE CNT-WRPT-TRAILER-LINE TO CNT-WRPT-RECORD.
079900     WRITE CNT-WRPT-RECORD.
080000     MOVE "DATES OVER PERIOD AVERAGE" TO CNT-WRPT-TRAILER-TEXT.
080100     MOVE CNT-SLOW-COUNT TO CNT-WRPT-TRAILER-COUNT.
080200     MOVE CNT-WRPT-TRAILER-LINE TO CNT-WRPT-RECORD.
080300     WRITE CNT-WRPT-RECORD.
080400     MOVE "POSSIBLE ABENDS" TO CNT-WRPT-TRAILER-TEXT.
080500     MOVE CNT-ABEND-COUNT TO CNT-WRPT-TRAILER-COUNT.
080600     MOVE CNT-WRPT-TRAILER-LINE TO CNT-WRPT-RECORD.
080700     WRITE CNT-WRPT-RECORD.
080800     CLOSE STATFILE.
080900     CLOSE VSAMFILE.
081000     CLOSE WRPTFILE.
081100 9999-EXIT.
081200     EXIT.
