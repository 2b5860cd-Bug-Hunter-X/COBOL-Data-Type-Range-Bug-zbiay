000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CNT950.
000300 AUTHOR. R D HARTLEY.
000400 INSTALLATION. RETENTION BATCH - TRANSACTION CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  CNT950 - DUPFILE REGISTRY VERIFY AND REBUILD UTILITY.
000900*
001000*  DUPFILE, CNT100'S ROLLING DUPLICATE-ID REGISTER (SEE CNTDUP
001100*  COPYBOOK), HOLDS EVERY TRANSACTION ID FIRST SEEN INSIDE THE
001200*  CNT-PARM-DUP-RETENTION-DAYS WINDOW.  IF THE CLUSTER IS LOST OR
001300*  DAMAGED, A REBUILT OR RESTORED REGISTER THAT IS MISSING IDS
001400*  LETS A RE-TRANSMITTED FEED BE COUNTED TWICE, AND ONE CARRYING
001500*  THE WRONG DATES SUSPENDS GOOD TRANSACTIONS AS DUPLICATES.  THE
001600*  EXPECTED REGISTER IS WORKED OUT FROM THE RETAINED TRANFILE
001700*  GENERATIONS, WHICH THE JCL CONCATENATES ON TRANGENS: EVERY
001800*  RECORD WHOSE CNT-TRAN-BUSINESS-DATE FALLS INSIDE THE WINDOW
001900*  AND WHOSE CATEGORY IS ON CATFILE (THE SAME GATE CNT100 APPLIES
002000*  BEFORE IT REGISTERS AN ID) IS REGISTERED WITH THE EARLIEST
002100*  BUSINESS DATE IT APPEARS ON.  THE EXPECTED REGISTER IS BUILT
002200*  IN THE SCRATCH CLUSTER DUPWORK.
002300*
002400*  DPRMFILE (SEE CNTDPRM) SELECTS THE FUNCTION -
002500*    B  REBUILD - DUPFILE IS CLEARED AND RELOADED FROM DUPWORK.
002600*    V  VERIFY  - DUPFILE IS MATCHED AGAINST DUPWORK IN KEY ORDER
002700*                 AND EVERY ID THAT IS MISSING, CARRIES THE WRONG
002800*                 FIRST-SEEN DATE OR IS OLDER THAN THE RETENTION
002900*                 WINDOW IS LISTED.  AN ENTRY OLDER THAN THE
003000*                 WINDOW (CNT100'S OWN PURGE DROPS IT BEFORE IT
003100*                 CAN MATCH ANYTHING) AND ONE INSIDE THE WINDOW
003200*                 THAT NO RETAINED GENERATION CARRIES ARE WARNINGS
003300*                 ONLY.
003400*    S  RESTORED - THE CLUSTER HAS JUST BEEN RESTORED FROM BACKUP;
003500*                 NOTHING IS READ, THE REGISTER IS SIMPLY FLAGGED.
003600*  PARMFILE (SEE CNTPARM) SUPPLIES THE BUSINESS DATE, RETENTION
003700*  WINDOW AND CYCLE NUMBER, SO THE WINDOW IS THE ONE CNT100
003800*  PURGES TO.
003900*
004000*  THE OUTCOME IS RECORDED ON DUPCTL (SEE CNTDCTL).  A REBUILD OR
004100*  A RESTORE LEAVES THE REGISTER UNVERIFIED - THE REBUILD MARKS IT
004200*  SO BEFORE DUPFILE IS CLEARED, SO A REBUILD THAT FAILS PART WAY
004300*  IS STILL CAUGHT - AND CNT100 WILL NOT START UNTIL A VERIFY PASS
004400*  FINDS NO MISSING OR MISDATED IDS.  A VERIFY PASS THAT FINDS
004500*  ANY LEAVES THE REGISTER UNVERIFIED WITH RETURN-CODE 8; ONE THAT
004600*  FINDS ONLY WARNINGS ENDS WITH RETURN-CODE 4.  THE REPORT IS
004700*  WRITTEN TO VRPTFILE (SEE CNTVRPT).  AN OPEN OR WRITE FAILURE
004800*  ENDS THE RUN WITH RETURN-CODE 16.
004900*
005000*  TRANFILE DOES NOT CARRY THE INTRADAY CYCLE, SO A REBUILT ENTRY
005100*  FIRST SEEN ON THE BUSINESS DATE ITSELF IS STAMPED WITH THE
005200*  PARMFILE CYCLE NUMBER AND AN EARLIER ONE WITH CYCLE ZERO.
005300*
005400*  MAINTENANCE HISTORY
005500*  DATE        INIT  DESCRIPTION
005600*  ----------  ----  -----------------------------------------
005700*  2026-10-15   RDH  ORIGINAL PROGRAM.
005710*  2026-10-15   RDH  PARMFILE AND DUPCTL ARE NO LONGER TESTED
005720*                    THROUGH THEIR RECORD AREAS AFTER THEY ARE
005730*                    CLOSED.
005800******************************************************************
005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
006100 SOURCE-COMPUTER. IBM-370.
006200 OBJECT-COMPUTER. IBM-370.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT DPRMFILE ASSIGN TO DPRMFILE
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS CNT-DPRMFILE-STATUS.
006800     SELECT PARMFILE ASSIGN TO PARMFILE
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS CNT-PARMFILE-STATUS.
007100     SELECT CATFILE ASSIGN TO CATFILE
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS CNT-CATFILE-STATUS.
007400     SELECT TRANGENS ASSIGN TO TRANGENS
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS CNT-TRANGENS-STATUS.
007700     SELECT DUPFILE ASSIGN TO DUPFILE
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS CNT-DUP-TRAN-ID
008100         FILE STATUS IS CNT-DUPFILE-STATUS.
008200     SELECT DUPWORK ASSIGN TO DUPWORK
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS CNT-DWRK-TRAN-ID
008600         FILE STATUS IS CNT-DUPWORK-STATUS.
008700     SELECT DUPCTL ASSIGN TO DUPCTL
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS CNT-DUPCTL-STATUS.
009000     SELECT VRPTFILE ASSIGN TO VRPTFILE
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS CNT-VRPTFILE-STATUS.
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  DPRMFILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 COPY CNTDPRM.
009900 FD  PARMFILE
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD.
010200 COPY CNTPARM.
010300 FD  CATFILE
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD.
010600 COPY CNTCATM.
010700 FD  TRANGENS
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000 COPY CNTTRAN.
011100 FD  DUPFILE
011200     RECORDING MODE IS F.
011300 COPY CNTDUP.
011400 FD  DUPWORK
011500     RECORDING MODE IS F.
011600******************************************************************
011700*    DUPWORK IS A SCRATCH KSDS IN THE SAME 19-BYTE LAYOUT AS
011800*    DUPFILE (SEE CNTDUP.CPY), NAMED HERE SO BOTH REGISTERS CAN
011900*    BE OPEN TOGETHER.  IT IS CLEARED AT THE START OF EVERY RUN
012000******************************************************************
012100 01  CNT-DWRK-RECORD.
012200     05  CNT-DWRK-TRAN-ID               PIC X(10).
012300     05  CNT-DWRK-FIRST-SEEN-DATE       PIC 9(08).
012400     05  CNT-DWRK-FIRST-SEEN-CYCLE      PIC 9(01).
012500 FD  DUPCTL
012600     RECORDING MODE IS F
012700     LABEL RECORDS ARE STANDARD.
012800 COPY CNTDCTL.
012900 FD  VRPTFILE
013000     RECORDING MODE IS F
013100     LABEL RECORDS ARE STANDARD.
013200 01  CNT-VRPT-RECORD                PIC X(80).
013300 WORKING-STORAGE SECTION.
013400******************************************************************
013500*    REGISTRY REPORT PRINT LINES
013600******************************************************************
013700 COPY CNTVRPT.
013800******************************************************************
013900*    CATEGORY TABLE - ONLY THE CODES ARE USED HERE, AS THE GATE
014000*    FOR WHICH TRANSACTION IDS CNT100 REGISTERS
014100******************************************************************
014200 COPY CNTCAT.
014300 01  CNT-CAT-NOTFOUND-SW           PIC X(01) VALUE "N".
014400     88  CNT-CAT-NOTFOUND                    VALUE "Y".
014500******************************************************************
014600*    RUN PARAMETERS - THE FUNCTION FROM DPRMFILE, THE BUSINESS
014700*    DATE, RETENTION WINDOW AND CYCLE FROM PARMFILE.  THE BUSINESS
014800*    DATE DEFAULTS TO THE SYSTEM DATE AND THE WINDOW TO 7 DAYS,
014900*    AS IN CNT100
015000******************************************************************
015100 01  CNT-RUN-FUNCTION              PIC X(01) VALUE SPACES.
015200     88  CNT-RUN-REBUILD                     VALUE "B".
015300     88  CNT-RUN-VERIFY                      VALUE "V".
015400     88  CNT-RUN-RESTORED                    VALUE "S".
015500 01  CNT-BUSINESS-DATE             PIC 9(08) VALUE ZEROES.
015600 01  CNT-RETENTION-DAYS            PIC 9(03) COMP VALUE 7.
015700 01  CNT-CYCLE-NUMBER              PIC 9(01) VALUE ZEROES.
015800 01  CNT-SYSTEM-DATE               PIC 9(08) VALUE ZEROES.
015900 01  CNT-SYSTEM-TIME               PIC 9(08) VALUE ZEROES.
016000******************************************************************
016100*    RETENTION CUTOFF - BUSINESS DATE MINUS THE RETENTION WINDOW,
016200*    WORKED BACK ONE CALENDAR DAY AT A TIME THE SAME WAY CNT100
016300*    WORKS OUT ITS PURGE CUTOFF.  AN ENTRY FIRST SEEN BEFORE THE
016400*    CUTOFF HAS AGED OUT OF THE REGISTER
016500******************************************************************
016600 01  CNT-CUTOFF-DATE               PIC 9(08) VALUE ZEROES.
016700 01  CNT-BACK-COUNTER              PIC 9(04) COMP VALUE ZEROES.
016800 01  CNT-WORK-DATE.
016900     05  CNT-WORK-YYYY             PIC 9(04).
017000     05  CNT-WORK-MM               PIC 9(02).
017100     05  CNT-WORK-DD               PIC 9(02).
017200 01  CNT-MONTH-DAY-CONSTANTS       PIC X(24) VALUE
017300     "312831303130313130313031".
017400 01  CNT-MONTH-DAY-TABLE REDEFINES CNT-MONTH-DAY-CONSTANTS.
017500     05  CNT-MONTH-DAYS            PIC 9(02) OCCURS 12 TIMES.
017600 01  CNT-LEAP-QUOTIENT             PIC 9(04) COMP VALUE ZEROES.
017700 01  CNT-LEAP-REMAINDER            PIC 9(04) COMP VALUE ZEROES.
017800 01  CNT-LEAP-SW                   PIC X(01) VALUE "N".
017900     88  CNT-LEAP-YEAR                       VALUE "Y".
018000******************************************************************
018100*    MATCH KEYS - THE CURRENT KEY OF EACH REGISTER DURING THE
018200*    VERIFY MERGE, HIGH-VALUES ONCE THAT REGISTER IS EXHAUSTED
018300******************************************************************
018400 01  CNT-DUP-MATCH-KEY             PIC X(10) VALUE SPACES.
018500 01  CNT-DWRK-MATCH-KEY            PIC X(10) VALUE SPACES.
018600******************************************************************
018700*    NEW DUPCTL STATE - SET BY EACH FUNCTION BEFORE 6000 WRITES
018800*    THE CONTROL RECORD
018900******************************************************************
019000 01  CNT-NEW-STATUS-CODE           PIC X(01) VALUE SPACES.
019100 01  CNT-NEW-REASON-CODE           PIC X(01) VALUE SPACES.
019200******************************************************************
019300*    EXPECTED-REGISTER COUNTS
019400******************************************************************
019500 01  CNT-TRAN-READ-COUNT           PIC 9(09) COMP VALUE ZEROES.
019600 01  CNT-OUTSIDE-WINDOW-COUNT      PIC 9(09) COMP VALUE ZEROES.
019700 01  CNT-NO-CATEGORY-COUNT         PIC 9(09) COMP VALUE ZEROES.
019800 01  CNT-REPEAT-COUNT              PIC 9(09) COMP VALUE ZEROES.
019900 01  CNT-EXPECTED-COUNT            PIC 9(09) COMP VALUE ZEROES.
020000******************************************************************
020100*    REBUILD AND VERIFY COUNTS
020200******************************************************************
020300 01  CNT-REGISTERED-COUNT          PIC 9(09) COMP VALUE ZEROES.
020400 01  CNT-ON-FILE-COUNT             PIC 9(09) COMP VALUE ZEROES.
020500 01  CNT-MATCHED-COUNT             PIC 9(09) COMP VALUE ZEROES.
020600 01  CNT-MISSING-COUNT             PIC 9(09) COMP VALUE ZEROES.
020700 01  CNT-WRONG-DATE-COUNT          PIC 9(09) COMP VALUE ZEROES.
020800 01  CNT-STALE-COUNT               PIC 9(09) COMP VALUE ZEROES.
020900 01  CNT-UNEXPECTED-COUNT          PIC 9(09) COMP VALUE ZEROES.
021000 01  CNT-DISCREPANCY-COUNT         PIC 9(09) COMP VALUE ZEROES.
021100******************************************************************
021200*    FILE STATUS FIELDS
021300******************************************************************
021400 01  CNT-DPRMFILE-STATUS           PIC X(02) VALUE "00".
021500 01  CNT-PARMFILE-STATUS           PIC X(02) VALUE "00".
021600 01  CNT-CATFILE-STATUS            PIC X(02) VALUE "00".
021700 01  CNT-TRANGENS-STATUS           PIC X(02) VALUE "00".
021800 01  CNT-DUPFILE-STATUS            PIC X(02) VALUE "00".
021900 01  CNT-DUPWORK-STATUS            PIC X(02) VALUE "00".
022000 01  CNT-DUPCTL-STATUS             PIC X(02) VALUE "00".
022100 01  CNT-VRPTFILE-STATUS           PIC X(02) VALUE "00".
022200******************************************************************
022300*    SWITCHES
022400******************************************************************
022500 01  CNT-SWITCHES.
022600     05  CNT-PARMFILE-SW           PIC X(01) VALUE "N".
022700         88  CNT-PARMFILE-EOF                VALUE "Y".
022800     05  CNT-CATFILE-SW            PIC X(01) VALUE "N".
022900         88  CNT-CATFILE-EOF                 VALUE "Y".
023000     05  CNT-TRANGENS-SW           PIC X(01) VALUE "N".
023100         88  CNT-TRANGENS-EOF                VALUE "Y".
023200     05  CNT-DUPFILE-SW            PIC X(01) VALUE "N".
023300         88  CNT-DUPFILE-EOF                 VALUE "Y".
023400     05  CNT-DUPWORK-SW            PIC X(01) VALUE "N".
023500         88  CNT-DUPWORK-EOF                 VALUE "Y".
023600 PROCEDURE DIVISION.
023700******************************************************************
023800*    0000-MAINLINE
023900******************************************************************
024000 0000-MAINLINE.
024100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024200     IF RETURN-CODE = 0
024300         IF CNT-RUN-RESTORED
024400             PERFORM 5000-FLAG-RESTORED THRU 5000-EXIT
024500         ELSE
024600             PERFORM 2000-BUILD-EXPECTED-REGISTRY THRU 2000-EXIT
024700         END-IF
024800         IF RETURN-CODE = 0 AND CNT-RUN-REBUILD
024900             PERFORM 3000-REBUILD-DUPFILE THRU 3000-EXIT
025000         END-IF
025100         IF RETURN-CODE = 0 AND CNT-RUN-VERIFY
025200             PERFORM 4000-VERIFY-DUPFILE THRU 4000-EXIT
025300         END-IF
025400         PERFORM 9999-TERMINATE THRU 9999-EXIT
025500     END-IF.
025600     STOP RUN.
025700******************************************************************
025800*    1000-INITIALIZE - LOAD THE FUNCTION AND CONTROL PARAMETERS,
025900*                      WORK OUT THE RETENTION CUTOFF, LOAD THE
026000*                      CATEGORY GATE AND START THE REPORT
026100******************************************************************
026200 1000-INITIALIZE.
026300     ACCEPT CNT-SYSTEM-DATE FROM DATE YYYYMMDD.
026400     ACCEPT CNT-SYSTEM-TIME FROM TIME.
026500     MOVE CNT-SYSTEM-DATE TO CNT-BUSINESS-DATE.
026600     PERFORM 1050-LOAD-FUNCTION-PARM THRU 1050-EXIT.
026700     IF RETURN-CODE NOT = 0
026800         GO TO 1000-EXIT
026900     END-IF.
027000     PERFORM 1080-LOAD-CONTROL-PARMS THRU 1080-EXIT.
027100     IF RETURN-CODE NOT = 0
027200         GO TO 1000-EXIT
027300     END-IF.
027400     PERFORM 1090-COMPUTE-CUTOFF THRU 1090-EXIT.
027500     IF NOT CNT-RUN-RESTORED
027600         PERFORM 1100-LOAD-CATEGORY-TABLE THRU 1100-EXIT
027700         IF RETURN-CODE NOT = 0
027800             GO TO 1000-EXIT
027900         END-IF
028000     END-IF.
028100     OPEN OUTPUT VRPTFILE.
028200     IF CNT-VRPTFILE-STATUS NOT = "00"
028300         DISPLAY "CNT950 - VRPTFILE OPEN FAILED, STATUS = "
028400             CNT-VRPTFILE-STATUS
028500         MOVE 16 TO RETURN-CODE
028600         GO TO 1000-EXIT
028700     END-IF.
028800     IF CNT-RUN-REBUILD
028900         MOVE "REBUILD" TO CNT-VRPT-FUNCTION-TEXT
029000     END-IF.
029100     IF CNT-RUN-VERIFY
029200         MOVE "VERIFY" TO CNT-VRPT-FUNCTION-TEXT
029300     END-IF.
029400     IF CNT-RUN-RESTORED
029500         MOVE "RESTORED" TO CNT-VRPT-FUNCTION-TEXT
029600     END-IF.
029700     MOVE CNT-BUSINESS-DATE TO CNT-VRPT-BUSINESS-DATE.
029800     MOVE CNT-RETENTION-DAYS TO CNT-VRPT-RETENTION-DAYS.
029900     MOVE CNT-VRPT-HEADER-LINE TO CNT-VRPT-RECORD.
030000     WRITE CNT-VRPT-RECORD.
030100     MOVE CNT-CUTOFF-DATE TO CNT-VRPT-WINDOW-FROM.
030200     MOVE CNT-BUSINESS-DATE TO CNT-VRPT-WINDOW-TO.
030300     MOVE CNT-VRPT-WINDOW-LINE TO CNT-VRPT-RECORD.
030400     WRITE CNT-VRPT-RECORD.
030500     MOVE SPACES TO CNT-VRPT-RECORD.
030600     WRITE CNT-VRPT-RECORD.
030700 1000-EXIT.
030800     EXIT.
030900******************************************************************
031000*    1050-LOAD-FUNCTION-PARM - READ AND VALIDATE THE FUNCTION
031100*                              FROM DPRMFILE
031200******************************************************************
031300 1050-LOAD-FUNCTION-PARM.
031400     OPEN INPUT DPRMFILE.
031500     IF CNT-DPRMFILE-STATUS NOT = "00"
031600         DISPLAY "CNT950 - DPRMFILE OPEN FAILED, STATUS = "
031700             CNT-DPRMFILE-STATUS
031800         MOVE 16 TO RETURN-CODE
031900         GO TO 1050-EXIT
032000     END-IF.
032100     READ DPRMFILE
032200         AT END
032300             DISPLAY "CNT950 - DPRMFILE HAS NO PARAMETER RECORD"
032400             MOVE 16 TO RETURN-CODE
032500         NOT AT END
032600             MOVE CNT-DPRM-FUNCTION TO CNT-RUN-FUNCTION
032700     END-READ.
032800     CLOSE DPRMFILE.
032900     IF RETURN-CODE NOT = 0
033000         GO TO 1050-EXIT
033100     END-IF.
033200     IF NOT CNT-RUN-REBUILD
033300         AND NOT CNT-RUN-VERIFY
033400         AND NOT CNT-RUN-RESTORED
033500         DISPLAY "CNT950 - FUNCTION MUST BE B, V OR S, GOT "
033600             CNT-RUN-FUNCTION
033700         MOVE 16 TO RETURN-CODE
033800     END-IF.
033900 1050-EXIT.
034000     EXIT.
034100******************************************************************
034200*    1080-LOAD-CONTROL-PARMS - READ THE BUSINESS DATE, RETENTION
034300*                              WINDOW AND CYCLE FROM PARMFILE.  A
034400*                              MISSING PARMFILE, OR A FIELD LEFT
034500*                              ZERO OR NOT NUMERIC, KEEPS THE
034600*                              DEFAULT, AS IN CNT100
034700******************************************************************
034800 1080-LOAD-CONTROL-PARMS.
034900     OPEN INPUT PARMFILE.
035000     IF CNT-PARMFILE-STATUS = "35"
035100         DISPLAY "CNT950 - PARMFILE IS EMPTY, USING DEFAULTS"
035200         GO TO 1080-EXIT
035300     END-IF.
035400     IF CNT-PARMFILE-STATUS NOT = "00"
035500         DISPLAY "CNT950 - PARMFILE OPEN FAILED, STATUS = "
035600             CNT-PARMFILE-STATUS
035700         MOVE 16 TO RETURN-CODE
035800         GO TO 1080-EXIT
035900     END-IF.
036000     READ PARMFILE
036100         AT END
036200             MOVE "Y" TO CNT-PARMFILE-SW
036300     END-READ.
036400     IF CNT-PARMFILE-EOF
036500         DISPLAY "CNT950 - PARMFILE IS EMPTY, USING DEFAULTS"
036600         CLOSE PARMFILE
036700         GO TO 1080-EXIT
036800     END-IF.
036900     IF CNT-PARM-BUSINESS-DATE IS NUMERIC
037000         AND CNT-PARM-BUSINESS-DATE > 0
037100         MOVE CNT-PARM-BUSINESS-DATE TO CNT-BUSINESS-DATE
037200     END-IF.
037300     IF CNT-PARM-DUP-RETENTION-DAYS IS NUMERIC
037400         AND CNT-PARM-DUP-RETENTION-DAYS > 0
037500         MOVE CNT-PARM-DUP-RETENTION-DAYS TO CNT-RETENTION-DAYS
037600     END-IF.
037700     IF CNT-PARM-CYCLE-NUMBER IS NUMERIC
037800         MOVE CNT-PARM-CYCLE-NUMBER TO CNT-CYCLE-NUMBER
037900     END-IF.
037950     CLOSE PARMFILE.
038000 1080-EXIT.
038100     EXIT.
038200******************************************************************
038300*    1090-COMPUTE-CUTOFF - BUSINESS DATE MINUS THE RETENTION
038400*                          WINDOW, ONE CALENDAR DAY AT A TIME
038500******************************************************************
038600 1090-COMPUTE-CUTOFF.
038700     MOVE CNT-BUSINESS-DATE TO CNT-WORK-DATE.
038800     PERFORM 1095-BACK-ONE-DAY THRU 1095-EXIT
038900         VARYING CNT-BACK-COUNTER FROM 1 BY 1
039000         UNTIL CNT-BACK-COUNTER > CNT-RETENTION-DAYS.
039100     MOVE CNT-WORK-DATE TO CNT-CUTOFF-DATE.
039200     DISPLAY "CNT950 - REGISTRY WINDOW " CNT-CUTOFF-DATE
039300         " TO " CNT-BUSINESS-DATE.
039400 1090-EXIT.
039500     EXIT.
039600******************************************************************
039700*    1095-BACK-ONE-DAY - STEP CNT-WORK-DATE BACK ONE CALENDAR
039800*                        DAY, HONORING MONTH LENGTHS AND LEAP
039900*                        FEBRUARIES
040000******************************************************************
040100 1095-BACK-ONE-DAY.
040200     IF CNT-WORK-DD > 1
040300         SUBTRACT 1 FROM CNT-WORK-DD
040400         GO TO 1095-EXIT
040500     END-IF.
040600     IF CNT-WORK-MM > 1
040700         SUBTRACT 1 FROM CNT-WORK-MM
040800     ELSE
040900         SUBTRACT 1 FROM CNT-WORK-YYYY
041000         MOVE 12 TO CNT-WORK-MM
041100     END-IF.
041200     MOVE CNT-MONTH-DAYS(CNT-WORK-MM) TO CNT-WORK-DD.
041300     IF CNT-WORK-MM = 2
041400         PERFORM 1097-CHECK-LEAP-YEAR THRU 1097-EXIT
041500         IF CNT-LEAP-YEAR
041600             MOVE 29 TO CNT-WORK-DD
041700         END-IF
041800     END-IF.
041900 1095-EXIT.
042000     EXIT.
042100******************************************************************
042200*    1097-CHECK-LEAP-YEAR - DIVISIBLE BY 400, OR BY 4 BUT NOT
042300*                           BY 100
042400******************************************************************
042500 1097-CHECK-LEAP-YEAR.
042600     MOVE "N" TO CNT-LEAP-SW.
042700     DIVIDE CNT-WORK-YYYY BY 400 GIVING CNT-LEAP-QUOTIENT
042800         REMAINDER CNT-LEAP-REMAINDER.
042900     IF CNT-LEAP-REMAINDER = 0
043000         MOVE "Y" TO CNT-LEAP-SW
043100         GO TO 1097-EXIT
043200     END-IF.
043300     DIVIDE CNT-WORK-YYYY BY 100 GIVING CNT-LEAP-QUOTIENT
043400         REMAINDER CNT-LEAP-REMAINDER.
043500     IF CNT-LEAP-REMAINDER = 0
043600         GO TO 1097-EXIT
043700     END-IF.
043800     DIVIDE CNT-WORK-YYYY BY 4 GIVING CNT-LEAP-QUOTIENT
043900         REMAINDER CNT-LEAP-REMAINDER.
044000     IF CNT-LEAP-REMAINDER = 0
044100         MOVE "Y" TO CNT-LEAP-SW
044200     END-IF.
044300 1097-EXIT.
044400     EXIT.
044500******************************************************************
044600*    1100-LOAD-CATEGORY-TABLE - LOAD THE CATEGORY CODE LIST FROM
044700*                               CATFILE, FALLING BACK TO THE
044800*                               D/W/T DEFAULTS IF CATFILE IS
044900*                               EMPTY, AS CNT100 DOES
045000******************************************************************
045100 1100-LOAD-CATEGORY-TABLE.
045200     OPEN INPUT CATFILE.
045300     IF CNT-CATFILE-STATUS = "35"
045400         MOVE "Y" TO CNT-CATFILE-SW
045500     ELSE
045600         IF CNT-CATFILE-STATUS NOT = "00"
045700             DISPLAY "CNT950 - CATFILE OPEN FAILED, STATUS = "
045800                 CNT-CATFILE-STATUS
045900             MOVE 16 TO RETURN-CODE
046000             GO TO 1100-EXIT
046100         END-IF
046200     END-IF.
046300     MOVE ZEROES TO CNT-CAT-COUNT.
046400     IF NOT CNT-CATFILE-EOF
046500         READ CATFILE
046600             AT END
046700                 MOVE "Y" TO CNT-CATFILE-SW
046800         END-READ
046900     END-IF.
047000     PERFORM 1105-LOAD-ONE-CATFILE-ENTRY THRU 1105-EXIT
047100         UNTIL CNT-CATFILE-EOF
047200         OR CNT-CAT-COUNT >= CNT-CAT-MAX-ENTRIES.
047300     IF NOT CNT-CATFILE-EOF
047400         DISPLAY "CNT950 - CATFILE HAS MORE THAN "
047500             CNT-CAT-MAX-ENTRIES " CATEGORIES, EXTRAS IGNORED"
047600     END-IF.
047700     IF CNT-CATFILE-STATUS NOT = "35"
047800         CLOSE CATFILE
047900     END-IF.
048000     IF CNT-CAT-COUNT = 0
048100         PERFORM 1108-LOAD-DEFAULT-CATEGORIES THRU 1108-EXIT
048200     END-IF.
048300 1100-EXIT.
048400     EXIT.
048500******************************************************************
048600*    1105-LOAD-ONE-CATFILE-ENTRY - APPEND ONE CATEGORY CODE READ
048700*                                  FROM CATFILE TO THE TABLE
048800******************************************************************
048900 1105-LOAD-ONE-CATFILE-ENTRY.
049000     ADD 1 TO CNT-CAT-COUNT.
049100     SET CNT-CAT-IDX TO CNT-CAT-COUNT.
049200     MOVE CNT-CATM-CODE TO CNT-CAT-CODE(CNT-CAT-IDX).
049300     READ CATFILE
049400         AT END
049500             MOVE "Y" TO CNT-CATFILE-SW
049600     END-READ.
049700 1105-EXIT.
049800     EXIT.
049900******************************************************************
050000*    1108-LOAD-DEFAULT-CATEGORIES - FALL BACK TO THE D/W/T
050100*                                   DEFAULTS WHEN CATFILE HAS NO
050200*                                   CATEGORY RECORDS ON IT
050300******************************************************************
050400 1108-LOAD-DEFAULT-CATEGORIES.
050500     DISPLAY "CNT950 - CATFILE IS EMPTY, "
050600         "USING DEFAULT CATEGORIES".
050700     MOVE CNT-CAT-DEFAULT-COUNT TO CNT-CAT-COUNT.
050800     PERFORM 1109-LOAD-ONE-DEFAULT-CATEGORY THRU 1109-EXIT
050900         VARYING CNT-CAT-IDX FROM 1 BY 1
051000         UNTIL CNT-CAT-IDX > CNT-CAT-COUNT.
051100 1108-EXIT.
051200     EXIT.
051300******************************************************************
051400*    1109-LOAD-ONE-DEFAULT-CATEGORY
051500******************************************************************
051600 1109-LOAD-ONE-DEFAULT-CATEGORY.
051700     MOVE CNT-CAT-CODE-CONSTANT(CNT-CAT-IDX)
051800         TO CNT-CAT-CODE(CNT-CAT-IDX).
051900 1109-EXIT.
052000     EXIT.
052100******************************************************************
052200*    2000-BUILD-EXPECTED-REGISTRY - CLEAR DUPWORK AND LOAD IT WITH
052300*                                   THE REGISTER THE RETAINED
052400*                                   TRANFILE GENERATIONS CALL FOR
052500******************************************************************
052600 2000-BUILD-EXPECTED-REGISTRY.
052700     OPEN OUTPUT DUPWORK.
052800     IF CNT-DUPWORK-STATUS NOT = "00"
052900         DISPLAY "CNT950 - DUPWORK CREATE FAILED, STATUS = "
053000             CNT-DUPWORK-STATUS
053100         MOVE 16 TO RETURN-CODE
053200         GO TO 2000-EXIT
053300     END-IF.
053400     CLOSE DUPWORK.
053500     OPEN I-O DUPWORK.
053600     IF CNT-DUPWORK-STATUS NOT = "00"
053700         DISPLAY "CNT950 - DUPWORK OPEN FAILED, STATUS = "
053800             CNT-DUPWORK-STATUS
053900         MOVE 16 TO RETURN-CODE
054000         GO TO 2000-EXIT
054100     END-IF.
054200     OPEN INPUT TRANGENS.
054300     IF CNT-TRANGENS-STATUS NOT = "00"
054400         DISPLAY "CNT950 - TRANGENS OPEN FAILED, STATUS = "
054500             CNT-TRANGENS-STATUS
054600         MOVE 16 TO RETURN-CODE
054700         CLOSE DUPWORK
054800         GO TO 2000-EXIT
054900     END-IF.
055000     MOVE "N" TO CNT-TRANGENS-SW.
055100     PERFORM 2100-REGISTER-ONE-TRAN THRU 2100-EXIT
055200         UNTIL CNT-TRANGENS-EOF.
055300     CLOSE TRANGENS.
055400     CLOSE DUPWORK.
055500     DISPLAY "CNT950 - " CNT-TRAN-READ-COUNT
055600         " TRANFILE RECORDS READ, " CNT-EXPECTED-COUNT
055700         " IDS EXPECTED ON THE REGISTER".
055800 2000-EXIT.
055900     EXIT.
056000******************************************************************
056100*    2100-REGISTER-ONE-TRAN - AN ID IS REGISTERED ONLY WHEN ITS
056200*                             BUSINESS DATE IS INSIDE THE WINDOW
056300*                             AND ITS CATEGORY IS ON CATFILE.  AN
056400*                             ID SEEN ON MORE THAN ONE DATE KEEPS
056500*                             THE EARLIEST, WHATEVER ORDER THE
056600*                             GENERATIONS ARE CONCATENATED IN
056700******************************************************************
056800 2100-REGISTER-ONE-TRAN.
056900     READ TRANGENS
057000         AT END
057100             MOVE "Y" TO CNT-TRANGENS-SW
057200             GO TO 2100-EXIT
057300     END-READ.
057400     ADD 1 TO CNT-TRAN-READ-COUNT.
057500     IF CNT-TRAN-BUSINESS-DATE IS NOT NUMERIC
057600         OR CNT-TRAN-BUSINESS-DATE < CNT-CUTOFF-DATE
057700         OR CNT-TRAN-BUSINESS-DATE > CNT-BUSINESS-DATE
057800         ADD 1 TO CNT-OUTSIDE-WINDOW-COUNT
057900         GO TO 2100-EXIT
058000     END-IF.
058100     MOVE "N" TO CNT-CAT-NOTFOUND-SW.
058200     SET CNT-CAT-IDX TO 1.
058300     SEARCH CNT-CAT-ENTRY
058400         AT END
058500             MOVE "Y" TO CNT-CAT-NOTFOUND-SW
058600         WHEN CNT-CAT-IDX > CNT-CAT-COUNT
058700             MOVE "Y" TO CNT-CAT-NOTFOUND-SW
058800         WHEN CNT-CAT-CODE(CNT-CAT-IDX) = CNT-TRAN-CATEGORY
058900             CONTINUE
059000     END-SEARCH.
059100     IF CNT-CAT-NOTFOUND
059200         ADD 1 TO CNT-NO-CATEGORY-COUNT
059300         GO TO 2100-EXIT
059400     END-IF.
059500     MOVE CNT-TRAN-ID TO CNT-DWRK-TRAN-ID.
059600     READ DUPWORK
059700         INVALID KEY
059800             PERFORM 2200-ADD-EXPECTED-ID THRU 2200-EXIT
059900             GO TO 2100-EXIT
060000     END-READ.
060100     ADD 1 TO CNT-REPEAT-COUNT.
060200     IF CNT-TRAN-BUSINESS-DATE < CNT-DWRK-FIRST-SEEN-DATE
060300         PERFORM 2300-SET-FIRST-SEEN THRU 2300-EXIT
060400         REWRITE CNT-DWRK-RECORD
060500             INVALID KEY
060600                 DISPLAY "CNT950 - DUPWORK REWRITE FAILED FOR ID "
060700                     CNT-TRAN-ID ", STATUS = " CNT-DUPWORK-STATUS
060800                 MOVE 16 TO RETURN-CODE
060900                 MOVE "Y" TO CNT-TRANGENS-SW
061000         END-REWRITE
061100     END-IF.
061200 2100-EXIT.
061300     EXIT.
061400******************************************************************
061500*    2200-ADD-EXPECTED-ID - FIRST SIGHTING OF THIS ID IN THE
061600*                           GENERATIONS READ SO FAR
061700******************************************************************
061800 2200-ADD-EXPECTED-ID.
061900     MOVE CNT-TRAN-ID TO CNT-DWRK-TRAN-ID.
062000     PERFORM 2300-SET-FIRST-SEEN THRU 2300-EXIT.
062100     WRITE CNT-DWRK-RECORD
062200         INVALID KEY
062300             DISPLAY "CNT950 - DUPWORK WRITE FAILED FOR ID "
062400                 CNT-TRAN-ID ", STATUS = " CNT-DUPWORK-STATUS
062500             MOVE 16 TO RETURN-CODE
062600             MOVE "Y" TO CNT-TRANGENS-SW
062700             GO TO 2200-EXIT
062800     END-WRITE.
062900     ADD 1 TO CNT-EXPECTED-COUNT.
063000 2200-EXIT.
063100     EXIT.
063200******************************************************************
063300*    2300-SET-FIRST-SEEN - STAMP THE ENTRY WITH THE
063400*                          TRANSACTION'S BUSINESS DATE.  ONLY AN
063500*                          ENTRY FIRST SEEN ON THE BUSINESS DATE
063600*                          ITSELF CAN MATTER TO A CYCLE RERUN, SO
063700*                          ONLY THAT ONE TAKES THE PARMFILE CYCLE
063800*                          NUMBER
063900******************************************************************
064000 2300-SET-FIRST-SEEN.
064100     MOVE CNT-TRAN-BUSINESS-DATE TO CNT-DWRK-FIRST-SEEN-DATE.
064200     IF CNT-TRAN-BUSINESS-DATE = CNT-BUSINESS-DATE
064300         MOVE CNT-CYCLE-NUMBER TO CNT-DWRK-FIRST-SEEN-CYCLE
064400     ELSE
064500         MOVE ZEROES TO CNT-DWRK-FIRST-SEEN-CYCLE
064600     END-IF.
064700 2300-EXIT.
064800     EXIT.
064900******************************************************************
065000*    3000-REBUILD-DUPFILE - FLAG THE REGISTER UNVERIFIED FIRST,
065100*                           THEN CLEAR DUPFILE AND RELOAD IT FROM
065200*                           DUPWORK.  THE REGISTERED COUNT MUST
065300*                           TIE BACK TO THE EXPECTED COUNT
065400******************************************************************
065500 3000-REBUILD-DUPFILE.
065600     MOVE "U" TO CNT-NEW-STATUS-CODE.
065700     MOVE "R" TO CNT-NEW-REASON-CODE.
065800     PERFORM 6000-WRITE-REGISTRY-CONTROL THRU 6000-EXIT.
065900     IF RETURN-CODE NOT = 0
066000         GO TO 3000-EXIT
066100     END-IF.
066200     OPEN OUTPUT DUPFILE.
066300     IF CNT-DUPFILE-STATUS NOT = "00"
066400         DISPLAY "CNT950 - DUPFILE CREATE FAILED, STATUS = "
066500             CNT-DUPFILE-STATUS
066600         MOVE 16 TO RETURN-CODE
066700         GO TO 3000-EXIT
066800     END-IF.
066900     OPEN INPUT DUPWORK.
067000     IF CNT-DUPWORK-STATUS NOT = "00"
067100         DISPLAY "CNT950 - DUPWORK REOPEN FAILED, STATUS = "
067200             CNT-DUPWORK-STATUS
067300         MOVE 16 TO RETURN-CODE
067400         CLOSE DUPFILE
067500         GO TO 3000-EXIT
067600     END-IF.
067700     MOVE "N" TO CNT-DUPWORK-SW.
067800     MOVE LOW-VALUES TO CNT-DWRK-TRAN-ID.
067900     START DUPWORK KEY NOT LESS THAN CNT-DWRK-TRAN-ID
068000         INVALID KEY
068100             MOVE "Y" TO CNT-DUPWORK-SW
068200     END-START.
068300     PERFORM 3100-COPY-ONE-ID THRU 3100-EXIT
068400         UNTIL CNT-DUPWORK-EOF.
068500     CLOSE DUPWORK.
068600     CLOSE DUPFILE.
068700     IF RETURN-CODE NOT = 0
068800         GO TO 3000-EXIT
068900     END-IF.
069000     IF CNT-REGISTERED-COUNT NOT = CNT-EXPECTED-COUNT
069100         DISPLAY "CNT950 - DUPFILE REBUILD DOES NOT TIE, "
069200             "EXPECTED " CNT-EXPECTED-COUNT
069300             " REGISTERED " CNT-REGISTERED-COUNT
069400         MOVE 16 TO RETURN-CODE
069500         GO TO 3000-EXIT
069600     END-IF.
069700     PERFORM 6000-WRITE-REGISTRY-CONTROL THRU 6000-EXIT.
069800     MOVE "DUPFILE REBUILT - RUN FUNCTION V BEFORE CNT100 RUNS"
069900         TO CNT-VRPT-SECTION-TEXT.
070000     MOVE CNT-VRPT-SECTION-LINE TO CNT-VRPT-RECORD.
070100     WRITE CNT-VRPT-RECORD.
070200 3000-EXIT.
070300     EXIT.
070400******************************************************************
070500*    3100-COPY-ONE-ID - DUPWORK IS READ IN KEY ORDER, SO THE NEW
070600*                       CLUSTER IS LOADED IN ASCENDING KEY ORDER
070700******************************************************************
070800 3100-COPY-ONE-ID.
070900     READ DUPWORK NEXT RECORD
071000         AT END
071100             MOVE "Y" TO CNT-DUPWORK-SW
071200             GO TO 3100-EXIT
071300     END-READ.
071400     WRITE CNT-DUP-RECORD FROM CNT-DWRK-RECORD
071500         INVALID KEY
071600             DISPLAY "CNT950 - DUPFILE WRITE FAILED FOR ID "
071700                 CNT-DWRK-TRAN-ID ", STATUS = " CNT-DUPFILE-STATUS
071800             MOVE 16 TO RETURN-CODE
071900             MOVE "Y" TO CNT-DUPWORK-SW
072000             GO TO 3100-EXIT
072100     END-WRITE.
072200     ADD 1 TO CNT-REGISTERED-COUNT.
072300 3100-EXIT.
072400     EXIT.
072500******************************************************************
072600*    4000-VERIFY-DUPFILE - MATCH DUPFILE AGAINST DUPWORK IN KEY
072700*                          ORDER, LIST EVERY DISCREPANCY AND
072800*                          RECORD THE VERDICT ON DUPCTL
072900******************************************************************
073000 4000-VERIFY-DUPFILE.
073100     OPEN INPUT DUPFILE.
073200     IF CNT-DUPFILE-STATUS NOT = "00"
073300         DISPLAY "CNT950 - DUPFILE OPEN FAILED, STATUS = "
073400             CNT-DUPFILE-STATUS
073500         MOVE 16 TO RETURN-CODE
073600         GO TO 4000-EXIT
073700     END-IF.
073800     OPEN INPUT DUPWORK.
073900     IF CNT-DUPWORK-STATUS NOT = "00"
074000         DISPLAY "CNT950 - DUPWORK REOPEN FAILED, STATUS = "
074100             CNT-DUPWORK-STATUS
074200         MOVE 16 TO RETURN-CODE
074300         CLOSE DUPFILE
074400         GO TO 4000-EXIT
074500     END-IF.
074600     MOVE "DUPFILE AGAINST THE RETAINED TRANFILE GENERATIONS"
074700         TO CNT-VRPT-SECTION-TEXT.
074800     MOVE CNT-VRPT-SECTION-LINE TO CNT-VRPT-RECORD.
074900     WRITE CNT-VRPT-RECORD.
075000     MOVE CNT-VRPT-DETAIL-HEAD-LINE TO CNT-VRPT-RECORD.
075100     WRITE CNT-VRPT-RECORD.
075200     MOVE "N" TO CNT-DUPFILE-SW.
075300     MOVE LOW-VALUES TO CNT-DUP-TRAN-ID.
075400     START DUPFILE KEY NOT LESS THAN CNT-DUP-TRAN-ID
075500         INVALID KEY
075600             MOVE "Y" TO CNT-DUPFILE-SW
075700             MOVE HIGH-VALUES TO CNT-DUP-MATCH-KEY
075800     END-START.
075900     MOVE "N" TO CNT-DUPWORK-SW.
076000     MOVE LOW-VALUES TO CNT-DWRK-TRAN-ID.
076100     START DUPWORK KEY NOT LESS THAN CNT-DWRK-TRAN-ID
076200         INVALID KEY
076300             MOVE "Y" TO CNT-DUPWORK-SW
076400             MOVE HIGH-VALUES TO CNT-DWRK-MATCH-KEY
076500     END-START.
076600     IF NOT CNT-DUPFILE-EOF
076700         PERFORM 4100-READ-DUPFILE THRU 4100-EXIT
076800     END-IF.
076900     IF NOT CNT-DUPWORK-EOF
077000         PERFORM 4200-READ-DUPWORK THRU 4200-EXIT
077100     END-IF.
077200     PERFORM 4300-MATCH-ONE-KEY THRU 4300-EXIT
077300         UNTIL CNT-DUPFILE-EOF AND CNT-DUPWORK-EOF.
077400     CLOSE DUPWORK.
077500     CLOSE DUPFILE.
077600     IF RETURN-CODE NOT = 0
077700         GO TO 4000-EXIT
077800     END-IF.
077900     PERFORM 4700-RECORD-VERDICT THRU 4700-EXIT.
078000 4000-EXIT.
078100     EXIT.
078200******************************************************************
078300*    4100-READ-DUPFILE - NEXT REGISTER ENTRY, OR HIGH-VALUES AS
078400*                        THE MATCH KEY ONCE DUPFILE IS EXHAUSTED
078500******************************************************************
078600 4100-READ-DUPFILE.
078700     READ DUPFILE NEXT RECORD
078800         AT END
078900             MOVE "Y" TO CNT-DUPFILE-SW
079000             MOVE HIGH-VALUES TO CNT-DUP-MATCH-KEY
079100             GO TO 4100-EXIT
079200     END-READ.
079300     MOVE CNT-DUP-TRAN-ID TO CNT-DUP-MATCH-KEY.
079400     ADD 1 TO CNT-ON-FILE-COUNT.
079500 4100-EXIT.
079600     EXIT.
079700******************************************************************
079800*    4200-READ-DUPWORK - NEXT EXPECTED ENTRY, OR HIGH-VALUES AS
079900*                        THE MATCH KEY ONCE DUPWORK IS EXHAUSTED
080000******************************************************************
080100 4200-READ-DUPWORK.
080200     READ DUPWORK NEXT RECORD
080300         AT END
080400             MOVE "Y" TO CNT-DUPWORK-SW
080500             MOVE HIGH-VALUES TO CNT-DWRK-MATCH-KEY
080600             GO TO 4200-EXIT
080700     END-READ.
080800     MOVE CNT-DWRK-TRAN-ID TO CNT-DWRK-MATCH-KEY.
080900 4200-EXIT.
081000     EXIT.
081100******************************************************************
081200*    4300-MATCH-ONE-KEY - THE LOWER KEY DECIDES WHICH SIDE IS
081300*                         SHORT AN ENTRY; EQUAL KEYS HAVE THEIR
081400*                         FIRST-SEEN DATES COMPARED
081500******************************************************************
081600 4300-MATCH-ONE-KEY.
081700     IF CNT-DUP-MATCH-KEY < CNT-DWRK-MATCH-KEY
081800         PERFORM 4400-CHECK-UNEXPECTED-ID THRU 4400-EXIT
081900         PERFORM 4100-READ-DUPFILE THRU 4100-EXIT
082000         GO TO 4300-EXIT
082100     END-IF.
082200     IF CNT-DUP-MATCH-KEY > CNT-DWRK-MATCH-KEY
082300         ADD 1 TO CNT-MISSING-COUNT
082400         MOVE CNT-DWRK-TRAN-ID TO CNT-VRPT-DTL-TRAN-ID
082500         MOVE SPACES TO CNT-VRPT-DTL-ON-FILE
082600         MOVE CNT-DWRK-FIRST-SEEN-DATE TO CNT-VRPT-DTL-EXPECTED
082700         MOVE "MISSING FROM DUPFILE" TO CNT-VRPT-DTL-DISCREPANCY
082800         PERFORM 4600-WRITE-DISCREPANCY THRU 4600-EXIT
082900         PERFORM 4200-READ-DUPWORK THRU 4200-EXIT
083000         GO TO 4300-EXIT
083100     END-IF.
083200     PERFORM 4500-COMPARE-FIRST-SEEN THRU 4500-EXIT.
083300     PERFORM 4100-READ-DUPFILE THRU 4100-EXIT.
083400     PERFORM 4200-READ-DUPWORK THRU 4200-EXIT.
083500 4300-EXIT.
083600     EXIT.
083700******************************************************************
083800*    4400-CHECK-UNEXPECTED-ID - AN ENTRY NO RETAINED
083900*                               GENERATION CALLS FOR.  ONE FIRST
084000*                               SEEN BEFORE THE CUTOFF SHOULD
084100*                               HAVE AGED OUT; ONE INSIDE THE
084200*                               WINDOW MAY COME FROM A GENERATION
084300*                               NO LONGER RETAINED.  BOTH ARE
084400*                               WARNINGS ONLY
084500******************************************************************
084600 4400-CHECK-UNEXPECTED-ID.
084700     MOVE CNT-DUP-TRAN-ID TO CNT-VRPT-DTL-TRAN-ID.
084800     MOVE CNT-DUP-FIRST-SEEN-DATE TO CNT-VRPT-DTL-ON-FILE.
084900     MOVE SPACES TO CNT-VRPT-DTL-EXPECTED.
085000     IF CNT-DUP-FIRST-SEEN-DATE < CNT-CUTOFF-DATE
085100         ADD 1 TO CNT-STALE-COUNT
085200         MOVE "WARNING - OLDER THAN RETENTION"
085300             TO CNT-VRPT-DTL-DISCREPANCY
085400     ELSE
085500         ADD 1 TO CNT-UNEXPECTED-COUNT
085600         MOVE "WARNING - NOT IN GENERATIONS"
085700             TO CNT-VRPT-DTL-DISCREPANCY
085800     END-IF.
085900     PERFORM 4600-WRITE-DISCREPANCY THRU 4600-EXIT.
086000 4400-EXIT.
086100     EXIT.
086200******************************************************************
086300*    4500-COMPARE-FIRST-SEEN - AN ENTRY ON BOTH SIDES MUST
086400*                              CARRY THE EXPECTED DATE.  ONE
086500*                              DATED BEFORE THE CUTOFF IS STILL
086600*                              MISDATED, NOT MERELY STALE -
086700*                              CNT100'S PURGE WOULD DROP AN ID IT
086800*                              STILL NEEDS
086900******************************************************************
087000 4500-COMPARE-FIRST-SEEN.
087100     IF CNT-DUP-FIRST-SEEN-DATE = CNT-DWRK-FIRST-SEEN-DATE
087200         ADD 1 TO CNT-MATCHED-COUNT
087300         GO TO 4500-EXIT
087400     END-IF.
087500     MOVE CNT-DUP-TRAN-ID TO CNT-VRPT-DTL-TRAN-ID.
087600     MOVE CNT-DUP-FIRST-SEEN-DATE TO CNT-VRPT-DTL-ON-FILE.
087700     MOVE CNT-DWRK-FIRST-SEEN-DATE TO CNT-VRPT-DTL-EXPECTED.
087800     ADD 1 TO CNT-WRONG-DATE-COUNT.
087900     MOVE "WRONG FIRST-SEEN DATE" TO CNT-VRPT-DTL-DISCREPANCY.
088000     PERFORM 4600-WRITE-DISCREPANCY THRU 4600-EXIT.
088100 4500-EXIT.
088200     EXIT.
088300******************************************************************
088400*    4600-WRITE-DISCREPANCY
088500******************************************************************
088600 4600-WRITE-DISCREPANCY.
088700     MOVE CNT-VRPT-DETAIL-LINE TO CNT-VRPT-RECORD.
088800     WRITE CNT-VRPT-RECORD.
088900 4600-EXIT.
089000     EXIT.
089100******************************************************************
089200*    4700-RECORD-VERDICT - ANY MISSING OR MISDATED ENTRY
089300*                          LEAVES THE REGISTER UNVERIFIED WITH
089400*                          RETURN-CODE 8.  OTHERWISE IT IS MARKED
089500*                          VERIFIED, WITH RETURN-CODE 4 IF THERE
089600*                          WERE WARNINGS
089700******************************************************************
089800 4700-RECORD-VERDICT.
089900     COMPUTE CNT-DISCREPANCY-COUNT = CNT-MISSING-COUNT
090000         + CNT-WRONG-DATE-COUNT.
090100     MOVE SPACES TO CNT-VRPT-RECORD.
090200     WRITE CNT-VRPT-RECORD.
090300     IF CNT-DISCREPANCY-COUNT > 0
090400         MOVE "U" TO CNT-NEW-STATUS-CODE
090500         MOVE "V" TO CNT-NEW-REASON-CODE
090600         MOVE "REGISTRY NOT VERIFIED - REBUILD BEFORE CNT100 RUNS"
090700             TO CNT-VRPT-SECTION-TEXT
090800     ELSE
090900         MOVE "V" TO CNT-NEW-STATUS-CODE
091000         MOVE SPACES TO CNT-NEW-REASON-CODE
091100         MOVE "REGISTRY VERIFIED - CNT100 MAY RUN"
091200             TO CNT-VRPT-SECTION-TEXT
091300     END-IF.
091400     MOVE CNT-VRPT-SECTION-LINE TO CNT-VRPT-RECORD.
091500     WRITE CNT-VRPT-RECORD.
091600     PERFORM 6000-WRITE-REGISTRY-CONTROL THRU 6000-EXIT.
091700     IF RETURN-CODE NOT = 0
091800         GO TO 4700-EXIT
091900     END-IF.
092000     IF CNT-DISCREPANCY-COUNT > 0
092100         DISPLAY "CNT950 - " CNT-DISCREPANCY-COUNT
092200             " REGISTRY DISCREPANCIES, DUPFILE LEFT UNVERIFIED"
092300         MOVE 8 TO RETURN-CODE
092400         GO TO 4700-EXIT
092500     END-IF.
092600     IF CNT-STALE-COUNT > 0
092700         DISPLAY "CNT950 - " CNT-STALE-COUNT
092800             " DUPFILE ENTRIES OLDER THAN THE RETENTION WINDOW"
092900         MOVE 4 TO RETURN-CODE
093000     END-IF.
093100     IF CNT-UNEXPECTED-COUNT > 0
093200         DISPLAY "CNT950 - " CNT-UNEXPECTED-COUNT
093300             " DUPFILE ENTRIES NOT IN THE RETAINED GENERATIONS"
093400         MOVE 4 TO RETURN-CODE
093500     END-IF.
093600 4700-EXIT.
093700     EXIT.
093800******************************************************************
093900*    5000-FLAG-RESTORED - THE CLUSTER HAS BEEN RESTORED FROM
094000*                         BACKUP OUTSIDE THIS PROGRAM.  NOTHING IS
094100*                         READ; THE REGISTER IS FLAGGED UNVERIFIED
094200*                         SO CNT100 WAITS FOR A VERIFY PASS
094300******************************************************************
094400 5000-FLAG-RESTORED.
094500     MOVE "U" TO CNT-NEW-STATUS-CODE.
094600     MOVE "S" TO CNT-NEW-REASON-CODE.
094700     PERFORM 6000-WRITE-REGISTRY-CONTROL THRU 6000-EXIT.
094800     IF RETURN-CODE NOT = 0
094900         GO TO 5000-EXIT
095000     END-IF.
095100     MOVE "DUPFILE MARKED RESTORED - RUN FUNCTION V BEFORE CNT100"
095200         TO CNT-VRPT-SECTION-TEXT.
095300     MOVE CNT-VRPT-SECTION-LINE TO CNT-VRPT-RECORD.
095400     WRITE CNT-VRPT-RECORD.
095500 5000-EXIT.
095600     EXIT.
095700******************************************************************
095800*    6000-WRITE-REGISTRY-CONTROL - REPLACE THE DUPCTL RECORD WITH
095900*                                  THE NEW STATUS AND THIS RUN'S
096000*                                  COUNTS
096100******************************************************************
096200 6000-WRITE-REGISTRY-CONTROL.
096300     OPEN OUTPUT DUPCTL.
096400     IF CNT-DUPCTL-STATUS NOT = "00"
096500         DISPLAY "CNT950 - DUPCTL OPEN FAILED, STATUS = "
096600             CNT-DUPCTL-STATUS
096700         MOVE 16 TO RETURN-CODE
096800         GO TO 6000-EXIT
096900     END-IF.
097000     MOVE SPACES TO CNT-DCTL-RECORD.
097100     MOVE CNT-NEW-STATUS-CODE TO CNT-DCTL-STATUS-CODE.
097200     MOVE CNT-NEW-REASON-CODE TO CNT-DCTL-REASON-CODE.
097300     MOVE CNT-BUSINESS-DATE TO CNT-DCTL-BUSINESS-DATE.
097400     MOVE CNT-RETENTION-DAYS TO CNT-DCTL-RETENTION-DAYS.
097500     MOVE CNT-SYSTEM-DATE TO CNT-DCTL-UPDATE-DATE.
097600     MOVE CNT-SYSTEM-TIME TO CNT-DCTL-UPDATE-TIME.
097700     MOVE "CNT950" TO CNT-DCTL-PROGRAM.
097800     MOVE CNT-REGISTERED-COUNT TO CNT-DCTL-REGISTERED-COUNT.
097900     MOVE CNT-MISSING-COUNT TO CNT-DCTL-MISSING-COUNT.
098000     MOVE CNT-WRONG-DATE-COUNT TO CNT-DCTL-WRONG-DATE-COUNT.
098100     MOVE CNT-STALE-COUNT TO CNT-DCTL-STALE-COUNT.
098200     WRITE CNT-DCTL-RECORD.
098300     IF CNT-DUPCTL-STATUS NOT = "00"
098400         DISPLAY "CNT950 - DUPCTL WRITE FAILED, STATUS = "
098500             CNT-DUPCTL-STATUS
098600         MOVE 16 TO RETURN-CODE
098700     END-IF.
098800     CLOSE DUPCTL.
098900     IF RETURN-CODE NOT = 0
099000         GO TO 6000-EXIT
099100     END-IF.
099200     IF CNT-NEW-STATUS-CODE = "V"
099300         DISPLAY "CNT950 - DUPFILE REGISTRY MARKED VERIFIED"
099400     ELSE
099500         DISPLAY "CNT950 - DUPFILE REGISTRY MARKED UNVERIFIED, "
099600             "REASON " CNT-NEW-REASON-CODE
099700     END-IF.
099800 6000-EXIT.
099900     EXIT.
100000******************************************************************
100100*    9100-WRITE-TRAILER
100200******************************************************************
100300 9100-WRITE-TRAILER.
100400     MOVE CNT-VRPT-TRAILER-LINE TO CNT-VRPT-RECORD.
100500     WRITE CNT-VRPT-RECORD.
100600 9100-EXIT.
100700     EXIT.
100800******************************************************************
100900*    9200-WRITE-REGISTRY-COUNTS - THE EXPECTED-REGISTER COUNTS,
101000*                                 THEN THOSE OF THE REBUILD OR
101100*                                 VERIFY PASS
101200******************************************************************
101300 9200-WRITE-REGISTRY-COUNTS.
101400     MOVE "TRANFILE RECORDS READ" TO CNT-VRPT-TRAILER-TEXT.
101500     MOVE CNT-TRAN-READ-COUNT TO CNT-VRPT-TRAILER-COUNT.
101600     PERFORM 9100-WRITE-TRAILER THRU 9100-EXIT.
101700     MOVE "OUTSIDE RETENTION WINDOW" TO CNT-VRPT-TRAILER-TEXT.
101800     MOVE CNT-OUTSIDE-WINDOW-COUNT TO CNT-VRPT-TRAILER-COUNT.
101900     PERFORM 9100-WRITE-TRAILER THRU 9100-EXIT.
102000     MOVE "CATEGORY NOT ON CATFILE" TO CNT-VRPT-TRAILER-TEXT.
102100     MOVE CNT-NO-CATEGORY-COUNT TO CNT-VRPT-TRAILER-COUNT.
102200     PERFORM 9100-WRITE-TRAILER THRU 9100-EXIT.
102300     MOVE "REPEATS OF AN ID ALREADY SEEN"
102400         TO CNT-VRPT-TRAILER-TEXT.
102500     MOVE CNT-REPEAT-COUNT TO CNT-VRPT-TRAILER-COUNT.
102600     PERFORM 9100-WRITE-TRAILER THRU 9100-EXIT.
102700     MOVE "IDS EXPECTED ON REGISTER" TO CNT-VRPT-TRAILER-TEXT.
102800     MOVE CNT-EXPECTED-COUNT TO CNT-VRPT-TRAILER-COUNT.
102900     PERFORM 9100-WRITE-TRAILER THRU 9100-EXIT.
103000     IF CNT-RUN-REBUILD
103100         MOVE "IDS REGISTERED ON DUPFILE" TO CNT-VRPT-TRAILER-TEXT
103200         MOVE CNT-REGISTERED-COUNT TO CNT-VRPT-TRAILER-COUNT
103300         PERFORM 9100-WRITE-TRAILER THRU 9100-EXIT
103400     END-IF.
103500     IF NOT CNT-RUN-VERIFY
103600         GO TO 9200-EXIT
103700     END-IF.
103800     MOVE "ENTRIES ON DUPFILE" TO CNT-VRPT-TRAILER-TEXT.
103900     MOVE CNT-ON-FILE-COUNT TO CNT-VRPT-TRAILER-COUNT.
104000     PERFORM 9100-WRITE-TRAILER THRU 9100-EXIT.
104100     MOVE "ENTRIES MATCHED" TO CNT-VRPT-TRAILER-TEXT.
104200     MOVE CNT-MATCHED-COUNT TO CNT-VRPT-TRAILER-COUNT.
104300     PERFORM 9100-WRITE-TRAILER THRU 9100-EXIT.
104400     MOVE "IDS MISSING FROM DUPFILE" TO CNT-VRPT-TRAILER-TEXT.
104500     MOVE CNT-MISSING-COUNT TO CNT-VRPT-TRAILER-COUNT.
104600     PERFORM 9100-WRITE-TRAILER THRU 9100-EXIT.
104700     MOVE "WRONG FIRST-SEEN DATE" TO CNT-VRPT-TRAILER-TEXT.
104800     MOVE CNT-WRONG-DATE-COUNT TO CNT-VRPT-TRAILER-COUNT.
104900     PERFORM 9100-WRITE-TRAILER THRU 9100-EXIT.
105000     MOVE "OLDER THAN RETENTION (WARNING)"
105100         TO CNT-VRPT-TRAILER-TEXT.
105200     MOVE CNT-STALE-COUNT TO CNT-VRPT-TRAILER-COUNT.
105300     PERFORM 9100-WRITE-TRAILER THRU 9100-EXIT.
105400     MOVE "NOT IN GENERATIONS (WARNING)" TO CNT-VRPT-TRAILER-TEXT.
105500     MOVE CNT-UNEXPECTED-COUNT TO CNT-VRPT-TRAILER-COUNT.
105600     PERFORM 9100-WRITE-TRAILER THRU 9100-EXIT.
105700 9200-EXIT.
105800     EXIT.
105900******************************************************************
106000*    9999-TERMINATE - WRITE THE COUNTS FOR THE FUNCTION RUN AND
106100*                     CLOSE THE REPORT
106200******************************************************************
106300 9999-TERMINATE.
106400     MOVE SPACES TO CNT-VRPT-RECORD.
106500     WRITE CNT-VRPT-RECORD.
106600     IF NOT CNT-RUN-RESTORED
106700         PERFORM 9200-WRITE-REGISTRY-COUNTS THRU 9200-EXIT
106800     END-IF.
106900     CLOSE VRPTFILE.
107000 9999-EXIT.
107100     EXIT.
