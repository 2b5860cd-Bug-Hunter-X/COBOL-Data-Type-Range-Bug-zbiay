002042*                    7 - THE WINDOW IS CALENDAR DAYS, AND 5 LET A
002043*                    WEEKEND SHRINK COVERAGE BELOW FIVE BUSINESS
002044*                    DAYS.
002045*  2026-10-15   RDH  A REVERSAL'S AMOUNT NOW ALSO ROLLS INTO THE
002046*                    NEW CNT-CAT-AREA-6 REVERSAL DOLLAR TOTAL,
002047*                    WHICH IS CHECKPOINTED AND RESTORED WITH THE
002048*                    OTHER TOTALS.  9210-FILL-VSAM-CATEGORY NOW
002049*                    PUBLISHES THE REVERSAL COUNT AND DOLLAR
002050*                    TOTAL TO CNT-VSAM-AREA-5/AREA-6 SO THE
002051*                    CNT150 GL POSTING CAN SPLIT GROSS FROM
002052*                    REVERSAL AMOUNTS.
002053*  2026-10-15   RDH  EVERY TRANFILE RECORD NOW LEAVES A RECORD ON
002054*                    THE NEW DJRNFILE DISPOSITION JOURNAL SAYING
002055*                    WHETHER IT WAS COUNTED, COUNTED OVER THE CAP,
002056*                    TAKEN AS A REVERSAL OR SUSPENDED (WITH THE
002057*                    SUSPENSE REASON), SO CNT450 CAN TRACE ONE
002058*                    TRANSACTION BY ID.  THE RUN SEQUENCE IS NOW
002059*                    ALSO PROBED AT 1000-INITIALIZE SO THE JOURNAL
002060*                    KEYS CAN CARRY IT.
002061*  2026-10-15   RDH  INTRADAY MULTI-CYCLE MODE.  WHEN PARMFILE
002062*                    CARRIES A CYCLE NUMBER THE RUN IS ONE CYCLE
002063*                    OF THE BUSINESS DATE - 1200-LOAD-CYCLE-CARRY-
002064*                    FORWARD LOADS THE PRIOR CYCLE'S DAY-TO-DATE
002065*                    TOTALS AND ALERT FLAGS FROM THE NEW CYCFILE
002066*                    (SEE CNTCYC COPYBOOK) SO THE THRESHOLD AND
002067*                    CAP APPLY TO THE DAY'S CUMULATIVE, AND 9700
002068*                    WRITES THIS CYCLE'S TOTALS BACK ONCE IT HAS
002069*                    PUBLISHED.  A CYCLE IS REFUSED WHEN THE PRIOR
002070*                    CYCLE HAS NOT COMPLETED, WHEN A LATER CYCLE
002071*                    HAS ALREADY RUN OR WHEN A FINAL CYCLE HAS
002072*                    CLOSED THE DAY.  THE DUPFILE PURGE ONLY
002073*                    UNREGISTERS IDS FROM THIS CYCLE ONWARD, SO AN
002074*                    ID FROM AN EARLIER CYCLE IS STILL A SAME-DAY
002075*                    DUPLICATE.  RPTFILE AND CTLFILE SHOW THE
002076*                    CYCLE'S OWN FIGURES ALONGSIDE THE DAY-TO-DATE
002077*                    ONES, AND STATFILE CARRIES THE CYCLE NUMBER
002078*                    AND WHETHER THE DAY IS CLOSED FOR CNT120.
002079*  2026-10-15   RDH  1070-CHECK-DUP-REGISTRY NOW REFUSES TO START
002080*                    THE RUN (RETURN-CODE 16) WHILE THE NEW DUPCTL
002081*                    CONTROL RECORD (SEE CNTDCTL COPYBOOK) SAYS
002082*                    THE DUPFILE REGISTER HAS BEEN REBUILT OR
002083*                    RESTORED AND NOT YET VERIFIED BY CNT950, SO
002084*                    DUPLICATE DETECTION NEVER RUNS AGAINST A
002085*                    REGISTER THAT HAS NOT BEEN PROVEN AGAINST
002086*                    THE RETAINED TRANFILE GENERATIONS.  NO DUPCTL
002087*                    MEANS THE REGISTER HAS NEVER BEEN REBUILT OR
002088*                    RESTORED.
002089*  2026-10-15   RDH  DUPCTL IS NOW CLOSED ONLY AFTER ITS RECORD
002090*                    HAS BEEN TESTED, AND 9999-TERMINATE PUBLISHES
002091*                    UNDER THE RUN SEQUENCE CHOSEN IN
002092*                    1000-INITIALIZE INSTEAD OF PROBING VSAMFILE
002093*                    FOR IT A SECOND TIME.
002094******************************************************************
002095 ENVIRONMENT DIVISION.
002096 CONFIGURATION SECTION.
002097 SOURCE-COMPUTER. IBM-370.
002098 OBJECT-COMPUTER. IBM-370.
002099 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002101     SELECT CATFILE ASSIGN TO CATFILE
002102         ORGANIZATION IS SEQUENTIAL
002103         FILE STATUS IS CNT-CATFILE-STATUS.
002104     SELECT PARMFILE ASSIGN TO PARMFILE
002105         ORGANIZATION IS SEQUENTIAL
002106         FILE STATUS IS CNT-PARMFILE-STATUS.
002107     SELECT TRANFILE ASSIGN TO TRANFILE
002108         ORGANIZATION IS SEQUENTIAL
002109         FILE STATUS IS CNT-TRANFILE-STATUS.
002110     SELECT EXCFILE ASSIGN TO EXCFILE
002111         ORGANIZATION IS SEQUENTIAL
002120         FILE STATUS IS CNT-EXCFILE-STATUS.
002130     SELECT RPTFILE ASSIGN TO RPTFILE
002140         ORGANIZATION IS SEQUENTIAL
002426         ACCESS MODE IS RANDOM
002427         RECORD KEY IS CNT-RSTA-RUN-DATE
002428         FILE STATUS IS CNT-STATFILE-STATUS.
002429     SELECT DJRNFILE ASSIGN TO DJRNFILE
002430         ORGANIZATION IS INDEXED
002431         ACCESS MODE IS RANDOM
002432         RECORD KEY IS CNT-DJRN-KEY
002433         FILE STATUS IS CNT-DJRNFILE-STATUS.
002434     SELECT CYCFILE ASSIGN TO CYCFILE
002435         ORGANIZATION IS INDEXED
002436         ACCESS MODE IS RANDOM
002437         RECORD KEY IS CNT-CYC-KEY
002438         FILE STATUS IS CNT-CYCFILE-STATUS.
002439     SELECT DUPCTL ASSIGN TO DUPCTL
002440         ORGANIZATION IS SEQUENTIAL
002441         FILE STATUS IS CNT-DUPCTL-STATUS.
002442 DATA DIVISION.
002443 FILE SECTION.
002450 FD  CATFILE
002460     RECORDING MODE IS F
002470     LABEL RECORDS ARE STANDARD.
002892 FD  STATFILE
002894     RECORDING MODE IS F.
002896 COPY CNTRSTA.
002897 FD  DJRNFILE
002898     RECORDING MODE IS F.
002899 COPY CNTDJRN.
002900 FD  CYCFILE
002901     RECORDING MODE IS F.
002902 COPY CNTCYC.
002903 FD  DUPCTL
002904     RECORDING MODE IS F
002905     LABEL RECORDS ARE STANDARD.
002906 COPY CNTDCTL.
002907 WORKING-STORAGE SECTION.
002910******************************************************************
002920*    PER-CATEGORY COUNTING / THRESHOLD / OVERFLOW TABLE
002930******************************************************************
003280 01  CNT-ALRTFILE-STATUS           PIC X(02) VALUE "00".
003290 01  CNT-SUSPFILE-STATUS           PIC X(02) VALUE "00".
003300 01  CNT-DUPFILE-STATUS            PIC X(02) VALUE "00".
003301 01  CNT-DUPCTL-STATUS             PIC X(02) VALUE "00".
003310 01  CNT-CTLFILE-STATUS            PIC X(02) VALUE "00".
003320 01  CNT-THRESHIST-STATUS          PIC X(02) VALUE "00".
003321 01  CNT-STATFILE-STATUS           PIC X(02) VALUE "00".
003322 01  CNT-DJRNFILE-STATUS           PIC X(02) VALUE "00".
003323******************************************************************
003324*    ROLLING DUPLICATE-ID REGISTER CONTROL FIELDS - THE PURGE
003325*    CUTOFF IS THE BUSINESS DATE MINUS THE RETENTION WINDOW,
003326*    WALKED BACK ONE CALENDAR DAY AT A TIME BY 2085-BACK-ONE-DAY.
003327*    THE WINDOW IS CALENDAR DAYS - THE DEFAULT OF 7 KEEPS A
003328*    WEEKEND FROM SHRINKING THE EFFECTIVE COVERAGE BELOW FIVE
003329*    BUSINESS DAYS; SET IT WIDER ACROSS HOLIDAY STRETCHES
003330******************************************************************
003331 01  CNT-DUP-RETENTION-DAYS        PIC 9(03) COMP VALUE 7.
003332 01  CNT-DUP-PURGE-CUTOFF          PIC 9(08) VALUE ZEROES.
003333 01  CNT-DUP-PURGE-COUNT           PIC 9(09) COMP VALUE ZEROES.
003334 01  CNT-DUP-BACK-COUNTER          PIC 9(03) COMP VALUE ZEROES.
003335 01  CNT-WORK-DATE.
003336     05  CNT-WORK-YYYY             PIC 9(04).
003337     05  CNT-WORK-MM               PIC 9(02).
003338     05  CNT-WORK-DD               PIC 9(02).
003339 01  CNT-MONTH-DAY-CONSTANTS       PIC X(24) VALUE
003340     "312831303130313130313031".
003341 01  CNT-MONTH-DAY-TABLE REDEFINES CNT-MONTH-DAY-CONSTANTS.
003342     05  CNT-MONTH-DAYS            PIC 9(02) OCCURS 12 TIMES.
003343 01  CNT-LEAP-QUOTIENT             PIC 9(04) COMP VALUE ZEROES.
003344 01  CNT-LEAP-REMAINDER            PIC 9(04) COMP VALUE ZEROES.
003345 01  CNT-LEAP-SW                   PIC X(01) VALUE "N".
003346     88  CNT-LEAP-YEAR                       VALUE "Y".
003347******************************************************************
003348*    RUN-STATUS PUBLISH FLAGS - ONE PER OUTPUT FILE, SET ONLY
003349*    ONCE THAT OUTPUT HAS LANDED CLEAN, CARRIED ONTO THE
003350*    STATFILE RUN-STATUS RECORD AT END-OF-RUN
003351******************************************************************
003352 01  CNT-PUBLISH-FLAGS.
003353     05  CNT-VSAM-PUBLISHED-SW     PIC X(01) VALUE "N".
003354         88  CNT-VSAM-PUBLISHED              VALUE "Y".
003355     05  CNT-THST-PUBLISHED-SW     PIC X(01) VALUE "N".
003356         88  CNT-THST-PUBLISHED              VALUE "Y".
003357     05  CNT-RPT-PUBLISHED-SW      PIC X(01) VALUE "N".
003358         88  CNT-RPT-PUBLISHED               VALUE "Y".
003359     05  CNT-CTL-PUBLISHED-SW      PIC X(01) VALUE "N".
003360         88  CNT-CTL-PUBLISHED               VALUE "Y".
003361 01  CNT-STATUS-STARTED-SW         PIC X(01) VALUE "N".
003362     88  CNT-STATUS-STARTED                  VALUE "Y".
003363******************************************************************
003364*    SUSPENSE / REJECT COUNT - SAME-DAY TOTAL OF RECORDS
003365*    DIVERTED TO SUSPFILE
003366******************************************************************
003370 01  CNT-SUSPENSE-COUNT            PIC 9(09) COMP VALUE ZEROES.
003371******************************************************************
003372*    INTRADAY CYCLE CONTROL - A CYCLE NUMBER OF ZERO IS THE
003373*    ORDINARY ONCE-A-DAY RUN.  ON A CYCLE RUN CNT-CATEGORY-TABLE
003374*    CARRIES DAY-TO-DATE FIGURES WHILE CNT-RECORD-COUNT AND
003375*    CNT-SUSPENSE-COUNT STAY THIS CYCLE'S OWN.  THE PRIOR FIELDS
003376*    HOLD WHAT WAS CARRIED FORWARD FROM THE PREVIOUS CYCLE, SO
003377*    THE CYCLE'S OWN SHARE OF ANY TOTAL IS THE DIFFERENCE
003378******************************************************************
003379 01  CNT-CYCFILE-STATUS            PIC X(02) VALUE "00".
003380 01  CNT-CYCLE-NUMBER              PIC 9(01) VALUE ZEROES.
003381 01  CNT-CYCLE-MODE-SW             PIC X(01) VALUE "N".
003382     88  CNT-CYCLE-MODE                      VALUE "Y".
003383 01  CNT-CYCLE-FINAL-SW            PIC X(01) VALUE "N".
003384     88  CNT-CYCLE-FINAL                     VALUE "Y".
003385 01  CNT-CYC-SUB                   PIC 9(02) COMP VALUE ZEROES.
003386 01  CNT-PRIOR-SUB                 PIC 9(02) COMP VALUE ZEROES.
003387 01  CNT-PRIOR-RECORD-COUNT        PIC 9(09) COMP VALUE ZEROES.
003388 01  CNT-PRIOR-SUSPENSE-COUNT      PIC 9(09) COMP VALUE ZEROES.
003389 01  CNT-PRIOR-CAT-TOTAL           PIC 9(09) COMP VALUE ZEROES.
003390 01  CNT-DAY-RECORD-COUNT          PIC 9(09) COMP VALUE ZEROES.
003391 01  CNT-DAY-SUSPENSE-COUNT        PIC 9(09) COMP VALUE ZEROES.
003392 01  CNT-CYCLE-CAT-TOTAL           PIC 9(09) COMP VALUE ZEROES.
003393 01  CNT-PRIOR-CATEGORY-TABLE.
003394     05  CNT-PRIOR-ENTRY OCCURS 20 TIMES.
003395         10  CNT-PRIOR-AREA-1      PIC 9(09) COMP.
003396         10  CNT-PRIOR-AREA-3      PIC 9(05) COMP.
003397         10  CNT-PRIOR-AREA-4      PIC S9(11)V99 COMP-3.
003398         10  CNT-PRIOR-AREA-5      PIC 9(09) COMP.
003399******************************************************************
003400*    INPUT CONTROL-TOTAL / BALANCING REPORT FIELDS
003401******************************************************************
003410 COPY CNTCTL.
003420 01  CNT-CTL-CAT-TOTAL             PIC 9(09) COMP VALUE ZEROES.
003430******************************************************************
004026         DISPLAY "CNT100 - PROCESSING BUSINESS DATE "
004027             CNT-RUN-DATE
004028     END-IF.
004029     IF NOT CNT-PARMFILE-EOF
004030         AND CNT-PARM-CYCLE-NUMBER IS NUMERIC
004031         AND CNT-PARM-CYCLE-NUMBER > 0
004032         MOVE CNT-PARM-CYCLE-NUMBER TO CNT-CYCLE-NUMBER
004033         MOVE "Y" TO CNT-CYCLE-MODE-SW
004034         IF CNT-PARM-FINAL-CYCLE
004035             MOVE "Y" TO CNT-CYCLE-FINAL-SW
004036             DISPLAY "CNT100 - PROCESSING FINAL CYCLE "
004037                 CNT-CYCLE-NUMBER " OF " CNT-RUN-DATE
004038         ELSE
004039             DISPLAY "CNT100 - PROCESSING INTERIM CYCLE "
004040                 CNT-CYCLE-NUMBER " OF " CNT-RUN-DATE
004041         END-IF
004042     END-IF.
004043     CLOSE PARMFILE.
004044     PERFORM 1070-CHECK-DUP-REGISTRY THRU 1070-EXIT.
004045     IF RETURN-CODE NOT = 0
004046         GO TO 1000-EXIT
004047     END-IF.
004048     PERFORM 1090-APPLY-CATEGORY-LIMITS THRU 1090-EXIT.
004049     PERFORM 9150-DETERMINE-RUN-SEQ THRU 9150-EXIT.
004050     IF RETURN-CODE NOT = 0
004051         GO TO 1000-EXIT
004052     END-IF.
004053     PERFORM 1200-LOAD-CYCLE-CARRY-FORWARD THRU 1200-EXIT.
004054     IF RETURN-CODE NOT = 0
004055         GO TO 1000-EXIT
004056     END-IF.
004057     OPEN OUTPUT EXCFILE.
004058     IF CNT-EXCFILE-STATUS NOT = "00"
004060         DISPLAY "CNT100 - EXCFILE OPEN FAILED, STATUS = "
004070             CNT-EXCFILE-STATUS
004080         MOVE 16 TO RETURN-CODE
004240     END-IF.
004250     MOVE CNT-RPT-HEADER-LINE TO CNT-RPT-RECORD.
004260     WRITE CNT-RPT-RECORD.
004261     IF CNT-CYCLE-MODE
004262         MOVE CNT-RUN-DATE TO CNT-RPT-CYC-RUN-DATE
004263         MOVE CNT-CYCLE-NUMBER TO CNT-RPT-CYC-NUMBER
004264         IF CNT-CYCLE-FINAL
004265             MOVE "FINAL" TO CNT-RPT-CYC-STATUS
004266         ELSE
004267             MOVE "INTERIM" TO CNT-RPT-CYC-STATUS
004268         END-IF
004269         MOVE CNT-RPT-CYCLE-LINE TO CNT-RPT-RECORD
004270         WRITE CNT-RPT-RECORD
004271     END-IF.
004272     OPEN OUTPUT SUSPFILE.
004280     IF CNT-SUSPFILE-STATUS NOT = "00"
004290         DISPLAY "CNT100 - SUSPFILE OPEN FAILED, STATUS = "
004300             CNT-SUSPFILE-STATUS
005190     MOVE ZEROES TO CNT-CAT-AREA-3(CNT-CAT-IDX).
005200     MOVE ZEROES TO CNT-CAT-AREA-4(CNT-CAT-IDX).
005210     MOVE ZEROES TO CNT-CAT-AREA-5(CNT-CAT-IDX).
005211     MOVE ZEROES TO CNT-CAT-AREA-6(CNT-CAT-IDX).
005220     MOVE "N" TO CNT-CAT-NOTIFIED-SW(CNT-CAT-IDX).
005230 1060-EXIT.
005240     EXIT.
005241******************************************************************
005242*    1070-CHECK-DUP-REGISTRY - REFUSE TO START WHILE DUPCTL SAYS
005243*                              THE DUPFILE REGISTER HAS BEEN
005244*                              REBUILT OR RESTORED AND CNT950 HAS
005245*                              NOT YET VERIFIED IT.  NO DUPCTL,
005246*                              OR AN EMPTY ONE, MEANS THE REGISTER
005247*                              HAS NEVER BEEN REBUILT OR RESTORED
005248******************************************************************
005249 1070-CHECK-DUP-REGISTRY.
005250     OPEN INPUT DUPCTL.
005251     IF CNT-DUPCTL-STATUS = "35"
005252         GO TO 1070-EXIT
005253     END-IF.
005254     IF CNT-DUPCTL-STATUS NOT = "00"
005255         DISPLAY "CNT100 - DUPCTL OPEN FAILED, STATUS = "
005256             CNT-DUPCTL-STATUS
005257         MOVE 16 TO RETURN-CODE
005258         GO TO 1070-EXIT
005259     END-IF.
005260     READ DUPCTL
005261         AT END
005262             MOVE SPACES TO CNT-DCTL-RECORD
005263     END-READ.
005264     IF NOT CNT-DCTL-UNVERIFIED
005265         CLOSE DUPCTL
005266         GO TO 1070-EXIT
005267     END-IF.
005268     IF CNT-DCTL-REBUILT
005269         DISPLAY "CNT100 - DUPFILE REGISTRY WAS REBUILT ON "
005270             CNT-DCTL-UPDATE-DATE " AND HAS NOT BEEN VERIFIED"
005271     END-IF.
005272     IF CNT-DCTL-RESTORED
005273         DISPLAY "CNT100 - DUPFILE REGISTRY WAS RESTORED ON "
005274             CNT-DCTL-UPDATE-DATE " AND HAS NOT BEEN VERIFIED"
005275     END-IF.
005276     IF CNT-DCTL-VERIFY-FAILED
005277         DISPLAY "CNT100 - DUPFILE REGISTRY FAILED VERIFICATION "
005278             "ON " CNT-DCTL-UPDATE-DATE " - "
005279             CNT-DCTL-MISSING-COUNT " MISSING, "
005280             CNT-DCTL-WRONG-DATE-COUNT " MISDATED"
005281     END-IF.
005282     CLOSE DUPCTL.
005283     DISPLAY "CNT100 - RUN REFUSED - RUN CNT950 FUNCTION V TO "
005284         "VERIFY THE REGISTRY, OR B TO REBUILD IT, BEFORE "
005285         "RESUBMITTING".
005286     MOVE 16 TO RETURN-CODE.
005287 1070-EXIT.
005288     EXIT.
005289******************************************************************
005290*    1090-APPLY-CATEGORY-LIMITS - FILL IN THE PARMFILE DEFAULT
005291*                                 PAIR FOR EVERY CATEGORY THAT
005292*                                 CARRIED NO OVERRIDE OF ITS OWN
005293*                                 ON CATFILE.  RUN AFTER PARMFILE
005294*                                 IS READ, SO THE TABLE ALWAYS
005295*                                 ENDS UP WITH A NON-ZERO LIMIT
005296*                                 PAIR PER LOADED CATEGORY
005297******************************************************************
005298 1090-APPLY-CATEGORY-LIMITS.
005299     SET CNT-CAT-IDX TO 1.
005300     PERFORM 1095-APPLY-ONE-LIMIT-PAIR THRU 1095-EXIT
005301         VARYING CNT-CAT-IDX FROM 1 BY 1
005302         UNTIL CNT-CAT-IDX > CNT-CAT-COUNT.
005303 1090-EXIT.
005304     EXIT.
005305******************************************************************
005306*    1095-APPLY-ONE-LIMIT-PAIR
005307******************************************************************
005308 1095-APPLY-ONE-LIMIT-PAIR.
005309     IF CNT-CAT-ALERT-THRESHOLD(CNT-CAT-IDX) = 0
005310         MOVE CNT-ALERT-THRESHOLD
005311             TO CNT-CAT-ALERT-THRESHOLD(CNT-CAT-IDX)
005312     END-IF.
005313     IF CNT-CAT-OVERFLOW-CAP(CNT-CAT-IDX) = 0
005314         MOVE CNT-OVERFLOW-CAP
005315             TO CNT-CAT-OVERFLOW-CAP(CNT-CAT-IDX)
005316     END-IF.
005317 1095-EXIT.
005318     EXIT.
005319******************************************************************
005320*    1100-CHECK-RESTART - RESUME FROM A PRIOR CHECKPOINT, IF ANY
005321******************************************************************
005322 1100-CHECK-RESTART.
005323     MOVE ZEROES TO CNT-RECORD-COUNT.
005324     OPEN INPUT RESTFILE.
005325     IF CNT-RESTFILE-STATUS = "35"
005326         CONTINUE
005327     ELSE IF CNT-RESTFILE-STATUS = "39"
005328         DISPLAY "CNT100 - RESTFILE IS AN OLD-LAYOUT CHECKPOINT,"
005329             " STATUS = 39 - DELETE RESTFILE TO RERUN IN FULL"
005330         MOVE 16 TO RETURN-CODE
005331         GO TO 1100-EXIT
005332     ELSE IF CNT-RESTFILE-STATUS NOT = "00"
005340         DISPLAY "CNT100 - RESTFILE OPEN FAILED, STATUS = "
005350             CNT-RESTFILE-STATUS
005360         MOVE 16 TO RETURN-CODE
005546             CNT-RUN-DATE " - IGNORED, RUNNING IN FULL"
005547         GO TO 1110-EXIT
005548     END-IF.
005549     IF CNT-RST-CYCLE-NUMBER NOT = CNT-CYCLE-NUMBER
005550         DISPLAY "CNT100 - CHECKPOINT IS FOR CYCLE "
005551             CNT-RST-CYCLE-NUMBER " NOT CYCLE "
005552             CNT-CYCLE-NUMBER " - IGNORED, RUNNING IN FULL"
005553         GO TO 1110-EXIT
005554     END-IF.
005555     PERFORM 1150-RESTORE-CATEGORY-COUNTS THRU 1150-EXIT.
005556     IF RETURN-CODE = 0
005557         MOVE CNT-RST-RECORD-COUNT TO CNT-RECORD-COUNT
005558         MOVE CNT-RST-SUSPENSE-COUNT TO CNT-SUSPENSE-COUNT
005559         DISPLAY "CNT100 - RESUMING FROM CHECKPOINT"
005560     END-IF.
005561 1110-EXIT.
005562     EXIT.
005563******************************************************************
005564*    1150-RESTORE-CATEGORY-COUNTS - REBUILD AREA-1/2/3 FROM THE
005565*                                   LAST CHECKPOINT.  EACH
005566*                                   CHECKPOINTED SLOT IS MATCHED
005567*                                   TO THE LOADED CNT-CATEGORY-
005568*                                   TABLE BY CNT-RST-CAT-CODE,
005569*                                   NOT BY TABLE POSITION - THE
005570*                                   CATEGORY LIST IS OPS-
005571*                                   MAINTAINED CATFILE DATA AND
005572*                                   CAN CHANGE BETWEEN AN ABEND
005573*                                   AND THE RERUN
005574******************************************************************
005580 1150-RESTORE-CATEGORY-COUNTS.
005590     MOVE 1 TO CNT-RST-SUB.
005600     PERFORM 1160-RESTORE-ONE-CATEGORY THRU 1160-EXIT
005720                 TO CNT-CAT-AREA-4(CNT-CAT-IDX)
005730             MOVE CNT-RST-CAT-AREA-5(CNT-RST-SUB)
005740                 TO CNT-CAT-AREA-5(CNT-CAT-IDX)
005741             MOVE CNT-RST-CAT-AREA-6(CNT-RST-SUB)
005742                 TO CNT-CAT-AREA-6(CNT-CAT-IDX)
005750             MOVE "N" TO CNT-LINK-INCREMENT-SW
005760             PERFORM 2270-CALL-CATEGORY-LOGIC THRU 2270-EXIT
005762     END-SEARCH.
005788 1170-EXIT.
005789     EXIT.
005790******************************************************************
005791*    1200-LOAD-CYCLE-CARRY-FORWARD - ON A CYCLE RUN, REFUSE TO
005792*                                    START WHEN A LATER CYCLE OF
005793*                                    THE DATE HAS ALREADY RUN,
005794*                                    WHEN THE PRIOR CYCLE HAS NOT
005795*                                    COMPLETED OR WHEN A FINAL
005796*                                    CYCLE HAS CLOSED THE DAY.
005797*                                    OTHERWISE LOAD THE PRIOR
005798*                                    CYCLE'S DAY-TO-DATE TOTALS
005799*                                    INTO THE CATEGORY TABLE.
005800*                                    CYCLE 1 STARTS FROM ZERO.  A
005801*                                    CHECKPOINT RESTORE AFTER
005802*                                    THIS OVERWRITES THE TABLE
005803*                                    WITH ITS OWN DAY-TO-DATE
005804*                                    FIGURES, WHICH ALREADY
005805*                                    INCLUDE THE CARRY-FORWARD
005806******************************************************************
005807 1200-LOAD-CYCLE-CARRY-FORWARD.
005808     INITIALIZE CNT-PRIOR-CATEGORY-TABLE.
005809     IF NOT CNT-CYCLE-MODE
005810         GO TO 1200-EXIT
005811     END-IF.
005812     OPEN INPUT CYCFILE.
005813     IF CNT-CYCFILE-STATUS = "35"
005814         IF CNT-CYCLE-NUMBER > 1
005815             PERFORM 1230-PRIOR-CYCLE-MISSING THRU 1230-EXIT
005816         END-IF
005817         GO TO 1200-EXIT
005818     END-IF.
005819     IF CNT-CYCFILE-STATUS NOT = "00"
005820         DISPLAY "CNT100 - CYCFILE OPEN FAILED, STATUS = "
005821             CNT-CYCFILE-STATUS
005822         MOVE 16 TO RETURN-CODE
005823         GO TO 1200-EXIT
005824     END-IF.
005825     PERFORM 1210-CHECK-LATER-CYCLE THRU 1210-EXIT.
005826     IF RETURN-CODE = 0
005827         AND CNT-CYCLE-NUMBER > 1
005828         PERFORM 1220-READ-PRIOR-CYCLE THRU 1220-EXIT
005829     END-IF.
005830     CLOSE CYCFILE.
005831 1200-EXIT.
005832     EXIT.
005833******************************************************************
005834*    1210-CHECK-LATER-CYCLE - A CYCLE CANNOT BE RERUN ONCE THE
005835*                             NEXT CYCLE HAS CARRIED ITS TOTALS
005836*                             FORWARD
005837******************************************************************
005838 1210-CHECK-LATER-CYCLE.
005839     IF CNT-CYCLE-NUMBER = 9
005840         GO TO 1210-EXIT
005841     END-IF.
005842     MOVE CNT-RUN-DATE TO CNT-CYC-RUN-DATE.
005843     ADD 1 CNT-CYCLE-NUMBER GIVING CNT-CYC-CYCLE-NUMBER.
005844     READ CYCFILE
005845         INVALID KEY
005846             CONTINUE
005847         NOT INVALID KEY
005848             DISPLAY "CNT100 - CYCLE " CNT-CYC-CYCLE-NUMBER
005849                 " OF " CNT-RUN-DATE " HAS ALREADY RUN - CYCLE "
005850                 CNT-CYCLE-NUMBER " REFUSED"
005851             MOVE 16 TO RETURN-CODE
005852     END-READ.
005853 1210-EXIT.
005854     EXIT.
005855******************************************************************
005856*    1220-READ-PRIOR-CYCLE - LOAD THE PREVIOUS CYCLE'S RECORD AND
005857*                            CARRY ITS TOTALS FORWARD
005858******************************************************************
005859 1220-READ-PRIOR-CYCLE.
005860     MOVE CNT-RUN-DATE TO CNT-CYC-RUN-DATE.
005861     SUBTRACT 1 FROM CNT-CYCLE-NUMBER GIVING CNT-CYC-CYCLE-NUMBER.
005862     READ CYCFILE
005863         INVALID KEY
005864             PERFORM 1230-PRIOR-CYCLE-MISSING THRU 1230-EXIT
005865             GO TO 1220-EXIT
005866     END-READ.
005867     IF CNT-CYC-FINAL
005868         DISPLAY "CNT100 - " CNT-RUN-DATE " WAS CLOSED BY FINAL "
005869             "CYCLE " CNT-CYC-CYCLE-NUMBER " - CYCLE "
005870             CNT-CYCLE-NUMBER " REFUSED"
005871         MOVE 16 TO RETURN-CODE
005872         GO TO 1220-EXIT
005873     END-IF.
005874     MOVE CNT-CYC-RECORD-COUNT TO CNT-PRIOR-RECORD-COUNT.
005875     MOVE CNT-CYC-SUSPENSE-COUNT TO CNT-PRIOR-SUSPENSE-COUNT.
005876     MOVE ZEROES TO CNT-PRIOR-CAT-TOTAL.
005877     MOVE 1 TO CNT-CYC-SUB.
005878     PERFORM 1240-CARRY-ONE-CATEGORY THRU 1240-EXIT
005879         VARYING CNT-CYC-SUB FROM 1 BY 1
005880         UNTIL CNT-CYC-SUB > CNT-CAT-MAX-ENTRIES
005881             OR RETURN-CODE NOT = 0.
005882     IF RETURN-CODE = 0
005883         DISPLAY "CNT100 - CARRYING FORWARD DAY-TO-DATE TOTALS "
005884             "FROM CYCLE " CNT-CYC-CYCLE-NUMBER
005885     END-IF.
005886 1220-EXIT.
005887     EXIT.
005888******************************************************************
005889*    1230-PRIOR-CYCLE-MISSING - THE PREVIOUS CYCLE NEVER
005890*                               COMPLETED, SO THERE IS NOTHING TO
005891*                               CARRY FORWARD FROM
005892******************************************************************
005893 1230-PRIOR-CYCLE-MISSING.
005894     DISPLAY "CNT100 - PRIOR CYCLE OF " CNT-RUN-DATE
005895         " HAS NOT COMPLETED - CYCLE " CNT-CYCLE-NUMBER
005896         " REFUSED".
005897     MOVE 16 TO RETURN-CODE.
005898 1230-EXIT.
005899     EXIT.
005900******************************************************************
005901*    1240-CARRY-ONE-CATEGORY - MATCHED BY CATEGORY CODE THE SAME
005902*                              WAY 1160 RESTORES A CHECKPOINT
005903*                              SLOT.  THE ALERT-NOTIFIED FLAG IS
005904*                              CARRIED TOO, SO A CATEGORY THAT
005905*                              ALREADY TRIPPED THE CAP EARLIER IN
005906*                              THE DAY IS NOT ALERTED AGAIN.  THE
005907*                              CARRIED TOTALS ARE ALSO SAVED AS
005908*                              THE PRIOR FIGURES
005909******************************************************************
005910 1240-CARRY-ONE-CATEGORY.
005911     IF CNT-CYC-CAT-CODE(CNT-CYC-SUB) = SPACES
005912         GO TO 1240-EXIT
005913     END-IF.
005914     SET CNT-CAT-IDX TO 1.
005915     SEARCH CNT-CAT-ENTRY
005916         AT END
005917             PERFORM 1250-CARRY-CODE-MISMATCH THRU 1250-EXIT
005918         WHEN CNT-CAT-IDX > CNT-CAT-COUNT
005919             PERFORM 1250-CARRY-CODE-MISMATCH THRU 1250-EXIT
005920         WHEN CNT-CAT-CODE(CNT-CAT-IDX)
005921             = CNT-CYC-CAT-CODE(CNT-CYC-SUB)
005922             MOVE CNT-CYC-CAT-AREA-1(CNT-CYC-SUB)
005923                 TO CNT-CAT-AREA-1(CNT-CAT-IDX)
005924             MOVE CNT-CYC-CAT-AREA-4(CNT-CYC-SUB)
005925                 TO CNT-CAT-AREA-4(CNT-CAT-IDX)
005926             MOVE CNT-CYC-CAT-AREA-5(CNT-CYC-SUB)
005927                 TO CNT-CAT-AREA-5(CNT-CAT-IDX)
005928             MOVE CNT-CYC-CAT-AREA-6(CNT-CYC-SUB)
005929                 TO CNT-CAT-AREA-6(CNT-CAT-IDX)
005930             MOVE CNT-CYC-CAT-NOTIFIED-SW(CNT-CYC-SUB)
005931                 TO CNT-CAT-NOTIFIED-SW(CNT-CAT-IDX)
005932             MOVE "N" TO CNT-LINK-INCREMENT-SW
005933             PERFORM 2270-CALL-CATEGORY-LOGIC THRU 2270-EXIT
005934             PERFORM 1245-SAVE-PRIOR-CATEGORY THRU 1245-EXIT
005935     END-SEARCH.
005936 1240-EXIT.
005937     EXIT.
005938******************************************************************
005939*    1245-SAVE-PRIOR-CATEGORY
005940******************************************************************
005941 1245-SAVE-PRIOR-CATEGORY.
005942     SET CNT-PRIOR-SUB TO CNT-CAT-IDX.
005943     MOVE CNT-CAT-AREA-1(CNT-CAT-IDX)
005944         TO CNT-PRIOR-AREA-1(CNT-PRIOR-SUB).
005945     MOVE CNT-CAT-AREA-3(CNT-CAT-IDX)
005946         TO CNT-PRIOR-AREA-3(CNT-PRIOR-SUB).
005947     MOVE CNT-CAT-AREA-4(CNT-CAT-IDX)
005948         TO CNT-PRIOR-AREA-4(CNT-PRIOR-SUB).
005949     MOVE CNT-CAT-AREA-5(CNT-CAT-IDX)
005950         TO CNT-PRIOR-AREA-5(CNT-PRIOR-SUB).
005951     ADD CNT-CAT-AREA-1(CNT-CAT-IDX) TO CNT-PRIOR-CAT-TOTAL.
005952     ADD CNT-CAT-AREA-5(CNT-CAT-IDX) TO CNT-PRIOR-CAT-TOTAL.
005953 1245-EXIT.
005954     EXIT.
005955******************************************************************
005956*    1250-CARRY-CODE-MISMATCH - A CATEGORY CARRIED BY THE PRIOR
005957*                               CYCLE IS NO LONGER IN CATFILE
005958******************************************************************
005959 1250-CARRY-CODE-MISMATCH.
005960     DISPLAY "CNT100 - PRIOR CYCLE CATEGORY "
005961         CNT-CYC-CAT-CODE(CNT-CYC-SUB) " NOT IN CATFILE".
005962     MOVE 16 TO RETURN-CODE.
005963 1250-EXIT.
005964     EXIT.
005965******************************************************************
005966*    2000-COUNT-TRANSACTION - DRIVE THE COUNT OFF TRANFILE
005967******************************************************************
005968 2000-COUNT-TRANSACTION.
005969     OPEN I-O DUPFILE.
005970     IF CNT-DUPFILE-STATUS = "35"
005971         OPEN OUTPUT DUPFILE
005972         IF CNT-DUPFILE-STATUS NOT = "00"
005973             DISPLAY "CNT100 - DUPFILE CREATE FAILED, STATUS = "
005974                 CNT-DUPFILE-STATUS
005975             MOVE 16 TO RETURN-CODE
005976             GO TO 2000-EXIT
005977         END-IF
005978         CLOSE DUPFILE
005979         OPEN I-O DUPFILE
005980     END-IF.
005981     IF CNT-DUPFILE-STATUS NOT = "00"
005982         DISPLAY "CNT100 - DUPFILE OPEN FAILED, STATUS = "
005983             CNT-DUPFILE-STATUS
005984         MOVE 16 TO RETURN-CODE
005985         GO TO 2000-EXIT
005986     END-IF.
005987     OPEN I-O DJRNFILE.
005988     IF CNT-DJRNFILE-STATUS = "35"
005989         OPEN OUTPUT DJRNFILE
005990         IF CNT-DJRNFILE-STATUS NOT = "00"
005991             DISPLAY "CNT100 - DJRNFILE CREATE FAILED, STATUS = "
005992                 CNT-DJRNFILE-STATUS
005993             MOVE 16 TO RETURN-CODE
005994             GO TO 2000-EXIT
005995         END-IF
005996         CLOSE DJRNFILE
005997         OPEN I-O DJRNFILE
005998     END-IF.
005999     IF CNT-DJRNFILE-STATUS NOT = "00"
006000         DISPLAY "CNT100 - DJRNFILE OPEN FAILED, STATUS = "
006001             CNT-DJRNFILE-STATUS
006002         MOVE 16 TO RETURN-CODE
006003         GO TO 2000-EXIT
006004     END-IF.
006005     PERFORM 2080-PURGE-AGED-DUP-IDS THRU 2080-EXIT.
006006     IF RETURN-CODE NOT = 0
006007         GO TO 2000-EXIT
006008     END-IF.
006009     OPEN INPUT TRANFILE.
006010     IF CNT-TRANFILE-STATUS NOT = "00"
006011         DISPLAY "CNT100 - TRANFILE OPEN FAILED, STATUS = "
006012             CNT-TRANFILE-STATUS
006020         MOVE 16 TO RETURN-CODE
006030         GO TO 2000-EXIT
006040     END-IF.
006080         UNTIL CNT-TRANFILE-EOF.
006090     CLOSE TRANFILE.
006100     CLOSE DUPFILE.
006101     CLOSE DJRNFILE.
006110 2000-EXIT.
006120     EXIT.
006130******************************************************************
006547******************************************************************
006548 2065-REGISTER-SKIPPED-ID.
006549     MOVE CNT-RUN-DATE TO CNT-DUP-FIRST-SEEN-DATE.
006550     MOVE CNT-CYCLE-NUMBER TO CNT-DUP-FIRST-SEEN-CYCLE.
006551     WRITE CNT-DUP-RECORD
006552         INVALID KEY CONTINUE
006553     END-WRITE.
006555     IF CNT-DUPFILE-STATUS NOT = "00"
006557         AND CNT-DUPFILE-STATUS NOT = "22"
006661******************************************************************
006662*    2090-PURGE-ONE-DUP-ID - DELETE AN ENTRY FIRST SEEN BEFORE
006663*                            THE CUTOFF, OR ON TODAY'S OWN
006664*                            BUSINESS DATE.  ON A CYCLE RUN ONLY
006665*                            TODAY'S ENTRIES FROM THIS CYCLE
006666*                            ONWARD ARE DELETED - AN ID AN EARLIER
006667*                            CYCLE REGISTERED STAYS, SO ITS REPEAT
006668*                            IN THIS CYCLE IS STILL A SAME-DAY
006669*                            DUPLICATE
006670******************************************************************
006671 2090-PURGE-ONE-DUP-ID.
006672     READ DUPFILE NEXT RECORD
006673         AT END
006674             MOVE "Y" TO CNT-DUPFILE-SW
006675             GO TO 2090-EXIT
006676     END-READ.
006677     IF CNT-DUP-FIRST-SEEN-DATE < CNT-DUP-PURGE-CUTOFF
006678         OR (CNT-DUP-FIRST-SEEN-DATE = CNT-RUN-DATE
006679             AND CNT-DUP-FIRST-SEEN-CYCLE NOT < CNT-CYCLE-NUMBER)
006680         DELETE DUPFILE RECORD
006681             INVALID KEY
006682                 DISPLAY "CNT100 - DUPFILE DELETE FAILED FOR ID "
006683                     CNT-DUP-TRAN-ID
006684         END-DELETE
006685         ADD 1 TO CNT-DUP-PURGE-COUNT
006686     END-IF.
006687 2090-EXIT.
006688     EXIT.
006689******************************************************************
006690*    2100-READ-TRANSACTION - PRIMING / NEXT READ OF TRANFILE
006691******************************************************************
006692 2100-READ-TRANSACTION.
006693     READ TRANFILE
006694         AT END
006695             MOVE "Y" TO CNT-TRANFILE-SW
006696     END-READ.
006697 2100-EXIT.
006698     EXIT.
006699******************************************************************
006700*    2200-PROCESS-TRANSACTION - ONE RECORD'S WORTH OF COUNTING.
006701*                               A RECORD THAT DOES NOT BELONG TO
006702*                               THE BUSINESS DATE BEING PROCESSED
006703*                               REJECTS THE WHOLE TRANFILE - THE
006704*                               FILE MUST BE RERUN UNDER ITS OWN
006705*                               BUSINESS DATE, NOT FOLDED INTO
006706*                               THIS ONE'S KEYS
006707******************************************************************
006708 2200-PROCESS-TRANSACTION.
006709     IF CNT-TRAN-BUSINESS-DATE NOT NUMERIC
006710         OR CNT-TRAN-BUSINESS-DATE NOT = CNT-RUN-DATE
006711         DISPLAY "CNT100 - TRANFILE RECORD " CNT-TRAN-ID
006712             " DOES NOT BELONG TO BUSINESS DATE " CNT-RUN-DATE
006713         DISPLAY "CNT100 - TRANFILE REJECTED - RUN EACH DAY'S "
006714             "FILE UNDER ITS OWN BUSINESS DATE"
006715         MOVE 16 TO RETURN-CODE
006716         MOVE "Y" TO CNT-TRANFILE-SW
006717         GO TO 2200-EXIT
006718     END-IF.
006719     ADD 1 TO CNT-RECORD-COUNT.
006720     PERFORM 2205-START-DISPOSITION THRU 2205-EXIT.
006721     MOVE "N" TO CNT-CAT-NOTFOUND-SW.
006722     SET CNT-CAT-IDX TO 1.
006723     SEARCH CNT-CAT-ENTRY
006730         AT END
006740             MOVE "Y" TO CNT-CAT-NOTFOUND-SW
006750         WHEN CNT-CAT-IDX > CNT-CAT-COUNT
006800     IF CNT-CAT-NOTFOUND
006810         PERFORM 2230-WRITE-SUSPENSE-NOTFOUND THRU 2230-EXIT
006820     END-IF.
006821     PERFORM 2280-WRITE-DISPOSITION THRU 2280-EXIT.
006822     IF RETURN-CODE NOT = 0
006823         GO TO 2200-EXIT
006824     END-IF.
006830     DIVIDE CNT-RECORD-COUNT BY CNT-CHECKPOINT-INTERVAL
006840         GIVING CNT-CHECKPOINT-QUOTIENT
006850         REMAINDER CNT-CHECKPOINT-REMAINDER.
006890     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
006900 2200-EXIT.
006910     EXIT.
006911******************************************************************
006912*    2205-START-DISPOSITION - BUILD THE DJRNFILE JOURNAL RECORD
006913*                             FOR THE TRANFILE RECORD JUST READ.
006914*                             THE KEY IS THE ID, BUSINESS DATE,
006915*                             RUN SEQUENCE AND TRANFILE RECORD
006916*                             NUMBER; THE PATH THE RECORD TAKES
006917*                             FILLS IN THE DISPOSITION BEFORE
006918*                             2280 WRITES IT
006919******************************************************************
006920 2205-START-DISPOSITION.
006921     INITIALIZE CNT-DJRN-RECORD.
006922     MOVE CNT-TRAN-ID TO CNT-DJRN-TRAN-ID.
006923     MOVE CNT-RUN-DATE TO CNT-DJRN-RUN-DATE.
006924     MOVE CNT-RUN-SEQ TO CNT-DJRN-RUN-SEQ.
006925     MOVE CNT-RECORD-COUNT TO CNT-DJRN-RECORD-NUMBER.
006926     MOVE "CNT100" TO CNT-DJRN-PROGRAM.
006927     MOVE CNT-TRAN-CATEGORY TO CNT-DJRN-CATEGORY.
006928     MOVE CNT-TRAN-AMOUNT TO CNT-DJRN-AMOUNT.
006929     MOVE CNT-RUN-DATE TO CNT-DJRN-ORIG-RUN-DATE.
006930     MOVE CNT-TRAN-CATEGORY TO CNT-DJRN-ORIG-CATEGORY.
006931 2205-EXIT.
006932     EXIT.
006933******************************************************************
006934*    2230-WRITE-SUSPENSE-NOTFOUND - DIVERT A TRANSACTION WHOSE
006940*                                   CATEGORY CODE MATCHED NO
006950*                                   CNT-CAT-ENTRY TO SUSPFILE
006960*                                   INSTEAD OF DROPPING IT
007010     MOVE CNT-TRAN-CATEGORY TO CNT-SUSP-CATEGORY.
007020     MOVE CNT-TRAN-AMOUNT TO CNT-SUSP-AMOUNT.
007030     SET CNT-SUSP-CATEGORY-NOTFOUND TO TRUE.
007031     SET CNT-DJRN-SUSPENDED TO TRUE.
007032     MOVE CNT-SUSP-REASON-CODE TO CNT-DJRN-REASON-CODE.
007040     ADD 1 TO CNT-SUSPENSE-COUNT.
007050     WRITE CNT-SUSP-RECORD.
007060 2230-EXIT.
007270******************************************************************
007280 2225-REGISTER-TRAN-ID.
007285     MOVE CNT-RUN-DATE TO CNT-DUP-FIRST-SEEN-DATE.
007286     MOVE CNT-CYCLE-NUMBER TO CNT-DUP-FIRST-SEEN-CYCLE.
007290     WRITE CNT-DUP-RECORD
007300         INVALID KEY
007310             DISPLAY "CNT100 - DUPFILE REGISTER FAILED FOR ID "
007460     MOVE CNT-TRAN-CATEGORY TO CNT-SUSP-CATEGORY.
007470     MOVE CNT-TRAN-AMOUNT TO CNT-SUSP-AMOUNT.
007480     SET CNT-SUSP-DUPLICATE-ID TO TRUE.
007481     SET CNT-DJRN-SUSPENDED TO TRUE.
007482     MOVE CNT-SUSP-REASON-CODE TO CNT-DJRN-REASON-CODE.
007490     ADD 1 TO CNT-SUSPENSE-COUNT.
007500     WRITE CNT-SUSP-RECORD.
007510 2240-EXIT.
007534     MOVE CNT-TRAN-CATEGORY TO CNT-SUSP-CATEGORY.
007535     MOVE CNT-TRAN-AMOUNT TO CNT-SUSP-AMOUNT.
007536     SET CNT-SUSP-CROSS-DAY-DUPLICATE TO TRUE.
007537     SET CNT-DJRN-SUSPENDED TO TRUE.
007538     MOVE CNT-SUSP-REASON-CODE TO CNT-DJRN-REASON-CODE.
007539     ADD 1 TO CNT-SUSPENSE-COUNT.
007540     WRITE CNT-SUSP-RECORD.
007541 2245-EXIT.
007542     EXIT.
007543******************************************************************
007547*    2250-APPLY-CATEGORY-LOGIC - INCREMENT, THRESHOLD, CAP FOR
007552*                                THE MATCHED CATEGORY ENTRY.  A
007557*                                NEGATIVE CNT-TRAN-AMOUNT IS A
007680         MOVE "Y" TO CNT-LINK-INCREMENT-SW
007690         PERFORM 2270-CALL-CATEGORY-LOGIC THRU 2270-EXIT
007700         PERFORM 2275-CHECK-OVERFLOW-NOTIFY THRU 2275-EXIT
007701         IF CNT-LINK-CAP-FIRED
007702             SET CNT-DJRN-COUNTED-OVER-CAP TO TRUE
007703         ELSE
007704             SET CNT-DJRN-COUNTED TO TRUE
007705         END-IF
007710     END-IF.
007720 2250-EXIT.
007730     EXIT.
007830 2255-APPLY-REVERSAL-LOGIC.
007840     ADD CNT-TRAN-AMOUNT TO CNT-CAT-AREA-4(CNT-CAT-IDX).
007850     ADD 1 TO CNT-CAT-AREA-5(CNT-CAT-IDX).
007851     ADD CNT-TRAN-AMOUNT TO CNT-CAT-AREA-6(CNT-CAT-IDX).
007852     SET CNT-DJRN-REVERSAL TO TRUE.
007860 2255-EXIT.
007870     EXIT.
007880******************************************************************
008340     END-IF.
008350 2275-EXIT.
008360     EXIT.
008361******************************************************************
008362*    2280-WRITE-DISPOSITION - WRITE THE JOURNAL RECORD
008363*                             BUILT BY 2205.  A DUPLICATE KEY
008364*                             MEANS A RESTARTED RUN IS
008365*                             REPLAYING A RECORD ALREADY
008366*                             JOURNALED, SO IT IS REWRITTEN IN
008367*                             PLACE.  ANY OTHER FAILURE STOPS
008368*                             THE COUNT - THE JOURNAL MUST
008369*                             ACCOUNT FOR EVERY TRANFILE RECORD
008370******************************************************************
008371 2280-WRITE-DISPOSITION.
008372     WRITE CNT-DJRN-RECORD
008373         INVALID KEY
008374             REWRITE CNT-DJRN-RECORD
008375     END-WRITE.
008376     IF CNT-DJRNFILE-STATUS NOT = "00"
008377         DISPLAY "CNT100 - DJRNFILE WRITE FAILED FOR ID "
008378             CNT-TRAN-ID ", STATUS = " CNT-DJRNFILE-STATUS
008379         MOVE 16 TO RETURN-CODE
008380         MOVE "Y" TO CNT-TRANFILE-SW
008381     END-IF.
008382 2280-EXIT.
008383     EXIT.
008384******************************************************************
008385*    2350-RAISE-OVERFLOW-ALERT - NOTIFY THE MONITORING QUEUE /
008390*                                OPERATIONS DISTRIBUTION JOB
008400******************************************************************
008410 2350-RAISE-OVERFLOW-ALERT.
008550 2400-WRITE-CHECKPOINT.
008555     INITIALIZE CNT-RST-RECORD.
008557     MOVE CNT-RUN-DATE TO CNT-RST-RUN-DATE.
008558     MOVE CNT-CYCLE-NUMBER TO CNT-RST-CYCLE-NUMBER.
008560     MOVE CNT-RECORD-COUNT TO CNT-RST-RECORD-COUNT.
008570     MOVE CNT-SUSPENSE-COUNT TO CNT-RST-SUSPENSE-COUNT.
008580     MOVE 1 TO CNT-RST-SUB.
008800         TO CNT-RST-CAT-AREA-4(CNT-RST-SUB).
008810     MOVE CNT-CAT-AREA-5(CNT-CAT-IDX)
008820         TO CNT-RST-CAT-AREA-5(CNT-RST-SUB).
008821     MOVE CNT-CAT-AREA-6(CNT-CAT-IDX)
008822         TO CNT-RST-CAT-AREA-6(CNT-RST-SUB).
008830 2410-EXIT.
008840     EXIT.
008850******************************************************************
009050         MOVE 16 TO RETURN-CODE
009060         GO TO 9999-EXIT
009070     END-IF.
009071     CLOSE RESTFILE.
009072     PERFORM 9050-COMPUTE-DAY-TOTALS THRU 9050-EXIT.
009090     PERFORM 9300-RECONCILE-AREAS THRU 9300-EXIT.
009100     SET CNT-CAT-IDX TO 1.
009110     PERFORM 9100-WRITE-REPORT-DETAIL THRU 9100-EXIT
009120         VARYING CNT-CAT-IDX FROM 1 BY 1
009130         UNTIL CNT-CAT-IDX > CNT-CAT-COUNT.
009134     IF CNT-SEQ-DETERMINED
009140         PERFORM 9200-PUBLISH-VSAM-RECORD THRU 9200-EXIT
009145     END-IF.
009150     IF CNT-VSAM-PUBLISHED
009152         PERFORM 9250-PUBLISH-THRESHIST-RECORD THRU 9250-EXIT
009155     END-IF.
009156     IF CNT-CYCLE-MODE
009157         AND CNT-VSAM-PUBLISHED
009158         PERFORM 9700-WRITE-CYCLE-RECORD THRU 9700-EXIT
009159     END-IF.
009160     MOVE CNT-RUN-DATE TO CNT-RPT-SUSP-RUN-DATE.
009170     MOVE CNT-DAY-SUSPENSE-COUNT TO CNT-RPT-SUSPENSE-COUNT.
009180     MOVE CNT-RPT-SUSPENSE-LINE TO CNT-RPT-RECORD.
009190     WRITE CNT-RPT-RECORD.
009191     IF CNT-CYCLE-MODE
009192         MOVE CNT-RUN-DATE TO CNT-RPT-CYC-SUSP-RUN-DATE
009193         MOVE CNT-SUSPENSE-COUNT TO CNT-RPT-CYC-SUSP-COUNT
009194         MOVE CNT-RPT-CYCLE-SUSP-LINE TO CNT-RPT-RECORD
009195         WRITE CNT-RPT-RECORD
009196     END-IF.
009197     IF CNT-VSAM-PUBLISHED
009198         MOVE CNT-RUN-DATE TO CNT-RPT-SEQ-RUN-DATE
009199         MOVE CNT-RUN-SEQ TO CNT-RPT-SEQ-NUMBER
009200         MOVE CNT-RPT-SEQUENCE-LINE TO CNT-RPT-RECORD
009201         WRITE CNT-RPT-RECORD
009202     END-IF.
009203     PERFORM 9400-WRITE-CONTROL-REPORT THRU 9400-EXIT.
009210     CLOSE EXCFILE.
009220     CLOSE ALRTFILE.
009230     CLOSE RPTFILE.
009240     CLOSE SUSPFILE.
009250 9999-EXIT.
009260     EXIT.
009261******************************************************************
009262*    9050-COMPUTE-DAY-TOTALS - THE DAY-TO-DATE RECORD AND SUSPENSE
009263*                              COUNTS.  THE PRIOR FIGURES ARE ZERO
009264*                              OUTSIDE CYCLE MODE, SO THESE ARE
009265*                              THEN JUST THE RUN'S OWN COUNTS
009266******************************************************************
009267 9050-COMPUTE-DAY-TOTALS.
009268     ADD CNT-PRIOR-RECORD-COUNT CNT-RECORD-COUNT
009269         GIVING CNT-DAY-RECORD-COUNT.
009270     ADD CNT-PRIOR-SUSPENSE-COUNT CNT-SUSPENSE-COUNT
009271         GIVING CNT-DAY-SUSPENSE-COUNT.
009272 9050-EXIT.
009273     EXIT.
009274******************************************************************
009280*    9100-WRITE-REPORT-DETAIL - END-OF-RUN SUMMARY DETAIL LINE
009290*                               FOR ONE CATEGORY
009300******************************************************************
009487         TO CNT-RPT-LIM-CAP.
009488     MOVE CNT-RPT-LIMITS-LINE TO CNT-RPT-RECORD.
009489     WRITE CNT-RPT-RECORD.
009490     IF CNT-CYCLE-MODE
009491         PERFORM 9120-WRITE-CYCLE-DETAIL THRU 9120-EXIT
009492     END-IF.
009493 9100-EXIT.
009500     EXIT.
009501******************************************************************
009502*    9120-WRITE-CYCLE-DETAIL - THIS CYCLE'S OWN SHARE OF ONE
009503*                              CATEGORY'S DAY-TO-DATE FIGURES
009504******************************************************************
009505 9120-WRITE-CYCLE-DETAIL.
009506     SET CNT-PRIOR-SUB TO CNT-CAT-IDX.
009507     MOVE CNT-RUN-DATE TO CNT-RPT-CYC-CNT-RUN-DATE.
009508     MOVE CNT-CAT-CODE(CNT-CAT-IDX) TO CNT-RPT-CYC-CNT-CATEGORY.
009509     SUBTRACT CNT-PRIOR-AREA-1(CNT-PRIOR-SUB)
009510         FROM CNT-CAT-AREA-1(CNT-CAT-IDX)
009511         GIVING CNT-RPT-CYC-AREA-1.
009512     SUBTRACT CNT-PRIOR-AREA-3(CNT-PRIOR-SUB)
009513         FROM CNT-CAT-AREA-3(CNT-CAT-IDX)
009514         GIVING CNT-RPT-CYC-AREA-3.
009515     SUBTRACT CNT-PRIOR-AREA-5(CNT-PRIOR-SUB)
009516         FROM CNT-CAT-AREA-5(CNT-CAT-IDX)
009517         GIVING CNT-RPT-CYC-AREA-5.
009518     MOVE CNT-RPT-CYCLE-COUNT-LINE TO CNT-RPT-RECORD.
009519     WRITE CNT-RPT-RECORD.
009520     MOVE CNT-RUN-DATE TO CNT-RPT-CYC-VOL-RUN-DATE.
009521     MOVE CNT-CAT-CODE(CNT-CAT-IDX) TO CNT-RPT-CYC-VOL-CATEGORY.
009522     SUBTRACT CNT-PRIOR-AREA-4(CNT-PRIOR-SUB)
009523         FROM CNT-CAT-AREA-4(CNT-CAT-IDX)
009524         GIVING CNT-RPT-CYC-AREA-4.
009525     MOVE CNT-RPT-CYCLE-VOLUME-LINE TO CNT-RPT-RECORD.
009526     WRITE CNT-RPT-RECORD.
009527 9120-EXIT.
009528     EXIT.
009529******************************************************************
009530*    9200-PUBLISH-VSAM-RECORD - KEYED BY RUN DATE + RUN SEQ,
009531*                               ONE ENTRY PER CATEGORY
009540******************************************************************
009550 9200-PUBLISH-VSAM-RECORD.
009560     INITIALIZE CNT-VSAM-RECORD.
009850         TO CNT-VSAM-AREA-3(CNT-CAT-IDX).
009852     MOVE CNT-CAT-AREA-4(CNT-CAT-IDX)
009854         TO CNT-VSAM-AREA-4(CNT-CAT-IDX).
009855     MOVE CNT-CAT-AREA-5(CNT-CAT-IDX)
009856         TO CNT-VSAM-AREA-5(CNT-CAT-IDX).
009857     MOVE CNT-CAT-AREA-6(CNT-CAT-IDX)
009858         TO CNT-VSAM-AREA-6(CNT-CAT-IDX).
009860 9210-EXIT.
009870     EXIT.
009880******************************************************************
010300*                                THE SUM OF EVERY CATEGORY'S RAW
010310*                                COUNT PLUS THE SUSPENSE/REJECT
010320*                                COUNT, AND WRITE ONE LINE TO
010321*                                CTLFILE SHOWING WHETHER THEY TIE.
010322*                                A CYCLE RUN BALANCES THE CYCLE'S
010323*                                OWN DROP FIRST, THEN THE DAY-TO-
010324*                                DATE TOTALS, EACH UNDER A SCOPE
010325*                                LINE
010340******************************************************************
010350 9400-WRITE-CONTROL-REPORT.
010360     OPEN OUTPUT CTLFILE.
010460     SET CNT-CAT-IDX TO 1.
010470     PERFORM 9410-SUM-ONE-CATEGORY THRU 9410-EXIT
010480         VARYING CNT-CAT-IDX FROM 1 BY 1
010481         UNTIL CNT-CAT-IDX > CNT-CAT-COUNT.
010482     IF CNT-CYCLE-MODE
010483         PERFORM 9420-WRITE-CYCLE-CONTROL THRU 9420-EXIT
010484         MOVE "DAY-TO-DATE THROUGH THIS CYCLE"
010485             TO CNT-CTL-SCOPE-TEXT
010486         MOVE CNT-CTL-SCOPE-LINE TO CNT-CTL-RECORD
010487         WRITE CNT-CTL-RECORD
010488     END-IF.
010500     MOVE CNT-RUN-DATE TO CNT-CTL-RUN-DATE.
010510     MOVE CNT-DAY-RECORD-COUNT TO CNT-CTL-TRANFILE-COUNT.
010520     MOVE CNT-CTL-CAT-TOTAL TO CNT-CTL-CATEGORY-COUNT.
010530     MOVE CNT-DAY-SUSPENSE-COUNT TO CNT-CTL-SUSPENSE-COUNT.
010540     IF CNT-DAY-RECORD-COUNT =
010550             CNT-CTL-CAT-TOTAL + CNT-DAY-SUSPENSE-COUNT
010560         MOVE "IN BALANCE" TO CNT-CTL-BALANCE-TEXT
010570     ELSE
010580         MOVE "OUT OF BALANCE" TO CNT-CTL-BALANCE-TEXT
010800     ADD CNT-CAT-AREA-5(CNT-CAT-IDX) TO CNT-CTL-CAT-TOTAL.
010810 9410-EXIT.
010820     EXIT.
010821******************************************************************
010822*    9420-WRITE-CYCLE-CONTROL - BALANCE THIS CYCLE'S OWN TRANFILE
010823*                               DROP AGAINST ITS SHARE OF THE
010824*                               CATEGORY TOTAL PLUS ITS OWN
010825*                               SUSPENSE COUNT
010826******************************************************************
010827 9420-WRITE-CYCLE-CONTROL.
010828     MOVE CNT-CYCLE-NUMBER TO CNT-CTL-SCOPE-CYCLE.
010829     MOVE "THIS CYCLE'S DROP ONLY" TO CNT-CTL-SCOPE-TEXT.
010830     MOVE CNT-CTL-SCOPE-LINE TO CNT-CTL-RECORD.
010831     WRITE CNT-CTL-RECORD.
010832     SUBTRACT CNT-PRIOR-CAT-TOTAL FROM CNT-CTL-CAT-TOTAL
010833         GIVING CNT-CYCLE-CAT-TOTAL.
010834     MOVE CNT-RUN-DATE TO CNT-CTL-RUN-DATE.
010835     MOVE CNT-RECORD-COUNT TO CNT-CTL-TRANFILE-COUNT.
010836     MOVE CNT-CYCLE-CAT-TOTAL TO CNT-CTL-CATEGORY-COUNT.
010837     MOVE CNT-SUSPENSE-COUNT TO CNT-CTL-SUSPENSE-COUNT.
010838     IF CNT-RECORD-COUNT =
010839             CNT-CYCLE-CAT-TOTAL + CNT-SUSPENSE-COUNT
010840         MOVE "IN BALANCE" TO CNT-CTL-BALANCE-TEXT
010841     ELSE
010842         MOVE "OUT OF BALANCE" TO CNT-CTL-BALANCE-TEXT
010843         DISPLAY "CNT100 - CYCLE " CNT-CYCLE-NUMBER
010844             " CONTROL TOTAL OUT OF BALANCE FOR RUN DATE "
010845             CNT-RUN-DATE
010846         MOVE 4 TO RETURN-CODE
010847     END-IF.
010848     MOVE CNT-CTL-DETAIL-LINE TO CNT-CTL-RECORD.
010849     WRITE CNT-CTL-RECORD.
010850 9420-EXIT.
010851     EXIT.
010852******************************************************************
010853*    9250-PUBLISH-THRESHIST-RECORD - KEYED BY RUN DATE + RUN
010854*                                    SEQ, ONE ENTRY PER CATEGORY
010860*                                    THAT CROSSED THE ALERT
010865*                                    THRESHOLD
010870*                                    TODAY, SO CNT600 CAN TREND
011640     MOVE "N" TO CNT-RSTA-THST-SW.
011650     MOVE "N" TO CNT-RSTA-RPT-SW.
011660     MOVE "N" TO CNT-RSTA-CTL-SW.
011661     MOVE CNT-CYCLE-MODE-SW TO CNT-RSTA-CYCLE-MODE-SW.
011662     MOVE CNT-CYCLE-NUMBER TO CNT-RSTA-CYCLE-NUMBER.
011663     MOVE "N" TO CNT-RSTA-FINAL-SW.
011670     WRITE CNT-RSTA-RECORD
011680         INVALID KEY
011690             REWRITE CNT-RSTA-RECORD
012070     ACCEPT CNT-END-TIME FROM TIME.
012080     MOVE CNT-END-DATE TO CNT-RSTA-END-DATE.
012090     MOVE CNT-END-TIME TO CNT-RSTA-END-TIME.
012091     PERFORM 9050-COMPUTE-DAY-TOTALS THRU 9050-EXIT.
012092     MOVE CNT-DAY-RECORD-COUNT TO CNT-RSTA-RECORDS-READ.
012093     MOVE CNT-DAY-SUSPENSE-COUNT TO CNT-RSTA-SUSPENSE-COUNT.
012120     MOVE RETURN-CODE TO CNT-RSTA-RETURN-CODE.
012130     MOVE "C" TO CNT-RSTA-STATUS-CODE.
012135     MOVE CNT-RUN-SEQ TO CNT-RSTA-RUN-SEQ.
012150     MOVE CNT-THST-PUBLISHED-SW TO CNT-RSTA-THST-SW.
012160     MOVE CNT-RPT-PUBLISHED-SW TO CNT-RSTA-RPT-SW.
012170     MOVE CNT-CTL-PUBLISHED-SW TO CNT-RSTA-CTL-SW.
012171     MOVE CNT-CYCLE-MODE-SW TO CNT-RSTA-CYCLE-MODE-SW.
012172     MOVE CNT-CYCLE-NUMBER TO CNT-RSTA-CYCLE-NUMBER.
012173     IF CNT-CYCLE-MODE
012174         MOVE CNT-CYCLE-FINAL-SW TO CNT-RSTA-FINAL-SW
012175     ELSE
012176         MOVE "Y" TO CNT-RSTA-FINAL-SW
012177     END-IF.
012180     REWRITE CNT-RSTA-RECORD
012190         INVALID KEY
012200             WRITE CNT-RSTA-RECORD
012270     CLOSE STATFILE.
012280 9600-EXIT.
012290     EXIT.
012291******************************************************************
012292*    9700-WRITE-CYCLE-RECORD - SAVE THIS CYCLE'S DAY-TO-DATE
012293*                              TOTALS FOR THE NEXT CYCLE TO CARRY
012294*                              FORWARD.  RUN ONLY AFTER VSAMFILE
012295*                              PUBLISHED CLEAN.  A RERUN OF THE
012296*                              SAME CYCLE REWRITES ITS RECORD
012297******************************************************************
012298 9700-WRITE-CYCLE-RECORD.
012299     INITIALIZE CNT-CYC-RECORD.
012300     MOVE CNT-RUN-DATE TO CNT-CYC-RUN-DATE.
012301     MOVE CNT-CYCLE-NUMBER TO CNT-CYC-CYCLE-NUMBER.
012302     MOVE CNT-RUN-SEQ TO CNT-CYC-RUN-SEQ.
012303     MOVE CNT-CYCLE-FINAL-SW TO CNT-CYC-FINAL-SW.
012304     MOVE CNT-DAY-RECORD-COUNT TO CNT-CYC-RECORD-COUNT.
012305     MOVE CNT-DAY-SUSPENSE-COUNT TO CNT-CYC-SUSPENSE-COUNT.
012306     MOVE 1 TO CNT-CYC-SUB.
012307     PERFORM 9710-FILL-CYCLE-CATEGORY THRU 9710-EXIT
012308         VARYING CNT-CYC-SUB FROM 1 BY 1
012309         UNTIL CNT-CYC-SUB > CNT-CAT-COUNT.
012310     OPEN I-O CYCFILE.
012311     IF CNT-CYCFILE-STATUS = "35"
012312         OPEN OUTPUT CYCFILE
012313         IF CNT-CYCFILE-STATUS NOT = "00"
012314             DISPLAY "CNT100 - CYCFILE CREATE FAILED, STATUS = "
012315                 CNT-CYCFILE-STATUS
012316             MOVE 16 TO RETURN-CODE
012317             GO TO 9700-EXIT
012318         END-IF
012319         CLOSE CYCFILE
012320         OPEN I-O CYCFILE
012321     END-IF.
012322     IF CNT-CYCFILE-STATUS NOT = "00"
012323         DISPLAY "CNT100 - CYCFILE OPEN FAILED, STATUS = "
012324             CNT-CYCFILE-STATUS
012325         MOVE 16 TO RETURN-CODE
012326         GO TO 9700-EXIT
012327     END-IF.
012328     WRITE CNT-CYC-RECORD
012329         INVALID KEY
012330             REWRITE CNT-CYC-RECORD
012331     END-WRITE.
012332     IF CNT-CYCFILE-STATUS NOT = "00"
012333         DISPLAY "CNT100 - CYCFILE WRITE FAILED, STATUS = "
012334             CNT-CYCFILE-STATUS
012335         MOVE 16 TO RETURN-CODE
012336     END-IF.
012337     CLOSE CYCFILE.
012338 9700-EXIT.
012339     EXIT.
012340******************************************************************
012341*    9710-FILL-CYCLE-CATEGORY
012342******************************************************************
012343 9710-FILL-CYCLE-CATEGORY.
012344     SET CNT-CAT-IDX TO CNT-CYC-SUB.
012345     MOVE CNT-CAT-CODE(CNT-CAT-IDX)
012346         TO CNT-CYC-CAT-CODE(CNT-CYC-SUB).
012347     MOVE CNT-CAT-AREA-1(CNT-CAT-IDX)
012348         TO CNT-CYC-CAT-AREA-1(CNT-CYC-SUB).
012349     MOVE CNT-CAT-AREA-4(CNT-CAT-IDX)
012350         TO CNT-CYC-CAT-AREA-4(CNT-CYC-SUB).
012351     MOVE CNT-CAT-AREA-5(CNT-CAT-IDX)
012352         TO CNT-CYC-CAT-AREA-5(CNT-CYC-SUB).
012353     MOVE CNT-CAT-AREA-6(CNT-CAT-IDX)
012354         TO CNT-CYC-CAT-AREA-6(CNT-CYC-SUB).
012355     MOVE CNT-CAT-NOTIFIED-SW(CNT-CAT-IDX)
012356         TO CNT-CYC-CAT-NOTIFIED-SW(CNT-CYC-SUB).
012357 9710-EXIT.
012358     EXIT.
012359******************************************************************
012360*    9150-DETERMINE-RUN-SEQ - FIND THE FIRST UNUSED RUN
012361*                             SEQUENCE FOR THE BUSINESS DATE BY
012362*                             PROBING VSAMFILE.  THE FIRST RUN
012363*                             OF A DATE PUBLISHES SEQUENCE 01;
012364*                             A RERUN LANDS ON THE NEXT FREE
012365*                             SEQUENCE INSTEAD OF REWRITING ITS
012370*                             PREDECESSOR
012380******************************************************************
012390 9150-DETERMINE-RUN-SEQ.
