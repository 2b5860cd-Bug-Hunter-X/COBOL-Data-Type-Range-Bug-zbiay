003287*                    DAY'S AREA-2/AREA-3 BY ONE.  ITS AMOUNT
003288*                    STILL FOLDS INTO THE DOLLAR VOLUME VIA THE
003289*                    NEW 2550-FOLD-VOLUME.
003290*  2026-10-15   RDH  A CORRECTED REVERSAL NOW ALSO FOLDS INTO THE
003291*                    DAY'S REVERSAL COUNT AND REVERSAL DOLLAR
003292*                    TOTAL (CNT-VSAM-AREA-5/AREA-6).  EVERY
003293*                    CORRECTION FOLDED INTO A PUBLISHED RECORD
003294*                    NOW ALSO WRITES A GLADFILE EXTRACT RECORD
003295*                    (SEE CNTGLAD COPYBOOK) SO CNT150 POSTS AN
003296*                    ADJUSTING GL ENTRY FOR THE CHANGE.
003297*  2026-10-15   RDH  EVERY CORRECTION FOLDED INTO VSAMFILE AND
003298*                    EVERY WRITE-OFF NOW ADDS A RECORD TO THE
003299*                    DJRNFILE DISPOSITION JOURNAL UNDER THE ITEM'S
003300*                    TRAN ID, KEYED BY THIS RUN'S BUSINESS DATE
003301*                    (PARMFILE BUSINESS DATE WHEN SUPPLIED, ELSE
003302*                    THE SYSTEM DATE), RUN SEQUENCE 00 AND THE
003303*                    SUSPFILE RECORD NUMBER.
003304*  2026-10-15   RDH  EVERY REWRITE OF A PUBLISHED VSAMFILE RECORD
003305*                    NOW ALSO WRITES A VADJFILE ADJUSTMENT RECORD
003306*                    (SEE CNTVADJ COPYBOOK) CARRYING THE CHANGED
003307*                    SLOT'S FIGURES BEFORE AND AFTER THE FOLD, THE
003308*                    TRAN ID AND THIS PROGRAM'S NAME, SO CNT300
003309*                    CAN SHOW THE PERIOD AS PUBLISHED AND AS
003310*                    ADJUSTED.
003311*  2026-10-15   RDH  RELOADS THE SIDXFILE OUTSTANDING-SUSPENSE
003312*                    INDEX (SEE CNTSIDX COPYBOOK) WITH EVERY ITEM
003313*                    CARRIED FORWARD TO NEWSUSP, KEYED BY ITS RUN
003314*                    DATE AND SUSPFILE RECORD NUMBER, SO CNT460
003315*                    CAN SHOW A DATE'S OUTSTANDING ITEMS ONLINE.
003316*  2026-10-15   RDH  EVERY GLADFILE RECORD NOW CARRIES THE DATE
003317*                    AND TIME OF THE RUN THAT PRODUCED IT (CNT-
003318*                    GLAD-PRODUCED) SO CNT150 NEVER POSTS THE
003319*                    SAME EXTRACT TWICE.
003320*  2026-10-15   RDH  A CORRECTION FOR A RUN DATE STILL OPEN IN
003321*                    INTRADAY CYCLE MODE (STATFILE CYCLE MODE
003322*                    SET, FINAL CYCLE NOT YET RUN) IS NO LONGER
003323*                    FOLDED - THE NEXT CYCLE REBUILDS THE DATE
003324*                    FROM CYCFILE AND WOULD LOSE IT.  THE ITEM
003325*                    STAYS IN SUSPENSE AS DEFERRED AND THE RUN
003326*                    ENDS WITH RETURN-CODE 4 SO THE CORRECTION IS
003327*                    RESUBMITTED ONCE THE DAY HAS CLOSED.
003328******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
006000     SELECT DRPTFILE ASSIGN TO DRPTFILE
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS CNT-DRPTFILE-STATUS.
006210     SELECT GLADFILE ASSIGN TO GLADFILE
006220         ORGANIZATION IS SEQUENTIAL
006230         FILE STATUS IS CNT-GLADFILE-STATUS.
006240     SELECT DJRNFILE ASSIGN TO DJRNFILE
006250         ORGANIZATION IS INDEXED
006260         ACCESS MODE IS RANDOM
006270         RECORD KEY IS CNT-DJRN-KEY
006280         FILE STATUS IS CNT-DJRNFILE-STATUS.
006281     SELECT VADJFILE ASSIGN TO VADJFILE
006282         ORGANIZATION IS INDEXED
006283         ACCESS MODE IS RANDOM
006284         RECORD KEY IS CNT-VADJ-KEY
006285         FILE STATUS IS CNT-VADJFILE-STATUS.
006286     SELECT SIDXFILE ASSIGN TO SIDXFILE
006287         ORGANIZATION IS INDEXED
006288         ACCESS MODE IS RANDOM
006289         RECORD KEY IS CNT-SIDX-KEY
006290         FILE STATUS IS CNT-SIDXFILE-STATUS.
006291     SELECT STATFILE ASSIGN TO STATFILE
006292         ORGANIZATION IS INDEXED
006293         ACCESS MODE IS RANDOM
006294         RECORD KEY IS CNT-RSTA-RUN-DATE
006295         FILE STATUS IS CNT-STATFILE-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  CATFILE
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500 01  CNT-DRPT-RECORD                PIC X(80).
010510 FD  GLADFILE
010520     RECORDING MODE IS F
010530     LABEL RECORDS ARE STANDARD.
010540 COPY CNTGLAD.
010550 FD  DJRNFILE
010560     RECORDING MODE IS F.
010570 COPY CNTDJRN.
010571 FD  VADJFILE
010572     RECORDING MODE IS F.
010573 COPY CNTVADJ.
010574 FD  SIDXFILE
010575     RECORDING MODE IS F.
010576 COPY CNTSIDX.
010577 FD  STATFILE
010578     RECORDING MODE IS F.
010579 COPY CNTRSTA.
010600 WORKING-STORAGE SECTION.
010700******************************************************************
010800*    PER-CATEGORY TABLE - USED ONLY TO VALIDATE THE CORRECTED
012300******************************************************************
012400 01  CNT-ALERT-THRESHOLD           PIC 9(05) VALUE ZEROES.
012500 01  CNT-OVERFLOW-CAP              PIC 9(05) VALUE ZEROES.
012510******************************************************************
012520*    RUN DATE - THE BUSINESS DATE THIS RESOLUTION PASS RUNS
012530*    UNDER, STAMPED ON ITS DJRNFILE JOURNAL RECORDS.  THE
012540*    SUSPFILE RECORD NUMBER KEEPS EACH ITEM'S JOURNAL KEY UNIQUE
012550*    AND MAKES A RERUN OF THE SAME PASS REWRITE ITS OWN KEYS
012560******************************************************************
012570 01  CNT-RUN-DATE                  PIC 9(08) VALUE ZEROES.
012571 01  CNT-SYSTEM-DATE               PIC 9(08) VALUE ZEROES.
012580 01  CNT-SUSP-RECORD-COUNT         PIC 9(09) COMP VALUE ZEROES.
012590 01  CNT-JRNL-DISPOSITION          PIC X(01) VALUE SPACES.
012591 01  CNT-RUN-TIME                  PIC 9(08) VALUE ZEROES.
012592******************************************************************
012593*    VSAMFILE SLOT AS IT STOOD BEFORE THE CORRECTION WAS FOLDED
012594*    IN, KEPT FOR ITS VADJFILE ADJUSTMENT RECORD, AND THE PROBE
012595*    FOR THAT RECORD'S FIRST FREE ADJUSTMENT SEQUENCE
012596******************************************************************
012597 01  CNT-BEFORE-IMAGE.
012598     05  CNT-BEF-AREA-2            PIC 9(09).
012599     05  CNT-BEF-AREA-3            PIC 9(05).
012600     05  CNT-BEF-AREA-4            PIC S9(11)V99 COMP-3.
012601     05  CNT-BEF-AREA-5            PIC 9(09).
012602     05  CNT-BEF-AREA-6            PIC S9(11)V99 COMP-3.
012603 01  CNT-ADJ-PROBE-SEQ             PIC 9(06) COMP VALUE ZEROES.
012604******************************************************************
012700*    CORRECTION TABLE - LOADED IN FULL FROM CORRFILE AT
012800*    1100-LOAD-CORRECTIONS SO EACH SUSPFILE ITEM CAN BE MATCHED
012900*    BY TRANSACTION ID IN ONE PASS.  THE USED SWITCH LETS THE
014600 01  CNT-STILL-SUSP-COUNT          PIC 9(09) COMP VALUE ZEROES.
014700 01  CNT-WRITEOFF-COUNT            PIC 9(09) COMP VALUE ZEROES.
014800 01  CNT-REJECTED-COUNT            PIC 9(09) COMP VALUE ZEROES.
014810 01  CNT-DEFERRED-COUNT            PIC 9(09) COMP VALUE ZEROES.
014900******************************************************************
015000*    CORRECTED CATEGORY IN FLIGHT AND VSAMFILE SLOT SUBSCRIPTS -
015100*    THE SLOT SEARCH REMEMBERS THE FIRST EMPTY SLOT SO A
016500 01  CNT-VSAMFILE-STATUS           PIC X(02) VALUE "00".
016600 01  CNT-NEWSUSP-STATUS            PIC X(02) VALUE "00".
016700 01  CNT-DRPTFILE-STATUS           PIC X(02) VALUE "00".
016710 01  CNT-GLADFILE-STATUS           PIC X(02) VALUE "00".
016720 01  CNT-DJRNFILE-STATUS           PIC X(02) VALUE "00".
016730 01  CNT-VADJFILE-STATUS           PIC X(02) VALUE "00".
016740 01  CNT-SIDXFILE-STATUS           PIC X(02) VALUE "00".
016750 01  CNT-STATFILE-STATUS           PIC X(02) VALUE "00".
016800******************************************************************
016900*    SWITCHES
017000******************************************************************
017900         88  CNT-SUSPFILE-EOF               VALUE "Y".
018000     05  CNT-CAT-NOTFOUND-SW       PIC X(01) VALUE "N".
018100         88  CNT-CAT-NOTFOUND                VALUE "Y".
018110     05  CNT-STATFILE-SW           PIC X(01) VALUE "N".
018120         88  CNT-STATFILE-ABSENT             VALUE "Y".
018130     05  CNT-DAY-OPEN-SW           PIC X(01) VALUE "N".
018140         88  CNT-CYCLE-DAY-OPEN              VALUE "Y".
018200 PROCEDURE DIVISION.
018300******************************************************************
018400*    0000-MAINLINE
024300         MOVE 16 TO RETURN-CODE
024400         GO TO 1000-EXIT
024500     END-IF.
024510     OPEN OUTPUT GLADFILE.
024520     IF CNT-GLADFILE-STATUS NOT = "00"
024530         DISPLAY "CNT800 - GLADFILE OPEN FAILED, STATUS = "
024540             CNT-GLADFILE-STATUS
024550         MOVE 16 TO RETURN-CODE
024560         GO TO 1000-EXIT
024570     END-IF.
024571     OPEN I-O DJRNFILE.
024572     IF CNT-DJRNFILE-STATUS = "35"
024573         OPEN OUTPUT DJRNFILE
024574         IF CNT-DJRNFILE-STATUS NOT = "00"
024575             DISPLAY "CNT800 - DJRNFILE CREATE FAILED, STATUS = "
024576                 CNT-DJRNFILE-STATUS
024577             MOVE 16 TO RETURN-CODE
024578             GO TO 1000-EXIT
024579         END-IF
024580         CLOSE DJRNFILE
024581         OPEN I-O DJRNFILE
024582     END-IF.
024583     IF CNT-DJRNFILE-STATUS NOT = "00"
024584         DISPLAY "CNT800 - DJRNFILE OPEN FAILED, STATUS = "
024585             CNT-DJRNFILE-STATUS
024586         MOVE 16 TO RETURN-CODE
024587         GO TO 1000-EXIT
024588     END-IF.
024589     OPEN I-O VADJFILE.
024590     IF CNT-VADJFILE-STATUS = "35"
024591         OPEN OUTPUT VADJFILE
024592         IF CNT-VADJFILE-STATUS NOT = "00"
024593             DISPLAY "CNT800 - VADJFILE CREATE FAILED, STATUS = "
024594                 CNT-VADJFILE-STATUS
024595             MOVE 16 TO RETURN-CODE
024596             GO TO 1000-EXIT
024597         END-IF
024598         CLOSE VADJFILE
024599         OPEN I-O VADJFILE
024600     END-IF.
024601     IF CNT-VADJFILE-STATUS NOT = "00"
024602         DISPLAY "CNT800 - VADJFILE OPEN FAILED, STATUS = "
024603             CNT-VADJFILE-STATUS
024604         MOVE 16 TO RETURN-CODE
024605         GO TO 1000-EXIT
024606     END-IF.
024607     OPEN OUTPUT SIDXFILE.
024608     IF CNT-SIDXFILE-STATUS NOT = "00"
024609         DISPLAY "CNT800 - SIDXFILE OPEN FAILED, STATUS = "
024610             CNT-SIDXFILE-STATUS
024611         MOVE 16 TO RETURN-CODE
024612         GO TO 1000-EXIT
024613     END-IF.
024614     OPEN INPUT STATFILE.
024615     IF CNT-STATFILE-STATUS = "35"
024616         MOVE "Y" TO CNT-STATFILE-SW
024617     ELSE
024618         IF CNT-STATFILE-STATUS NOT = "00"
024619             DISPLAY "CNT800 - STATFILE OPEN FAILED, STATUS = "
024620                 CNT-STATFILE-STATUS
024621             MOVE 16 TO RETURN-CODE
024622             GO TO 1000-EXIT
024623         END-IF
024624     END-IF.
024625     MOVE CNT-DRPT-HEADER-LINE TO CNT-DRPT-RECORD.
024700     WRITE CNT-DRPT-RECORD.
024800 1000-EXIT.
024900     EXIT.
033000*                              SAME WAY A LIVE ONE WOULD BE
033100******************************************************************
033200 1080-LOAD-CONTROL-PARMS.
033210     ACCEPT CNT-RUN-DATE FROM DATE YYYYMMDD.
033220     ACCEPT CNT-RUN-TIME FROM TIME.
033230     ACCEPT CNT-SYSTEM-DATE FROM DATE YYYYMMDD.
033300     OPEN INPUT PARMFILE.
033400     IF CNT-PARMFILE-STATUS = "35"
033500         MOVE "Y" TO CNT-PARMFILE-SW
035300         MOVE CNT-PARM-ALERT-THRESHOLD TO CNT-ALERT-THRESHOLD
035400         MOVE CNT-PARM-OVERFLOW-CAP TO CNT-OVERFLOW-CAP
035500     END-IF.
035510     IF NOT CNT-PARMFILE-EOF
035520         AND CNT-PARM-BUSINESS-DATE IS NUMERIC
035530         AND CNT-PARM-BUSINESS-DATE > 0
035540         MOVE CNT-PARM-BUSINESS-DATE TO CNT-RUN-DATE
035550     END-IF.
035600     CLOSE PARMFILE.
035700 1080-EXIT.
035800     EXIT.
043100     READ SUSPFILE
043200         AT END
043300             MOVE "Y" TO CNT-SUSPFILE-SW
043310         NOT AT END
043320             ADD 1 TO CNT-SUSP-RECORD-COUNT
043330     END-READ.
043500 2100-EXIT.
043600     EXIT.
043700******************************************************************
049700 2300-KEEP-SUSPENDED.
049800     MOVE CNT-SUSP-RECORD TO CNT-NSUSP-RECORD.
049900     WRITE CNT-NSUSP-RECORD.
049910     PERFORM 2350-WRITE-SUSPENSE-INDEX THRU 2350-EXIT.
050000     ADD 1 TO CNT-STILL-SUSP-COUNT.
050100     MOVE "STILL SUSPENDED" TO CNT-DRPT-DISPOSITION.
050200     MOVE SPACES TO CNT-DRPT-NEW-CATEGORY.
050300     PERFORM 2700-WRITE-DISPOSITION THRU 2700-EXIT.
050400 2300-EXIT.
050500     EXIT.
050501******************************************************************
050502*    2350-WRITE-SUSPENSE-INDEX - ADD THE ITEM JUST CARRIED
050503*                                FORWARD TO NEWSUSP TO THE
050504*                                SIDXFILE OUTSTANDING-SUSPENSE
050505*                                INDEX UNDER ITS RUN DATE AND
050506*                                SUSPFILE RECORD NUMBER
050507******************************************************************
050508 2350-WRITE-SUSPENSE-INDEX.
050509     MOVE CNT-SUSP-RUN-DATE TO CNT-SIDX-RUN-DATE.
050510     MOVE CNT-SUSP-RECORD-COUNT TO CNT-SIDX-ITEM-NUMBER.
050511     MOVE CNT-SUSP-TRAN-ID TO CNT-SIDX-TRAN-ID.
050512     MOVE CNT-SUSP-CATEGORY TO CNT-SIDX-CATEGORY.
050513     MOVE CNT-SUSP-AMOUNT TO CNT-SIDX-AMOUNT.
050514     MOVE CNT-SUSP-REASON-CODE TO CNT-SIDX-REASON-CODE.
050515     WRITE CNT-SIDX-RECORD
050516         INVALID KEY
050517             DISPLAY "CNT800 - SIDXFILE WRITE FAILED, STATUS = "
050518                 CNT-SIDXFILE-STATUS
050519             MOVE 4 TO RETURN-CODE
050520     END-WRITE.
050521 2350-EXIT.
050522     EXIT.
050600******************************************************************
050700*    2400-REJECT-CORRECTION - THE CORRECTION COULD NOT BE
050800*                             APPLIED.  THE ITEM STAYS IN THE
051400 2400-REJECT-CORRECTION.
051500     MOVE CNT-SUSP-RECORD TO CNT-NSUSP-RECORD.
051600     WRITE CNT-NSUSP-RECORD.
051610     PERFORM 2350-WRITE-SUSPENSE-INDEX THRU 2350-EXIT.
051700     ADD 1 TO CNT-REJECTED-COUNT.
051800     MOVE CNT-NEW-CATEGORY TO CNT-DRPT-NEW-CATEGORY.
051900     PERFORM 2700-WRITE-DISPOSITION THRU 2700-EXIT.
052000     MOVE 4 TO RETURN-CODE.
052100 2400-EXIT.
052200     EXIT.
052201******************************************************************
052202*    2450-DEFER-CORRECTION - THE ITEM'S RUN DATE IS STILL OPEN IN
052203*                            INTRADAY CYCLE MODE, SO A FOLD INTO
052204*                            ITS PUBLISHED RECORD WOULD BE LOST
052205*                            WHEN THE NEXT CYCLE REBUILDS THE DATE
052206*                            FROM CYCFILE.  THE ITEM STAYS IN THE
052207*                            SUSPENSE POPULATION AND THE RUN ENDS
052208*                            WITH A WARNING RETURN CODE SO THE
052209*                            CORRECTION IS RESUBMITTED ONCE THE
052210*                            FINAL CYCLE HAS RUN
052211******************************************************************
052212 2450-DEFER-CORRECTION.
052213     MOVE CNT-SUSP-RECORD TO CNT-NSUSP-RECORD.
052214     WRITE CNT-NSUSP-RECORD.
052215     PERFORM 2350-WRITE-SUSPENSE-INDEX THRU 2350-EXIT.
052216     ADD 1 TO CNT-DEFERRED-COUNT.
052217     MOVE "DEFERRED - CYCLE DAY OPEN" TO CNT-DRPT-DISPOSITION.
052218     MOVE CNT-NEW-CATEGORY TO CNT-DRPT-NEW-CATEGORY.
052219     PERFORM 2700-WRITE-DISPOSITION THRU 2700-EXIT.
052220     MOVE 4 TO RETURN-CODE.
052221 2450-EXIT.
052222     EXIT.
052300******************************************************************
052400*    2500-APPLY-CORRECTION - FOLD THE CORRECTED ITEM INTO THE
052500*                            VSAMFILE RECORD FOR THE RUN DATE IT
052600*                            WAS SUSPENDED UNDER.  A DATE STILL
052700*                            OPEN IN CYCLE MODE IS DEFERRED.  NO
052800*                            PUBLISHED RECORD FOR THE DATE MEANS
052810*                            THERE IS NOTHING TO FOLD INTO, SO
052900*                            THE CORRECTION IS REJECTED INSTEAD
053000******************************************************************
053100 2500-APPLY-CORRECTION.
053101     PERFORM 2505-CHECK-CYCLE-DAY THRU 2505-EXIT.
053102     IF CNT-CYCLE-DAY-OPEN
053103         PERFORM 2450-DEFER-CORRECTION THRU 2450-EXIT
053104         GO TO 2500-EXIT
053105     END-IF.
053150     PERFORM 2510-FIND-LATEST-SEQ THRU 2510-EXIT.
053160     IF CNT-FOUND-SEQ = 0
053170         MOVE "REJECTED - NO VSAM RECORD"
054000     END-READ.
054100 2500-EXIT.
054200     EXIT.
054201******************************************************************
054202*    2505-CHECK-CYCLE-DAY - READ THE ITEM'S RUN DATE ON STATFILE.
054203*                           CYCLE MODE WITHOUT THE FINAL CYCLE
054204*                           MEANS THE DAY IS STILL OPEN.  NO
054205*                           STATFILE, OR NO RECORD FOR THE DATE,
054206*                           MEANS IT IS NOT
054207******************************************************************
054208 2505-CHECK-CYCLE-DAY.
054209     MOVE "N" TO CNT-DAY-OPEN-SW.
054210     IF CNT-STATFILE-ABSENT
054211         GO TO 2505-EXIT
054212     END-IF.
054213     MOVE CNT-SUSP-RUN-DATE TO CNT-RSTA-RUN-DATE.
054214     READ STATFILE
054215         INVALID KEY
054216             GO TO 2505-EXIT
054217     END-READ.
054218     IF CNT-RSTA-CYCLE-MODE
054219         AND NOT CNT-RSTA-DAY-CLOSED
054220         MOVE "Y" TO CNT-DAY-OPEN-SW
054221     END-IF.
054222 2505-EXIT.
054223     EXIT.
054224******************************************************************
054225*    2510-FIND-LATEST-SEQ - PROBE UPWARD FROM SEQUENCE 01 FOR
054230*                           THE ITEM'S RUN DATE.  THE LAST
054240*                           SEQUENCE FOUND IS THE LATEST
054250*                           PUBLICATION AND THE ONE THE
056000         PERFORM 2400-REJECT-CORRECTION THRU 2400-EXIT
056100         GO TO 2550-EXIT
056200     END-IF.
056201     MOVE CNT-VSAM-AREA-2(CNT-VSAM-MATCH-SUB) TO CNT-BEF-AREA-2.
056202     MOVE CNT-VSAM-AREA-3(CNT-VSAM-MATCH-SUB) TO CNT-BEF-AREA-3.
056203     MOVE CNT-VSAM-AREA-4(CNT-VSAM-MATCH-SUB) TO CNT-BEF-AREA-4.
056204     MOVE CNT-VSAM-AREA-5(CNT-VSAM-MATCH-SUB) TO CNT-BEF-AREA-5.
056205     MOVE CNT-VSAM-AREA-6(CNT-VSAM-MATCH-SUB) TO CNT-BEF-AREA-6.
056210     IF CNT-SUSP-AMOUNT < 0
056220         GO TO 2550-FOLD-VOLUME
056230     END-IF.
057903*    PROCESSING (CNT100 2255-APPLY-REVERSAL-LOGIC) NEVER COUNTS
057904*    A REVERSAL IN THE RAW COUNT OR AGAINST THE THRESHOLD/CAP,
057905*    SO A REPROCESSED ONE SKIPS THE CNT200 CALL ABOVE AND ONLY
057906*    ITS AMOUNT FOLDS INTO THE DAY'S DOLLAR VOLUME, WITH THE
057907*    REVERSAL COUNT AND REVERSAL DOLLAR TOTAL KEPT IN STEP
057908******************************************************************
057909 2550-FOLD-VOLUME.
057910     ADD CNT-SUSP-AMOUNT
057920         TO CNT-VSAM-AREA-4(CNT-VSAM-MATCH-SUB).
057930     IF CNT-SUSP-AMOUNT < 0
057940         ADD 1 TO CNT-VSAM-AREA-5(CNT-VSAM-MATCH-SUB)
057950         ADD CNT-SUSP-AMOUNT
057960             TO CNT-VSAM-AREA-6(CNT-VSAM-MATCH-SUB)
057970     END-IF.
058000     REWRITE CNT-VSAM-RECORD.
058100     IF CNT-VSAMFILE-STATUS NOT = "00"
058200         DISPLAY "CNT800 - VSAMFILE REWRITE FAILED FOR DATE "
058500         MOVE 16 TO RETURN-CODE
058600         GO TO 2550-EXIT
058700     END-IF.
058710     PERFORM 2580-WRITE-GL-ADJUSTMENT THRU 2580-EXIT.
058711     PERFORM 2585-WRITE-VSAM-ADJUSTMENT THRU 2585-EXIT.
058720     MOVE "X" TO CNT-JRNL-DISPOSITION.
058730     PERFORM 2590-WRITE-JOURNAL THRU 2590-EXIT.
058800     ADD 1 TO CNT-CORRECTED-COUNT.
058900     MOVE "CORRECTED" TO CNT-DRPT-DISPOSITION.
059000     MOVE CNT-NEW-CATEGORY TO CNT-DRPT-NEW-CATEGORY.
061600         MOVE ZEROES TO CNT-VSAM-AREA-2(CNT-VSAM-MATCH-SUB)
061700         MOVE ZEROES TO CNT-VSAM-AREA-3(CNT-VSAM-MATCH-SUB)
061750         MOVE ZEROES TO CNT-VSAM-AREA-4(CNT-VSAM-MATCH-SUB)
061760         MOVE ZEROES TO CNT-VSAM-AREA-5(CNT-VSAM-MATCH-SUB)
061770         MOVE ZEROES TO CNT-VSAM-AREA-6(CNT-VSAM-MATCH-SUB)
061800     END-IF.
061900 2560-EXIT.
062000     EXIT.
063200     END-IF.
063300 2570-EXIT.
063400     EXIT.
063401******************************************************************
063402*    2580-WRITE-GL-ADJUSTMENT - THE CORRECTION HAS CHANGED A
063403*                               PUBLISHED DAY'S DOLLAR VOLUME.
063404*                               EXTRACT IT FOR CNT150 TO POST
063405*                               AS AN ADJUSTING GL ENTRY AGAINST
063406*                               THE RUN DATE AND SEQUENCE IT
063407*                               WAS FOLDED INTO
063408******************************************************************
063409 2580-WRITE-GL-ADJUSTMENT.
063410     MOVE SPACES TO CNT-GLAD-RECORD.
063411     MOVE CNT-VSAM-RUN-DATE TO CNT-GLAD-RUN-DATE.
063412     MOVE CNT-VSAM-RUN-SEQ TO CNT-GLAD-RUN-SEQ.
063413     MOVE CNT-NEW-CATEGORY TO CNT-GLAD-CATEGORY.
063414     MOVE CNT-SUSP-TRAN-ID TO CNT-GLAD-TRAN-ID.
063415     MOVE CNT-SUSP-AMOUNT TO CNT-GLAD-AMOUNT.
063416     MOVE CNT-SYSTEM-DATE TO CNT-GLAD-PRODUCED-DATE.
063417     MOVE CNT-RUN-TIME TO CNT-GLAD-PRODUCED-TIME.
063418     WRITE CNT-GLAD-RECORD.
063419     IF CNT-GLADFILE-STATUS NOT = "00"
063420         DISPLAY "CNT800 - GLADFILE WRITE FAILED FOR TRAN ID "
063421             CNT-SUSP-TRAN-ID ", STATUS = "
063422             CNT-GLADFILE-STATUS
063423         MOVE 16 TO RETURN-CODE
063424     END-IF.
063425 2580-EXIT.
063426     EXIT.
063427******************************************************************
063428*    2590-WRITE-JOURNAL - RECORD WHAT BECAME OF THE SUSPENDED
063429*                         ITEM ON DJRNFILE UNDER ITS TRAN ID.
063430*                         CNT-JRNL-DISPOSITION IS SET BY THE
063431*                         CALLER BEFORE THE PERFORM.  A
063432*                         CORRECTION CARRIES THE CATEGORY AND
063433*                         RUN SEQUENCE IT WAS FOLDED INTO; A
063434*                         WRITE-OFF KEEPS THE ITEM'S OWN
063435*                         CATEGORY.  A DUPLICATE KEY IS A RERUN
063436*                         OF THIS PASS AND IS REWRITTEN
063437******************************************************************
063438 2590-WRITE-JOURNAL.
063439     INITIALIZE CNT-DJRN-RECORD.
063440     MOVE CNT-SUSP-TRAN-ID TO CNT-DJRN-TRAN-ID.
063441     MOVE CNT-RUN-DATE TO CNT-DJRN-RUN-DATE.
063442     MOVE ZEROES TO CNT-DJRN-RUN-SEQ.
063443     MOVE CNT-SUSP-RECORD-COUNT TO CNT-DJRN-RECORD-NUMBER.
063444     MOVE "CNT800" TO CNT-DJRN-PROGRAM.
063445     MOVE CNT-SUSP-AMOUNT TO CNT-DJRN-AMOUNT.
063446     MOVE CNT-JRNL-DISPOSITION TO CNT-DJRN-DISPOSITION.
063447     MOVE CNT-SUSP-REASON-CODE TO CNT-DJRN-REASON-CODE.
063448     MOVE CNT-SUSP-RUN-DATE TO CNT-DJRN-ORIG-RUN-DATE.
063449     MOVE CNT-SUSP-CATEGORY TO CNT-DJRN-ORIG-CATEGORY.
063450     IF CNT-DJRN-CORRECTED
063451         MOVE CNT-NEW-CATEGORY TO CNT-DJRN-CATEGORY
063452         MOVE CNT-VSAM-RUN-SEQ TO CNT-DJRN-FOLDED-RUN-SEQ
063453     ELSE
063454         MOVE CNT-SUSP-CATEGORY TO CNT-DJRN-CATEGORY
063455     END-IF.
063456     WRITE CNT-DJRN-RECORD
063457         INVALID KEY
063458             REWRITE CNT-DJRN-RECORD
063459     END-WRITE.
063460     IF CNT-DJRNFILE-STATUS NOT = "00"
063461         DISPLAY "CNT800 - DJRNFILE WRITE FAILED FOR TRAN ID "
063462             CNT-SUSP-TRAN-ID ", STATUS = "
063463             CNT-DJRNFILE-STATUS
063464         MOVE 16 TO RETURN-CODE
063465     END-IF.
063466 2590-EXIT.
063467     EXIT.
063468******************************************************************
063469*    2585-WRITE-VSAM-ADJUSTMENT - THE PUBLISHED SLOT HAS JUST
063470*                                 BEEN REWRITTEN.  RECORD ITS
063471*                                 FIGURES BEFORE AND AFTER THE
063472*                                 FOLD ON VADJFILE UNDER THE FIRST
063473*                                 FREE ADJUSTMENT SEQUENCE FOR THE
063474*                                 RUN DATE, RUN SEQUENCE AND
063475*                                 CATEGORY
063476******************************************************************
063477 2585-WRITE-VSAM-ADJUSTMENT.
063478     MOVE "N" TO CNT-PROBE-SW.
063479     MOVE 1 TO CNT-ADJ-PROBE-SEQ.
063480     PERFORM 2587-PROBE-ONE-ADJ-SEQ THRU 2587-EXIT
063481         UNTIL CNT-PROBE-DONE
063482         OR CNT-ADJ-PROBE-SEQ > 99999.
063483     IF CNT-ADJ-PROBE-SEQ > 99999
063484         DISPLAY "CNT800 - VADJFILE SEQUENCES EXHAUSTED FOR DATE "
063485             CNT-VSAM-RUN-DATE " CATEGORY " CNT-NEW-CATEGORY
063486         MOVE 16 TO RETURN-CODE
063487         GO TO 2585-EXIT
063488     END-IF.
063489     MOVE SPACES TO CNT-VADJ-RECORD.
063490     MOVE CNT-VSAM-RUN-DATE TO CNT-VADJ-RUN-DATE.
063491     MOVE CNT-VSAM-RUN-SEQ TO CNT-VADJ-RUN-SEQ.
063492     MOVE CNT-NEW-CATEGORY TO CNT-VADJ-CATEGORY.
063493     MOVE CNT-ADJ-PROBE-SEQ TO CNT-VADJ-ADJ-SEQ.
063494     MOVE CNT-SUSP-TRAN-ID TO CNT-VADJ-TRAN-ID.
063495     MOVE "CNT800" TO CNT-VADJ-PROGRAM.
063496     MOVE CNT-RUN-DATE TO CNT-VADJ-ADJ-DATE.
063497     MOVE CNT-RUN-TIME TO CNT-VADJ-ADJ-TIME.
063498     MOVE CNT-BEFORE-IMAGE TO CNT-VADJ-BEFORE.
063499     MOVE CNT-VSAM-AREA-2(CNT-VSAM-MATCH-SUB)
063500         TO CNT-VADJ-AFT-AREA-2.
063501     MOVE CNT-VSAM-AREA-3(CNT-VSAM-MATCH-SUB)
063502         TO CNT-VADJ-AFT-AREA-3.
063503     MOVE CNT-VSAM-AREA-4(CNT-VSAM-MATCH-SUB)
063504         TO CNT-VADJ-AFT-AREA-4.
063505     MOVE CNT-VSAM-AREA-5(CNT-VSAM-MATCH-SUB)
063506         TO CNT-VADJ-AFT-AREA-5.
063507     MOVE CNT-VSAM-AREA-6(CNT-VSAM-MATCH-SUB)
063508         TO CNT-VADJ-AFT-AREA-6.
063509     WRITE CNT-VADJ-RECORD.
063510     IF CNT-VADJFILE-STATUS NOT = "00"
063511         DISPLAY "CNT800 - VADJFILE WRITE FAILED FOR TRAN ID "
063512             CNT-SUSP-TRAN-ID ", STATUS = "
063513             CNT-VADJFILE-STATUS
063514         MOVE 16 TO RETURN-CODE
063515     END-IF.
063516 2585-EXIT.
063517     EXIT.
063518******************************************************************
063519*    2587-PROBE-ONE-ADJ-SEQ - A SUCCESSFUL READ MEANS THE
063520*                             ADJUSTMENT SEQUENCE IS TAKEN AND THE
063521*                             NEXT ONE IS TRIED
063522******************************************************************
063523 2587-PROBE-ONE-ADJ-SEQ.
063524     MOVE CNT-VSAM-RUN-DATE TO CNT-VADJ-RUN-DATE.
063525     MOVE CNT-VSAM-RUN-SEQ TO CNT-VADJ-RUN-SEQ.
063526     MOVE CNT-NEW-CATEGORY TO CNT-VADJ-CATEGORY.
063527     MOVE CNT-ADJ-PROBE-SEQ TO CNT-VADJ-ADJ-SEQ.
063528     READ VADJFILE
063529         INVALID KEY
063530             MOVE "Y" TO CNT-PROBE-SW
063531         NOT INVALID KEY
063532             ADD 1 TO CNT-ADJ-PROBE-SEQ
063533     END-READ.
063534 2587-EXIT.
063535     EXIT.
063536******************************************************************
063600*    2650-WRITE-OFF-ITEM - THE ITEM LEAVES THE SUSPENSE
063700*                          POPULATION WITHOUT COUNTING.  IT IS
063800*                          NOT CARRIED FORWARD TO NEWSUSP
064200     MOVE "WRITTEN OFF" TO CNT-DRPT-DISPOSITION.
064300     MOVE SPACES TO CNT-DRPT-NEW-CATEGORY.
064400     PERFORM 2700-WRITE-DISPOSITION THRU 2700-EXIT.
064410     MOVE "W" TO CNT-JRNL-DISPOSITION.
064420     PERFORM 2590-WRITE-JOURNAL THRU 2590-EXIT.
064500 2650-EXIT.
064600     EXIT.
064700******************************************************************
071300     MOVE CNT-REJECTED-COUNT TO CNT-DRPT-TRAILER-COUNT.
071400     MOVE CNT-DRPT-TRAILER-LINE TO CNT-DRPT-RECORD.
071500     WRITE CNT-DRPT-RECORD.
071510     MOVE "DEFERRED - CYCLE DAY OPEN" TO CNT-DRPT-TRAILER-TEXT.
071520     MOVE CNT-DEFERRED-COUNT TO CNT-DRPT-TRAILER-COUNT.
071530     MOVE CNT-DRPT-TRAILER-LINE TO CNT-DRPT-RECORD.
071540     WRITE CNT-DRPT-RECORD.
071600     CLOSE SUSPFILE.
071700     CLOSE VSAMFILE.
071800     CLOSE NEWSUSP.
071900     CLOSE DRPTFILE.
071910     CLOSE GLADFILE.
071920     CLOSE DJRNFILE.
071930     CLOSE VADJFILE.
071940     CLOSE SIDXFILE.
071950     IF NOT CNT-STATFILE-ABSENT
071960         CLOSE STATFILE
071970     END-IF.
072000 9999-EXIT.
072100     EXIT.
