000432*                    LARGE DAYS WAS SILENTLY TRUNCATING THE
000433*                    HIGH-ORDER DOLLAR DIGITS.  CNT-MRPT-
000434*                    PERIOD-VOLUME WIDENED TO MATCH.
000435*  2026-10-15   RDH  CNT-HOLD-VSAM-RECORD WIDENED TO 770 BYTES
000436*                    (NEW CNT-HOLD-AREA-5/AREA-6) TO STAY IN
000437*                    STEP WITH CNT-VSAM-RECORD.
000438*  2026-10-15   RDH  EACH ROLLED-UP RUN DATE'S VADJFILE ADJUSTMENT
000439*                    RECORDS (SEE CNTVADJ COPYBOOK) ARE NETTED PER
000440*                    CATEGORY, AND A POST-PUBLICATION ADJUSTMENT
000441*                    SECTION ON MRPTFILE SHOWS EACH CATEGORY'S
000442*                    PERIOD CAPPED COUNT AND DOLLAR VOLUME AS
000443*                    PUBLISHED, AS ADJUSTED, AND THE DIFFERENCE.
000444******************************************************************
000445 ENVIRONMENT DIVISION.
000446 CONFIGURATION SECTION.
000447 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000582     SELECT CALFILE ASSIGN TO CALFILE
000584         ORGANIZATION IS SEQUENTIAL
000586         FILE STATUS IS CNT-CALFILE-STATUS.
000587     SELECT VADJFILE ASSIGN TO VADJFILE
000588         ORGANIZATION IS INDEXED
000589         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CNT-VADJ-KEY
000591         FILE STATUS IS CNT-VADJFILE-STATUS.
000592     SELECT MRPTFILE ASSIGN TO MRPTFILE
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS CNT-MRPTFILE-STATUS.
000620 DATA DIVISION.
000744     RECORDING MODE IS F
000746     LABEL RECORDS ARE STANDARD.
000748 COPY CNTCAL.
000749 FD  VADJFILE
000750     RECORDING MODE IS F.
000751 COPY CNTVADJ.
000752 FD  MRPTFILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 01  CNT-MRPT-RECORD                PIC X(80).
001032         10  CNT-HOLD-AREA-2       PIC 9(09).
001033         10  CNT-HOLD-AREA-3       PIC 9(05).
001034         10  CNT-HOLD-AREA-4       PIC S9(11)V99 COMP-3.
001035         10  CNT-HOLD-AREA-5       PIC 9(09).
001036         10  CNT-HOLD-AREA-6       PIC S9(11)V99 COMP-3.
001037******************************************************************
001038*    PERIOD DOLLAR-VOLUME ACCUMULATORS - ONE PER LOADED
001039*    CATEGORY, TWO DIGITS WIDER THAN A SINGLE DAY'S
001040*    CNT-VSAM-AREA-4 SO A FULL PERIOD OF LARGE DAYS CANNOT
001041*    SILENTLY TRUNCATE THE HIGH-ORDER DOLLAR DIGITS
001042******************************************************************
001043 01  CNT-PERIOD-VOLUME-TABLE.
001044     05  CNT-PERIOD-VOLUME         PIC S9(13)V99 COMP-3
001045                                   OCCURS 20 TIMES.
001046******************************************************************
001047*    EXPECTED RUN-DATE TABLE - LOADED FROM THE CALFILE
001048*    PROCESSING CALENDAR FOR THE PERIOD, MARKED FOUND AS THE
001049*    VSAMFILE WALK PASSES EACH PUBLISHED RUN DATE.  ANY ENTRY
001050*    STILL UNFOUND AT END OF PERIOD IS A GAP ON THE REPORT
001051******************************************************************
001052 01  CNT-EXP-MAX-ENTRIES           PIC 9(03) COMP VALUE 400.
001053 01  CNT-EXP-COUNT                 PIC 9(03) COMP VALUE ZEROES.
001054 01  CNT-EXP-SUB                   PIC 9(03) COMP VALUE ZEROES.
001055 01  CNT-EXP-MISSING-COUNT         PIC 9(03) COMP VALUE ZEROES.
001056 01  CNT-EXPECTED-DATE-TABLE.
001057     05  CNT-EXP-ENTRY OCCURS 400 TIMES.
001058         10  CNT-EXP-DATE          PIC 9(08).
001059         10  CNT-EXP-FOUND-SW      PIC X(01).
001060             88  CNT-EXP-FOUND             VALUE "Y".
001061******************************************************************
001062*    POST-PUBLICATION ADJUSTMENT NETS - ONE PER LOADED CATEGORY,
001063*    THE SUM OF AFTER MINUS BEFORE OVER EVERY VADJFILE RECORD FOR
001064*    A ROLLED-UP RUN DATE AND SEQUENCE.  THE PERIOD TOTALS ABOVE
001065*    ARE ALREADY AS ADJUSTED, SO AS PUBLISHED IS TOTAL LESS NET
001066******************************************************************
001067 01  CNT-ADJ-NET-TABLE.
001068     05  CNT-ADJ-NET-ENTRY OCCURS 20 TIMES.
001069         10  CNT-ADJ-COUNT-NET     PIC S9(09) COMP.
001070         10  CNT-ADJ-VOLUME-NET    PIC S9(13)V99 COMP-3.
001071 01  CNT-ADJ-RECORD-COUNT          PIC 9(09) COMP VALUE ZEROES.
001072 01  CNT-ADJ-PUBLISHED-COUNT       PIC S9(09) COMP VALUE ZEROES.
001073 01  CNT-ADJ-PUBLISHED-VOLUME      PIC S9(13)V99 COMP-3
001074                                   VALUE ZEROES.
001075******************************************************************
001076*    FILE STATUS FIELDS
001077******************************************************************
001078 01  CNT-CATFILE-STATUS            PIC X(02) VALUE "00".
001079 01  CNT-MPRMFILE-STATUS           PIC X(02) VALUE "00".
001080 01  CNT-CALFILE-STATUS            PIC X(02) VALUE "00".
001081 01  CNT-VADJFILE-STATUS           PIC X(02) VALUE "00".
001082 01  CNT-VSAMFILE-STATUS           PIC X(02) VALUE "00".
001090 01  CNT-MRPTFILE-STATUS           PIC X(02) VALUE "00".
001100******************************************************************
001110*    SWITCHES
001170         88  CNT-VSAMFILE-EOF                VALUE "Y".
001172     05  CNT-CALFILE-SW            PIC X(01) VALUE "N".
001174         88  CNT-CALFILE-EOF                 VALUE "Y".
001175     05  CNT-VADJFILE-SW           PIC X(01) VALUE "N".
001176         88  CNT-VADJFILE-ABSENT             VALUE "Y".
001177     05  CNT-VADJ-DONE-SW          PIC X(01) VALUE "N".
001178         88  CNT-VADJ-DONE                   VALUE "Y".
001180 PROCEDURE DIVISION.
001190******************************************************************
001200*    0000-MAINLINE
002380     MOVE ZEROES TO CNT-CAT-AREA-3(CNT-CAT-IDX).
002390     MOVE ZEROES TO CNT-CAT-AREA-4(CNT-CAT-IDX).
002395     MOVE ZEROES TO CNT-CAT-AREA-5(CNT-CAT-IDX).
002396     MOVE ZEROES TO CNT-ADJ-COUNT-NET(CNT-CAT-IDX).
002397     MOVE ZEROES TO CNT-ADJ-VOLUME-NET(CNT-CAT-IDX).
002400     MOVE "N" TO CNT-CAT-NOTIFIED-SW(CNT-CAT-IDX).
002410 1060-EXIT.
002420     EXIT.
002760         MOVE 16 TO RETURN-CODE
002770         GO TO 2000-EXIT
002780     END-IF.
002781     OPEN INPUT VADJFILE.
002782     IF CNT-VADJFILE-STATUS = "35"
002783         MOVE "Y" TO CNT-VADJFILE-SW
002784     ELSE
002785         IF CNT-VADJFILE-STATUS NOT = "00"
002786             DISPLAY "CNT300 - VADJFILE OPEN FAILED, STATUS = "
002787                 CNT-VADJFILE-STATUS
002788             MOVE 16 TO RETURN-CODE
002789             CLOSE VSAMFILE
002790             GO TO 2000-EXIT
002791         END-IF
002792     END-IF.
002793     MOVE CNT-PERIOD-BEGIN-DATE TO CNT-VSAM-RUN-DATE.
002795     MOVE ZEROES TO CNT-VSAM-RUN-SEQ.
002800     START VSAMFILE KEY NOT LESS THAN CNT-VSAM-KEY
002810         INVALID KEY
002860     PERFORM 2200-ACCUMULATE-PERIOD THRU 2200-EXIT
002870         UNTIL CNT-VSAMFILE-EOF.
002880     CLOSE VSAMFILE.
002881     IF NOT CNT-VADJFILE-ABSENT
002882         CLOSE VADJFILE
002883     END-IF.
002890 2000-EXIT.
002900     EXIT.
002910******************************************************************
003120         PERFORM 2250-ACCUMULATE-ONE-CATEGORY THRU 2250-EXIT
003130             VARYING CNT-CAT-IDX FROM 1 BY 1
003140             UNTIL CNT-CAT-IDX > CNT-CAT-COUNT
003141         IF NOT CNT-VADJFILE-ABSENT
003142             PERFORM 2270-NET-ADJUSTMENTS THRU 2270-EXIT
003143         END-IF
003144     END-IF.
003160 2200-EXIT.
003170     EXIT.
003180******************************************************************
003489     END-IF.
003490 2265-EXIT.
003491     EXIT.
003492******************************************************************
003493*    2270-NET-ADJUSTMENTS - NET EVERY VADJFILE RECORD WRITTEN
003494*                           AGAINST THE HELD RUN DATE AND SEQUENCE
003495*                           INTO ITS CATEGORY'S ADJUSTMENT NET
003496******************************************************************
003497 2270-NET-ADJUSTMENTS.
003498     MOVE "N" TO CNT-VADJ-DONE-SW.
003499     MOVE CNT-HOLD-RUN-DATE TO CNT-VADJ-RUN-DATE.
003500     MOVE CNT-HOLD-RUN-SEQ TO CNT-VADJ-RUN-SEQ.
003501     MOVE LOW-VALUES TO CNT-VADJ-CATEGORY.
003502     MOVE ZEROES TO CNT-VADJ-ADJ-SEQ.
003503     START VADJFILE KEY NOT LESS THAN CNT-VADJ-KEY
003504         INVALID KEY
003505             MOVE "Y" TO CNT-VADJ-DONE-SW
003506     END-START.
003507     PERFORM 2275-NET-ONE-ADJUSTMENT THRU 2275-EXIT
003508         UNTIL CNT-VADJ-DONE.
003509 2270-EXIT.
003510     EXIT.
003511******************************************************************
003512*    2275-NET-ONE-ADJUSTMENT - STOP AT END OF FILE OR AT THE FIRST
003513*                              KEY FOR ANOTHER RUN DATE/SEQUENCE
003514******************************************************************
003515 2275-NET-ONE-ADJUSTMENT.
003516     READ VADJFILE NEXT RECORD
003517         AT END
003518             MOVE "Y" TO CNT-VADJ-DONE-SW
003519             GO TO 2275-EXIT
003520     END-READ.
003521     IF CNT-VADJ-RUN-DATE NOT = CNT-HOLD-RUN-DATE
003522         OR CNT-VADJ-RUN-SEQ NOT = CNT-HOLD-RUN-SEQ
003523         MOVE "Y" TO CNT-VADJ-DONE-SW
003524         GO TO 2275-EXIT
003525     END-IF.
003526     ADD 1 TO CNT-ADJ-RECORD-COUNT.
003527     SET CNT-CAT-IDX TO 1.
003528     PERFORM 2280-NET-ONE-CATEGORY THRU 2280-EXIT
003529         VARYING CNT-CAT-IDX FROM 1 BY 1
003530         UNTIL CNT-CAT-IDX > CNT-CAT-COUNT.
003531 2275-EXIT.
003532     EXIT.
003533******************************************************************
003534*    2280-NET-ONE-CATEGORY - ONLY NET THE ADJUSTMENT INTO THE
003535*                            CNT-CAT-ENTRY WHOSE CODE MATCHES ITS
003536*                            CATEGORY
003537******************************************************************
003538 2280-NET-ONE-CATEGORY.
003539     IF CNT-VADJ-CATEGORY = CNT-CAT-CODE(CNT-CAT-IDX)
003540         ADD CNT-VADJ-AFT-AREA-3 TO CNT-ADJ-COUNT-NET(CNT-CAT-IDX)
003541         SUBTRACT CNT-VADJ-BEF-AREA-3
003542             FROM CNT-ADJ-COUNT-NET(CNT-CAT-IDX)
003543         ADD CNT-VADJ-AFT-AREA-4
003544             TO CNT-ADJ-VOLUME-NET(CNT-CAT-IDX)
003545         SUBTRACT CNT-VADJ-BEF-AREA-4
003546             FROM CNT-ADJ-VOLUME-NET(CNT-CAT-IDX)
003547     END-IF.
003548 2280-EXIT.
003549     EXIT.
003550******************************************************************
003551*    9999-TERMINATE - ONE DETAIL AND ONE DOLLAR-VOLUME LINE PER
003552*                     CATEGORY, THEN THE PERIOD COMPLETENESS
003553*                     GAPS, THEN CLOSE OUT
003554******************************************************************
003555 9999-TERMINATE.
003560     SET CNT-CAT-IDX TO 1.
003570     PERFORM 9100-WRITE-REPORT-DETAIL THRU 9100-EXIT
003580         VARYING CNT-CAT-IDX FROM 1 BY 1
003590         UNTIL CNT-CAT-IDX > CNT-CAT-COUNT.
003591     PERFORM 9300-REPORT-ADJUSTMENTS THRU 9300-EXIT.
003592     PERFORM 9200-REPORT-MISSING-DATES THRU 9200-EXIT.
003610     CLOSE MRPTFILE.
003620 9999-EXIT.
003630     EXIT.
004120     END-IF.
004130 9250-EXIT.
004140     EXIT.
004150******************************************************************
004160*    9300-REPORT-ADJUSTMENTS - POST-PUBLICATION ADJUSTMENT
004170*                              SECTION, A CAPPED-COUNT AND A
004180*                              DOLLAR-VOLUME LINE PER CATEGORY
004190******************************************************************
004200 9300-REPORT-ADJUSTMENTS.
004210     MOVE CNT-PERIOD-BEGIN-DATE TO CNT-MRPT-ADJ-BEGIN-DATE.
004220     MOVE CNT-PERIOD-END-DATE TO CNT-MRPT-ADJ-END-DATE.
004230     MOVE CNT-ADJ-RECORD-COUNT TO CNT-MRPT-ADJ-RECORD-COUNT.
004240     MOVE CNT-MRPT-ADJ-TITLE-LINE TO CNT-MRPT-RECORD.
004250     WRITE CNT-MRPT-RECORD.
004260     MOVE CNT-MRPT-ADJ-HEADER-LINE TO CNT-MRPT-RECORD.
004270     WRITE CNT-MRPT-RECORD.
004280     SET CNT-CAT-IDX TO 1.
004290     PERFORM 9350-REPORT-ONE-ADJUSTMENT THRU 9350-EXIT
004300         VARYING CNT-CAT-IDX FROM 1 BY 1
004310         UNTIL CNT-CAT-IDX > CNT-CAT-COUNT.
004320 9300-EXIT.
004330     EXIT.
004340******************************************************************
004350*    9350-REPORT-ONE-ADJUSTMENT - AS PUBLISHED IS THE AS-ADJUSTED
004360*                                 PERIOD TOTAL LESS THE NET OF THE
004370*                                 CATEGORY'S ADJUSTMENTS
004380******************************************************************
004390 9350-REPORT-ONE-ADJUSTMENT.
004400     SUBTRACT CNT-ADJ-COUNT-NET(CNT-CAT-IDX)
004410         FROM CNT-CAT-AREA-1(CNT-CAT-IDX)
004420         GIVING CNT-ADJ-PUBLISHED-COUNT.
004430     MOVE CNT-CAT-CODE(CNT-CAT-IDX) TO CNT-MRPT-AC-CATEGORY.
004440     MOVE CNT-ADJ-PUBLISHED-COUNT TO CNT-MRPT-AC-PUBLISHED.
004450     MOVE CNT-CAT-AREA-1(CNT-CAT-IDX) TO CNT-MRPT-AC-ADJUSTED.
004460     MOVE CNT-ADJ-COUNT-NET(CNT-CAT-IDX)
004461         TO CNT-MRPT-AC-DIFFERENCE.
004470     MOVE CNT-MRPT-ADJ-COUNT-LINE TO CNT-MRPT-RECORD.
004480     WRITE CNT-MRPT-RECORD.
004490     SUBTRACT CNT-ADJ-VOLUME-NET(CNT-CAT-IDX)
004500         FROM CNT-PERIOD-VOLUME(CNT-CAT-IDX)
004510         GIVING CNT-ADJ-PUBLISHED-VOLUME.
004520     MOVE CNT-CAT-CODE(CNT-CAT-IDX) TO CNT-MRPT-AV-CATEGORY.
004530     MOVE CNT-ADJ-PUBLISHED-VOLUME TO CNT-MRPT-AV-PUBLISHED.
004540     MOVE CNT-PERIOD-VOLUME(CNT-CAT-IDX) TO CNT-MRPT-AV-ADJUSTED.
004550     MOVE CNT-ADJ-VOLUME-NET(CNT-CAT-IDX)
004551         TO CNT-MRPT-AV-DIFFERENCE.
004560     MOVE CNT-MRPT-ADJ-VOLUME-LINE TO CNT-MRPT-RECORD.
004570     WRITE CNT-MRPT-RECORD.
004580 9350-EXIT.
004590     EXIT.
