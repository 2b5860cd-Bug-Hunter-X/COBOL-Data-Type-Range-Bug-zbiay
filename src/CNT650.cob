000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CNT650.
000300 AUTHOR. R D HARTLEY.
000400 INSTALLATION. DAILY BATCH - TRANSACTION CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  CNT650 - DAILY VOLUME ANOMALY CHECK.
000900*
001000*  THE ALERT THRESHOLD AND OVERFLOW CAP ONLY CATCH A CATEGORY
001100*  RUNNING HIGH AGAINST A FIXED NUMBER.  THIS PROGRAM COMPARES
001200*  EACH CATEGORY'S PUBLISHED FIGURES FOR THE RUN DATE - THE
001300*  CAPPED COUNT (CNT-VSAM-AREA-3) AND THE DOLLAR VOLUME
001400*  (CNT-VSAM-AREA-4) FROM THE LATEST VSAMFILE RUN SEQUENCE -
001500*  WITH THE SAME CATEGORY'S AVERAGE OVER A TRAILING BASELINE OF
001600*  THE LAST N BUSINESS DAYS, TAKEN FROM THE CALFILE PROCESSING
001700*  CALENDAR, SO A FEED THAT SILENTLY COLLAPSES OR A DOLLAR
001800*  VOLUME THAT DOUBLES ON A FLAT COUNT IS CAUGHT THE SAME
001900*  MORNING.
002000*
002100*  BPRMFILE (SEE CNTBPRM) SUPPLIES THE RUN DATE, N, THE
002200*  PERCENTAGE BAND AND THE FEWEST BASELINE DAYS A CATEGORY
002300*  NEEDS BEFORE IT IS JUDGED.  A CALENDAR DAY WITH NO VSAMFILE
002400*  PUBLICATION IS LEFT OUT OF THE BASELINE AND LISTED, RATHER
002500*  THAN AVERAGED IN AS A ZERO.  A CATEGORY OUTSIDE THE BAND IN
002600*  EITHER DIRECTION ON EITHER MEASURE, OR ONE WITH A BASELINE
002700*  THAT IS MISSING FROM TODAY'S RECORD ALTOGETHER, IS FLAGGED
002800*  ON THE BRPTFILE ANOMALY REPORT (SEE CNTBRPT) AND RAISES ONE
002900*  ALRTFILE-FORMAT ALERT (SEE CNTALRT) ON BALTFILE FOR THE
003000*  MONITORING QUEUE.  ANY FLAG ENDS THE RUN WITH RETURN-CODE 4.
003100*  NO BPRMFILE, NO CALENDAR OR NO PUBLISHED VSAMFILE RECORD FOR
003200*  THE RUN DATE ENDS IT WITH RETURN-CODE 16.
003300*
003400*  RUN IT BEHIND THE CNT120 GATE - IN INTRADAY CYCLE MODE THE
003500*  LATEST SEQUENCE BEFORE THE FINAL CYCLE IS ONLY A PART DAY.
003600*
003700*  MAINTENANCE HISTORY
003800*  DATE        INIT  DESCRIPTION
003900*  ----------  ----  -----------------------------------------
004000*  2026-10-15   RDH  ORIGINAL PROGRAM.
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-370.
004500 OBJECT-COMPUTER. IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT BPRMFILE ASSIGN TO BPRMFILE
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS CNT-BPRMFILE-STATUS.
005100     SELECT CALFILE ASSIGN TO CALFILE
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS CNT-CALFILE-STATUS.
005400     SELECT VSAMFILE ASSIGN TO VSAMFILE
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS CNT-VSAM-KEY
005800         FILE STATUS IS CNT-VSAMFILE-STATUS.
005900     SELECT BRPTFILE ASSIGN TO BRPTFILE
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS CNT-BRPTFILE-STATUS.
006200     SELECT BALTFILE ASSIGN TO BALTFILE
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS CNT-BALTFILE-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  BPRMFILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 COPY CNTBPRM.
007100 FD  CALFILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 COPY CNTCAL.
007500 FD  VSAMFILE
007600     RECORDING MODE IS F.
007700 COPY CNTVSAM.
007800 FD  BRPTFILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100 01  CNT-BRPT-RECORD                PIC X(80).
008200 FD  BALTFILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 COPY CNTALRT.
008600 WORKING-STORAGE SECTION.
008700******************************************************************
008800*    ANOMALY REPORT PRINT LINES
008900******************************************************************
009000 COPY CNTBRPT.
009100******************************************************************
009200*    RUN DATE - THE BUSINESS DATE WHEN BPRMFILE SUPPLIES ONE,
009300*    OTHERWISE THE SYSTEM DATE, AS IN CNT100
009400******************************************************************
009500 01  CNT-RUN-DATE                  PIC 9(08) VALUE ZEROES.
009600 01  CNT-RUN-TIME                  PIC 9(08) VALUE ZEROES.
009700 01  CNT-TODAY-SEQ                 PIC 9(02) VALUE ZEROES.
009800******************************************************************
009900*    BASELINE PARAMETERS - LOADED FROM BPRMFILE
010000******************************************************************
010100 01  CNT-BASELINE-DAYS             PIC 9(02) COMP VALUE 20.
010200 01  CNT-BAND-PCT                  PIC 9(03) COMP VALUE 30.
010300 01  CNT-MIN-BASELINE-DAYS         PIC 9(02) COMP VALUE 5.
010400******************************************************************
010500*    BASELINE DATE TABLE - THE LAST N CALFILE DATES BEFORE THE
010600*    RUN DATE.  THE CALENDAR IS KEPT IN DATE ORDER, SO WHEN THE
010700*    TABLE IS FULL THE OLDEST DATE IS SHIFTED OUT TO MAKE ROOM
010800******************************************************************
010900 01  CNT-BDATE-MAX-ENTRIES         PIC 9(02) COMP VALUE 60.
011000 01  CNT-BDATE-COUNT               PIC 9(02) COMP VALUE ZEROES.
011100 01  CNT-BDATE-SUB                 PIC 9(02) COMP VALUE ZEROES.
011200 01  CNT-BDATE-NEXT-SUB            PIC 9(02) COMP VALUE ZEROES.
011300 01  CNT-BASELINE-DATE-TABLE.
011400     05  CNT-BDATE-DATE            PIC 9(08) OCCURS 60 TIMES.
011500 01  CNT-PUBLISHED-DAYS            PIC 9(02) COMP VALUE ZEROES.
011600 01  CNT-MISSING-DAYS              PIC 9(02) COMP VALUE ZEROES.
011700******************************************************************
011800*    PER-CATEGORY BASELINE TOTALS - KEYED BY CATEGORY CODE, NOT
011900*    SLOT, SO A CATFILE CHANGE INSIDE THE BASELINE CANNOT MIX
012000*    ONE CATEGORY'S DAYS INTO ANOTHER'S.  DAYS IS THE NUMBER OF
012100*    PUBLISHED BASELINE DAYS THE CATEGORY APPEARED ON
012200******************************************************************
012300 01  CNT-BASE-MAX-ENTRIES          PIC 9(02) COMP VALUE 40.
012400 01  CNT-BASE-COUNT                PIC 9(02) COMP VALUE ZEROES.
012500 01  CNT-BASE-SUB                  PIC 9(02) COMP VALUE ZEROES.
012600 01  CNT-BASE-FOUND-SUB            PIC 9(02) COMP VALUE ZEROES.
012700 01  CNT-BASELINE-TABLE.
012800     05  CNT-BASE-ENTRY OCCURS 40 TIMES.
012900         10  CNT-BASE-CATEGORY     PIC X(01).
013000         10  CNT-BASE-DAYS         PIC 9(04) COMP.
013100         10  CNT-BASE-COUNT-TOTAL  PIC 9(12) COMP.
013200         10  CNT-BASE-VOLUME-TOTAL PIC S9(13)V99 COMP-3.
013300         10  CNT-BASE-SEEN-SW      PIC X(01).
013400             88  CNT-BASE-SEEN-TODAY       VALUE "Y".
013500******************************************************************
013600*    INDEX FOR CNT-VSAM-CAT-ENTRY
013700******************************************************************
013800 01  CNT-VSAM-SUB                  PIC 9(02) COMP VALUE ZEROES.
013900******************************************************************
014000*    LATEST-SEQUENCE PROBE - THE LAST SEQUENCE FOUND FOR A DATE
014100*    IS ITS LATEST PUBLICATION, AS IN CNT800
014200******************************************************************
014300 01  CNT-PROBE-DATE                PIC 9(08) VALUE ZEROES.
014400 01  CNT-PROBE-SEQ                 PIC 9(03) COMP VALUE ZEROES.
014500 01  CNT-FOUND-SEQ                 PIC 9(02) VALUE ZEROES.
014600******************************************************************
014700*    RATING WORK FIELDS - ONE MEASURE AT A TIME.  THE PERCENTAGE
014800*    IS TODAY'S DEVIATION FROM THE BASELINE AVERAGE, SIGNED, AND
014900*    IS HELD AT 9999.9 WHEN THE AVERAGE IS ZERO OR THE DEVIATION
015000*    WILL NOT FIT
015100******************************************************************
015200 01  CNT-RATE-TODAY                PIC S9(13)V99 COMP-3
015300                                   VALUE ZEROES.
015400 01  CNT-RATE-BASE                 PIC S9(13)V99 COMP-3
015500                                   VALUE ZEROES.
015600 01  CNT-RATE-PCT                  PIC S9(04)V9 COMP-3
015700                                   VALUE ZEROES.
015800 01  CNT-RATE-VERDICT              PIC X(11) VALUE SPACES.
015900 01  CNT-RATE-FLAG-SW              PIC X(01) VALUE "N".
016000     88  CNT-RATE-FLAGGED                  VALUE "Y".
016100 01  CNT-AVG-COUNT                 PIC S9(09)V99 COMP-3
016200                                   VALUE ZEROES.
016300 01  CNT-AVG-VOLUME                PIC S9(13)V99 COMP-3
016400                                   VALUE ZEROES.
016500 01  CNT-COUNT-PCT                 PIC S9(04)V9 COMP-3
016600                                   VALUE ZEROES.
016700 01  CNT-VOLUME-PCT                PIC S9(04)V9 COMP-3
016800                                   VALUE ZEROES.
016900 01  CNT-COUNT-VERDICT             PIC X(11) VALUE SPACES.
017000 01  CNT-VOLUME-VERDICT            PIC X(11) VALUE SPACES.
017100 01  CNT-CATEGORY-FLAG-SW          PIC X(01) VALUE "N".
017200     88  CNT-CATEGORY-FLAGGED              VALUE "Y".
017300******************************************************************
017400*    ALERT MESSAGE TEXT - BUILT HERE, THEN MOVED TO THE 45-BYTE
017500*    CNT-ALRT-MESSAGE-TEXT
017600******************************************************************
017700 01  CNT-ALERT-TEXT.
017800     05  FILLER                    PIC X(12) VALUE "VOL ANOMALY ".
017900     05  FILLER                    PIC X(04) VALUE "CNT ".
018000     05  CNT-ALERT-COUNT-VERDICT   PIC X(04).
018100     05  FILLER                    PIC X(01) VALUE SPACES.
018200     05  CNT-ALERT-COUNT-PCT       PIC +ZZZ9.
018300     05  FILLER                    PIC X(06) VALUE "% DOL ".
018400     05  CNT-ALERT-VOLUME-VERDICT  PIC X(04).
018500     05  FILLER                    PIC X(01) VALUE SPACES.
018600     05  CNT-ALERT-VOLUME-PCT      PIC +ZZZ9.
018700     05  FILLER                    PIC X(01) VALUE "%".
018800     05  FILLER                    PIC X(02) VALUE SPACES.
018900******************************************************************
019000*    RUN TOTALS
019100******************************************************************
019200 01  CNT-CHECKED-COUNT             PIC 9(09) COMP VALUE ZEROES.
019300 01  CNT-FLAGGED-COUNT             PIC 9(09) COMP VALUE ZEROES.
019400 01  CNT-ALERT-COUNT               PIC 9(09) COMP VALUE ZEROES.
019500******************************************************************
019600*    FILE STATUS FIELDS
019700******************************************************************
019800 01  CNT-BPRMFILE-STATUS           PIC X(02) VALUE "00".
019900 01  CNT-CALFILE-STATUS            PIC X(02) VALUE "00".
020000 01  CNT-VSAMFILE-STATUS           PIC X(02) VALUE "00".
020100 01  CNT-BRPTFILE-STATUS           PIC X(02) VALUE "00".
020200 01  CNT-BALTFILE-STATUS           PIC X(02) VALUE "00".
020300******************************************************************
020400*    SWITCHES
020500******************************************************************
020600 01  CNT-SWITCHES.
020700     05  CNT-CALFILE-SW            PIC X(01) VALUE "N".
020800         88  CNT-CALFILE-EOF               VALUE "Y".
020900     05  CNT-PROBE-SW              PIC X(01) VALUE "N".
021000         88  CNT-PROBE-DONE                VALUE "Y".
021100 PROCEDURE DIVISION.
021200******************************************************************
021300*    0000-MAINLINE
021400******************************************************************
021500 0000-MAINLINE.
021600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021700     IF RETURN-CODE = 0
021800         PERFORM 2000-BUILD-BASELINE THRU 2000-EXIT
021900     END-IF.
022000     IF RETURN-CODE = 0
022100         PERFORM 3000-CHECK-RUN-DATE THRU 3000-EXIT
022200     END-IF.
022300     IF RETURN-CODE < 16
022400         PERFORM 9999-TERMINATE THRU 9999-EXIT
022500     END-IF.
022600     STOP RUN.
022700******************************************************************
022800*    1000-INITIALIZE - ESTABLISH THE RUN DATE AND PARAMETERS,
022900*                      LOAD THE BASELINE DATES, OPEN VSAMFILE AND
023000*                      THE OUTPUT FILES, AND FIND THE RUN DATE'S
023100*                      LATEST PUBLICATION FOR THE REPORT HEADER
023200******************************************************************
023300 1000-INITIALIZE.
023400     ACCEPT CNT-RUN-DATE FROM DATE YYYYMMDD.
023500     ACCEPT CNT-RUN-TIME FROM TIME.
023600     PERFORM 1080-LOAD-BASELINE-PARMS THRU 1080-EXIT.
023700     IF RETURN-CODE NOT = 0
023800         GO TO 1000-EXIT
023900     END-IF.
024000     PERFORM 1090-LOAD-BASELINE-DATES THRU 1090-EXIT.
024100     IF RETURN-CODE NOT = 0
024200         GO TO 1000-EXIT
024300     END-IF.
024400     OPEN INPUT VSAMFILE.
024500     IF CNT-VSAMFILE-STATUS NOT = "00"
024600         DISPLAY "CNT650 - VSAMFILE OPEN FAILED, STATUS = "
024700             CNT-VSAMFILE-STATUS
024800         MOVE 16 TO RETURN-CODE
024900         GO TO 1000-EXIT
025000     END-IF.
025100     OPEN OUTPUT BRPTFILE.
025200     IF CNT-BRPTFILE-STATUS NOT = "00"
025300         DISPLAY "CNT650 - BRPTFILE OPEN FAILED, STATUS = "
025400             CNT-BRPTFILE-STATUS
025500         MOVE 16 TO RETURN-CODE
025600         GO TO 1000-EXIT
025700     END-IF.
025800     OPEN OUTPUT BALTFILE.
025900     IF CNT-BALTFILE-STATUS NOT = "00"
026000         DISPLAY "CNT650 - BALTFILE OPEN FAILED, STATUS = "
026100             CNT-BALTFILE-STATUS
026200         MOVE 16 TO RETURN-CODE
026300         GO TO 1000-EXIT
026400     END-IF.
026500     MOVE CNT-RUN-DATE TO CNT-PROBE-DATE.
026600     PERFORM 2500-READ-LATEST-SEQ THRU 2500-EXIT.
026700     IF CNT-FOUND-SEQ = 0
026800         DISPLAY "CNT650 - NO PUBLISHED VSAMFILE RECORD FOR "
026900             CNT-RUN-DATE ", NOTHING TO CHECK"
027000         MOVE 16 TO RETURN-CODE
027100         GO TO 1000-EXIT
027200     END-IF.
027300     MOVE CNT-FOUND-SEQ TO CNT-TODAY-SEQ.
027400     MOVE CNT-RUN-DATE TO CNT-BRPT-RUN-DATE.
027500     MOVE CNT-TODAY-SEQ TO CNT-BRPT-RUN-SEQ.
027600     MOVE CNT-BRPT-HEADER-LINE TO CNT-BRPT-RECORD.
027700     WRITE CNT-BRPT-RECORD.
027800     MOVE SPACES TO CNT-BRPT-RECORD.
027900     WRITE CNT-BRPT-RECORD.
028000 1000-EXIT.
028100     EXIT.
028200******************************************************************
028300*    1080-LOAD-BASELINE-PARMS - READ THE RUN DATE, BASELINE
028400*                               LENGTH, BAND AND MINIMUM DAYS.
028500*                               ANY FIELD LEFT ZERO OR NOT NUMERIC
028600*                               KEEPS ITS DEFAULT
028700******************************************************************
028800 1080-LOAD-BASELINE-PARMS.
028900     OPEN INPUT BPRMFILE.
029000     IF CNT-BPRMFILE-STATUS NOT = "00"
029100         DISPLAY "CNT650 - BPRMFILE OPEN FAILED, STATUS = "
029200             CNT-BPRMFILE-STATUS
029300         MOVE 16 TO RETURN-CODE
029400         GO TO 1080-EXIT
029500     END-IF.
029600     READ BPRMFILE
029700         AT END
029800             DISPLAY "CNT650 - BPRMFILE HAS NO PARAMETER RECORD"
029900             MOVE 16 TO RETURN-CODE
030000         NOT AT END
030100             PERFORM 1085-APPLY-BASELINE-PARMS THRU 1085-EXIT
030200     END-READ.
030300     CLOSE BPRMFILE.
030400 1080-EXIT.
030500     EXIT.
030600******************************************************************
030700*    1085-APPLY-BASELINE-PARMS
030800******************************************************************
030900 1085-APPLY-BASELINE-PARMS.
031000     IF CNT-BPRM-RUN-DATE IS NUMERIC
031100         AND CNT-BPRM-RUN-DATE > 0
031200         MOVE CNT-BPRM-RUN-DATE TO CNT-RUN-DATE
031300     END-IF.
031400     IF CNT-BPRM-BASELINE-DAYS IS NUMERIC
031500         AND CNT-BPRM-BASELINE-DAYS > 0
031600         MOVE CNT-BPRM-BASELINE-DAYS TO CNT-BASELINE-DAYS
031700     END-IF.
031800     IF CNT-BASELINE-DAYS > CNT-BDATE-MAX-ENTRIES
031900         DISPLAY "CNT650 - BASELINE OF " CNT-BPRM-BASELINE-DAYS
032000             " DAYS REDUCED TO " CNT-BDATE-MAX-ENTRIES
032100         MOVE CNT-BDATE-MAX-ENTRIES TO CNT-BASELINE-DAYS
032200     END-IF.
032300     IF CNT-BPRM-BAND-PCT IS NUMERIC
032400         AND CNT-BPRM-BAND-PCT > 0
032500         MOVE CNT-BPRM-BAND-PCT TO CNT-BAND-PCT
032600     END-IF.
032700     IF CNT-BPRM-MIN-BASELINE-DAYS IS NUMERIC
032800         AND CNT-BPRM-MIN-BASELINE-DAYS > 0
032900         MOVE CNT-BPRM-MIN-BASELINE-DAYS TO CNT-MIN-BASELINE-DAYS
033000     END-IF.
033100     IF CNT-MIN-BASELINE-DAYS > CNT-BASELINE-DAYS
033200         MOVE CNT-BASELINE-DAYS TO CNT-MIN-BASELINE-DAYS
033300     END-IF.
033400 1085-EXIT.
033500     EXIT.
033600******************************************************************
033700*    1090-LOAD-BASELINE-DATES - KEEP THE LAST N CALFILE DATES
033800*                               BEFORE THE RUN DATE.  WITHOUT A
033900*                               CALENDAR THERE ARE NO BUSINESS
034000*                               DAYS TO BUILD A BASELINE FROM
034100******************************************************************
034200 1090-LOAD-BASELINE-DATES.
034300     MOVE ZEROES TO CNT-BDATE-COUNT.
034400     OPEN INPUT CALFILE.
034500     IF CNT-CALFILE-STATUS NOT = "00"
034600         DISPLAY "CNT650 - CALFILE OPEN FAILED, STATUS = "
034700             CNT-CALFILE-STATUS
034800         MOVE 16 TO RETURN-CODE
034900         GO TO 1090-EXIT
035000     END-IF.
035100     READ CALFILE
035200         AT END
035300             MOVE "Y" TO CNT-CALFILE-SW
035400     END-READ.
035500     PERFORM 1092-LOAD-ONE-CAL-DATE THRU 1092-EXIT
035600         UNTIL CNT-CALFILE-EOF.
035700     CLOSE CALFILE.
035800     IF CNT-BDATE-COUNT = 0
035900         DISPLAY "CNT650 - CALENDAR HAS NO BUSINESS DAYS BEFORE "
036000             CNT-RUN-DATE ", NO BASELINE"
036100         MOVE 16 TO RETURN-CODE
036200     END-IF.
036300 1090-EXIT.
036400     EXIT.
036500******************************************************************
036600*    1092-LOAD-ONE-CAL-DATE - ONLY DATES BEFORE THE RUN DATE, AND
036700*                             AFTER THE LAST ONE KEPT, COUNT
036800******************************************************************
036900 1092-LOAD-ONE-CAL-DATE.
037000     IF CNT-CAL-DATE < CNT-RUN-DATE
037100         IF CNT-BDATE-COUNT = 0
037200             OR CNT-CAL-DATE > CNT-BDATE-DATE(CNT-BDATE-COUNT)
037300             PERFORM 1093-KEEP-CAL-DATE THRU 1093-EXIT
037400         END-IF
037500     END-IF.
037600     READ CALFILE
037700         AT END
037800             MOVE "Y" TO CNT-CALFILE-SW
037900     END-READ.
038000 1092-EXIT.
038100     EXIT.
038200******************************************************************
038300*    1093-KEEP-CAL-DATE - ADD THE DATE, SHIFTING THE OLDEST OUT
038400*                         ONCE THE TABLE HOLDS N DATES
038500******************************************************************
038600 1093-KEEP-CAL-DATE.
038700     IF CNT-BDATE-COUNT < CNT-BASELINE-DAYS
038800         ADD 1 TO CNT-BDATE-COUNT
038900     ELSE
039000         PERFORM 1094-SHIFT-ONE-DATE THRU 1094-EXIT
039100             VARYING CNT-BDATE-SUB FROM 1 BY 1
039200             UNTIL CNT-BDATE-SUB >= CNT-BDATE-COUNT
039300     END-IF.
039400     MOVE CNT-CAL-DATE TO CNT-BDATE-DATE(CNT-BDATE-COUNT).
039500 1093-EXIT.
039600     EXIT.
039700******************************************************************
039800*    1094-SHIFT-ONE-DATE - DROP THE OLDEST DATE BY MOVING EACH
039900*                          LATER ONE DOWN A SLOT
040000******************************************************************
040100 1094-SHIFT-ONE-DATE.
040200     COMPUTE CNT-BDATE-NEXT-SUB = CNT-BDATE-SUB + 1.
040300     MOVE CNT-BDATE-DATE(CNT-BDATE-NEXT-SUB)
040400         TO CNT-BDATE-DATE(CNT-BDATE-SUB).
040500 1094-EXIT.
040600     EXIT.
040700******************************************************************
040800*    2000-BUILD-BASELINE - ACCUMULATE EVERY CATEGORY'S COUNT AND
040900*                          DOLLAR VOLUME OVER THE LATEST
041000*                          PUBLICATION OF EACH BASELINE DATE
041100******************************************************************
041200 2000-BUILD-BASELINE.
041300     PERFORM 2100-ADD-BASELINE-DATE THRU 2100-EXIT
041400         VARYING CNT-BDATE-SUB FROM 1 BY 1
041500         UNTIL CNT-BDATE-SUB > CNT-BDATE-COUNT.
041600     MOVE CNT-BASELINE-DAYS TO CNT-BRPT-BASELINE-DAYS.
041700     MOVE CNT-PUBLISHED-DAYS TO CNT-BRPT-PUBLISHED-DAYS.
041800     MOVE CNT-MISSING-DAYS TO CNT-BRPT-MISSING-DAYS.
041900     MOVE CNT-BAND-PCT TO CNT-BRPT-BAND-PCT.
042000     MOVE CNT-BRPT-PARM-LINE TO CNT-BRPT-RECORD.
042100     WRITE CNT-BRPT-RECORD.
042200     MOVE SPACES TO CNT-BRPT-RECORD.
042300     WRITE CNT-BRPT-RECORD.
042400 2000-EXIT.
042500     EXIT.
042600******************************************************************
042700*    2100-ADD-BASELINE-DATE - ONE CALENDAR DATE.  NO PUBLICATION
042800*                             MEANS IT IS LISTED AND LEFT OUT
042900******************************************************************
043000 2100-ADD-BASELINE-DATE.
043100     MOVE CNT-BDATE-DATE(CNT-BDATE-SUB) TO CNT-PROBE-DATE.
043200     PERFORM 2500-READ-LATEST-SEQ THRU 2500-EXIT.
043300     IF CNT-FOUND-SEQ = 0
043400         ADD 1 TO CNT-MISSING-DAYS
043500         MOVE CNT-PROBE-DATE TO CNT-BRPT-MISSING-DATE
043600         MOVE CNT-BRPT-MISSING-LINE TO CNT-BRPT-RECORD
043700         WRITE CNT-BRPT-RECORD
043800         GO TO 2100-EXIT
043900     END-IF.
044000     ADD 1 TO CNT-PUBLISHED-DAYS.
044100     PERFORM 2200-ADD-ONE-SLOT THRU 2200-EXIT
044200         VARYING CNT-VSAM-SUB FROM 1 BY 1
044300         UNTIL CNT-VSAM-SUB > 20.
044400 2100-EXIT.
044500     EXIT.
044600******************************************************************
044700*    2200-ADD-ONE-SLOT - FOLD ONE USED VSAMFILE SLOT INTO ITS
044800*                        CATEGORY'S BASELINE, ADDING THE CATEGORY
044900*                        THE FIRST TIME IT APPEARS
045000******************************************************************
045100 2200-ADD-ONE-SLOT.
045200     IF CNT-VSAM-CATEGORY(CNT-VSAM-SUB) = SPACES
045300         GO TO 2200-EXIT
045400     END-IF.
045500     PERFORM 2600-FIND-BASE-ENTRY THRU 2600-EXIT.
045600     IF CNT-BASE-FOUND-SUB = 0
045700         IF CNT-BASE-COUNT >= CNT-BASE-MAX-ENTRIES
045800             DISPLAY "CNT650 - BASELINE TABLE FULL, CATEGORY "
045900                 CNT-VSAM-CATEGORY(CNT-VSAM-SUB) " SKIPPED"
046000             GO TO 2200-EXIT
046100         END-IF
046200         ADD 1 TO CNT-BASE-COUNT
046300         MOVE CNT-BASE-COUNT TO CNT-BASE-FOUND-SUB
046400         MOVE CNT-VSAM-CATEGORY(CNT-VSAM-SUB)
046500             TO CNT-BASE-CATEGORY(CNT-BASE-FOUND-SUB)
046600         MOVE ZEROES TO CNT-BASE-DAYS(CNT-BASE-FOUND-SUB)
046700         MOVE ZEROES TO CNT-BASE-COUNT-TOTAL(CNT-BASE-FOUND-SUB)
046800         MOVE ZEROES TO CNT-BASE-VOLUME-TOTAL(CNT-BASE-FOUND-SUB)
046900         MOVE "N" TO CNT-BASE-SEEN-SW(CNT-BASE-FOUND-SUB)
047000     END-IF.
047100     ADD 1 TO CNT-BASE-DAYS(CNT-BASE-FOUND-SUB).
047200     ADD CNT-VSAM-AREA-3(CNT-VSAM-SUB)
047300         TO CNT-BASE-COUNT-TOTAL(CNT-BASE-FOUND-SUB).
047400     ADD CNT-VSAM-AREA-4(CNT-VSAM-SUB)
047500         TO CNT-BASE-VOLUME-TOTAL(CNT-BASE-FOUND-SUB).
047600 2200-EXIT.
047700     EXIT.
047800******************************************************************
047900*    2500-READ-LATEST-SEQ - PROBE UPWARD FROM SEQUENCE 01 FOR
048000*                           CNT-PROBE-DATE AND LEAVE THE LATEST
048100*                           PUBLICATION IN THE RECORD AREA.  A
048200*                           FOUND SEQUENCE OF ZERO MEANS NONE
048300******************************************************************
048400 2500-READ-LATEST-SEQ.
048500     MOVE ZEROES TO CNT-FOUND-SEQ.
048600     MOVE "N" TO CNT-PROBE-SW.
048700     MOVE 1 TO CNT-PROBE-SEQ.
048800     PERFORM 2510-PROBE-ONE-SEQ THRU 2510-EXIT
048900         UNTIL CNT-PROBE-DONE
049000         OR CNT-PROBE-SEQ > 99.
049100     IF CNT-FOUND-SEQ = 0
049200         GO TO 2500-EXIT
049300     END-IF.
049400     MOVE CNT-PROBE-DATE TO CNT-VSAM-RUN-DATE.
049500     MOVE CNT-FOUND-SEQ TO CNT-VSAM-RUN-SEQ.
049600     READ VSAMFILE
049700         INVALID KEY
049800             MOVE ZEROES TO CNT-FOUND-SEQ
049900     END-READ.
050000 2500-EXIT.
050100     EXIT.
050200******************************************************************
050300*    2510-PROBE-ONE-SEQ
050400******************************************************************
050500 2510-PROBE-ONE-SEQ.
050600     MOVE CNT-PROBE-DATE TO CNT-VSAM-RUN-DATE.
050700     MOVE CNT-PROBE-SEQ TO CNT-VSAM-RUN-SEQ.
050800     READ VSAMFILE
050900         INVALID KEY
051000             MOVE "Y" TO CNT-PROBE-SW
051100         NOT INVALID KEY
051200             MOVE CNT-PROBE-SEQ TO CNT-FOUND-SEQ
051300             ADD 1 TO CNT-PROBE-SEQ
051400     END-READ.
051500 2510-EXIT.
051600     EXIT.
051700******************************************************************
051800*    2600-FIND-BASE-ENTRY - LOCATE THE CURRENT SLOT'S CATEGORY IN
051900*                           THE BASELINE TABLE.  FOUND-SUB ZERO
052000*                           MEANS FIRST APPEARANCE
052100******************************************************************
052200 2600-FIND-BASE-ENTRY.
052300     MOVE ZEROES TO CNT-BASE-FOUND-SUB.
052400     PERFORM 2610-MATCH-ONE-BASE THRU 2610-EXIT
052500         VARYING CNT-BASE-SUB FROM 1 BY 1
052600         UNTIL CNT-BASE-SUB > CNT-BASE-COUNT
052700         OR CNT-BASE-FOUND-SUB > 0.
052800 2600-EXIT.
052900     EXIT.
053000******************************************************************
053100*    2610-MATCH-ONE-BASE
053200******************************************************************
053300 2610-MATCH-ONE-BASE.
053400     IF CNT-BASE-CATEGORY(CNT-BASE-SUB)
053500             = CNT-VSAM-CATEGORY(CNT-VSAM-SUB)
053600         MOVE CNT-BASE-SUB TO CNT-BASE-FOUND-SUB
053700     END-IF.
053800 2610-EXIT.
053900     EXIT.
054000******************************************************************
054100*    3000-CHECK-RUN-DATE - RATE EVERY CATEGORY IN THE RUN DATE'S
054200*                          LATEST PUBLICATION AGAINST ITS
054300*                          BASELINE, THEN ANY BASELINE CATEGORY
054400*                          THAT DID NOT APPEAR TODAY
054500******************************************************************
054600 3000-CHECK-RUN-DATE.
054700     MOVE CNT-RUN-DATE TO CNT-VSAM-RUN-DATE.
054800     MOVE CNT-TODAY-SEQ TO CNT-VSAM-RUN-SEQ.
054900     READ VSAMFILE
055000         INVALID KEY
055100             DISPLAY "CNT650 - VSAMFILE RECORD FOR " CNT-RUN-DATE
055200                 " SEQ " CNT-TODAY-SEQ " COULD NOT BE RE-READ"
055300             MOVE 16 TO RETURN-CODE
055400             GO TO 3000-EXIT
055500     END-READ.
055600     MOVE CNT-BRPT-COLUMN-LINE TO CNT-BRPT-RECORD.
055700     WRITE CNT-BRPT-RECORD.
055800     PERFORM 3100-CHECK-ONE-CATEGORY THRU 3100-EXIT
055900         VARYING CNT-VSAM-SUB FROM 1 BY 1
056000         UNTIL CNT-VSAM-SUB > 20.
056100     PERFORM 3300-CHECK-DROPPED THRU 3300-EXIT
056200         VARYING CNT-BASE-SUB FROM 1 BY 1
056300         UNTIL CNT-BASE-SUB > CNT-BASE-COUNT.
056400 3000-EXIT.
056500     EXIT.
056600******************************************************************
056700*    3100-CHECK-ONE-CATEGORY - RATE ONE USED SLOT'S COUNT AND
056800*                              DOLLARS, PRINT BOTH LINES AND ALERT
056900*                              IF EITHER IS OUTSIDE THE BAND
057000******************************************************************
057100 3100-CHECK-ONE-CATEGORY.
057200     IF CNT-VSAM-CATEGORY(CNT-VSAM-SUB) = SPACES
057300         GO TO 3100-EXIT
057400     END-IF.
057500     ADD 1 TO CNT-CHECKED-COUNT.
057600     MOVE "N" TO CNT-CATEGORY-FLAG-SW.
057700     MOVE ZEROES TO CNT-AVG-COUNT.
057800     MOVE ZEROES TO CNT-AVG-VOLUME.
057900     MOVE "NO BASELINE" TO CNT-COUNT-VERDICT.
058000     MOVE "NO BASELINE" TO CNT-VOLUME-VERDICT.
058100     MOVE ZEROES TO CNT-COUNT-PCT.
058200     MOVE ZEROES TO CNT-VOLUME-PCT.
058300     PERFORM 2600-FIND-BASE-ENTRY THRU 2600-EXIT.
058400     IF CNT-BASE-FOUND-SUB > 0
058500         PERFORM 3110-RATE-CATEGORY THRU 3110-EXIT
058600     END-IF.
058700     PERFORM 3150-PRINT-CATEGORY THRU 3150-EXIT.
058800     IF CNT-CATEGORY-FLAGGED
058900         PERFORM 3400-WRITE-ALERT THRU 3400-EXIT
059000     END-IF.
059100 3100-EXIT.
059200     EXIT.
059300******************************************************************
059400*    3110-RATE-CATEGORY - AVERAGE THE CATEGORY'S BASELINE AND
059500*                         RATE TODAY'S COUNT, THEN ITS DOLLARS
059600******************************************************************
059700 3110-RATE-CATEGORY.
059800     MOVE "Y" TO CNT-BASE-SEEN-SW(CNT-BASE-FOUND-SUB).
059900     DIVIDE CNT-BASE-COUNT-TOTAL(CNT-BASE-FOUND-SUB)
060000         BY CNT-BASE-DAYS(CNT-BASE-FOUND-SUB)
060100         GIVING CNT-AVG-COUNT ROUNDED.
060200     DIVIDE CNT-BASE-VOLUME-TOTAL(CNT-BASE-FOUND-SUB)
060300         BY CNT-BASE-DAYS(CNT-BASE-FOUND-SUB)
060400         GIVING CNT-AVG-VOLUME ROUNDED.
060500     MOVE CNT-VSAM-AREA-3(CNT-VSAM-SUB) TO CNT-RATE-TODAY.
060600     MOVE CNT-AVG-COUNT TO CNT-RATE-BASE.
060700     PERFORM 3200-RATE-MEASURE THRU 3200-EXIT.
060800     MOVE CNT-RATE-PCT TO CNT-COUNT-PCT.
060900     MOVE CNT-RATE-VERDICT TO CNT-COUNT-VERDICT.
061000     IF CNT-RATE-FLAGGED
061100         MOVE "Y" TO CNT-CATEGORY-FLAG-SW
061200     END-IF.
061300     MOVE CNT-VSAM-AREA-4(CNT-VSAM-SUB) TO CNT-RATE-TODAY.
061400     MOVE CNT-AVG-VOLUME TO CNT-RATE-BASE.
061500     PERFORM 3200-RATE-MEASURE THRU 3200-EXIT.
061600     MOVE CNT-RATE-PCT TO CNT-VOLUME-PCT.
061700     MOVE CNT-RATE-VERDICT TO CNT-VOLUME-VERDICT.
061800     IF CNT-RATE-FLAGGED
061900         MOVE "Y" TO CNT-CATEGORY-FLAG-SW
062000     END-IF.
062100 3110-EXIT.
062200     EXIT.
062300******************************************************************
062400*    3150-PRINT-CATEGORY - THE COUNT LINE AND THE DOLLARS LINE
062500******************************************************************
062600 3150-PRINT-CATEGORY.
062700     MOVE CNT-VSAM-CATEGORY(CNT-VSAM-SUB)
062800         TO CNT-BRPT-CNT-CATEGORY.
062900     MOVE CNT-VSAM-AREA-3(CNT-VSAM-SUB) TO CNT-BRPT-CNT-TODAY.
063000     MOVE CNT-AVG-COUNT TO CNT-BRPT-CNT-BASELINE.
063100     MOVE CNT-COUNT-PCT TO CNT-BRPT-CNT-DEV-PCT.
063200     MOVE CNT-COUNT-VERDICT TO CNT-BRPT-CNT-VERDICT.
063300     MOVE CNT-BRPT-COUNT-LINE TO CNT-BRPT-RECORD.
063400     WRITE CNT-BRPT-RECORD.
063500     MOVE CNT-VSAM-CATEGORY(CNT-VSAM-SUB)
063600         TO CNT-BRPT-VOL-CATEGORY.
063700     MOVE CNT-VSAM-AREA-4(CNT-VSAM-SUB) TO CNT-BRPT-VOL-TODAY.
063800     MOVE CNT-AVG-VOLUME TO CNT-BRPT-VOL-BASELINE.
063900     MOVE CNT-VOLUME-PCT TO CNT-BRPT-VOL-DEV-PCT.
064000     MOVE CNT-VOLUME-VERDICT TO CNT-BRPT-VOL-VERDICT.
064100     MOVE CNT-BRPT-VOLUME-LINE TO CNT-BRPT-RECORD.
064200     WRITE CNT-BRPT-RECORD.
064300 3150-EXIT.
064400     EXIT.
064500******************************************************************
064600*    3200-RATE-MEASURE - JUDGE CNT-RATE-TODAY AGAINST THE
064700*                        BASELINE AVERAGE IN CNT-RATE-BASE.  TOO
064800*                        FEW BASELINE DAYS MEANS NO JUDGEMENT.  A
064900*                        ZERO AVERAGE IS ONLY FLAGGED IF TODAY IS
065000*                        NOT ZERO TOO
065100******************************************************************
065200 3200-RATE-MEASURE.
065300     MOVE "N" TO CNT-RATE-FLAG-SW.
065400     MOVE ZEROES TO CNT-RATE-PCT.
065500     IF CNT-BASE-DAYS(CNT-BASE-FOUND-SUB) < CNT-MIN-BASELINE-DAYS
065600         MOVE "NO BASELINE" TO CNT-RATE-VERDICT
065700         GO TO 3200-EXIT
065800     END-IF.
065900     IF CNT-RATE-BASE = 0
066000         IF CNT-RATE-TODAY = 0
066100             MOVE "OK" TO CNT-RATE-VERDICT
066200         ELSE
066300             MOVE 9999.9 TO CNT-RATE-PCT
066400             MOVE "HIGH" TO CNT-RATE-VERDICT
066500             MOVE "Y" TO CNT-RATE-FLAG-SW
066600         END-IF
066700         GO TO 3200-EXIT
066800     END-IF.
066900     COMPUTE CNT-RATE-PCT ROUNDED =
067000         (CNT-RATE-TODAY - CNT-RATE-BASE) * 100 / CNT-RATE-BASE
067100         ON SIZE ERROR
067200             MOVE 9999.9 TO CNT-RATE-PCT
067300     END-COMPUTE.
067400     IF CNT-RATE-PCT > CNT-BAND-PCT
067500         MOVE "HIGH" TO CNT-RATE-VERDICT
067600         MOVE "Y" TO CNT-RATE-FLAG-SW
067700         GO TO 3200-EXIT
067800     END-IF.
067900     IF CNT-RATE-PCT < 0 - CNT-BAND-PCT
068000         MOVE "LOW" TO CNT-RATE-VERDICT
068100         MOVE "Y" TO CNT-RATE-FLAG-SW
068200         GO TO 3200-EXIT
068300     END-IF.
068400     MOVE "OK" TO CNT-RATE-VERDICT.
068500 3200-EXIT.
068600     EXIT.
068700******************************************************************
068800*    3300-CHECK-DROPPED - A CATEGORY WITH A FULL ENOUGH BASELINE
068900*                         THAT IS NOT IN TODAY'S RECORD AT ALL HAS
069000*                         GONE TO NOTHING AND IS FLAGGED LOW
069100******************************************************************
069200 3300-CHECK-DROPPED.
069300     IF CNT-BASE-SEEN-TODAY(CNT-BASE-SUB)
069400         GO TO 3300-EXIT
069500     END-IF.
069600     IF CNT-BASE-DAYS(CNT-BASE-SUB) < CNT-MIN-BASELINE-DAYS
069700         GO TO 3300-EXIT
069800     END-IF.
069900     ADD 1 TO CNT-CHECKED-COUNT.
070000     MOVE CNT-BASE-CATEGORY(CNT-BASE-SUB)
070100         TO CNT-BRPT-DROP-CATEGORY.
070200     MOVE CNT-BRPT-DROPPED-LINE TO CNT-BRPT-RECORD.
070300     WRITE CNT-BRPT-RECORD.
070400     MOVE "LOW" TO CNT-COUNT-VERDICT.
070500     MOVE "LOW" TO CNT-VOLUME-VERDICT.
070600     MOVE -100 TO CNT-COUNT-PCT.
070700     MOVE -100 TO CNT-VOLUME-PCT.
070800     MOVE CNT-BASE-SUB TO CNT-BASE-FOUND-SUB.
070900     MOVE ZEROES TO CNT-VSAM-SUB.
071000     PERFORM 3400-WRITE-ALERT THRU 3400-EXIT.
071100 3300-EXIT.
071200     EXIT.
071300******************************************************************
071400*    3400-WRITE-ALERT - ONE ALRTFILE-FORMAT ALERT PER FLAGGED
071500*                       CATEGORY.  THE RAW COUNT IS REBUILT FROM
071600*                       THE PUBLISHED PAIR AS CNT800 DOES - AREA-2
071700*                       ONCE PAST THE ALERT THRESHOLD, OTHERWISE
071800*                       AREA-3.  A DROPPED CATEGORY HAS NO SLOT
071900*                       TODAY (CNT-VSAM-SUB ZERO) AND ALERTS ZERO
072000******************************************************************
072100 3400-WRITE-ALERT.
072200     ADD 1 TO CNT-FLAGGED-COUNT.
072300     MOVE CNT-RUN-DATE TO CNT-ALRT-RUN-DATE.
072400     MOVE CNT-RUN-TIME TO CNT-ALRT-RUN-TIME.
072500     MOVE CNT-BASE-CATEGORY(CNT-BASE-FOUND-SUB)
072600         TO CNT-ALRT-CATEGORY.
072700     MOVE ZEROES TO CNT-ALRT-RAW-COUNT.
072800     MOVE ZEROES TO CNT-ALRT-CAPPED-COUNT.
072900     IF CNT-VSAM-SUB > 0
073000         MOVE CNT-VSAM-AREA-3(CNT-VSAM-SUB)
073100             TO CNT-ALRT-CAPPED-COUNT
073200         IF CNT-VSAM-AREA-2(CNT-VSAM-SUB)
073300                 > CNT-VSAM-AREA-3(CNT-VSAM-SUB)
073400             MOVE CNT-VSAM-AREA-2(CNT-VSAM-SUB)
073500                 TO CNT-ALRT-RAW-COUNT
073600         ELSE
073700             MOVE CNT-VSAM-AREA-3(CNT-VSAM-SUB)
073800                 TO CNT-ALRT-RAW-COUNT
073900         END-IF
074000     END-IF.
074100     MOVE CNT-COUNT-VERDICT TO CNT-ALERT-COUNT-VERDICT.
074200     MOVE CNT-COUNT-PCT TO CNT-ALERT-COUNT-PCT.
074300     MOVE CNT-VOLUME-VERDICT TO CNT-ALERT-VOLUME-VERDICT.
074400     MOVE CNT-VOLUME-PCT TO CNT-ALERT-VOLUME-PCT.
074500     MOVE CNT-ALERT-TEXT TO CNT-ALRT-MESSAGE-TEXT.
074600     WRITE CNT-ALRT-RECORD.
074700     ADD 1 TO CNT-ALERT-COUNT.
074800     DISPLAY "CNT650 - VOLUME ANOMALY FOR CATEGORY "
074900         CNT-ALRT-CATEGORY.
075000     MOVE 4 TO RETURN-CODE.
075100 3400-EXIT.
075200     EXIT.
075300******************************************************************
075400*    9999-TERMINATE - TRAILER COUNTS, THEN CLOSE OUT
075500******************************************************************
075600 9999-TERMINATE.
075700     MOVE SPACES TO CNT-BRPT-RECORD.
075800     WRITE CNT-BRPT-RECORD.
075900     MOVE "CATEGORIES CHECKED" TO CNT-BRPT-TRAILER-TEXT.
076000     MOVE CNT-CHECKED-COUNT TO CNT-BRPT-TRAILER-COUNT.
076100     MOVE CNT-BRPT-TRAILER-LINE TO CNT-BRPT-RECORD.
076200     WRITE CNT-BRPT-RECORD.
076300     MOVE "CATEGORIES FLAGGED" TO CNT-BRPT-TRAILER-TEXT.
076400     MOVE CNT-FLAGGED-COUNT TO CNT-BRPT-TRAILER-COUNT.
076500     MOVE CNT-BRPT-TRAILER-LINE TO CNT-BRPT-RECORD.
076600     WRITE CNT-BRPT-RECORD.
076700     MOVE "ALERTS WRITTEN" TO CNT-BRPT-TRAILER-TEXT.
076800     MOVE CNT-ALERT-COUNT TO CNT-BRPT-TRAILER-COUNT.
076900     MOVE CNT-BRPT-TRAILER-LINE TO CNT-BRPT-RECORD.
077000     WRITE CNT-BRPT-RECORD.
077100     CLOSE VSAMFILE.
077200     CLOSE BRPTFILE.
077300     CLOSE BALTFILE.
077400 9999-EXIT.
077500     EXIT.
