000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CNT460.
000300 AUTHOR. R D HARTLEY.
000400 INSTALLATION. DAILY BATCH - TRANSACTION CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  CNT460 - DAILY RUN INQUIRY (ONLINE, TRANSACTION CNTQ).
000900*
001000*  READ-ONLY CICS INQUIRY OVER THE CNT100 FAMILY'S PUBLISHED
001100*  FILES, SO OPERATIONS AND SUPPORT CAN ANSWER "DID TODAY'S RUN
001200*  FINISH AND WHAT DID IT PRODUCE" WITHOUT WAITING FOR CNT300
001300*  OR PULLING A REPORT.  THE OPERATOR KEYS A BUSINESS DATE ON
001400*  MAP CNT460M (MAPSET CNT460S) AND SEES:
001500*
001600*    - THE DATE'S STATFILE RUN-STATUS RECORD (SEE CNTRSTA) -
001700*      IN PROGRESS OR COMPLETE, RETURN CODE, SINGLE RUN OR
001800*      INTRADAY CYCLE, WHICH OUTPUTS WERE PUBLISHED, START AND
001900*      END STAMPS, COUNTS AND THE RUN SEQUENCE IT PUBLISHED
002000*      UNDER;
002100*    - ONE OF THREE PAGEABLE VIEWS FOR A RUN SEQUENCE OF THAT
002200*      DATE - THE VSAMFILE PER-CATEGORY CAPPED COUNTS AND
002300*      DOLLAR VOLUME (SEE CNTVSAM), THE THRESHIST THRESHOLD
002400*      BREACHES (SEE CNTTHST), OR THE DATE'S OUTSTANDING
002500*      SUSPENSE ITEMS FROM THE SIDXFILE INDEX CNT800 RELOADS
002600*      EACH RUN (SEE CNTSIDX).
002700*
002800*  THE VIEWED RUN SEQUENCE STARTS AT THE ONE STATFILE NAMES AND
002900*  PF10/PF11 STEP TO THE PREVIOUS/NEXT SEQUENCE PUBLISHED FOR
003000*  THE SAME DATE, SO A SAME-DAY RERUN OR AN EARLIER INTRADAY
003100*  CYCLE CAN BE COMPARED WITH THE LATEST.  NOTHING IS EVER
003200*  UPDATED.  THE PROGRAM IS PSEUDO-CONVERSATIONAL - THE DATE,
003300*  SEQUENCE, VIEW AND PAGE RIDE IN THE COMMAREA BETWEEN TASKS.
003400*
003500*    ENTER  INQUIRE ON THE DATE KEYED (RE-SHOW IF UNCHANGED)
003600*    PF3    EXIT (ALSO CLEAR)
003700*    PF4    CATEGORY TOTALS VIEW
003800*    PF5    THRESHOLD BREACH VIEW
003900*    PF6    OUTSTANDING SUSPENSE VIEW
004000*    PF7    PAGE BACK          PF8    PAGE FORWARD
004100*    PF10   PREVIOUS RUN SEQ   PF11   NEXT RUN SEQ
004200*
004300*  MAINTENANCE HISTORY
004400*  DATE        INIT  DESCRIPTION
004500*  ----------  ----  -----------------------------------------
004600*  2026-10-15   RDH  ORIGINAL PROGRAM.
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER. IBM-370.
005100 OBJECT-COMPUTER. IBM-370.
005200 DATA DIVISION.
005300 WORKING-STORAGE SECTION.
005400******************************************************************
005500*    SCREEN AND ATTENTION-KEY DEFINITIONS
005600******************************************************************
005700 COPY CNT460S.
005800 COPY DFHAID.
005900******************************************************************
006000*    RECORD AREAS FOR THE FILES THE INQUIRY READS
006100******************************************************************
006200 COPY CNTRSTA.
006300 COPY CNTVSAM.
006400 COPY CNTTHST.
006500 COPY CNTSIDX.
006600******************************************************************
006700*    COMMAREA - CARRIED FROM ONE TASK OF THE CONVERSATION TO
006800*    THE NEXT.  A ZERO RUN DATE MEANS NO DATE INQUIRED YET
006900******************************************************************
007000 01  CNT-QCOM-AREA.
007100     05  CNT-QCOM-RUN-DATE         PIC 9(08).
007200     05  CNT-QCOM-RUN-SEQ          PIC 9(02).
007300     05  CNT-QCOM-VIEW             PIC X(01).
007400         88  CNT-QCOM-CATEGORY-VIEW        VALUE "C".
007500         88  CNT-QCOM-BREACH-VIEW          VALUE "B".
007600         88  CNT-QCOM-SUSPENSE-VIEW        VALUE "S".
007700     05  CNT-QCOM-PAGE             PIC 9(03).
007800     05  FILLER                    PIC X(06).
007900 01  CNT-QCOM-LENGTH               PIC S9(04) COMP VALUE +20.
008000 01  CNT-TRANSID                   PIC X(04) VALUE "CNTQ".
008100******************************************************************
008200*    CICS RESPONSE, SUBSCRIPTS, COUNTERS AND SWITCHES
008300******************************************************************
008400 01  CNT-RESP                      PIC S9(08) COMP VALUE ZEROES.
008500 01  CNT-RESP-DISPLAY              PIC 9(04) VALUE ZEROES.
008600 01  CNT-CAT-SUB                   PIC 9(04) COMP VALUE ZEROES.
008700 01  CNT-LINE-SUB                  PIC 9(04) COMP VALUE ZEROES.
008800 01  CNT-ITEM-COUNT                PIC 9(09) COMP VALUE ZEROES.
008900 01  CNT-SKIP-COUNT                PIC 9(09) COMP VALUE ZEROES.
009000 01  CNT-NEW-SEQ                   PIC 9(02) VALUE ZEROES.
009100 01  CNT-EXIT-SW                   PIC X(01) VALUE "N".
009200     88  CNT-EXIT-REQUESTED                VALUE "Y".
009300 01  CNT-MORE-SW                   PIC X(01) VALUE "N".
009400     88  CNT-MORE-ITEMS                    VALUE "Y".
009500 01  CNT-BROWSE-SW                 PIC X(01) VALUE "N".
009600     88  CNT-BROWSE-DONE                   VALUE "Y".
009700 01  CNT-MESSAGE                   PIC X(78) VALUE SPACES.
009800******************************************************************
009900*    SIDXFILE BROWSE KEY
010000******************************************************************
010100 01  CNT-SIDX-BROWSE-KEY.
010200     05  CNT-SIDX-BROWSE-DATE      PIC 9(08) VALUE ZEROES.
010300     05  CNT-SIDX-BROWSE-ITEM      PIC 9(09) VALUE ZEROES.
010400******************************************************************
010500*    STATUS AREA EDIT FIELDS
010600******************************************************************
010700 01  CNT-PUBL-TEXT.
010800     05  FILLER                    PIC X(05) VALUE "VSAM ".
010900     05  CNT-PUBL-VSAM             PIC X(01) VALUE "N".
011000     05  FILLER                    PIC X(08) VALUE "   THST ".
011100     05  CNT-PUBL-THST             PIC X(01) VALUE "N".
011200     05  FILLER                    PIC X(07) VALUE "   RPT ".
011300     05  CNT-PUBL-RPT              PIC X(01) VALUE "N".
011400     05  FILLER                    PIC X(07) VALUE "   CTL ".
011500     05  CNT-PUBL-CTL              PIC X(01) VALUE "N".
011600 01  CNT-STAMP-TEXT.
011700     05  CNT-STAMP-DATE            PIC 9(08) VALUE ZEROES.
011800     05  FILLER                    PIC X(01) VALUE SPACES.
011900     05  CNT-STAMP-TIME            PIC 9(08) VALUE ZEROES.
012000 01  CNT-CYCLE-TEXT.
012100     05  FILLER                    PIC X(06) VALUE "CYCLE ".
012200     05  CNT-CYCLE-TEXT-NUMBER     PIC 9(01) VALUE ZEROES.
012300     05  FILLER                    PIC X(01) VALUE SPACES.
012400     05  CNT-CYCLE-TEXT-STATE      PIC X(12) VALUE SPACES.
012500 01  CNT-COUNT-EDIT                PIC ZZZZZZZZ9.
012600 01  CNT-SEQ-EDIT                  PIC 99.
012700******************************************************************
012800*    VIEW TITLE LINE
012900******************************************************************
013000 01  CNT-VIEW-LINE.
013100     05  CNT-VIEW-NAME             PIC X(36) VALUE SPACES.
013200     05  FILLER                    PIC X(06) VALUE " PAGE ".
013300     05  CNT-VIEW-PAGE             PIC ZZ9.
013400     05  FILLER                    PIC X(02) VALUE SPACES.
013500     05  CNT-VIEW-MORE             PIC X(20) VALUE SPACES.
013600     05  FILLER                    PIC X(11) VALUE SPACES.
013700******************************************************************
013800*    CATEGORY TOTALS VIEW - HEADING AND DETAIL LINE
013900******************************************************************
014000 01  CNT-QCAT-HEADING.
014100     05  FILLER                    PIC X(05) VALUE "CAT".
014200     05  FILLER                    PIC X(08) VALUE "  CAPPED".
014300     05  FILLER                    PIC X(13)
014400         VALUE "   THRESH VAL".
014500     05  FILLER                    PIC X(21)
014600         VALUE "        DOLLAR VOLUME".
014700     05  FILLER                    PIC X(11) VALUE "  REVERSALS".
014800     05  FILLER                    PIC X(20)
014900         VALUE "    REVERSAL DOLLARS".
015000 01  CNT-QCAT-LINE.
015100     05  FILLER                    PIC X(02) VALUE SPACES.
015200     05  CNT-QCAT-CATEGORY         PIC X(01).
015300     05  FILLER                    PIC X(05) VALUE SPACES.
015400     05  CNT-QCAT-CAPPED           PIC ZZZZ9.
015500     05  FILLER                    PIC X(04) VALUE SPACES.
015600     05  CNT-QCAT-THRESHOLD        PIC ZZZZZZZZ9.
015700     05  FILLER                    PIC X(03) VALUE SPACES.
015800     05  CNT-QCAT-DOLLARS          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
015900     05  FILLER                    PIC X(02) VALUE SPACES.
016000     05  CNT-QCAT-REVERSALS        PIC ZZZZZZZZ9.
016100     05  FILLER                    PIC X(02) VALUE SPACES.
016200     05  CNT-QCAT-REV-DOLLARS      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
016300     05  FILLER                    PIC X(01) VALUE SPACES.
016400******************************************************************
016500*    THRESHOLD BREACH VIEW - HEADING AND DETAIL LINE
016600******************************************************************
016700 01  CNT-QBRC-HEADING.
016800     05  FILLER                    PIC X(05) VALUE "CAT".
016900     05  FILLER                    PIC X(13)
017000         VALUE "   THRESH VAL".
017100     05  FILLER                    PIC X(13)
017200         VALUE "    RAW COUNT".
017300     05  FILLER                    PIC X(47) VALUE SPACES.
017400 01  CNT-QBRC-LINE.
017500     05  FILLER                    PIC X(02) VALUE SPACES.
017600     05  CNT-QBRC-CATEGORY         PIC X(01).
017700     05  FILLER                    PIC X(06) VALUE SPACES.
017800     05  CNT-QBRC-THRESHOLD        PIC ZZZZZZZZ9.
017900     05  FILLER                    PIC X(04) VALUE SPACES.
018000     05  CNT-QBRC-RAW-COUNT        PIC ZZZZZZZZ9.
018100     05  FILLER                    PIC X(48) VALUE SPACES.
018200******************************************************************
018300*    OUTSTANDING SUSPENSE VIEW - HEADING AND DETAIL LINE
018400******************************************************************
018500 01  CNT-QSUS-HEADING.
018600     05  FILLER                    PIC X(12) VALUE "TRAN ID".
018700     05  FILLER                    PIC X(05) VALUE "  CAT".
018800     05  FILLER                    PIC X(15)
018900         VALUE "         AMOUNT".
019000     05  FILLER                    PIC X(26)
019100         VALUE "  REASON".
019200     05  FILLER                    PIC X(11) VALUE "    ITEM NO".
019300     05  FILLER                    PIC X(09) VALUE SPACES.
019400 01  CNT-QSUS-LINE.
019500     05  CNT-QSUS-TRAN-ID          PIC X(10).
019600     05  FILLER                    PIC X(04) VALUE SPACES.
019700     05  CNT-QSUS-CATEGORY         PIC X(01).
019800     05  FILLER                    PIC X(02) VALUE SPACES.
019900     05  CNT-QSUS-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
020000     05  FILLER                    PIC X(02) VALUE SPACES.
020100     05  CNT-QSUS-REASON-CODE      PIC X(01).
020200     05  FILLER                    PIC X(01) VALUE SPACES.
020300     05  CNT-QSUS-REASON-TEXT      PIC X(22).
020400     05  FILLER                    PIC X(02) VALUE SPACES.
020500     05  CNT-QSUS-ITEM-NUMBER      PIC ZZZZZZZZ9.
020600     05  FILLER                    PIC X(10) VALUE SPACES.
020700 LINKAGE SECTION.
020800 01  DFHCOMMAREA                   PIC X(20).
020900 PROCEDURE DIVISION.
021000******************************************************************
021100*    0000-MAINLINE - FIRST TIME IN, SEND AN EMPTY SCREEN.
021200*                    OTHERWISE ACT ON THE KEY PRESSED, REBUILD
021300*                    THE SCREEN AND RETURN FOR THE NEXT KEY.
021400*                    PF3/CLEAR END THE CONVERSATION
021500******************************************************************
021600 0000-MAINLINE.
021700     IF EIBCALEN = 0
021800         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
021900     ELSE
022000         MOVE DFHCOMMAREA TO CNT-QCOM-AREA
022100         PERFORM 2000-PROCESS-KEY THRU 2000-EXIT
022200         IF CNT-EXIT-REQUESTED
022300             EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC
022400             EXEC CICS RETURN END-EXEC
022500         END-IF
022600         PERFORM 3000-BUILD-SCREEN THRU 3000-EXIT
022700     END-IF.
022800     PERFORM 3900-SEND-SCREEN THRU 3900-EXIT.
022900     EXEC CICS RETURN TRANSID(CNT-TRANSID)
023000                      COMMAREA(CNT-QCOM-AREA)
023100                      LENGTH(CNT-QCOM-LENGTH)
023200     END-EXEC.
023300     GOBACK.
023400******************************************************************
023500*    1000-FIRST-TIME - NO DATE YET.  START ON THE CATEGORY VIEW
023600*                      AND PROMPT FOR THE BUSINESS DATE
023700******************************************************************
023800 1000-FIRST-TIME.
023900     MOVE ZEROES TO CNT-QCOM-RUN-DATE.
024000     MOVE ZEROES TO CNT-QCOM-RUN-SEQ.
024100     MOVE "C" TO CNT-QCOM-VIEW.
024200     MOVE 1 TO CNT-QCOM-PAGE.
024300     MOVE LOW-VALUES TO CNT460MO.
024400     MOVE "KEY A BUSINESS DATE AND PRESS ENTER" TO CNT-MESSAGE.
024500 1000-EXIT.
024600     EXIT.
024700******************************************************************
024800*    2000-PROCESS-KEY - RECEIVE THE SCREEN AND ACT ON THE
024900*                       ATTENTION KEY.  EVERY KEY BUT ENTER
025000*                       NEEDS A DATE ALREADY INQUIRED
025100******************************************************************
025200 2000-PROCESS-KEY.
025300     IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
025400         MOVE "Y" TO CNT-EXIT-SW
025500         GO TO 2000-EXIT
025600     END-IF.
025700     PERFORM 2050-RECEIVE-SCREEN THRU 2050-EXIT.
025800     IF EIBAID = DFHENTER
025900         PERFORM 2100-INQUIRE-DATE THRU 2100-EXIT
026000         GO TO 2000-EXIT
026100     END-IF.
026200     IF CNT-QCOM-RUN-DATE = ZEROES
026300         MOVE "KEY A BUSINESS DATE AND PRESS ENTER FIRST"
026400             TO CNT-MESSAGE
026500         GO TO 2000-EXIT
026600     END-IF.
026700     IF EIBAID = DFHPF4
026800         MOVE "C" TO CNT-QCOM-VIEW
026900         MOVE 1 TO CNT-QCOM-PAGE
027000         GO TO 2000-EXIT
027100     END-IF.
027200     IF EIBAID = DFHPF5
027300         MOVE "B" TO CNT-QCOM-VIEW
027400         MOVE 1 TO CNT-QCOM-PAGE
027500         GO TO 2000-EXIT
027600     END-IF.
027700     IF EIBAID = DFHPF6
027800         MOVE "S" TO CNT-QCOM-VIEW
027900         MOVE 1 TO CNT-QCOM-PAGE
028000         GO TO 2000-EXIT
028100     END-IF.
028200     IF EIBAID = DFHPF7
028300         IF CNT-QCOM-PAGE > 1
028400             SUBTRACT 1 FROM CNT-QCOM-PAGE
028500         ELSE
028600             MOVE "ALREADY ON THE FIRST PAGE" TO CNT-MESSAGE
028700         END-IF
028800         GO TO 2000-EXIT
028900     END-IF.
029000     IF EIBAID = DFHPF8
029100         IF CNT-QCOM-PAGE < 999
029200             ADD 1 TO CNT-QCOM-PAGE
029300         END-IF
029400         GO TO 2000-EXIT
029500     END-IF.
029600     IF EIBAID = DFHPF10
029700         PERFORM 2200-PREVIOUS-SEQ THRU 2200-EXIT
029800         GO TO 2000-EXIT
029900     END-IF.
030000     IF EIBAID = DFHPF11
030100         PERFORM 2300-NEXT-SEQ THRU 2300-EXIT
030200         GO TO 2000-EXIT
030300     END-IF.
030400     MOVE "KEY NOT IN USE ON THIS SCREEN" TO CNT-MESSAGE.
030500 2000-EXIT.
030600     EXIT.
030700******************************************************************
030800*    2050-RECEIVE-SCREEN - READ THE KEYED DATE.  NOTHING KEYED
030900*                          (MAPFAIL) LEAVES AN EMPTY INPUT MAP
031000******************************************************************
031100 2050-RECEIVE-SCREEN.
031200     MOVE LOW-VALUES TO CNT460MI.
031300     EXEC CICS RECEIVE MAP('CNT460M')
031400                       MAPSET('CNT460S')
031500                       INTO(CNT460MI)
031600                       RESP(CNT-RESP)
031700     END-EXEC.
031800     IF CNT-RESP NOT = DFHRESP(NORMAL)
031900         MOVE LOW-VALUES TO CNT460MI
032000     END-IF.
032100 2050-EXIT.
032200     EXIT.
032300******************************************************************
032400*    2100-INQUIRE-DATE - ENTER PRESSED.  A NEW DATE STARTS ON THE
032500*                        RUN SEQUENCE STATFILE NAMES FOR IT (01
032600*                        WHEN THERE IS NO STATUS RECORD OR IT HAS
032700*                        NOT PUBLISHED YET), CATEGORY VIEW, FIRST
032800*                        PAGE.  THE SAME DATE AGAIN JUST REFRESHES
032900******************************************************************
033000 2100-INQUIRE-DATE.
033100     IF QDATEL = 0 OR QDATEI = LOW-VALUES
033200         IF CNT-QCOM-RUN-DATE = ZEROES
033300             MOVE "KEY A BUSINESS DATE AND PRESS ENTER"
033400                 TO CNT-MESSAGE
033500         END-IF
033600         GO TO 2100-EXIT
033700     END-IF.
033800     IF QDATEI NOT NUMERIC
033900         MOVE "BUSINESS DATE MUST BE 8 DIGITS, CCYYMMDD"
034000             TO CNT-MESSAGE
034100         GO TO 2100-EXIT
034200     END-IF.
034300     IF QDATEI = CNT-QCOM-RUN-DATE
034400         GO TO 2100-EXIT
034500     END-IF.
034600     MOVE QDATEI TO CNT-QCOM-RUN-DATE.
034700     MOVE 1 TO CNT-QCOM-RUN-SEQ.
034800     MOVE "C" TO CNT-QCOM-VIEW.
034900     MOVE 1 TO CNT-QCOM-PAGE.
035000     MOVE CNT-QCOM-RUN-DATE TO CNT-RSTA-RUN-DATE.
035100     EXEC CICS READ FILE('STATFILE')
035200                    INTO(CNT-RSTA-RECORD)
035300                    RIDFLD(CNT-RSTA-RUN-DATE)
035400                    RESP(CNT-RESP)
035500     END-EXEC.
035600     IF CNT-RESP = DFHRESP(NORMAL)
035700         IF CNT-RSTA-RUN-SEQ > 0
035800             MOVE CNT-RSTA-RUN-SEQ TO CNT-QCOM-RUN-SEQ
035900         END-IF
036000     END-IF.
036100 2100-EXIT.
036200     EXIT.
036300******************************************************************
036400*    2200-PREVIOUS-SEQ - PF10.  STEP BACK ONE RUN SEQUENCE IF
036500*                        VSAMFILE HOLDS A PUBLICATION FOR IT
036600******************************************************************
036700 2200-PREVIOUS-SEQ.
036800     IF CNT-QCOM-RUN-SEQ NOT > 1
036900         MOVE "NO EARLIER RUN SEQUENCE FOR THIS DATE"
037000             TO CNT-MESSAGE
037100         GO TO 2200-EXIT
037200     END-IF.
037300     COMPUTE CNT-NEW-SEQ = CNT-QCOM-RUN-SEQ - 1.
037400     PERFORM 2400-CHECK-SEQ THRU 2400-EXIT.
037500 2200-EXIT.
037600     EXIT.
037700******************************************************************
037800*    2300-NEXT-SEQ - PF11.  STEP FORWARD ONE RUN SEQUENCE IF
037900*                    VSAMFILE HOLDS A PUBLICATION FOR IT
038000******************************************************************
038100 2300-NEXT-SEQ.
038200     IF CNT-QCOM-RUN-SEQ NOT < 99
038300         MOVE "NO LATER RUN SEQUENCE FOR THIS DATE"
038400             TO CNT-MESSAGE
038500         GO TO 2300-EXIT
038600     END-IF.
038700     COMPUTE CNT-NEW-SEQ = CNT-QCOM-RUN-SEQ + 1.
038800     PERFORM 2400-CHECK-SEQ THRU 2400-EXIT.
038900 2300-EXIT.
039000     EXIT.
039100******************************************************************
039200*    2400-CHECK-SEQ - MOVE TO CNT-NEW-SEQ ONLY IF THE DATE HAS A
039300*                     VSAMFILE PUBLICATION UNDER IT.  OTHERWISE
039400*                     STAY WHERE WE ARE AND SAY WHY
039500******************************************************************
039600 2400-CHECK-SEQ.
039700     MOVE CNT-QCOM-RUN-DATE TO CNT-VSAM-RUN-DATE.
039800     MOVE CNT-NEW-SEQ TO CNT-VSAM-RUN-SEQ.
039900     EXEC CICS READ FILE('VSAMFILE')
040000                    INTO(CNT-VSAM-RECORD)
040100                    RIDFLD(CNT-VSAM-KEY)
040200                    RESP(CNT-RESP)
040300     END-EXEC.
040400     IF CNT-RESP = DFHRESP(NORMAL)
040500         MOVE CNT-NEW-SEQ TO CNT-QCOM-RUN-SEQ
040600         MOVE 1 TO CNT-QCOM-PAGE
040700         GO TO 2400-EXIT
040800     END-IF.
040900     IF CNT-RESP = DFHRESP(NOTFND)
041000         MOVE CNT-NEW-SEQ TO CNT-SEQ-EDIT
041100         STRING "NOTHING PUBLISHED UNDER RUN SEQUENCE "
041200                    DELIMITED BY SIZE
041300                CNT-SEQ-EDIT DELIMITED BY SIZE
041400                " FOR THIS DATE" DELIMITED BY SIZE
041500             INTO CNT-MESSAGE
041600         END-STRING
041700     ELSE
041800         PERFORM 8000-FILE-ERROR THRU 8000-EXIT
041900     END-IF.
042000 2400-EXIT.
042100     EXIT.
042200******************************************************************
042300*    3000-BUILD-SCREEN - FILL THE OUTPUT MAP FROM THE COMMAREA:
042400*                        THE STATUS AREA, THEN THE CURRENT VIEW.
042500*                        PAGING FORWARD PAST THE LAST ITEM STEPS
042600*                        BACK TO THE LAST PAGE THAT HAS ANY
042700******************************************************************
042800 3000-BUILD-SCREEN.
042900     MOVE LOW-VALUES TO CNT460MO.
043000     IF CNT-QCOM-RUN-DATE = ZEROES
043100         GO TO 3000-EXIT
043200     END-IF.
043300     MOVE CNT-QCOM-RUN-DATE TO QDATEO.
043400     MOVE CNT-QCOM-RUN-SEQ TO CNT-SEQ-EDIT.
043500     MOVE CNT-SEQ-EDIT TO QSEQO.
043600     PERFORM 3100-SHOW-RUN-STATUS THRU 3100-EXIT.
043700     PERFORM 3200-SHOW-VIEW THRU 3200-EXIT.
043800     IF CNT-LINE-SUB = 0 AND CNT-ITEM-COUNT > 0
043900        AND CNT-QCOM-PAGE > 1
044000         SUBTRACT 1 FROM CNT-QCOM-PAGE
044100         MOVE "NO MORE ITEMS - LAST PAGE SHOWN" TO CNT-MESSAGE
044200         PERFORM 3200-SHOW-VIEW THRU 3200-EXIT
044300     END-IF.
044400 3000-EXIT.
044500     EXIT.
044600******************************************************************
044700*    3100-SHOW-RUN-STATUS - THE DATE'S STATFILE RECORD
044800******************************************************************
044900 3100-SHOW-RUN-STATUS.
045000     MOVE CNT-QCOM-RUN-DATE TO CNT-RSTA-RUN-DATE.
045100     EXEC CICS READ FILE('STATFILE')
045200                    INTO(CNT-RSTA-RECORD)
045300                    RIDFLD(CNT-RSTA-RUN-DATE)
045400                    RESP(CNT-RESP)
045500     END-EXEC.
045600     IF CNT-RESP = DFHRESP(NOTFND)
045700         MOVE "NOT RUN" TO QSTATO
045800         MOVE "NO RUN-STATUS RECORD FOR THIS DATE" TO CNT-MESSAGE
045900         GO TO 3100-EXIT
046000     END-IF.
046100     IF CNT-RESP NOT = DFHRESP(NORMAL)
046200         PERFORM 8000-FILE-ERROR THRU 8000-EXIT
046300         GO TO 3100-EXIT
046400     END-IF.
046500     IF CNT-RSTA-COMPLETE
046600         MOVE "COMPLETE" TO QSTATO
046700     ELSE
046800         MOVE "IN PROGRESS" TO QSTATO
046900     END-IF.
047000     MOVE CNT-RSTA-RETURN-CODE TO QRCO.
047100     IF CNT-RSTA-CYCLE-MODE
047200         MOVE CNT-RSTA-CYCLE-NUMBER TO CNT-CYCLE-TEXT-NUMBER
047300         IF CNT-RSTA-DAY-CLOSED
047400             MOVE "(FINAL)" TO CNT-CYCLE-TEXT-STATE
047500         ELSE
047600             MOVE "(DAY OPEN)" TO CNT-CYCLE-TEXT-STATE
047700         END-IF
047800         MOVE CNT-CYCLE-TEXT TO QCYCLO
047900     ELSE
048000         MOVE "SINGLE RUN" TO QCYCLO
048100     END-IF.
048200     MOVE "N" TO CNT-PUBL-VSAM.
048300     MOVE "N" TO CNT-PUBL-THST.
048400     MOVE "N" TO CNT-PUBL-RPT.
048500     MOVE "N" TO CNT-PUBL-CTL.
048600     IF CNT-RSTA-VSAM-PUBLISHED
048700         MOVE "Y" TO CNT-PUBL-VSAM
048800     END-IF.
048900     IF CNT-RSTA-THST-PUBLISHED
049000         MOVE "Y" TO CNT-PUBL-THST
049100     END-IF.
049200     IF CNT-RSTA-RPT-PUBLISHED
049300         MOVE "Y" TO CNT-PUBL-RPT
049400     END-IF.
049500     IF CNT-RSTA-CTL-PUBLISHED
049600         MOVE "Y" TO CNT-PUBL-CTL
049700     END-IF.
049800     MOVE CNT-PUBL-TEXT TO QPUBLO.
049900     MOVE CNT-RSTA-RUN-SEQ TO CNT-SEQ-EDIT.
050000     MOVE CNT-SEQ-EDIT TO QLSEQO.
050100     MOVE CNT-RSTA-START-DATE TO CNT-STAMP-DATE.
050200     MOVE CNT-RSTA-START-TIME TO CNT-STAMP-TIME.
050300     MOVE CNT-STAMP-TEXT TO QSTRTO.
050400     IF CNT-RSTA-END-DATE = ZEROES
050500         MOVE "NOT ENDED" TO QENDO
050600     ELSE
050700         MOVE CNT-RSTA-END-DATE TO CNT-STAMP-DATE
050800         MOVE CNT-RSTA-END-TIME TO CNT-STAMP-TIME
050900         MOVE CNT-STAMP-TEXT TO QENDO
051000     END-IF.
051100     MOVE CNT-RSTA-RECORDS-READ TO CNT-COUNT-EDIT.
051200     MOVE CNT-COUNT-EDIT TO QREADO.
051300     MOVE CNT-RSTA-SUSPENSE-COUNT TO CNT-COUNT-EDIT.
051400     MOVE CNT-COUNT-EDIT TO QSUSPO.
051500 3100-EXIT.
051600     EXIT.
051700******************************************************************
051800*    3200-SHOW-VIEW - CLEAR THE BODY AND FILL IT FROM THE VIEW
051900*                     THE COMMAREA NAMES FOR THE CURRENT PAGE
052000******************************************************************
052100 3200-SHOW-VIEW.
052200     MOVE ZEROES TO CNT-LINE-SUB.
052300     MOVE ZEROES TO CNT-ITEM-COUNT.
052400     MOVE "N" TO CNT-MORE-SW.
052500     COMPUTE CNT-SKIP-COUNT = (CNT-QCOM-PAGE - 1) * 10.
052600     PERFORM 3210-CLEAR-LINE THRU 3210-EXIT
052700         VARYING CNT-CAT-SUB FROM 1 BY 1
052800         UNTIL CNT-CAT-SUB > 10.
052900     IF CNT-QCOM-BREACH-VIEW
053000         MOVE "THRESHOLD BREACHES" TO CNT-VIEW-NAME
053100         MOVE CNT-QBRC-HEADING TO QHEADO
053200         PERFORM 3400-SHOW-BREACHES THRU 3400-EXIT
053300     ELSE
053400         IF CNT-QCOM-SUSPENSE-VIEW
053500             MOVE "OUTSTANDING SUSPENSE (LAST CNT800)"
053600                 TO CNT-VIEW-NAME
053700             MOVE CNT-QSUS-HEADING TO QHEADO
053800             PERFORM 3500-SHOW-SUSPENSE THRU 3500-EXIT
053900         ELSE
054000             MOVE "CATEGORY TOTALS" TO CNT-VIEW-NAME
054100             MOVE CNT-QCAT-HEADING TO QHEADO
054200             PERFORM 3300-SHOW-CATEGORIES THRU 3300-EXIT
054300         END-IF
054400     END-IF.
054500     MOVE CNT-QCOM-PAGE TO CNT-VIEW-PAGE.
054600     IF CNT-MORE-ITEMS
054700         MOVE "MORE - PF8" TO CNT-VIEW-MORE
054800     ELSE
054900         MOVE SPACES TO CNT-VIEW-MORE
055000     END-IF.
055100     MOVE CNT-VIEW-LINE TO QVIEWO.
055200     IF CNT-ITEM-COUNT = 0 AND CNT-MESSAGE = SPACES
055300         MOVE "NOTHING TO SHOW IN THIS VIEW" TO CNT-MESSAGE
055400     END-IF.
055500 3200-EXIT.
055600     EXIT.
055700******************************************************************
055800*    3210-CLEAR-LINE - BLANK ONE BODY LINE
055900******************************************************************
056000 3210-CLEAR-LINE.
056100     MOVE SPACES TO QLINEO(CNT-CAT-SUB).
056200 3210-EXIT.
056300     EXIT.
056400******************************************************************
056500*    3300-SHOW-CATEGORIES - VSAMFILE RECORD FOR THE DATE AND RUN
056600*                           SEQUENCE, ONE LINE PER USED SLOT
056700******************************************************************
056800 3300-SHOW-CATEGORIES.
056900     MOVE CNT-QCOM-RUN-DATE TO CNT-VSAM-RUN-DATE.
057000     MOVE CNT-QCOM-RUN-SEQ TO CNT-VSAM-RUN-SEQ.
057100     EXEC CICS READ FILE('VSAMFILE')
057200                    INTO(CNT-VSAM-RECORD)
057300                    RIDFLD(CNT-VSAM-KEY)
057400                    RESP(CNT-RESP)
057500     END-EXEC.
057600     IF CNT-RESP = DFHRESP(NOTFND)
057700         MOVE "NO VSAMFILE PUBLICATION FOR THIS DATE AND RUN SEQ"
057800             TO CNT-MESSAGE
057900         GO TO 3300-EXIT
058000     END-IF.
058100     IF CNT-RESP NOT = DFHRESP(NORMAL)
058200         PERFORM 8000-FILE-ERROR THRU 8000-EXIT
058300         GO TO 3300-EXIT
058400     END-IF.
058500     PERFORM 3310-FORMAT-CATEGORY THRU 3310-EXIT
058600         VARYING CNT-CAT-SUB FROM 1 BY 1
058700         UNTIL CNT-CAT-SUB > 20.
058800 3300-EXIT.
058900     EXIT.
059000******************************************************************
059100*    3310-FORMAT-CATEGORY - ONE VSAMFILE SLOT, IF IT IS IN USE
059200*                           AND FALLS ON THE CURRENT PAGE
059300******************************************************************
059400 3310-FORMAT-CATEGORY.
059500     IF CNT-VSAM-CATEGORY(CNT-CAT-SUB) = SPACES
059600        OR CNT-VSAM-CATEGORY(CNT-CAT-SUB) = LOW-VALUES
059700         GO TO 3310-EXIT
059800     END-IF.
059900     ADD 1 TO CNT-ITEM-COUNT.
060000     IF CNT-ITEM-COUNT NOT > CNT-SKIP-COUNT
060100         GO TO 3310-EXIT
060200     END-IF.
060300     IF CNT-LINE-SUB NOT < 10
060400         MOVE "Y" TO CNT-MORE-SW
060500         GO TO 3310-EXIT
060600     END-IF.
060700     ADD 1 TO CNT-LINE-SUB.
060800     MOVE CNT-VSAM-CATEGORY(CNT-CAT-SUB) TO CNT-QCAT-CATEGORY.
060900     MOVE CNT-VSAM-AREA-3(CNT-CAT-SUB) TO CNT-QCAT-CAPPED.
061000     MOVE CNT-VSAM-AREA-2(CNT-CAT-SUB) TO CNT-QCAT-THRESHOLD.
061100     MOVE CNT-VSAM-AREA-4(CNT-CAT-SUB) TO CNT-QCAT-DOLLARS.
061200     MOVE CNT-VSAM-AREA-5(CNT-CAT-SUB) TO CNT-QCAT-REVERSALS.
061300     MOVE CNT-VSAM-AREA-6(CNT-CAT-SUB) TO CNT-QCAT-REV-DOLLARS.
061400     MOVE CNT-QCAT-LINE TO QLINEO(CNT-LINE-SUB).
061500 3310-EXIT.
061600     EXIT.
061700******************************************************************
061800*    3400-SHOW-BREACHES - THRESHIST RECORD FOR THE DATE AND RUN
061900*                         SEQUENCE, ONE LINE PER CATEGORY THAT
062000*                         CROSSED THE ALERT THRESHOLD.  NO RECORD
062100*                         MEANS NOTHING BREACHED
062200******************************************************************
062300 3400-SHOW-BREACHES.
062400     MOVE CNT-QCOM-RUN-DATE TO CNT-THST-RUN-DATE.
062500     MOVE CNT-QCOM-RUN-SEQ TO CNT-THST-RUN-SEQ.
062600     EXEC CICS READ FILE('THRESHIST')
062700                    INTO(CNT-THST-RECORD)
062800                    RIDFLD(CNT-THST-KEY)
062900                    RESP(CNT-RESP)
063000     END-EXEC.
063100     IF CNT-RESP = DFHRESP(NOTFND)
063200         MOVE "NO THRESHOLD BREACHES FOR THIS DATE AND RUN SEQ"
063300             TO CNT-MESSAGE
063400         GO TO 3400-EXIT
063500     END-IF.
063600     IF CNT-RESP NOT = DFHRESP(NORMAL)
063700         PERFORM 8000-FILE-ERROR THRU 8000-EXIT
063800         GO TO 3400-EXIT
063900     END-IF.
064000     PERFORM 3410-FORMAT-BREACH THRU 3410-EXIT
064100         VARYING CNT-CAT-SUB FROM 1 BY 1
064200         UNTIL CNT-CAT-SUB > 20.
064300 3400-EXIT.
064400     EXIT.
064500******************************************************************
064600*    3410-FORMAT-BREACH - ONE THRESHIST ENTRY, IF IT IS IN USE
064700*                         AND FALLS ON THE CURRENT PAGE
064800******************************************************************
064900 3410-FORMAT-BREACH.
065000     IF CNT-THST-CATEGORY(CNT-CAT-SUB) = SPACES
065100        OR CNT-THST-CATEGORY(CNT-CAT-SUB) = LOW-VALUES
065200         GO TO 3410-EXIT
065300     END-IF.
065400     ADD 1 TO CNT-ITEM-COUNT.
065500     IF CNT-ITEM-COUNT NOT > CNT-SKIP-COUNT
065600         GO TO 3410-EXIT
065700     END-IF.
065800     IF CNT-LINE-SUB NOT < 10
065900         MOVE "Y" TO CNT-MORE-SW
066000         GO TO 3410-EXIT
066100     END-IF.
066200     ADD 1 TO CNT-LINE-SUB.
066300     MOVE CNT-THST-CATEGORY(CNT-CAT-SUB) TO CNT-QBRC-CATEGORY.
066400     MOVE CNT-THST-THRESHOLD-VALUE(CNT-CAT-SUB)
066500         TO CNT-QBRC-THRESHOLD.
066600     MOVE CNT-THST-RAW-COUNT(CNT-CAT-SUB) TO CNT-QBRC-RAW-COUNT.
066700     MOVE CNT-QBRC-LINE TO QLINEO(CNT-LINE-SUB).
066800 3410-EXIT.
066900     EXIT.
067000******************************************************************
067100*    3500-SHOW-SUSPENSE - BROWSE SIDXFILE FROM THE FIRST ITEM OF
067200*                         THE DATE.  THE INDEX HOLDS WHAT WAS
067300*                         OUTSTANDING AT THE LAST CNT800 RUN, FOR
067400*                         THE DATE AS A WHOLE RATHER THAN ONE RUN
067500*                         SEQUENCE
067600******************************************************************
067700 3500-SHOW-SUSPENSE.
067800     MOVE CNT-QCOM-RUN-DATE TO CNT-SIDX-BROWSE-DATE.
067900     MOVE ZEROES TO CNT-SIDX-BROWSE-ITEM.
068000     EXEC CICS STARTBR FILE('SIDXFILE')
068100                       RIDFLD(CNT-SIDX-BROWSE-KEY)
068200                       GTEQ
068300                       RESP(CNT-RESP)
068400     END-EXEC.
068500     IF CNT-RESP = DFHRESP(NOTFND)
068600         MOVE "NO OUTSTANDING SUSPENSE ITEMS FOR THIS DATE"
068700             TO CNT-MESSAGE
068800         GO TO 3500-EXIT
068900     END-IF.
069000     IF CNT-RESP NOT = DFHRESP(NORMAL)
069100         PERFORM 8000-FILE-ERROR THRU 8000-EXIT
069200         GO TO 3500-EXIT
069300     END-IF.
069400     MOVE "N" TO CNT-BROWSE-SW.
069500     PERFORM 3510-READ-NEXT-ITEM THRU 3510-EXIT
069600         UNTIL CNT-BROWSE-DONE.
069700     EXEC CICS ENDBR FILE('SIDXFILE') END-EXEC.
069800     IF CNT-ITEM-COUNT = 0 AND CNT-MESSAGE = SPACES
069900         MOVE "NO OUTSTANDING SUSPENSE ITEMS FOR THIS DATE"
070000             TO CNT-MESSAGE
070100     END-IF.
070200 3500-EXIT.
070300     EXIT.
070400******************************************************************
070500*    3510-READ-NEXT-ITEM - NEXT SIDXFILE RECORD.  THE BROWSE ENDS
070600*                          AT THE FIRST ITEM OF A LATER DATE, AT
070700*                          END OF FILE, OR ONCE ONE ITEM PAST A
070800*                          FULL PAGE HAS SHOWN THERE IS MORE
070900******************************************************************
071000 3510-READ-NEXT-ITEM.
071100     EXEC CICS READNEXT FILE('SIDXFILE')
071200                        INTO(CNT-SIDX-RECORD)
071300                        RIDFLD(CNT-SIDX-BROWSE-KEY)
071400                        RESP(CNT-RESP)
071500     END-EXEC.
071600     IF CNT-RESP = DFHRESP(ENDFILE)
071700         MOVE "Y" TO CNT-BROWSE-SW
071800         GO TO 3510-EXIT
071900     END-IF.
072000     IF CNT-RESP NOT = DFHRESP(NORMAL)
072100         PERFORM 8000-FILE-ERROR THRU 8000-EXIT
072200         MOVE "Y" TO CNT-BROWSE-SW
072300         GO TO 3510-EXIT
072400     END-IF.
072500     IF CNT-SIDX-RUN-DATE NOT = CNT-QCOM-RUN-DATE
072600         MOVE "Y" TO CNT-BROWSE-SW
072700         GO TO 3510-EXIT
072800     END-IF.
072900     ADD 1 TO CNT-ITEM-COUNT.
073000     IF CNT-ITEM-COUNT NOT > CNT-SKIP-COUNT
073100         GO TO 3510-EXIT
073200     END-IF.
073300     IF CNT-LINE-SUB NOT < 10
073400         MOVE "Y" TO CNT-MORE-SW
073500         MOVE "Y" TO CNT-BROWSE-SW
073600         GO TO 3510-EXIT
073700     END-IF.
073800     ADD 1 TO CNT-LINE-SUB.
073900     MOVE CNT-SIDX-TRAN-ID TO CNT-QSUS-TRAN-ID.
074000     MOVE CNT-SIDX-CATEGORY TO CNT-QSUS-CATEGORY.
074100     MOVE CNT-SIDX-AMOUNT TO CNT-QSUS-AMOUNT.
074200     MOVE CNT-SIDX-REASON-CODE TO CNT-QSUS-REASON-CODE.
074300     MOVE SPACES TO CNT-QSUS-REASON-TEXT.
074400     IF CNT-SIDX-CATEGORY-NOTFOUND
074500         MOVE "CATEGORY NOT FOUND" TO CNT-QSUS-REASON-TEXT
074600     END-IF.
074700     IF CNT-SIDX-DUPLICATE-ID
074800         MOVE "SAME-DAY DUPLICATE ID" TO CNT-QSUS-REASON-TEXT
074900     END-IF.
075000     IF CNT-SIDX-CROSS-DAY-DUPLICATE
075100         MOVE "CROSS-DAY DUPLICATE ID" TO CNT-QSUS-REASON-TEXT
075200     END-IF.
075300     MOVE CNT-SIDX-ITEM-NUMBER TO CNT-QSUS-ITEM-NUMBER.
075400     MOVE CNT-QSUS-LINE TO QLINEO(CNT-LINE-SUB).
075500 3510-EXIT.
075600     EXIT.
075700******************************************************************
075800*    3900-SEND-SCREEN - SEND THE MAP WITH THE CURSOR ON THE DATE
075900******************************************************************
076000 3900-SEND-SCREEN.
076100     MOVE CNT-MESSAGE TO QMSGO.
076200     MOVE -1 TO QDATEL.
076300     EXEC CICS SEND MAP('CNT460M')
076400                    MAPSET('CNT460S')
076500                    FROM(CNT460MO)
076600                    ERASE
076700                    CURSOR
076800     END-EXEC.
076900 3900-EXIT.
077000     EXIT.
077100******************************************************************
077200*    8000-FILE-ERROR - ANY UNEXPECTED FILE RESPONSE.  REPORT IT
077300*                      ON THE MESSAGE LINE AND CARRY ON - THE
077400*                      INQUIRY NEVER ABENDS THE TERMINAL
077500******************************************************************
077600 8000-FILE-ERROR.
077700     MOVE CNT-RESP TO CNT-RESP-DISPLAY.
077800     MOVE SPACES TO CNT-MESSAGE.
077900     STRING EIBDS DELIMITED BY SPACE
078000            " NOT AVAILABLE, RESP = " DELIMITED BY SIZE
078100            CNT-RESP-DISPLAY DELIMITED BY SIZE
078200         INTO CNT-MESSAGE
078300     END-STRING.
078400 8000-EXIT.
078500     EXIT.
