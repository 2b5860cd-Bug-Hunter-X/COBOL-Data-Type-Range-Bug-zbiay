000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CNT050.
000300 AUTHOR. R D HARTLEY.
000400 INSTALLATION. DAILY BATCH - TRANSACTION CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  CNT050 - TRANFILE FRONT-END EDIT PROGRAM.
000900*
001000*  RUNS AHEAD OF CNT100.  READS THE SENDER'S TRANSACTION FEED
001100*  (SENDFILE, SEE CNTSEND COPYBOOK) - ONE HEADER, THE DETAIL
001200*  RECORDS, ONE TRAILER - AND PROVES IT ARRIVED WHOLE BEFORE
001300*  ANY OF IT IS COUNTED.  THE HEADER MUST BE FIRST AND MUST
001400*  CARRY THE BUSINESS DATE BEING PROCESSED (CNT-PARM-BUSINESS-
001500*  DATE, OR THE SYSTEM DATE WHEN PARMFILE SUPPLIES NONE, THE
001600*  SAME RULE CNT100 USES).  THE TRAILER MUST BE LAST, MUST
001700*  REPEAT THE HEADER DATE, AND ITS RECORD COUNT AND AMOUNT HASH
001800*  TOTAL MUST TIE TO THE DETAILS ACTUALLY READ.  ANY STRUCTURAL
001900*  FAULT - NO HEADER, A SECOND HEADER, AN UNKNOWN RECORD TYPE,
002000*  NO TRAILER (A FILE TRUNCATED IN TRANSIT), RECORDS AFTER THE
002100*  TRAILER, OR A TRAILER THAT DOES NOT TIE - REJECTS THE WHOLE
002200*  FILE: TRANFILE IS LEFT EMPTY AND THE RUN ENDS WITH RETURN-
002300*  CODE 16 SO CNT100 IS NEVER SCHEDULED.
002400*
002500*  IN A FILE THAT TIES, EACH DETAIL IS EDITED FIELD BY FIELD -
002600*  BLANK CNT-SEND-TRAN-ID, BLANK CATEGORY, NON-NUMERIC OR ZERO
002700*  AMOUNT, BUSINESS DATE NOT THE HEADER'S - AND A FAILING
002800*  DETAIL GOES TO TREJFILE (SEE CNTTREJ COPYBOOK) WITH ITS
002900*  REASON CODE INSTEAD OF TO TRANFILE.  EVERY REJECT PRINTS ON
003000*  THE ERPTFILE EDIT REPORT (SEE CNTERPT COPYBOOK) TOGETHER WITH
003100*  THE CONTROL TOTALS, THE PER-REASON REJECT COUNTS AND THE
003200*  FILE'S OVERALL STATUS.  ANY DETAIL REJECT ENDS THE RUN WITH
003300*  RETURN-CODE 4; THE CLEAN DETAILS STILL GO FORWARD.  THE
003400*  CATEGORY CODE ITSELF AND THE DUPLICATE-ID CHECKS ARE LEFT TO
003500*  CNT100, WHICH SUSPENDS THOSE ITEMS UNDER ITS OWN REASON CODES.
003600*
003700*  MAINTENANCE HISTORY
003800*  DATE        INIT  DESCRIPTION
003900*  ----------  ----  -----------------------------------------
004000*  2026-10-15   RDH  ORIGINAL PROGRAM.
004010*  2026-10-15   RDH  PARMFILE IS NOW CLOSED ONLY AFTER THE
004020*                    BUSINESS DATE HAS BEEN TAKEN FROM IT.
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-370.
004500 OBJECT-COMPUTER. IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT PARMFILE ASSIGN TO PARMFILE
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS CNT-PARMFILE-STATUS.
005100     SELECT SENDFILE ASSIGN TO SENDFILE
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS CNT-SENDFILE-STATUS.
005400     SELECT TRANFILE ASSIGN TO TRANFILE
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS CNT-TRANFILE-STATUS.
005700     SELECT TREJFILE ASSIGN TO TREJFILE
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS CNT-TREJFILE-STATUS.
006000     SELECT ERPTFILE ASSIGN TO ERPTFILE
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS CNT-ERPTFILE-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  PARMFILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 COPY CNTPARM.
006900 FD  SENDFILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 COPY CNTSEND.
007300 FD  TRANFILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 COPY CNTTRAN.
007700 FD  TREJFILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 COPY CNTTREJ.
008100 FD  ERPTFILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400 01  CNT-ERPT-RECORD                PIC X(80).
008500 WORKING-STORAGE SECTION.
008600******************************************************************
008700*    EDIT REPORT PRINT LINES
008800******************************************************************
008900 COPY CNTERPT.
009000******************************************************************
009100*    RUN DATE - THE BUSINESS DATE WHEN PARMFILE SUPPLIES ONE,
009200*    OTHERWISE THE SYSTEM DATE, AS IN CNT100
009300******************************************************************
009400 01  CNT-RUN-DATE                  PIC 9(08) VALUE ZEROES.
009500 01  CNT-SYSTEM-DATE               PIC 9(08) VALUE ZEROES.
009600 01  CNT-HEADER-DATE               PIC 9(08) VALUE ZEROES.
009700******************************************************************
009800*    CONTROL TOTALS - THE HASH IS THE SIGNED SUM OF EVERY NUMERIC
009900*    DETAIL AMOUNT READ, ACCEPTED OR NOT, SINCE THAT IS WHAT THE
010000*    SENDER TOTALLED.  A GARBLED AMOUNT CANNOT BE ADDED, SO IT
010100*    ALSO BREAKS THE HASH AND THE FILE IS REJECTED AS DAMAGED
010200******************************************************************
010300 01  CNT-RECORD-NUMBER             PIC 9(09) COMP VALUE ZEROES.
010400 01  CNT-DETAIL-COUNT              PIC 9(09) COMP VALUE ZEROES.
010500 01  CNT-ACCEPTED-COUNT            PIC 9(09) COMP VALUE ZEROES.
010600 01  CNT-REJECTED-COUNT            PIC 9(09) COMP VALUE ZEROES.
010700 01  CNT-AMOUNT-HASH               PIC S9(13)V99 COMP-3
010800                                   VALUE ZEROES.
010900 01  CNT-ACCEPTED-AMOUNT           PIC S9(13)V99 COMP-3
011000                                   VALUE ZEROES.
011100 01  CNT-TRAILER-COUNT             PIC 9(09) COMP VALUE ZEROES.
011200 01  CNT-TRAILER-HASH              PIC S9(13)V99 COMP-3
011300                                   VALUE ZEROES.
011400******************************************************************
011500*    REJECT COUNTS BY REASON CODE
011600******************************************************************
011700 01  CNT-REJ-BLANK-ID-COUNT        PIC 9(09) COMP VALUE ZEROES.
011800 01  CNT-REJ-BLANK-CAT-COUNT       PIC 9(09) COMP VALUE ZEROES.
011900 01  CNT-REJ-AMOUNT-COUNT          PIC 9(09) COMP VALUE ZEROES.
012000 01  CNT-REJ-ZERO-COUNT            PIC 9(09) COMP VALUE ZEROES.
012100 01  CNT-REJ-DATE-COUNT            PIC 9(09) COMP VALUE ZEROES.
012200******************************************************************
012300*    CURRENT DETAIL'S REJECT REASON - SPACES MEANS IT PASSED
012400******************************************************************
012500 01  CNT-REJECT-REASON             PIC X(01) VALUE SPACES.
012600 01  CNT-REJECT-TEXT               PIC X(30) VALUE SPACES.
012700******************************************************************
012800*    WHOLE-FILE REJECT REASON, PRINTED ON THE STATUS LINE
012900******************************************************************
013000 01  CNT-FILE-REJECT-TEXT          PIC X(40) VALUE SPACES.
013100******************************************************************
013200*    FILE STATUS FIELDS
013300******************************************************************
013400 01  CNT-PARMFILE-STATUS           PIC X(02) VALUE "00".
013500 01  CNT-SENDFILE-STATUS           PIC X(02) VALUE "00".
013600 01  CNT-TRANFILE-STATUS           PIC X(02) VALUE "00".
013700 01  CNT-TREJFILE-STATUS           PIC X(02) VALUE "00".
013800 01  CNT-ERPTFILE-STATUS           PIC X(02) VALUE "00".
013900******************************************************************
014000*    SWITCHES
014100******************************************************************
014200 01  CNT-SWITCHES.
014300     05  CNT-PARMFILE-SW           PIC X(01) VALUE "N".
014400         88  CNT-PARMFILE-EOF               VALUE "Y".
014500     05  CNT-SENDFILE-SW           PIC X(01) VALUE "N".
014600         88  CNT-SENDFILE-EOF               VALUE "Y".
014700     05  CNT-TRAILER-SW            PIC X(01) VALUE "N".
014800         88  CNT-TRAILER-SEEN               VALUE "Y".
014900     05  CNT-FILE-REJECT-SW        PIC X(01) VALUE "N".
015000         88  CNT-FILE-REJECTED              VALUE "Y".
015100 PROCEDURE DIVISION.
015200******************************************************************
015300*    0000-MAINLINE
015400******************************************************************
015500 0000-MAINLINE.
015600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015700     IF RETURN-CODE = 0
015800         PERFORM 2000-EDIT-SENDFILE THRU 2000-EXIT
015900     END-IF.
016000     IF RETURN-CODE = 0
016100         PERFORM 9999-TERMINATE THRU 9999-EXIT
016200     END-IF.
016300     STOP RUN.
016400******************************************************************
016500*    1000-INITIALIZE - ESTABLISH THE RUN DATE, THEN OPEN THE
016600*                      SENDER FEED AND THE OUTPUT FILES
016700******************************************************************
016800 1000-INITIALIZE.
016900     ACCEPT CNT-SYSTEM-DATE FROM DATE YYYYMMDD.
017000     MOVE CNT-SYSTEM-DATE TO CNT-RUN-DATE.
017100     PERFORM 1080-LOAD-PARMFILE THRU 1080-EXIT.
017200     IF RETURN-CODE NOT = 0
017300         GO TO 1000-EXIT
017400     END-IF.
017500     OPEN INPUT SENDFILE.
017600     IF CNT-SENDFILE-STATUS NOT = "00"
017700         DISPLAY "CNT050 - SENDFILE OPEN FAILED, STATUS = "
017800             CNT-SENDFILE-STATUS
017900         MOVE 16 TO RETURN-CODE
018000         GO TO 1000-EXIT
018100     END-IF.
018200     OPEN OUTPUT TRANFILE.
018300     IF CNT-TRANFILE-STATUS NOT = "00"
018400         DISPLAY "CNT050 - TRANFILE OPEN FAILED, STATUS = "
018500             CNT-TRANFILE-STATUS
018600         MOVE 16 TO RETURN-CODE
018700         GO TO 1000-EXIT
018800     END-IF.
018900     OPEN OUTPUT TREJFILE.
019000     IF CNT-TREJFILE-STATUS NOT = "00"
019100         DISPLAY "CNT050 - TREJFILE OPEN FAILED, STATUS = "
019200             CNT-TREJFILE-STATUS
019300         MOVE 16 TO RETURN-CODE
019400         GO TO 1000-EXIT
019500     END-IF.
019600     OPEN OUTPUT ERPTFILE.
019700     IF CNT-ERPTFILE-STATUS NOT = "00"
019800         DISPLAY "CNT050 - ERPTFILE OPEN FAILED, STATUS = "
019900             CNT-ERPTFILE-STATUS
020000         MOVE 16 TO RETURN-CODE
020100         GO TO 1000-EXIT
020200     END-IF.
020300     MOVE CNT-ERPT-HEADER-LINE TO CNT-ERPT-RECORD.
020400     WRITE CNT-ERPT-RECORD.
020500 1000-EXIT.
020600     EXIT.
020700******************************************************************
020800*    1080-LOAD-PARMFILE - ONLY THE BUSINESS DATE IS USED HERE.  AN
020900*                         ABSENT OR EMPTY PARMFILE, OR A BLANK,
021000*                         NON-NUMERIC OR ZERO DATE, LEAVES THE
021100*                         SYSTEM DATE IN PLACE
021200******************************************************************
021300 1080-LOAD-PARMFILE.
021400     OPEN INPUT PARMFILE.
021500     IF CNT-PARMFILE-STATUS = "35"
021600         MOVE "Y" TO CNT-PARMFILE-SW
021700     ELSE
021800         IF CNT-PARMFILE-STATUS NOT = "00"
021900             DISPLAY "CNT050 - PARMFILE OPEN FAILED, STATUS = "
022000                 CNT-PARMFILE-STATUS
022100             MOVE 16 TO RETURN-CODE
022200             GO TO 1080-EXIT
022300         END-IF
022400         READ PARMFILE
022500             AT END
022600                 MOVE "Y" TO CNT-PARMFILE-SW
022700         END-READ
022800     END-IF.
022900     IF NOT CNT-PARMFILE-EOF
023000         AND CNT-PARM-BUSINESS-DATE IS NUMERIC
023100         AND CNT-PARM-BUSINESS-DATE > 0
023200         MOVE CNT-PARM-BUSINESS-DATE TO CNT-RUN-DATE
023300     END-IF.
023400     IF CNT-PARMFILE-STATUS NOT = "35"
023410         CLOSE PARMFILE
023420     END-IF.
023500     DISPLAY "CNT050 - EDITING FEED FOR BUSINESS DATE "
023600         CNT-RUN-DATE.
023700 1080-EXIT.
023800     EXIT.
023900******************************************************************
024000*    2000-EDIT-SENDFILE - CHECK THE HEADER, EDIT EVERY DETAIL UP
024100*                         TO THE TRAILER, THEN CHECK THE TRAILER
024200*                         TIES.  A STRUCTURAL FAULT STOPS THE WALK
024300*                         AND FLAGS THE WHOLE FILE REJECTED
024400******************************************************************
024500 2000-EDIT-SENDFILE.
024600     PERFORM 2100-READ-SENDFILE THRU 2100-EXIT.
024700     PERFORM 2150-CHECK-HEADER THRU 2150-EXIT.
024800     IF CNT-FILE-REJECTED
024900         GO TO 2000-EXIT
025000     END-IF.
025100     PERFORM 2100-READ-SENDFILE THRU 2100-EXIT.
025200     PERFORM 2200-EDIT-ONE-RECORD THRU 2200-EXIT
025300         UNTIL CNT-SENDFILE-EOF
025400         OR CNT-TRAILER-SEEN
025500         OR CNT-FILE-REJECTED.
025600     IF CNT-FILE-REJECTED
025700         GO TO 2000-EXIT
025800     END-IF.
025900     IF NOT CNT-TRAILER-SEEN
026000         MOVE "NO TRAILER RECORD - FILE TRUNCATED"
026100             TO CNT-FILE-REJECT-TEXT
026200         PERFORM 2900-REJECT-FILE THRU 2900-EXIT
026300         GO TO 2000-EXIT
026400     END-IF.
026500     PERFORM 2400-CHECK-TRAILER THRU 2400-EXIT.
026600 2000-EXIT.
026700     EXIT.
026800******************************************************************
026900*    2100-READ-SENDFILE
027000******************************************************************
027100 2100-READ-SENDFILE.
027200     READ SENDFILE
027300         AT END
027400             MOVE "Y" TO CNT-SENDFILE-SW
027500         NOT AT END
027600             ADD 1 TO CNT-RECORD-NUMBER
027700     END-READ.
027800 2100-EXIT.
027900     EXIT.
028000******************************************************************
028100*    2150-CHECK-HEADER - THE FIRST RECORD MUST BE THE HEADER, AND
028200*                        IT MUST CARRY THE RUN'S BUSINESS DATE
028300******************************************************************
028400 2150-CHECK-HEADER.
028500     IF CNT-SENDFILE-EOF
028600         MOVE "SENDFILE IS EMPTY - NO HEADER RECORD"
028700             TO CNT-FILE-REJECT-TEXT
028800         PERFORM 2900-REJECT-FILE THRU 2900-EXIT
028900         GO TO 2150-EXIT
029000     END-IF.
029100     IF NOT CNT-SEND-HEADER-REC
029200         MOVE "FIRST RECORD IS NOT A HEADER RECORD"
029300             TO CNT-FILE-REJECT-TEXT
029400         PERFORM 2900-REJECT-FILE THRU 2900-EXIT
029500         GO TO 2150-EXIT
029600     END-IF.
029700     IF CNT-SEND-HDR-BUSINESS-DATE NOT NUMERIC
029800         OR CNT-SEND-HDR-BUSINESS-DATE NOT = CNT-RUN-DATE
029900         MOVE "HEADER BUSINESS DATE IS NOT THE RUN DATE"
030000             TO CNT-FILE-REJECT-TEXT
030100         PERFORM 2900-REJECT-FILE THRU 2900-EXIT
030200         GO TO 2150-EXIT
030300     END-IF.
030400     MOVE CNT-SEND-HDR-BUSINESS-DATE TO CNT-HEADER-DATE.
030500     DISPLAY "CNT050 - HEADER FROM SENDER " CNT-SEND-HDR-SENDER-ID
030600         " CREATED " CNT-SEND-HDR-CREATE-DATE " "
030700         CNT-SEND-HDR-CREATE-TIME.
030800 2150-EXIT.
030900     EXIT.
031000******************************************************************
031100*    2200-EDIT-ONE-RECORD - ROUTE ONE RECORD BY ITS RECORD TYPE.
031200*                           THE TRAILER ENDS THE WALK; ANOTHER
031300*                           HEADER OR AN UNKNOWN TYPE REJECTS THE
031400*                           FILE
031500******************************************************************
031600 2200-EDIT-ONE-RECORD.
031700     IF CNT-SEND-TRAILER-REC
031800         MOVE "Y" TO CNT-TRAILER-SW
031900         GO TO 2200-EXIT
032000     END-IF.
032100     IF CNT-SEND-DETAIL-REC
032200         PERFORM 2300-EDIT-DETAIL THRU 2300-EXIT
032300         PERFORM 2100-READ-SENDFILE THRU 2100-EXIT
032400         GO TO 2200-EXIT
032500     END-IF.
032600     IF CNT-SEND-HEADER-REC
032700         MOVE "SECOND HEADER RECORD FOUND"
032800             TO CNT-FILE-REJECT-TEXT
032900     ELSE
033000         MOVE "UNKNOWN RECORD TYPE FOUND"
033100             TO CNT-FILE-REJECT-TEXT
033200     END-IF.
033300     PERFORM 2900-REJECT-FILE THRU 2900-EXIT.
033400 2200-EXIT.
033500     EXIT.
033600******************************************************************
033700*    2300-EDIT-DETAIL - FOLD THE DETAIL INTO THE CONTROL TOTALS,
033800*                       EDIT IT, AND PASS IT TO TRANFILE OR HOLD
033900*                       IT BACK ON TREJFILE
034000******************************************************************
034100 2300-EDIT-DETAIL.
034200     ADD 1 TO CNT-DETAIL-COUNT.
034300     IF CNT-SEND-AMOUNT IS NUMERIC
034400         ADD CNT-SEND-AMOUNT TO CNT-AMOUNT-HASH
034500     END-IF.
034600     PERFORM 2310-SET-REJECT-REASON THRU 2310-EXIT.
034700     IF CNT-REJECT-REASON NOT = SPACES
034800         PERFORM 2350-WRITE-REJECT THRU 2350-EXIT
034900         GO TO 2300-EXIT
035000     END-IF.
035100     MOVE SPACES TO CNT-TRAN-RECORD.
035200     MOVE CNT-SEND-TRAN-ID TO CNT-TRAN-ID.
035300     MOVE CNT-SEND-CATEGORY TO CNT-TRAN-CATEGORY.
035400     MOVE CNT-SEND-AMOUNT TO CNT-TRAN-AMOUNT.
035500     MOVE CNT-SEND-BUSINESS-DATE TO CNT-TRAN-BUSINESS-DATE.
035600     WRITE CNT-TRAN-RECORD.
035700     IF CNT-TRANFILE-STATUS NOT = "00"
035800         DISPLAY "CNT050 - TRANFILE WRITE FAILED, STATUS = "
035900             CNT-TRANFILE-STATUS
036000         MOVE "TRANFILE WRITE FAILED"
036100             TO CNT-FILE-REJECT-TEXT
036200         PERFORM 2900-REJECT-FILE THRU 2900-EXIT
036300         GO TO 2300-EXIT
036400     END-IF.
036500     ADD 1 TO CNT-ACCEPTED-COUNT.
036600     ADD CNT-SEND-AMOUNT TO CNT-ACCEPTED-AMOUNT.
036700 2300-EXIT.
036800     EXIT.
036900******************************************************************
037000*    2310-SET-REJECT-REASON - FIRST FAILING EDIT WINS.  SPACES IN
037100*                             CNT-REJECT-REASON MEANS THE DETAIL
037200*                             PASSED EVERY EDIT
037300******************************************************************
037400 2310-SET-REJECT-REASON.
037500     MOVE SPACES TO CNT-REJECT-REASON.
037600     MOVE SPACES TO CNT-REJECT-TEXT.
037700     IF CNT-SEND-TRAN-ID = SPACES
037800         MOVE "I" TO CNT-REJECT-REASON
037900         MOVE "TRANSACTION ID IS BLANK" TO CNT-REJECT-TEXT
038000         ADD 1 TO CNT-REJ-BLANK-ID-COUNT
038100         GO TO 2310-EXIT
038200     END-IF.
038300     IF CNT-SEND-CATEGORY = SPACES
038400         MOVE "K" TO CNT-REJECT-REASON
038500         MOVE "CATEGORY CODE IS BLANK" TO CNT-REJECT-TEXT
038600         ADD 1 TO CNT-REJ-BLANK-CAT-COUNT
038700         GO TO 2310-EXIT
038800     END-IF.
038900     IF CNT-SEND-AMOUNT NOT NUMERIC
039000         MOVE "A" TO CNT-REJECT-REASON
039100         MOVE "AMOUNT IS NOT NUMERIC" TO CNT-REJECT-TEXT
039200         ADD 1 TO CNT-REJ-AMOUNT-COUNT
039300         GO TO 2310-EXIT
039400     END-IF.
039500     IF CNT-SEND-AMOUNT = ZERO
039600         MOVE "Z" TO CNT-REJECT-REASON
039700         MOVE "AMOUNT IS ZERO" TO CNT-REJECT-TEXT
039800         ADD 1 TO CNT-REJ-ZERO-COUNT
039900         GO TO 2310-EXIT
040000     END-IF.
040100     IF CNT-SEND-BUSINESS-DATE NOT NUMERIC
040200         OR CNT-SEND-BUSINESS-DATE NOT = CNT-HEADER-DATE
040300         MOVE "B" TO CNT-REJECT-REASON
040400         MOVE "BUSINESS DATE IS NOT HEADER'S" TO CNT-REJECT-TEXT
040500         ADD 1 TO CNT-REJ-DATE-COUNT
040600     END-IF.
040700 2310-EXIT.
040800     EXIT.
040900******************************************************************
041000*    2350-WRITE-REJECT - TREJFILE RECORD PLUS THE EDIT REPORT
041100*                        DETAIL LINE, BOTH FROM THE RAW IMAGES
041200******************************************************************
041300 2350-WRITE-REJECT.
041400     MOVE SPACES TO CNT-TREJ-RECORD.
041500     MOVE CNT-RUN-DATE TO CNT-TREJ-RUN-DATE.
041600     MOVE CNT-RECORD-NUMBER TO CNT-TREJ-RECORD-NUMBER.
041700     MOVE CNT-REJECT-REASON TO CNT-TREJ-REASON-CODE.
041800     MOVE CNT-SEND-TRAN-ID TO CNT-TREJ-TRAN-ID.
041900     MOVE CNT-SEND-CATEGORY TO CNT-TREJ-CATEGORY.
042000     MOVE CNT-SEND-AMOUNT-X TO CNT-TREJ-AMOUNT-IMAGE.
042100     MOVE CNT-SEND-BUSINESS-DATE-X
042200         TO CNT-TREJ-BUSINESS-DATE-IMAGE.
042300     WRITE CNT-TREJ-RECORD.
042400     MOVE CNT-RECORD-NUMBER TO CNT-ERPT-RECORD-NUMBER.
042500     MOVE CNT-SEND-TRAN-ID TO CNT-ERPT-TRAN-ID.
042600     MOVE CNT-SEND-CATEGORY TO CNT-ERPT-CATEGORY.
042700     MOVE CNT-SEND-AMOUNT-X TO CNT-ERPT-AMOUNT-IMAGE.
042800     MOVE CNT-REJECT-REASON TO CNT-ERPT-REASON-CODE.
042900     MOVE CNT-REJECT-TEXT TO CNT-ERPT-REASON-TEXT.
043000     MOVE CNT-ERPT-DETAIL-LINE TO CNT-ERPT-RECORD.
043100     WRITE CNT-ERPT-RECORD.
043200     ADD 1 TO CNT-REJECTED-COUNT.
043300 2350-EXIT.
043400     EXIT.
043500******************************************************************
043600*    2400-CHECK-TRAILER - THE TRAILER MUST REPEAT THE HEADER DATE,
043700*                         BE THE LAST RECORD ON THE FILE, AND TIE
043800*                         ON BOTH RECORD COUNT AND AMOUNT HASH
043900******************************************************************
044000 2400-CHECK-TRAILER.
044100     IF CNT-SEND-TRL-RECORD-COUNT IS NUMERIC
044200         MOVE CNT-SEND-TRL-RECORD-COUNT TO CNT-TRAILER-COUNT
044300     END-IF.
044400     IF CNT-SEND-TRL-AMOUNT-HASH IS NUMERIC
044500         MOVE CNT-SEND-TRL-AMOUNT-HASH TO CNT-TRAILER-HASH
044600     END-IF.
044700     IF CNT-SEND-TRL-BUSINESS-DATE NOT NUMERIC
044800         OR CNT-SEND-TRL-BUSINESS-DATE NOT = CNT-HEADER-DATE
044900         MOVE "TRAILER BUSINESS DATE IS NOT HEADER'S"
045000             TO CNT-FILE-REJECT-TEXT
045100         PERFORM 2900-REJECT-FILE THRU 2900-EXIT
045200         GO TO 2400-EXIT
045300     END-IF.
045400     IF CNT-SEND-TRL-RECORD-COUNT NOT NUMERIC
045500         OR CNT-SEND-TRL-RECORD-COUNT NOT = CNT-DETAIL-COUNT
045600         MOVE "TRAILER RECORD COUNT DOES NOT TIE"
045700             TO CNT-FILE-REJECT-TEXT
045800         PERFORM 2900-REJECT-FILE THRU 2900-EXIT
045900         GO TO 2400-EXIT
046000     END-IF.
046100     IF CNT-SEND-TRL-AMOUNT-HASH NOT NUMERIC
046200         OR CNT-SEND-TRL-AMOUNT-HASH NOT = CNT-AMOUNT-HASH
046300         MOVE "TRAILER AMOUNT HASH TOTAL DOES NOT TIE"
046400             TO CNT-FILE-REJECT-TEXT
046500         PERFORM 2900-REJECT-FILE THRU 2900-EXIT
046600         GO TO 2400-EXIT
046700     END-IF.
046800     PERFORM 2100-READ-SENDFILE THRU 2100-EXIT.
046900     IF NOT CNT-SENDFILE-EOF
047000         MOVE "RECORDS FOUND AFTER THE TRAILER"
047100             TO CNT-FILE-REJECT-TEXT
047200         PERFORM 2900-REJECT-FILE THRU 2900-EXIT
047300     END-IF.
047400 2400-EXIT.
047500     EXIT.
047600******************************************************************
047700*    2900-REJECT-FILE - CNT-FILE-REJECT-TEXT IS SET BY THE CALLER
047800*                       BEFORE THE PERFORM.  THE TERMINATE STEP
047900*                       EMPTIES TRANFILE AND SETS RETURN-CODE 16
048000******************************************************************
048100 2900-REJECT-FILE.
048200     MOVE "Y" TO CNT-FILE-REJECT-SW.
048300     DISPLAY "CNT050 - FILE REJECTED AT RECORD " CNT-RECORD-NUMBER
048400         ": " CNT-FILE-REJECT-TEXT.
048500 2900-EXIT.
048600     EXIT.
048700******************************************************************
048800*    9999-TERMINATE - CONTROL TOTALS, REJECT COUNTS AND FILE
048900*                     STATUS ON THE EDIT REPORT, THEN CLOSE OUT.
049000*                     A REJECTED FILE LEAVES TRANFILE EMPTY
049100******************************************************************
049200 9999-TERMINATE.
049300     MOVE SPACES TO CNT-ERPT-RECORD.
049400     WRITE CNT-ERPT-RECORD.
049500     MOVE "DETAIL RECORDS READ" TO CNT-ERPT-TRAILER-TEXT.
049600     MOVE CNT-DETAIL-COUNT TO CNT-ERPT-TRAILER-COUNT.
049700     PERFORM 9100-WRITE-TRAILER-LINE THRU 9100-EXIT.
049800     MOVE "TRAILER RECORD COUNT" TO CNT-ERPT-TRAILER-TEXT.
049900     MOVE CNT-TRAILER-COUNT TO CNT-ERPT-TRAILER-COUNT.
050000     PERFORM 9100-WRITE-TRAILER-LINE THRU 9100-EXIT.
050100     MOVE "DETAIL RECORDS ACCEPTED" TO CNT-ERPT-TRAILER-TEXT.
050200     MOVE CNT-ACCEPTED-COUNT TO CNT-ERPT-TRAILER-COUNT.
050300     PERFORM 9100-WRITE-TRAILER-LINE THRU 9100-EXIT.
050400     MOVE "DETAIL RECORDS REJECTED" TO CNT-ERPT-TRAILER-TEXT.
050500     MOVE CNT-REJECTED-COUNT TO CNT-ERPT-TRAILER-COUNT.
050600     PERFORM 9100-WRITE-TRAILER-LINE THRU 9100-EXIT.
050700     MOVE "  I - TRANSACTION ID BLANK" TO CNT-ERPT-TRAILER-TEXT.
050800     MOVE CNT-REJ-BLANK-ID-COUNT TO CNT-ERPT-TRAILER-COUNT.
050900     PERFORM 9100-WRITE-TRAILER-LINE THRU 9100-EXIT.
051000     MOVE "  K - CATEGORY CODE BLANK" TO CNT-ERPT-TRAILER-TEXT.
051100     MOVE CNT-REJ-BLANK-CAT-COUNT TO CNT-ERPT-TRAILER-COUNT.
051200     PERFORM 9100-WRITE-TRAILER-LINE THRU 9100-EXIT.
051300     MOVE "  A - AMOUNT NOT NUMERIC" TO CNT-ERPT-TRAILER-TEXT.
051400     MOVE CNT-REJ-AMOUNT-COUNT TO CNT-ERPT-TRAILER-COUNT.
051500     PERFORM 9100-WRITE-TRAILER-LINE THRU 9100-EXIT.
051600     MOVE "  Z - AMOUNT ZERO" TO CNT-ERPT-TRAILER-TEXT.
051700     MOVE CNT-REJ-ZERO-COUNT TO CNT-ERPT-TRAILER-COUNT.
051800     PERFORM 9100-WRITE-TRAILER-LINE THRU 9100-EXIT.
051900     MOVE "  B - WRONG BUSINESS DATE" TO CNT-ERPT-TRAILER-TEXT.
052000     MOVE CNT-REJ-DATE-COUNT TO CNT-ERPT-TRAILER-COUNT.
052100     PERFORM 9100-WRITE-TRAILER-LINE THRU 9100-EXIT.
052200     MOVE "DETAIL AMOUNT HASH TOTAL" TO CNT-ERPT-AMOUNT-TEXT.
052300     MOVE CNT-AMOUNT-HASH TO CNT-ERPT-AMOUNT-VALUE.
052400     MOVE CNT-ERPT-AMOUNT-LINE TO CNT-ERPT-RECORD.
052500     WRITE CNT-ERPT-RECORD.
052600     MOVE "TRAILER AMOUNT HASH TOTAL" TO CNT-ERPT-AMOUNT-TEXT.
052700     MOVE CNT-TRAILER-HASH TO CNT-ERPT-AMOUNT-VALUE.
052800     MOVE CNT-ERPT-AMOUNT-LINE TO CNT-ERPT-RECORD.
052900     WRITE CNT-ERPT-RECORD.
053000     MOVE "ACCEPTED AMOUNT TOTAL" TO CNT-ERPT-AMOUNT-TEXT.
053100     MOVE CNT-ACCEPTED-AMOUNT TO CNT-ERPT-AMOUNT-VALUE.
053200     MOVE CNT-ERPT-AMOUNT-LINE TO CNT-ERPT-RECORD.
053300     WRITE CNT-ERPT-RECORD.
053400     IF CNT-FILE-REJECTED
053500         MOVE "REJECTED" TO CNT-ERPT-FILE-STATUS
053600         MOVE CNT-FILE-REJECT-TEXT TO CNT-ERPT-STATUS-REASON
053700     ELSE
053800         MOVE "ACCEPTED" TO CNT-ERPT-FILE-STATUS
053900         MOVE SPACES TO CNT-ERPT-STATUS-REASON
054000     END-IF.
054100     MOVE CNT-ERPT-STATUS-LINE TO CNT-ERPT-RECORD.
054200     WRITE CNT-ERPT-RECORD.
054300     CLOSE SENDFILE.
054400     CLOSE TRANFILE.
054500     CLOSE TREJFILE.
054600     CLOSE ERPTFILE.
054700     IF CNT-FILE-REJECTED
054800         PERFORM 9200-EMPTY-TRANFILE THRU 9200-EXIT
054900         MOVE 16 TO RETURN-CODE
055000     ELSE
055100         IF CNT-REJECTED-COUNT > 0
055200             DISPLAY "CNT050 - " CNT-REJECTED-COUNT
055300                 " DETAIL RECORDS REJECTED, SEE ERPTFILE"
055400             MOVE 4 TO RETURN-CODE
055500         END-IF
055600     END-IF.
055700 9999-EXIT.
055800     EXIT.
055900******************************************************************
056000*    9100-WRITE-TRAILER-LINE - CNT-ERPT-TRAILER-TEXT AND -COUNT
056100*                              ARE SET BY THE CALLER
056200******************************************************************
056300 9100-WRITE-TRAILER-LINE.
056400     MOVE CNT-ERPT-TRAILER-LINE TO CNT-ERPT-RECORD.
056500     WRITE CNT-ERPT-RECORD.
056600 9100-EXIT.
056700     EXIT.
056800******************************************************************
056900*    9200-EMPTY-TRANFILE - A REJECTED FEED MUST NOT LEAVE A
057000*                          PARTIAL TRANFILE BEHIND FOR A RERUN OF
057100*                          CNT100 TO PICK UP, SO IT IS REOPENED
057200*                          OUTPUT AND CLOSED EMPTY
057300******************************************************************
057400 9200-EMPTY-TRANFILE.
057500     OPEN OUTPUT TRANFILE.
057600     IF CNT-TRANFILE-STATUS NOT = "00"
057700         DISPLAY "CNT050 - TRANFILE EMPTY FAILED, STATUS = "
057800             CNT-TRANFILE-STATUS
057900         GO TO 9200-EXIT
058000     END-IF.
058100     CLOSE TRANFILE.
058200 9200-EXIT.
058300     EXIT.
