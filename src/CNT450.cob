000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CNT450.
000300 AUTHOR. R D HARTLEY.
000400 INSTALLATION. DAILY BATCH - TRANSACTION CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*  CNT450 - TRANSACTION DISPOSITION TRACE INQUIRY.
000900*
001000*  ON-REQUEST BATCH INQUIRY.  READS ONE OR MORE TRANSACTION IDS
001100*  FROM TRQFILE (SEE CNTTRQ COPYBOOK) AND, FOR EACH, LISTS ITS
001200*  FULL LIFE HISTORY FROM THE DJRNFILE DISPOSITION JOURNAL (SEE
001300*  CNTDJRN COPYBOOK) ON JRPTFILE - EVERY TIME CNT100 READ IT,
001400*  ACROSS BUSINESS DATES AND RUN SEQUENCES, AND WHAT BECAME OF
001500*  IT (COUNTED, COUNTED OVER THE CAP, TAKEN AS A REVERSAL OR
001600*  SUSPENDED WITH ITS REASON), FOLLOWED BY ANY CNT800 CORRECTION
001700*  OR WRITE-OFF OF THE SUSPENDED ITEM.  THE JOURNAL IS KEYED BY
001800*  TRANSACTION ID FIRST, SO ONE START AND A RUN OF READ NEXTS
001900*  RETURNS THE WHOLE HISTORY IN DATE ORDER.
002000*
002100*  AN ID WITH NO JOURNAL RECORDS IS LISTED AS HAVING NO HISTORY
002200*  AND THE RUN ENDS WITH RETURN-CODE 4.  A MISSING DJRNFILE OR
002300*  JRPTFILE ENDS THE RUN WITH RETURN-CODE 16.
002400*
002500*  MAINTENANCE HISTORY
002600*  DATE        INIT  DESCRIPTION
002700*  ----------  ----  -----------------------------------------
002800*  2026-10-15   RDH  ORIGINAL PROGRAM.
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT TRQFILE ASSIGN TO TRQFILE
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS CNT-TRQFILE-STATUS.
003900     SELECT DJRNFILE ASSIGN TO DJRNFILE
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS CNT-DJRN-KEY
004300         FILE STATUS IS CNT-DJRNFILE-STATUS.
004400     SELECT JRPTFILE ASSIGN TO JRPTFILE
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS CNT-JRPTFILE-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  TRQFILE
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005200 COPY CNTTRQ.
005300 FD  DJRNFILE
005400     RECORDING MODE IS F.
005500 COPY CNTDJRN.
005600 FD  JRPTFILE
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 01  CNT-JRPT-RECORD                PIC X(80).
006000 WORKING-STORAGE SECTION.
006100******************************************************************
006200*    TRACE REPORT PRINT LINES
006300******************************************************************
006400 COPY CNTJRPT.
006500******************************************************************
006600*    RUN DATE - PRINTED ON THE TITLE LINE ONLY
006700******************************************************************
006800 01  CNT-RUN-DATE                  PIC 9(08) VALUE ZEROES.
006900******************************************************************
007000*    TRANSACTION ID IN FLIGHT AND ITS HISTORY COUNT
007100******************************************************************
007200 01  CNT-TRACE-TRAN-ID             PIC X(10) VALUE SPACES.
007300 01  CNT-ID-ENTRY-COUNT            PIC 9(09) COMP VALUE ZEROES.
007400******************************************************************
007500*    CONTROL TOTALS - ONE PER TRAILER LINE ON JRPTFILE
007600******************************************************************
007700 01  CNT-REQUESTED-COUNT           PIC 9(09) COMP VALUE ZEROES.
007800 01  CNT-FOUND-COUNT               PIC 9(09) COMP VALUE ZEROES.
007900 01  CNT-NOTFOUND-COUNT            PIC 9(09) COMP VALUE ZEROES.
008000 01  CNT-ENTRY-COUNT               PIC 9(09) COMP VALUE ZEROES.
008100******************************************************************
008200*    FILE STATUS FIELDS
008300******************************************************************
008400 01  CNT-TRQFILE-STATUS            PIC X(02) VALUE "00".
008500 01  CNT-DJRNFILE-STATUS           PIC X(02) VALUE "00".
008600 01  CNT-JRPTFILE-STATUS           PIC X(02) VALUE "00".
008700******************************************************************
008800*    SWITCHES
008900******************************************************************
009000 01  CNT-SWITCHES.
009100     05  CNT-TRQFILE-SW            PIC X(01) VALUE "N".
009200         88  CNT-TRQFILE-EOF                VALUE "Y".
009300     05  CNT-HISTORY-SW            PIC X(01) VALUE "N".
009400         88  CNT-HISTORY-DONE               VALUE "Y".
009500 PROCEDURE DIVISION.
009600******************************************************************
009700*    0000-MAINLINE
009800******************************************************************
009900 0000-MAINLINE.
010000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010100     IF RETURN-CODE = 0
010200         PERFORM 2000-TRACE-REQUESTS THRU 2000-EXIT
010300     END-IF.
010400     IF RETURN-CODE = 0
010500         PERFORM 9999-TERMINATE THRU 9999-EXIT
010600     END-IF.
010700     STOP RUN.
010800******************************************************************
010900*    1000-INITIALIZE - OPEN THE REQUEST, JOURNAL AND REPORT FILES
011000*                      AND PRINT THE REPORT HEADINGS
011100******************************************************************
011200 1000-INITIALIZE.
011300     ACCEPT CNT-RUN-DATE FROM DATE YYYYMMDD.
011400     OPEN INPUT TRQFILE.
011500     IF CNT-TRQFILE-STATUS = "35"
011600         MOVE "Y" TO CNT-TRQFILE-SW
011700     ELSE
011800         IF CNT-TRQFILE-STATUS NOT = "00"
011900             DISPLAY "CNT450 - TRQFILE OPEN FAILED, STATUS = "
012000                 CNT-TRQFILE-STATUS
012100             MOVE 16 TO RETURN-CODE
012200             GO TO 1000-EXIT
012300         END-IF
012400     END-IF.
012500     OPEN INPUT DJRNFILE.
012600     IF CNT-DJRNFILE-STATUS NOT = "00"
012700         DISPLAY "CNT450 - DJRNFILE OPEN FAILED, STATUS = "
012800             CNT-DJRNFILE-STATUS
012900         MOVE 16 TO RETURN-CODE
013000         GO TO 1000-EXIT
013100     END-IF.
013200     OPEN OUTPUT JRPTFILE.
013300     IF CNT-JRPTFILE-STATUS NOT = "00"
013400         DISPLAY "CNT450 - JRPTFILE OPEN FAILED, STATUS = "
013500             CNT-JRPTFILE-STATUS
013600         MOVE 16 TO RETURN-CODE
013700         GO TO 1000-EXIT
013800     END-IF.
013900     MOVE CNT-RUN-DATE TO CNT-JRPT-TITLE-DATE.
014000     MOVE CNT-JRPT-TITLE-LINE TO CNT-JRPT-RECORD.
014100     WRITE CNT-JRPT-RECORD.
014200     MOVE CNT-JRPT-LEGEND-LINE TO CNT-JRPT-RECORD.
014300     WRITE CNT-JRPT-RECORD.
014400     MOVE SPACES TO CNT-JRPT-RECORD.
014500     WRITE CNT-JRPT-RECORD.
014600     MOVE CNT-JRPT-HEADER-LINE TO CNT-JRPT-RECORD.
014700     WRITE CNT-JRPT-RECORD.
014800 1000-EXIT.
014900     EXIT.
015000******************************************************************
015100*    2000-TRACE-REQUESTS - TRACE EVERY ID ON TRQFILE IN TURN
015200******************************************************************
015300 2000-TRACE-REQUESTS.
015400     IF NOT CNT-TRQFILE-EOF
015500         PERFORM 2050-READ-REQUEST THRU 2050-EXIT
015600     END-IF.
015700     PERFORM 2100-TRACE-ONE-ID THRU 2100-EXIT
015800         UNTIL CNT-TRQFILE-EOF.
015900     IF CNT-REQUESTED-COUNT = 0
016000         DISPLAY "CNT450 - TRQFILE IS EMPTY, NOTHING TO TRACE"
016100     END-IF.
016200 2000-EXIT.
016300     EXIT.
016400******************************************************************
016500*    2050-READ-REQUEST
016600******************************************************************
016700 2050-READ-REQUEST.
016800     READ TRQFILE
016900         AT END
017000             MOVE "Y" TO CNT-TRQFILE-SW
017100     END-READ.
017200 2050-EXIT.
017300     EXIT.
017400******************************************************************
017500*    2100-TRACE-ONE-ID - POSITION DJRNFILE AT THE FIRST KEY FOR
017600*                        THE ID (LOWEST DATE, SEQUENCE AND RECORD
017700*                        NUMBER) AND LIST EVERY RECORD UNTIL THE
017800*                        ID CHANGES.  A BLANK REQUEST IS SKIPPED
017900******************************************************************
018000 2100-TRACE-ONE-ID.
018100     IF CNT-TRQ-TRAN-ID = SPACES
018200         GO TO 2100-READ-NEXT
018300     END-IF.
018400     ADD 1 TO CNT-REQUESTED-COUNT.
018500     MOVE CNT-TRQ-TRAN-ID TO CNT-TRACE-TRAN-ID.
018600     MOVE ZEROES TO CNT-ID-ENTRY-COUNT.
018700     MOVE "N" TO CNT-HISTORY-SW.
018800     MOVE SPACES TO CNT-JRPT-RECORD.
018900     WRITE CNT-JRPT-RECORD.
019000     MOVE CNT-TRACE-TRAN-ID TO CNT-JRPT-ID-TRAN-ID.
019100     MOVE CNT-JRPT-ID-LINE TO CNT-JRPT-RECORD.
019200     WRITE CNT-JRPT-RECORD.
019300     MOVE CNT-TRACE-TRAN-ID TO CNT-DJRN-TRAN-ID.
019400     MOVE ZEROES TO CNT-DJRN-RUN-DATE.
019500     MOVE ZEROES TO CNT-DJRN-RUN-SEQ.
019600     MOVE ZEROES TO CNT-DJRN-RECORD-NUMBER.
019700     START DJRNFILE KEY NOT LESS THAN CNT-DJRN-KEY
019800         INVALID KEY
019900             MOVE "Y" TO CNT-HISTORY-SW
020000         NOT INVALID KEY
020100             PERFORM 2150-READ-NEXT-JOURNAL THRU 2150-EXIT
020200     END-START.
020300     PERFORM 2200-LIST-ONE-ENTRY THRU 2200-EXIT
020400         UNTIL CNT-HISTORY-DONE.
020500     IF CNT-ID-ENTRY-COUNT = 0
020600         ADD 1 TO CNT-NOTFOUND-COUNT
020700         MOVE CNT-JRPT-NONE-LINE TO CNT-JRPT-RECORD
020800         WRITE CNT-JRPT-RECORD
020900     ELSE
021000         ADD 1 TO CNT-FOUND-COUNT
021100     END-IF.
021200 2100-READ-NEXT.
021300     PERFORM 2050-READ-REQUEST THRU 2050-EXIT.
021400 2100-EXIT.
021500     EXIT.
021600******************************************************************
021700*    2150-READ-NEXT-JOURNAL - NEXT KEY IN ORDER.  THE HISTORY
021800*                             ENDS AT END OF FILE OR AT THE
021900*                             FIRST KEY FOR A DIFFERENT ID
022000******************************************************************
022100 2150-READ-NEXT-JOURNAL.
022200     READ DJRNFILE NEXT RECORD
022300         AT END
022400             MOVE "Y" TO CNT-HISTORY-SW
022500         NOT AT END
022600             IF CNT-DJRN-TRAN-ID NOT = CNT-TRACE-TRAN-ID
022700                 MOVE "Y" TO CNT-HISTORY-SW
022800             END-IF
022900     END-READ.
023000 2150-EXIT.
023100     EXIT.
023200******************************************************************
023300*    2200-LIST-ONE-ENTRY - ONE DETAIL LINE PER JOURNAL RECORD.
023400*                          THE FOLDED-INTO SEQUENCE ONLY MEANS
023500*                          SOMETHING ON A CORRECTION AND IS LEFT
023600*                          BLANK OTHERWISE
023700******************************************************************
023800 2200-LIST-ONE-ENTRY.
023900     ADD 1 TO CNT-ID-ENTRY-COUNT.
024000     ADD 1 TO CNT-ENTRY-COUNT.
024100     MOVE CNT-DJRN-RUN-DATE TO CNT-JRPT-RUN-DATE.
024200     MOVE CNT-DJRN-RUN-SEQ TO CNT-JRPT-RUN-SEQ.
024300     MOVE CNT-DJRN-RECORD-NUMBER TO CNT-JRPT-RECORD-NUMBER.
024400     MOVE CNT-DJRN-PROGRAM TO CNT-JRPT-PROGRAM.
024500     MOVE CNT-DJRN-CATEGORY TO CNT-JRPT-CATEGORY.
024600     MOVE CNT-DJRN-AMOUNT TO CNT-JRPT-AMOUNT.
024700     PERFORM 2250-DESCRIBE-DISPOSITION THRU 2250-EXIT.
024800     MOVE CNT-DJRN-REASON-CODE TO CNT-JRPT-REASON-CODE.
024900     MOVE CNT-DJRN-ORIG-RUN-DATE TO CNT-JRPT-ORIG-RUN-DATE.
025000     MOVE CNT-DJRN-ORIG-CATEGORY TO CNT-JRPT-ORIG-CATEGORY.
025100     IF CNT-DJRN-CORRECTED
025200         MOVE CNT-DJRN-FOLDED-RUN-SEQ TO CNT-JRPT-FOLDED-RUN-SEQ
025300     ELSE
025400         MOVE SPACES TO CNT-JRPT-FOLDED-RUN-SEQ
025500     END-IF.
025600     MOVE CNT-JRPT-DETAIL-LINE TO CNT-JRPT-RECORD.
025700     WRITE CNT-JRPT-RECORD.
025800     PERFORM 2150-READ-NEXT-JOURNAL THRU 2150-EXIT.
025900 2200-EXIT.
026000     EXIT.
026100******************************************************************
026200*    2250-DESCRIBE-DISPOSITION - SPELL OUT THE DISPOSITION CODE
026300******************************************************************
026400 2250-DESCRIBE-DISPOSITION.
026500     MOVE "UNKNOWN" TO CNT-JRPT-DISPOSITION.
026600     IF CNT-DJRN-COUNTED
026700         MOVE "COUNTED" TO CNT-JRPT-DISPOSITION
026800     END-IF.
026900     IF CNT-DJRN-COUNTED-OVER-CAP
027000         MOVE "COUNTED OVER CAP" TO CNT-JRPT-DISPOSITION
027100     END-IF.
027200     IF CNT-DJRN-REVERSAL
027300         MOVE "REVERSAL" TO CNT-JRPT-DISPOSITION
027400     END-IF.
027500     IF CNT-DJRN-SUSPENDED
027600         MOVE "SUSPENDED" TO CNT-JRPT-DISPOSITION
027700     END-IF.
027800     IF CNT-DJRN-CORRECTED
027900         MOVE "CORRECTED" TO CNT-JRPT-DISPOSITION
028000     END-IF.
028100     IF CNT-DJRN-WRITTEN-OFF
028200         MOVE "WRITTEN OFF" TO CNT-JRPT-DISPOSITION
028300     END-IF.
028400 2250-EXIT.
028500     EXIT.
028600******************************************************************
028700*    9999-TERMINATE - TRAILER COUNTS, THEN CLOSE OUT.  AN ID WITH
028800*                     NO HISTORY ENDS THE RUN WITH A WARNING
028900******************************************************************
029000 9999-TERMINATE.
029100     MOVE SPACES TO CNT-JRPT-RECORD.
029200     WRITE CNT-JRPT-RECORD.
029300     MOVE "TRAN IDS REQUESTED" TO CNT-JRPT-COUNT-TEXT.
029400     MOVE CNT-REQUESTED-COUNT TO CNT-JRPT-COUNT-VALUE.
029500     MOVE CNT-JRPT-COUNT-LINE TO CNT-JRPT-RECORD.
029600     WRITE CNT-JRPT-RECORD.
029700     MOVE "TRAN IDS WITH HISTORY" TO CNT-JRPT-COUNT-TEXT.
029800     MOVE CNT-FOUND-COUNT TO CNT-JRPT-COUNT-VALUE.
029900     MOVE CNT-JRPT-COUNT-LINE TO CNT-JRPT-RECORD.
030000     WRITE CNT-JRPT-RECORD.
030100     MOVE "TRAN IDS WITH NO HISTORY" TO CNT-JRPT-COUNT-TEXT.
030200     MOVE CNT-NOTFOUND-COUNT TO CNT-JRPT-COUNT-VALUE.
030300     MOVE CNT-JRPT-COUNT-LINE TO CNT-JRPT-RECORD.
030400     WRITE CNT-JRPT-RECORD.
030500     MOVE "JOURNAL RECORDS LISTED" TO CNT-JRPT-COUNT-TEXT.
030600     MOVE CNT-ENTRY-COUNT TO CNT-JRPT-COUNT-VALUE.
030700     MOVE CNT-JRPT-COUNT-LINE TO CNT-JRPT-RECORD.
030800     WRITE CNT-JRPT-RECORD.
030900     IF CNT-NOTFOUND-COUNT > 0
031000         MOVE 4 TO RETURN-CODE
031100     END-IF.
031200     IF CNT-TRQFILE-STATUS NOT = "35"
031300         CLOSE TRQFILE
031400     END-IF.
031500     CLOSE DJRNFILE.
031600     CLOSE JRPTFILE.
031700 9999-EXIT.
031800     EXIT.
