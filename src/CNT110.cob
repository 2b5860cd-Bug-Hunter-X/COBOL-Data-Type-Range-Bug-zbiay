003199*                    THRESHOLD SAT ABOVE IT, WHICH IS EXACTLY
003200*                    THE CROSSED PAIR THIS VALIDATION EXISTS
003201*                    TO STOP.
003202*  2026-10-15   RDH  PARMFILE NOW CARRIES THE INTRADAY CYCLE
003203*                    NUMBER AND FINAL-CYCLE SWITCH.  BOTH ARE
003204*                    LOADED, VALIDATED ON A PARMFILE CHANGE (CYCLE
003205*                    BLANK OR ONE DIGIT, FINAL BLANK, Y OR N, AND
003206*                    FINAL ONLY WITH A CYCLE NUMBER), SHOWN ON THE
003207*                    AUDIT IMAGE AND WRITTEN TO NEWPARM, SO A
003208*                    MAINTENANCE RUN NO LONGER DROPS THEM.
003209******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
009800     05  CNT-NPRM-OVERFLOW-CAP          PIC X(05).
009900     05  CNT-NPRM-BUSINESS-DATE         PIC X(08).
010000     05  CNT-NPRM-DUP-RETENTION-DAYS    PIC X(03).
010010     05  CNT-NPRM-CYCLE-NUMBER          PIC X(01).
010020     05  CNT-NPRM-FINAL-CYCLE-SW        PIC X(01).
010030     05  FILLER                         PIC X(57).
010200 FD  MAUDFILE
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
013900     05  CNT-WRK-PARM-CAP          PIC X(05).
014000     05  CNT-WRK-PARM-BUS-DATE     PIC X(08).
014100     05  CNT-WRK-PARM-RETENTION    PIC X(03).
014110     05  CNT-WRK-PARM-CYCLE        PIC X(01).
014120     05  CNT-WRK-PARM-FINAL        PIC X(01).
014200 01  CNT-WRK-PARM-SW               PIC X(01) VALUE "Y".
014300     88  CNT-WRK-PARM-EMPTY                  VALUE "Y".
014400******************************************************************
015900     05  CNT-PARMI-BUS-DATE        PIC X(08).
016000     05  FILLER                    PIC X(01) VALUE SPACES.
016100     05  CNT-PARMI-RETENTION       PIC X(03).
016110     05  FILLER                    PIC X(01) VALUE SPACES.
016120     05  CNT-PARMI-CYCLE           PIC X(01).
016130     05  FILLER                    PIC X(01) VALUE SPACES.
016140     05  CNT-PARMI-FINAL           PIC X(01).
016300******************************************************************
016400*    TRANSACTION COUNTS - ONE PER TRAILER LINE ON MAUDFILE
016500******************************************************************
033300         MOVE CNT-PARM-BUSINESS-DATE TO CNT-WRK-PARM-BUS-DATE
033400         MOVE CNT-PARM-DUP-RETENTION-DAYS
033500             TO CNT-WRK-PARM-RETENTION
033510         MOVE CNT-PARM-CYCLE-NUMBER TO CNT-WRK-PARM-CYCLE
033520         MOVE CNT-PARM-FINAL-CYCLE-SW TO CNT-WRK-PARM-FINAL
033600     END-IF.
033700     CLOSE PARMFILE.
033800 1200-EXIT.
060100         PERFORM 8000-REJECT-TXN THRU 8000-EXIT
060200         GO TO 4000-EXIT
060300     END-IF.
060301     IF CNT-MNT-CYCLE-NUMBER NOT = SPACES
060302         AND CNT-MNT-CYCLE-NUMBER NOT NUMERIC
060303         MOVE "CYCLE NUMBER NOT NUMERIC"
060304             TO CNT-ARPT-ERR-REASON
060305         PERFORM 8000-REJECT-TXN THRU 8000-EXIT
060306         GO TO 4000-EXIT
060307     END-IF.
060308     IF CNT-MNT-FINAL-CYCLE NOT = SPACES
060309         AND CNT-MNT-FINAL-CYCLE NOT = "Y"
060310         AND CNT-MNT-FINAL-CYCLE NOT = "N"
060311         MOVE "FINAL CYCLE FLAG NOT Y OR N"
060312             TO CNT-ARPT-ERR-REASON
060313         PERFORM 8000-REJECT-TXN THRU 8000-EXIT
060314         GO TO 4000-EXIT
060315     END-IF.
060316     IF CNT-MNT-FINAL-CYCLE = "Y"
060317         AND (CNT-MNT-CYCLE-NUMBER = SPACES
060318             OR CNT-MNT-CYCLE-NUMBER = "0")
060319         MOVE "FINAL CYCLE WITHOUT CYCLE NUMBER"
060320             TO CNT-ARPT-ERR-REASON
060321         PERFORM 8000-REJECT-TXN THRU 8000-EXIT
060322         GO TO 4000-EXIT
060323     END-IF.
060400     IF CNT-WRK-PARM-EMPTY
060500         MOVE "(EMPTY)" TO CNT-ARPT-BEFORE
060600     ELSE
061300     MOVE CNT-MNT-BUSINESS-DATE TO CNT-WRK-PARM-BUS-DATE.
061400     MOVE CNT-MNT-DUP-RETENTION-DAYS
061500         TO CNT-WRK-PARM-RETENTION.
061510     MOVE CNT-MNT-CYCLE-NUMBER TO CNT-WRK-PARM-CYCLE.
061520     MOVE CNT-MNT-FINAL-CYCLE TO CNT-WRK-PARM-FINAL.
061600     PERFORM 7200-FORMAT-PARM-IMAGE THRU 7200-EXIT.
061700     MOVE CNT-PARM-IMAGE TO CNT-ARPT-AFTER.
061800     PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT.
065200     MOVE CNT-WRK-PARM-CAP TO CNT-PARMI-CAP.
065300     MOVE CNT-WRK-PARM-BUS-DATE TO CNT-PARMI-BUS-DATE.
065400     MOVE CNT-WRK-PARM-RETENTION TO CNT-PARMI-RETENTION.
065410     MOVE CNT-WRK-PARM-CYCLE TO CNT-PARMI-CYCLE.
065420     MOVE CNT-WRK-PARM-FINAL TO CNT-PARMI-FINAL.
065500 7200-EXIT.
065600     EXIT.
065700******************************************************************
074400         MOVE CNT-WRK-PARM-BUS-DATE TO CNT-NPRM-BUSINESS-DATE
074500         MOVE CNT-WRK-PARM-RETENTION
074600             TO CNT-NPRM-DUP-RETENTION-DAYS
074610         MOVE CNT-WRK-PARM-CYCLE TO CNT-NPRM-CYCLE-NUMBER
074620         MOVE CNT-WRK-PARM-FINAL TO CNT-NPRM-FINAL-CYCLE-SW
074700         WRITE CNT-NPRM-RECORD
074800     END-IF.
074900     CLOSE NEWPARM.
