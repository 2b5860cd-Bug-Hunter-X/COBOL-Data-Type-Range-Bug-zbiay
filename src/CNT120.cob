003000*  DATE        INIT  DESCRIPTION
003100*  ----------  ----  -----------------------------------------
003200*  2026-09-02   RDH  ORIGINAL PROGRAM.
003210*  2026-10-15   RDH  AN INTRADAY CYCLE RUN THAT IS NOT THE FINAL
003220*                    CYCLE NOW GRADES 8 - THE DAY IS STILL OPEN
003230*                    AND ITS TOTALS WILL GROW, SO DOWNSTREAM JOBS
003240*                    ARE ONLY CLEARED ONCE THE FINAL CYCLE HAS
003250*                    CLOSED THE DAY.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
014500         MOVE 8 TO RETURN-CODE
014600         GO TO 2100-EXIT
014700     END-IF.
014710     IF CNT-RSTA-CYCLE-MODE
014720         AND NOT CNT-RSTA-DAY-CLOSED
014730         DISPLAY "CNT120 - CYCLE " CNT-RSTA-CYCLE-NUMBER
014740             " OF DATE " CNT-GATE-RUN-DATE
014750             " IS NOT THE FINAL CYCLE - DAY NOT YET CLOSED"
014760             " - NOT SAFE"
014770         MOVE 8 TO RETURN-CODE
014780         GO TO 2100-EXIT
014790     END-IF.
014800     IF CNT-RSTA-RETURN-CODE = 4
014900         DISPLAY "CNT120 - RUN FOR DATE " CNT-GATE-RUN-DATE
015000             " COMPLETED WITH WARNINGS"
