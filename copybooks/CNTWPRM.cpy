      ******************************************************************
      *  CNTWPRM.CPY
      *  BATCH-WINDOW REPORT PARAMETER RECORD FOR CNT130.  ONE RECORD
      *  IS READ AT THE START OF EACH RUN, THE SAME WAY MPRMFILE
      *  DRIVES CNT300 AND CNT600.
      *
      *  CNT-WPRM-FROM-DATE      FIRST BUSINESS DATE REPORTED.  ZERO
      *                          OR NOT NUMERIC MEANS THE OLDEST DATE
      *                          ON STATFILE.
      *  CNT-WPRM-TO-DATE        LAST BUSINESS DATE REPORTED.  ZERO OR
      *                          NOT NUMERIC MEANS THE SYSTEM DATE.
      *  CNT-WPRM-SLA-END-TIME   HHMM BY WHICH CNT100 MUST HAVE
      *                          FINISHED (DEFAULT 0600).
      *  CNT-WPRM-SLA-END-DAYS   HOW MANY DAYS AFTER THE BUSINESS DATE
      *                          THE SLA END TIME FALLS - 0 FOR THE
      *                          BUSINESS DATE ITSELF, 1 FOR THE
      *                          FOLLOWING MORNING.  A SPACE OR ANY
      *                          OTHER NON-DIGIT MEANS 1.
      *  CNT-WPRM-OVER-AVG-PCT   A DATE WHOSE RUN TOOK MORE THAN THIS
      *                          PERCENTAGE ABOVE THE PERIOD AVERAGE
      *                          IS FLAGGED (DEFAULT 25).
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      ******************************************************************
       01  CNT-WPRM-RECORD.
           05  CNT-WPRM-FROM-DATE             PIC 9(08).
           05  CNT-WPRM-TO-DATE               PIC 9(08).
           05  CNT-WPRM-SLA-END-TIME          PIC 9(04).
           05  CNT-WPRM-SLA-END-DAYS          PIC X(01).
           05  CNT-WPRM-OVER-AVG-PCT          PIC 9(03).
           05  FILLER                         PIC X(56).
