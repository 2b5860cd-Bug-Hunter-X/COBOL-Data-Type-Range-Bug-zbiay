      *                   10 - THE CLUSTER MUST BE REDEFINED AND ITS
      *                   HISTORY RELOADED (EACH RETAINED DATE AS
      *                   SEQUENCE 01).
      *  2026-10-15  RDH  ADDED CNT-VSAM-AREA-5, THE CATEGORY'S DAILY
      *                   REVERSAL COUNT (CNT-CAT-AREA-5), AND
      *                   CNT-VSAM-AREA-6, THE SIGNED DOLLAR TOTAL OF
      *                   THOSE REVERSALS (CNT-CAT-AREA-6), SO THE
      *                   CNT150 GL POSTING INTERFACE CAN SPLIT THE
      *                   NET CNT-VSAM-AREA-4 INTO GROSS AND REVERSAL
      *                   AMOUNTS - GROSS IS AREA-4 LESS AREA-6.  THIS
      *                   GROWS THE RECORD FROM 450 TO 770 BYTES - A
      *                   CLUSTER DEFINED AT THE OLD SIZE MUST BE
      *                   REPLACED AND ITS RETAINED HISTORY CARRIED
      *                   ACROSS WITH CNT700, WHICH COPIES CATEGORY AND
      *                   AREA-2/3/4 PER ENTRY AND ZEROES AREA-5/6.  A
      *                   CNT900 ARCHIVE TAKEN AT THE OLD SIZE MUST BE
      *                   RELOADED BEFORE THE CONVERSION RUNS.
      ******************************************************************
       01  CNT-VSAM-RECORD.
           05  CNT-VSAM-KEY.
               10  CNT-VSAM-AREA-2            PIC 9(09).
               10  CNT-VSAM-AREA-3            PIC 9(05).
               10  CNT-VSAM-AREA-4            PIC S9(11)V99 COMP-3.
               10  CNT-VSAM-AREA-5            PIC 9(09).
               10  CNT-VSAM-AREA-6            PIC S9(11)V99 COMP-3.
