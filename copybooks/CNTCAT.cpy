      *                   DEFAULTED FROM THE PARMFILE PAIR, SO A HIGH-
      *                   VOLUME CATEGORY NO LONGER SHARES A LOW-VOLUME
      *                   CATEGORY'S THRESHOLD.
      *  2026-10-15  RDH  ADDED CNT-CAT-AREA-6, THE SIGNED PACKED-
      *                   DECIMAL DOLLAR TOTAL OF THE CATEGORY'S
      *                   REVERSALS.  CNT-CAT-AREA-4 STAYS THE NET
      *                   DOLLAR VOLUME; AREA-6 LETS THE GL POSTING
      *                   SPLIT IT INTO GROSS AND REVERSAL AMOUNTS.
      ******************************************************************
       01  CNT-CAT-CODE-CONSTANTS.
           05  FILLER                         PIC X(01) VALUE "D".
               10  CNT-CAT-AREA-3               PIC 9(05) COMP.
               10  CNT-CAT-AREA-4               PIC S9(11)V99 COMP-3.
               10  CNT-CAT-AREA-5               PIC 9(09) COMP.
               10  CNT-CAT-AREA-6               PIC S9(11)V99 COMP-3.
               10  CNT-CAT-ALERT-THRESHOLD      PIC 9(05) COMP.
               10  CNT-CAT-OVERFLOW-CAP         PIC 9(05) COMP.
               10  CNT-CAT-NOTIFIED-SW          PIC X(01).
