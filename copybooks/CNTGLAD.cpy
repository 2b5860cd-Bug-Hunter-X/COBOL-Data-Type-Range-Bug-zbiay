      ******************************************************************
      *  CNTGLAD.CPY
      *  GL ADJUSTMENT EXTRACT RECORD.  CNT800 WRITES ONE RECORD TO
      *  GLADFILE FOR EVERY SUSPENSE CORRECTION IT FOLDS INTO A
      *  PREVIOUSLY PUBLISHED VSAMFILE RECORD, SO CNT150 CAN POST AN
      *  ADJUSTING GL ENTRY FOR THE CHANGE INSTEAD OF THE LEDGER
      *  DRIFTING AWAY FROM WHAT WAS PUBLISHED.  THE AMOUNT IS SIGNED
      *  THE SAME WAY CNT-SUSP-AMOUNT IS - A NEGATIVE AMOUNT IS A
      *  REVERSAL AND ADJUSTS THE REVERSAL ACCOUNTS, ANYTHING ELSE
      *  ADJUSTS THE GROSS ACCOUNTS.  THE CATEGORY IS THE CORRECTED
      *  CATEGORY THE AMOUNT WAS FOLDED INTO.  EVERY RECORD CARRIES
      *  THE DATE AND TIME OF THE CNT800 RUN THAT PRODUCED IT, SO
      *  CNT150 CAN TELL A NEW EXTRACT FROM ONE IT HAS ALREADY POSTED.
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      *  2026-10-15  RDH  ADDED CNT-GLAD-PRODUCED, THE CNT800 RUN DATE
      *                   AND TIME, TAKEN FROM FILLER.  CNT150 SKIPS
      *                   ANY RECORD NOT NEWER THAN THE LAST EXTRACT IT
      *                   POSTED (SEE CNTGCTL COPYBOOK), SO A DAY ON
      *                   WHICH CNT800 DOES NOT RUN CANNOT POST THE OLD
      *                   EXTRACT A SECOND TIME.
      ******************************************************************
       01  CNT-GLAD-RECORD.
           05  CNT-GLAD-RUN-DATE              PIC 9(08).
           05  CNT-GLAD-RUN-SEQ               PIC 9(02).
           05  CNT-GLAD-CATEGORY              PIC X(01).
           05  CNT-GLAD-TRAN-ID               PIC X(10).
           05  CNT-GLAD-AMOUNT                PIC S9(09)V99.
           05  CNT-GLAD-PRODUCED.
               10  CNT-GLAD-PRODUCED-DATE     PIC 9(08).
               10  CNT-GLAD-PRODUCED-TIME     PIC 9(08).
           05  FILLER                         PIC X(32).
