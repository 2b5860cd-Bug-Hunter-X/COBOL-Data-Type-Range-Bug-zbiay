      ******************************************************************
      *  CNT460S.CPY
      *  SYMBOLIC MAP FOR BMS MAPSET CNT460S, MAP CNT460M - THE CNT460
      *  DAILY RUN INQUIRY SCREEN.  KEEP IN STEP WITH THE MAPSET
      *  SOURCE, CNT460S.BMS.  CNT460MI IS THE RECEIVED (INPUT) VIEW
      *  AND CNT460MO THE SENT (OUTPUT) VIEW OF THE SAME STORAGE.
      *
      *  MAINTENANCE HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------  ----  ----------------------------------------
      *  2026-10-15  RDH  ORIGINAL COPYBOOK.
      ******************************************************************
       01  CNT460MI.
           02  FILLER                     PIC X(12).
           02  QDATEL                     PIC S9(04) COMP.
           02  QDATEF                     PIC X(01).
           02  FILLER REDEFINES QDATEF.
               03  QDATEA                 PIC X(01).
           02  QDATEI                     PIC X(08).
           02  QSEQL                      PIC S9(04) COMP.
           02  QSEQF                      PIC X(01).
           02  FILLER REDEFINES QSEQF.
               03  QSEQA                  PIC X(01).
           02  QSEQI                      PIC X(02).
           02  QSTATL                     PIC S9(04) COMP.
           02  QSTATF                     PIC X(01).
           02  FILLER REDEFINES QSTATF.
               03  QSTATA                 PIC X(01).
           02  QSTATI                     PIC X(11).
           02  QRCL                       PIC S9(04) COMP.
           02  QRCF                       PIC X(01).
           02  FILLER REDEFINES QRCF.
               03  QRCA                   PIC X(01).
           02  QRCI                       PIC X(02).
           02  QCYCLL                     PIC S9(04) COMP.
           02  QCYCLF                     PIC X(01).
           02  FILLER REDEFINES QCYCLF.
               03  QCYCLA                 PIC X(01).
           02  QCYCLI                     PIC X(20).
           02  QPUBLL                     PIC S9(04) COMP.
           02  QPUBLF                     PIC X(01).
           02  FILLER REDEFINES QPUBLF.
               03  QPUBLA                 PIC X(01).
           02  QPUBLI                     PIC X(31).
           02  QLSEQL                     PIC S9(04) COMP.
           02  QLSEQF                     PIC X(01).
           02  FILLER REDEFINES QLSEQF.
               03  QLSEQA                 PIC X(01).
           02  QLSEQI                     PIC X(02).
           02  QSTRTL                     PIC S9(04) COMP.
           02  QSTRTF                     PIC X(01).
           02  FILLER REDEFINES QSTRTF.
               03  QSTRTA                 PIC X(01).
           02  QSTRTI                     PIC X(17).
           02  QENDL                      PIC S9(04) COMP.
           02  QENDF                      PIC X(01).
           02  FILLER REDEFINES QENDF.
               03  QENDA                  PIC X(01).
           02  QENDI                      PIC X(17).
           02  QREADL                     PIC S9(04) COMP.
           02  QREADF                     PIC X(01).
           02  FILLER REDEFINES QREADF.
               03  QREADA                 PIC X(01).
           02  QREADI                     PIC X(09).
           02  QSUSPL                     PIC S9(04) COMP.
           02  QSUSPF                     PIC X(01).
           02  FILLER REDEFINES QSUSPF.
               03  QSUSPA                 PIC X(01).
           02  QSUSPI                     PIC X(09).
           02  QVIEWL                     PIC S9(04) COMP.
           02  QVIEWF                     PIC X(01).
           02  FILLER REDEFINES QVIEWF.
               03  QVIEWA                 PIC X(01).
           02  QVIEWI                     PIC X(78).
           02  QHEADL                     PIC S9(04) COMP.
           02  QHEADF                     PIC X(01).
           02  FILLER REDEFINES QHEADF.
               03  QHEADA                 PIC X(01).
           02  QHEADI                     PIC X(79).
           02  DFHMS1 OCCURS 10 TIMES.
             03  QLINEL                   PIC S9(04) COMP.
             03  QLINEF                   PIC X(01).
             03  FILLER REDEFINES QLINEF.
               04  QLINEA                 PIC X(01).
             03  QLINEI                   PIC X(79).
           02  QMSGL                      PIC S9(04) COMP.
           02  QMSGF                      PIC X(01).
           02  FILLER REDEFINES QMSGF.
               03  QMSGA                  PIC X(01).
           02  QMSGI                      PIC X(78).
       01  CNT460MO REDEFINES CNT460MI.
           02  FILLER                     PIC X(12).
           02  FILLER                     PIC X(03).
           02  QDATEO                     PIC X(08).
           02  FILLER                     PIC X(03).
           02  QSEQO                      PIC X(02).
           02  FILLER                     PIC X(03).
           02  QSTATO                     PIC X(11).
           02  FILLER                     PIC X(03).
           02  QRCO                       PIC X(02).
           02  FILLER                     PIC X(03).
           02  QCYCLO                     PIC X(20).
           02  FILLER                     PIC X(03).
           02  QPUBLO                     PIC X(31).
           02  FILLER                     PIC X(03).
           02  QLSEQO                     PIC X(02).
           02  FILLER                     PIC X(03).
           02  QSTRTO                     PIC X(17).
           02  FILLER                     PIC X(03).
           02  QENDO                      PIC X(17).
           02  FILLER                     PIC X(03).
           02  QREADO                     PIC X(09).
           02  FILLER                     PIC X(03).
           02  QSUSPO                     PIC X(09).
           02  FILLER                     PIC X(03).
           02  QVIEWO                     PIC X(78).
           02  FILLER                     PIC X(03).
           02  QHEADO                     PIC X(79).
           02  DFHMS2 OCCURS 10 TIMES.
             03  FILLER                   PIC X(03).
             03  QLINEO                   PIC X(79).
           02  FILLER                     PIC X(03).
           02  QMSGO                      PIC X(78).
