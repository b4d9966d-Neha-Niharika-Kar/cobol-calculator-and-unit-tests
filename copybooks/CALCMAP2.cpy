               03  FOPCODEA        PIC X.
           02  FOPCODEI            PIC X.

           02  COLHDRL             COMP PIC S9(4).
           02  COLHDRF             PIC X.
           02  FILLER REDEFINES COLHDRF.
               03  COLHDRA         PIC X.
           02  COLHDRI             PIC X(79).

           02  DTLLINEI OCCURS 12 TIMES.
               03  DTLL            COMP PIC S9(4).
               03  DTLF            PIC X.
           02  FILLER              PIC X(3).
           02  FOPCODEO            PIC X.

           02  FILLER              PIC X(3).
           02  COLHDRO             PIC X(79).

           02  DTLLINEO OCCURS 12 TIMES.
               03  FILLER          PIC X(3).
               03  DTLO            PIC X(79).
