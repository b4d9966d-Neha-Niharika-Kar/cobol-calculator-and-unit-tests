               03  STATUSA         PIC X.
           02  STATUSI             PIC X(20).

           02  BDATEL              COMP PIC S9(4).
           02  BDATEF              PIC X.
           02  FILLER REDEFINES BDATEF.
               03  BDATEA          PIC X.
           02  BDATEI              PIC X(10).

           02  TAPLINEI OCCURS 6 TIMES.
               03  TAPL            COMP PIC S9(4).
               03  TAPF            PIC X.
           02  FILLER              PIC X(3).
           02  STATUSO             PIC X(20).

           02  FILLER              PIC X(3).
           02  BDATEO              PIC X(10).

           02  TAPLINEO OCCURS 6 TIMES.
               03  FILLER          PIC X(3).
               03  TAPO            PIC X(60).
