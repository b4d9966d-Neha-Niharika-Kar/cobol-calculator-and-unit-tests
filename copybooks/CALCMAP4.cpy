      *****************************************************************
      * CALCMAP4 - Symbolic map for the reference-table maintenance    *
      * screen (CALCM4), as produced by assembling CALCMAP4.bms. COPY  *
      * this into any CICS program that RECEIVEs/SENDs CALCM4.         *
      *****************************************************************
       01  CALCM4I.
           02  FILLER              PIC X(12).
           02  TTITLEL             COMP PIC S9(4).
           02  TTITLEF             PIC X.
           02  FILLER REDEFINES TTITLEF.
               03  TTITLEA         PIC X.
           02  TTITLEI             PIC X(40).

           02  TACTIONL            COMP PIC S9(4).
           02  TACTIONF            PIC X.
           02  FILLER REDEFINES TACTIONF.
               03  TACTIONA        PIC X.
           02  TACTIONI            PIC X.

           02  TKEYLBLL            COMP PIC S9(4).
           02  TKEYLBLF            PIC X.
           02  FILLER REDEFINES TKEYLBLF.
               03  TKEYLBLA        PIC X.
           02  TKEYLBLI            PIC X(16).

           02  TKEYL               COMP PIC S9(4).
           02  TKEYF               PIC X.
           02  FILLER REDEFINES TKEYF.
               03  TKEYA           PIC X.
           02  TKEYI               PIC X(8).

           02  TDATLBLL            COMP PIC S9(4).
           02  TDATLBLF            PIC X.
           02  FILLER REDEFINES TDATLBLF.
               03  TDATLBLA        PIC X.
           02  TDATLBLI            PIC X(16).

           02  TDATEL              COMP PIC S9(4).
           02  TDATEF              PIC X.
           02  FILLER REDEFINES TDATEF.
               03  TDATEA          PIC X.
           02  TDATEI              PIC X(8).

           02  TVALLBLL            COMP PIC S9(4).
           02  TVALLBLF            PIC X.
           02  FILLER REDEFINES TVALLBLF.
               03  TVALLBLA        PIC X.
           02  TVALLBLI            PIC X(16).

           02  TVALUEL             COMP PIC S9(4).
           02  TVALUEF             PIC X.
           02  FILLER REDEFINES TVALUEF.
               03  TVALUEA         PIC X.
           02  TVALUEI             PIC X(12).

           02  TCAPLBLL            COMP PIC S9(4).
           02  TCAPLBLF            PIC X.
           02  FILLER REDEFINES TCAPLBLF.
               03  TCAPLBLA        PIC X.
           02  TCAPLBLI            PIC X(16).

           02  TCAPDAYL            COMP PIC S9(4).
           02  TCAPDAYF            PIC X.
           02  FILLER REDEFINES TCAPDAYF.
               03  TCAPDAYA        PIC X.
           02  TCAPDAYI            PIC X(2).

           02  TCNVLBLL            COMP PIC S9(4).
           02  TCNVLBLF            PIC X.
           02  FILLER REDEFINES TCNVLBLF.
               03  TCNVLBLA        PIC X.
           02  TCNVLBLI            PIC X(16).

           02  TCONVL              COMP PIC S9(4).
           02  TCONVF              PIC X.
           02  FILLER REDEFINES TCONVF.
               03  TCONVA          PIC X.
           02  TCONVI              PIC X(8).

           02  TPENDL              COMP PIC S9(4).
           02  TPENDF              PIC X.
           02  FILLER REDEFINES TPENDF.
               03  TPENDA          PIC X.
           02  TPENDI              PIC X(79).

           02  TBEFOREL            COMP PIC S9(4).
           02  TBEFOREF            PIC X.
           02  FILLER REDEFINES TBEFOREF.
               03  TBEFOREA        PIC X.
           02  TBEFOREI            PIC X(79).

           02  TAFTERL             COMP PIC S9(4).
           02  TAFTERF             PIC X.
           02  FILLER REDEFINES TAFTERF.
               03  TAFTERA         PIC X.
           02  TAFTERI             PIC X(79).

           02  TMSGL               COMP PIC S9(4).
           02  TMSGF               PIC X.
           02  FILLER REDEFINES TMSGF.
               03  TMSGA           PIC X.
           02  TMSGI               PIC X(79).

       01  CALCM4O REDEFINES CALCM4I.
           02  FILLER              PIC X(12).
           02  FILLER              PIC X(3).
           02  TTITLEO             PIC X(40).

           02  FILLER              PIC X(3).
           02  TACTIONO            PIC X.

           02  FILLER              PIC X(3).
           02  TKEYLBLO            PIC X(16).

           02  FILLER              PIC X(3).
           02  TKEYO               PIC X(8).

           02  FILLER              PIC X(3).
           02  TDATLBLO            PIC X(16).

           02  FILLER              PIC X(3).
           02  TDATEO              PIC X(8).

           02  FILLER              PIC X(3).
           02  TVALLBLO            PIC X(16).

           02  FILLER              PIC X(3).
           02  TVALUEO             PIC X(12).

           02  FILLER              PIC X(3).
           02  TCAPLBLO            PIC X(16).

           02  FILLER              PIC X(3).
           02  TCAPDAYO            PIC X(2).

           02  FILLER              PIC X(3).
           02  TCNVLBLO            PIC X(16).

           02  FILLER              PIC X(3).
           02  TCONVO              PIC X(8).

           02  FILLER              PIC X(3).
           02  TPENDO              PIC X(79).

           02  FILLER              PIC X(3).
           02  TBEFOREO            PIC X(79).

           02  FILLER              PIC X(3).
           02  TAFTERO             PIC X(79).

           02  FILLER              PIC X(3).
           02  TMSGO               PIC X(79).
