               03  MQUOTAA         PIC X.
           02  MQUOTAI             PIC X(7).

           02  MPENDL              COMP PIC S9(4).
           02  MPENDF              PIC X.
           02  FILLER REDEFINES MPENDF.
               03  MPENDA          PIC X.
           02  MPENDI              PIC X(79).

           02  MCURRL              COMP PIC S9(4).
           02  MCURRF              PIC X.
           02  FILLER REDEFINES MCURRF.
               03  MCURRA          PIC X.
           02  MCURRI              PIC X(79).

           02  MSG3L               COMP PIC S9(4).
           02  MSG3F               PIC X.
           02  FILLER REDEFINES MSG3F.
           02  FILLER              PIC X(3).
           02  MQUOTAO             PIC X(7).

           02  FILLER              PIC X(3).
           02  MPENDO              PIC X(79).

           02  FILLER              PIC X(3).
           02  MCURRO              PIC X(79).

           02  FILLER              PIC X(3).
           02  MSG3O               PIC X(79).
