      *****************************************************************
      * CALCDRS - Store list for the disaster-recovery package         *
      * Every master, reference and run-control store CALCDRBK copies  *
      * into the nightly package and CALCDRRV reloads and proves, in   *
      * package order. The entry number is the store number carried    *
      * on every package and manifest record, so the two programs      *
      * must always be compiled against the same list; a store added   *
      * here needs its SELECT, FD and dispatch entries in both.        *
      * DRS-RECORD-LENGTH is the store's record length: records past   *
      * 412 characters are folded into the hash total in two slices    *
      * (see CALCHSH).                                                 *
      *****************************************************************
       01  DRS-STORE-VALUES.
           05  FILLER              PIC X(12) VALUE "CALCBDATL126".
           05  FILLER              PIC X(12) VALUE "CALCRUNCL036".
           05  FILLER              PIC X(12) VALUE "CALCCKPTL088".
           05  FILLER              PIC X(12) VALUE "CALCRST L009".
           05  FILLER              PIC X(12) VALUE "CALCCHNAL009".
           05  FILLER              PIC X(12) VALUE "CALCTVERL041".
           05  FILLER              PIC X(12) VALUE "CALCPARML073".
           05  FILLER              PIC X(12) VALUE "CALCXRTEL023".
           05  FILLER              PIC X(12) VALUE "CALCTAXRL019".
           05  FILLER              PIC X(12) VALUE "CALCPRATL033".
           05  FILLER              PIC X(12) VALUE "CALCCURRL004".
           05  FILLER              PIC X(12) VALUE "CALCHOL L011".
           05  FILLER              PIC X(12) VALUE "CALCFEESL170".
           05  FILLER              PIC X(12) VALUE "CALCBASEL003".
           05  FILLER              PIC X(12) VALUE "CALCGLMPL046".
           05  FILLER              PIC X(12) VALUE "CALCTARFL008".
           05  FILLER              PIC X(12) VALUE "CALCENTYL020".
           05  FILLER              PIC X(12) VALUE "CALCRCCYL019".
           05  FILLER              PIC X(12) VALUE "CALCAKEYL041".
           05  FILLER              PIC X(12) VALUE "CALCHOLDL038".
           05  FILLER              PIC X(12) VALUE "CALCXPIVL003".
           05  FILLER              PIC X(12) VALUE "CALCALISL039".
           05  FILLER              PIC X(12) VALUE "CALCLOANL109".
           05  FILLER              PIC X(12) VALUE "CALCPENDL201".
           05  FILLER              PIC X(12) VALUE "CALCSTDOL070".
           05  FILLER              PIC X(12) VALUE "CALCREGFK041".
           05  FILLER              PIC X(12) VALUE "CALCQOTAK023".
           05  FILLER              PIC X(12) VALUE "CALCKEYSK018".
           05  FILLER              PIC X(12) VALUE "CALCAUDMK435".
           05  FILLER              PIC X(12) VALUE "CALCAUDTL421".
           05  FILLER              PIC X(12) VALUE "CALCAUDXL421".
       01  DRS-STORE-TABLE REDEFINES DRS-STORE-VALUES.
           05  DRS-STORE-ENTRY OCCURS 31 TIMES.
               10  DRS-STORE-NAME      PIC X(8).
               10  DRS-STORE-ORG       PIC X.
                   88  DRS-STORE-KEYED VALUE "K".
               10  DRS-RECORD-LENGTH   PIC 9(3).
       01  DRS-STORE-COUNT         PIC 9(2) VALUE 31.
      *    Store numbers the consistency proof looks at directly.
       01  DRS-BDAT-STORE          PIC 9(2) VALUE 1.
       01  DRS-CHNA-STORE          PIC 9(2) VALUE 5.
       01  DRS-AUDM-STORE          PIC 9(2) VALUE 29.
       01  DRS-AUDT-STORE          PIC 9(2) VALUE 30.
       01  DRS-AUDX-STORE          PIC 9(2) VALUE 31.
