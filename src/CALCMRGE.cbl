      *    read as raw line images and mapped onto the shared work
      *    area below, so one set of paragraphs serves all five FDs.
       FD  SOURCE-FILE-1.
       01  S1-INPUT-LINE           PIC X(130).
       FD  SOURCE-FILE-2.
       01  S2-INPUT-LINE           PIC X(130).
       FD  SOURCE-FILE-3.
       01  S3-INPUT-LINE           PIC X(130).
       FD  SOURCE-FILE-4.
       01  S4-INPUT-LINE           PIC X(130).
       FD  SOURCE-FILE-5.
       01  S5-INPUT-LINE           PIC X(130).

       FD  MERGED-FILE.
           COPY CALCTRN.
      *    view matching its record type.
           COPY CALCTRN REPLACING LEADING ==TRANS-== BY ==WRK-==.

       01  WS-WORK-LINE            PIC X(130) VALUE SPACES.

       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-COUNT     PIC 9(1) VALUE ZEROS.
