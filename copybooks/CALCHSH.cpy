       01  HASH-INPUT.
           05  HASH-PREVIOUS-CHECK     PIC 9(9).
           05  HASH-RECORD-IMAGE.
               10  HASH-COVERED-TEXT   PIC X(412).
               10  FILLER              PIC X(9).

       01  HASH-OUTPUT.
