      *****************************************************************
      * CALCCSV - Delimited-file column-mapping profile (CALCCSVP)     *
      * One record per sending source whose file arrives as a          *
      * spreadsheet export rather than in the CALCTRN layout, read by  *
      * CALCCSVI to convert it:                                        *
      *   - the field delimiter ("T" for a tab), the decimal           *
      *     convention - "E" for the European locale, comma decimals   *
      *     and point thousands, as CALCULATOR edits them; otherwise   *
      *     point decimals and comma thousands - the date format as a  *
      *     picture of YYYY, MM and DD with any separators (for        *
      *     example DD/MM/YYYY), and the number of heading rows to     *
      *     skip;                                                      *
      *   - the column number (1 up) holding each transaction field,   *
      *     zero where the export has no such column - a file with no  *
      *     key column gets keys numbered by row;                      *
      *   - fixed defaults, used where the field has no column or the  *
      *     row leaves the column empty.                               *
      *****************************************************************
       01  CSVP-RECORD.
           05  CSVP-SOURCE-ID          PIC X(8).
           05  CSVP-DELIMITER          PIC X.
               88  CSVP-TAB-DELIMITED  VALUE "T".
           05  CSVP-LOCALE             PIC X.
               88  CSVP-LOCALE-EUROPEAN VALUE "E".
           05  CSVP-DATE-FORMAT        PIC X(10).
           05  CSVP-HEADING-ROWS       PIC 9.
           05  CSVP-COLUMNS.
               10  CSVP-KEY-COL        PIC 9(2).
               10  CSVP-OPERAND-1-COL  PIC 9(2).
               10  CSVP-OPERAND-2-COL  PIC 9(2).
               10  CSVP-OPERATION-COL  PIC 9(2).
               10  CSVP-CURRENCY-1-COL PIC 9(2).
               10  CSVP-CURRENCY-2-COL PIC 9(2).
               10  CSVP-RATE-COL       PIC 9(2).
               10  CSVP-VALUE-DATE-COL PIC 9(2).
               10  CSVP-CORR-ID-COL    PIC 9(2).
           05  CSVP-DEFAULTS.
               10  CSVP-DFT-OPERATION  PIC X.
               10  CSVP-DFT-NEG-FLAG   PIC X.
               10  CSVP-DFT-CURRENCY-1 PIC X(3).
               10  CSVP-DFT-CURRENCY-2 PIC X(3).
               10  CSVP-DFT-PRODUCT-CODE PIC X(8).
               10  CSVP-DFT-FEE-CODE   PIC X(8).
