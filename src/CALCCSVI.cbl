       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCSVI.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Delimited Departmental File Intake                             *
      * Converts a department's spreadsheet export (CSVIN) into a      *
      * driver-format TRANSRAW file for the CALCEDIT pre-edit, in      *
      * place of the operator retyping it. The CALCCSVC control record *
      * names the sending source, its file ID and business date; the   *
      * source's CALCCSVP mapping profile (see CALCCSV) says how to    *
      * split each line - delimiter, quoted fields honoured - which    *
      * column carries which field, the decimal convention (the        *
      * European locale's comma decimals as CALCULATOR edits them),    *
      * the date format, and the defaults for fields the export does   *
      * not carry. Every converted row becomes one TRANS-RECORD        *
      * stamped with the source; the file gets a TRANS-HEADER-RECORD   *
      * marked pre-edit only, so nothing downstream takes it before    *
      * CALCEDIT has, and a TRANS-TRAILER-RECORD with the converted    *
      * count and operand hash totals. A row that cannot be converted  *
      * goes to the CALCCSVR reject listing with the reason and the    *
      * original line text exactly as received, so the department      *
      * sees what to fix. Return code 8 when any row was rejected, 16  *
      * when the control record, the profile or the input is missing,  *
      * otherwise 0.                                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CALCCSVC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "CALCCSVP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-FILE-STATUS.

           SELECT CSV-FILE ASSIGN TO "CSVIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT RAW-FILE ASSIGN TO "TRANSRAW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAW-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCCSVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  INTAKE-CONTROL-RECORD.
           05  CSVC-SOURCE-ID          PIC X(8).
           05  CSVC-FILE-ID            PIC X(8).
           05  CSVC-BUSINESS-DATE      PIC 9(8).

       FD  PROFILE-FILE.
           COPY CALCCSV.

       FD  CSV-FILE.
       01  CSV-LINE                PIC X(500).

       FD  RAW-FILE.
           COPY CALCTRN.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-PROFILE-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-CSV-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  WS-RAW-FILE-STATUS      PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-PROFILE-FOUND-SWITCH PIC X VALUE "N".
           88  WS-PROFILE-FOUND    VALUE "Y".
       01  WS-REFUSE-SWITCH        PIC X VALUE "N".
           88  WS-RUN-REFUSED      VALUE "Y".
       01  WS-ROW-REJECT-SWITCH    PIC X VALUE "N".
           88  WS-ROW-REJECTED     VALUE "Y".

       01  WS-SOURCE-ID            PIC X(8) VALUE SPACES.
       01  WS-FILE-ID              PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZEROS.

      *    The source's profile, held once found.
           COPY CALCCSV REPLACING LEADING ==CSVP-== BY ==PRF-==.
       01  WS-DELIMITER            PIC X VALUE ",".

      *    Where YYYY, MM and DD sit in the profile's date format.
       01  WS-DATE-FORMAT          PIC X(10) VALUE "YYYYMMDD".
       01  WS-DATE-FORMAT-LENGTH   PIC 9(2) VALUE ZEROS.
       01  WS-YEAR-POS             PIC 9(2) VALUE ZEROS.
       01  WS-MONTH-POS            PIC 9(2) VALUE ZEROS.
       01  WS-DAY-POS              PIC 9(2) VALUE ZEROS.
       01  WS-DATE-WORK            PIC X(8) VALUE SPACES.
       01  WS-DATE-NUMBER REDEFINES WS-DATE-WORK PIC 9(8).

      *    The current input line and its fields.
       01  WS-LINE                 PIC X(500) VALUE SPACES.
       01  WS-LINE-LENGTH          PIC 9(3) COMP VALUE ZEROS.
       01  WS-TRAILING-SPACES      PIC 9(3) COMP VALUE ZEROS.
       01  WS-CHAR-POS             PIC 9(3) COMP VALUE ZEROS.
       01  WS-CHAR                 PIC X VALUE SPACE.
       01  WS-NEXT-CHAR            PIC X VALUE SPACE.
       01  WS-QUOTE-SWITCH         PIC X VALUE "N".
           88  WS-IN-QUOTES        VALUE "Y".
       01  WS-SKIP-SWITCH          PIC X VALUE "N".
           88  WS-SKIP-CHAR        VALUE "Y".
       01  WS-FIELD-TABLE.
           05  WS-FIELD-COUNT      PIC 9(2) VALUE ZEROS.
           05  WS-FIELD-ENTRY OCCURS 40 TIMES.
               10  WS-FLD-TEXT         PIC X(60).
               10  WS-FLD-LENGTH       PIC 9(3) COMP.

      *    The field being mapped, and the first fault on the row.
       01  WS-MAP-COLUMN           PIC 9(2) VALUE ZEROS.
       01  WS-MAP-FIELD-NAME       PIC X(12) VALUE SPACES.
       01  WS-FIELD-VALUE          PIC X(60) VALUE SPACES.
       01  WS-FIELD-LENGTH         PIC 9(3) COMP VALUE ZEROS.
       01  WS-REJECT-COLUMN        PIC 9(2) VALUE ZEROS.
       01  WS-REJECT-FIELD         PIC X(12) VALUE SPACES.
       01  WS-REJECT-REASON        PIC X(40) VALUE SPACES.

      *    Number conversion: separators dropped, the decimal mark
      *    made a point, then NUMVAL.
       01  WS-NUMBER-TEXT          PIC X(60) VALUE SPACES.
       01  WS-NUMBER-LENGTH        PIC 9(3) COMP VALUE ZEROS.
       01  WS-DECIMAL-SEEN-SWITCH  PIC X VALUE "N".
           88  WS-DECIMAL-SEEN     VALUE "Y".
       01  WS-DECIMAL-DIGITS       PIC 9(2) VALUE ZEROS.
       01  WS-DECIMALS-ALLOWED     PIC 9(2) VALUE ZEROS.
       01  WS-NUMBER-LIMIT         PIC 9(9)V99 VALUE ZEROS.
       01  WS-NUMBER-VALUE         PIC S9(11)V9(6) VALUE ZEROS.
       01  WS-NUMBER-MAGNITUDE     PIC 9(11)V9(6) VALUE ZEROS.
       01  WS-NUMBER-OK-SWITCH     PIC X VALUE "N".
           88  WS-NUMBER-OK        VALUE "Y".

       01  WS-ROW-NUMBER           PIC 9(7) VALUE ZEROS.
       01  WS-HEADING-ROWS-LEFT    PIC 9 VALUE ZEROS.
       01  WS-ROWS-READ            PIC 9(7) VALUE ZEROS.
       01  WS-ROWS-SKIPPED         PIC 9(7) VALUE ZEROS.
       01  WS-ROWS-CONVERTED       PIC 9(9) VALUE ZEROS.
       01  WS-ROWS-REJECTED        PIC 9(7) VALUE ZEROS.
       01  WS-HASH-OPERAND-1       PIC S9(13)V99 VALUE ZEROS.
       01  WS-HASH-OPERAND-2       PIC S9(13)V99 VALUE ZEROS.

       01  WS-TEXT-POS             PIC 9(3) COMP VALUE ZEROS.
       01  WS-DISPLAY-ROW          PIC Z(6)9.
       01  WS-DISPLAY-COLUMN       PIC Z9.
       01  WS-DISPLAY-COUNT        PIC Z(8)9.

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
       01  WS-LINE-NUMBER          PIC 9(2) VALUE 99.
       01  WS-PAGE-LIMIT           PIC 9(2) VALUE 55.
       01  WS-PENDING-LINE         PIC X(132) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(34) VALUE
               "CALCCSVI - DELIMITED FILE REJECTS".
           05  FILLER              PIC X(8) VALUE "SOURCE ".
           05  WS-HDG-SOURCE       PIC X(8).
           05  FILLER              PIC X(9) VALUE "   FILE ".
           05  WS-HDG-FILE-ID      PIC X(8).
           05  FILLER              PIC X(17) VALUE
               "   BUSINESS DATE ".
           05  WS-HDG-DATE         PIC 9(8).
           05  FILLER              PIC X(8) VALUE "    PAGE".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM READ-INTAKE-CONTROL
           IF NOT WS-RUN-REFUSED
               PERFORM LOAD-MAPPING-PROFILE
           END-IF
           IF NOT WS-RUN-REFUSED
               OPEN INPUT CSV-FILE
               IF WS-CSV-FILE-STATUS = "35"
                   DISPLAY "CALCCSVI - NO INPUT FILE ON CSVIN"
                   MOVE "Y" TO WS-REFUSE-SWITCH
               END-IF
           END-IF
           IF WS-RUN-REFUSED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RAW-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM START-NEW-PAGE
           PERFORM WRITE-BATCH-HEADER
           MOVE PRF-HEADING-ROWS TO WS-HEADING-ROWS-LEFT
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-CSV-LINE
           PERFORM CONVERT-ONE-LINE UNTIL WS-END-OF-FILE
           CLOSE CSV-FILE
           PERFORM WRITE-BATCH-TRAILER
           CLOSE RAW-FILE
           PERFORM PRINT-REJECT-TOTALS
           CLOSE REPORT-FILE
           PERFORM DISPLAY-RUN-SUMMARY
           IF WS-ROWS-REJECTED > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *****************************************************************
      * Control record and mapping profile.                            *
      *****************************************************************
       READ-INTAKE-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "35"
               DISPLAY "CALCCSVI - NO INTAKE CONTROL ON CALCCSVC"
               MOVE "Y" TO WS-REFUSE-SWITCH
           ELSE
               READ CONTROL-FILE
                   AT END
                       DISPLAY "CALCCSVI - INTAKE CONTROL FILE EMPTY"
                       MOVE "Y" TO WS-REFUSE-SWITCH
                   NOT AT END
                       MOVE CSVC-SOURCE-ID TO WS-SOURCE-ID
                       MOVE CSVC-FILE-ID TO WS-FILE-ID
                       IF CSVC-BUSINESS-DATE NUMERIC AND
                          CSVC-BUSINESS-DATE > ZERO
                           MOVE CSVC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WS-BUSINESS-DATE = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF
           IF NOT WS-RUN-REFUSED AND WS-SOURCE-ID = SPACES
               DISPLAY "CALCCSVI - CALCCSVC NAMES NO SOURCE"
               MOVE "Y" TO WS-REFUSE-SWITCH
           END-IF.

       LOAD-MAPPING-PROFILE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-FILE-STATUS = "35"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM READ-PROFILE-RECORD
               PERFORM MATCH-PROFILE-RECORD
                   UNTIL WS-END-OF-FILE OR WS-PROFILE-FOUND
               CLOSE PROFILE-FILE
           END-IF
           IF WS-PROFILE-FOUND
               PERFORM CHECK-MAPPING-PROFILE
           ELSE
               DISPLAY "CALCCSVI - NO MAPPING PROFILE FOR SOURCE "
                   WS-SOURCE-ID " ON CALCCSVP"
               MOVE "Y" TO WS-REFUSE-SWITCH
           END-IF.

       READ-PROFILE-RECORD.
           READ PROFILE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       MATCH-PROFILE-RECORD.
           IF CSVP-SOURCE-ID = WS-SOURCE-ID
               MOVE CSVP-RECORD TO PRF-RECORD
               MOVE "Y" TO WS-PROFILE-FOUND-SWITCH
           ELSE
               PERFORM READ-PROFILE-RECORD
           END-IF.

       CHECK-MAPPING-PROFILE.
      *    A column number or a date format the converter cannot
      *    follow refuses the run; a wrong guess would load a
      *    department's whole file into the wrong fields.
           IF PRF-COLUMNS NOT NUMERIC
               DISPLAY "CALCCSVI - PROFILE FOR " WS-SOURCE-ID
                   " HAS NON-NUMERIC COLUMN NUMBERS"
               MOVE "Y" TO WS-REFUSE-SWITCH
           END-IF
           IF PRF-HEADING-ROWS NOT NUMERIC
               MOVE ZERO TO PRF-HEADING-ROWS
           END-IF
           EVALUATE TRUE
               WHEN PRF-TAB-DELIMITED
                   MOVE X"09" TO WS-DELIMITER
               WHEN PRF-DELIMITER = SPACE
                   MOVE "," TO WS-DELIMITER
               WHEN OTHER
                   MOVE PRF-DELIMITER TO WS-DELIMITER
           END-EVALUATE
           IF PRF-DATE-FORMAT NOT = SPACES
               MOVE PRF-DATE-FORMAT TO WS-DATE-FORMAT
           END-IF
           MOVE ZEROS TO WS-TRAILING-SPACES
           INSPECT FUNCTION REVERSE(WS-DATE-FORMAT)
               TALLYING WS-TRAILING-SPACES FOR LEADING SPACES
           COMPUTE WS-DATE-FORMAT-LENGTH = 10 - WS-TRAILING-SPACES
           MOVE ZEROS TO WS-YEAR-POS
           MOVE ZEROS TO WS-MONTH-POS
           MOVE ZEROS TO WS-DAY-POS
           INSPECT WS-DATE-FORMAT TALLYING
               WS-YEAR-POS FOR CHARACTERS BEFORE INITIAL "YYYY"
           INSPECT WS-DATE-FORMAT TALLYING
               WS-MONTH-POS FOR CHARACTERS BEFORE INITIAL "MM"
           INSPECT WS-DATE-FORMAT TALLYING
               WS-DAY-POS FOR CHARACTERS BEFORE INITIAL "DD"
           ADD 1 TO WS-YEAR-POS
           ADD 1 TO WS-MONTH-POS
           ADD 1 TO WS-DAY-POS
           IF WS-YEAR-POS > 7 OR WS-MONTH-POS > 9 OR WS-DAY-POS > 9
               DISPLAY "CALCCSVI - PROFILE FOR " WS-SOURCE-ID
                   " HAS DATE FORMAT " WS-DATE-FORMAT
                   " WITHOUT YYYY, MM AND DD"
               MOVE "Y" TO WS-REFUSE-SWITCH
           END-IF.

      *****************************************************************
      * One line of the export.                                        *
      *****************************************************************
       READ-CSV-LINE.
           READ CSV-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   MOVE CSV-LINE TO WS-LINE
           END-READ.

       CONVERT-ONE-LINE.
      *    A short line leaves low-values in the tail of the read
      *    area; they are not part of the department's text.
           INSPECT WS-LINE REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-LINE REPLACING ALL X"0D" BY SPACE
           EVALUATE TRUE
               WHEN WS-HEADING-ROWS-LEFT > ZERO
                   SUBTRACT 1 FROM WS-HEADING-ROWS-LEFT
                   ADD 1 TO WS-ROWS-SKIPPED
               WHEN WS-LINE = SPACES
                   ADD 1 TO WS-ROWS-SKIPPED
               WHEN OTHER
                   ADD 1 TO WS-ROW-NUMBER
                   PERFORM SPLIT-LINE-FIELDS
                   PERFORM BUILD-TRANSACTION
                   IF WS-ROW-REJECTED
                       ADD 1 TO WS-ROWS-REJECTED
                       PERFORM PRINT-REJECTED-ROW
                   ELSE
                       WRITE TRANS-RECORD
                       ADD 1 TO WS-ROWS-CONVERTED
                       ADD TRANS-OPERAND-1 TO WS-HASH-OPERAND-1
                       ADD TRANS-OPERAND-2 TO WS-HASH-OPERAND-2
                   END-IF
           END-EVALUATE
           PERFORM READ-CSV-LINE.

       SPLIT-LINE-FIELDS.
      *    Fields split on the delimiter except inside double quotes;
      *    the quotes themselves are dropped and a doubled quote
      *    inside a quoted field stands for one quote character.
           INITIALIZE WS-FIELD-TABLE
           MOVE 1 TO WS-FIELD-COUNT
           MOVE "N" TO WS-QUOTE-SWITCH
           MOVE "N" TO WS-SKIP-SWITCH
           MOVE ZEROS TO WS-TRAILING-SPACES
           INSPECT FUNCTION REVERSE(WS-LINE)
               TALLYING WS-TRAILING-SPACES FOR LEADING SPACES
           COMPUTE WS-LINE-LENGTH = 500 - WS-TRAILING-SPACES
           PERFORM SPLIT-ONE-CHARACTER
               VARYING WS-CHAR-POS FROM 1 BY 1
               UNTIL WS-CHAR-POS > WS-LINE-LENGTH.

       SPLIT-ONE-CHARACTER.
           MOVE WS-LINE(WS-CHAR-POS:1) TO WS-CHAR
           IF WS-CHAR-POS < 500
               MOVE WS-LINE(WS-CHAR-POS + 1:1) TO WS-NEXT-CHAR
           ELSE
               MOVE SPACE TO WS-NEXT-CHAR
           END-IF
           EVALUATE TRUE
               WHEN WS-SKIP-CHAR
                   MOVE "N" TO WS-SKIP-SWITCH
               WHEN WS-CHAR = QUOTE AND WS-IN-QUOTES AND
                    WS-NEXT-CHAR = QUOTE
                   PERFORM APPEND-FIELD-CHARACTER
                   MOVE "Y" TO WS-SKIP-SWITCH
               WHEN WS-CHAR = QUOTE AND WS-IN-QUOTES
                   MOVE "N" TO WS-QUOTE-SWITCH
               WHEN WS-CHAR = QUOTE
                   MOVE "Y" TO WS-QUOTE-SWITCH
               WHEN WS-CHAR = WS-DELIMITER AND NOT WS-IN-QUOTES
                   IF WS-FIELD-COUNT < 40
                       ADD 1 TO WS-FIELD-COUNT
                   END-IF
               WHEN OTHER
                   PERFORM APPEND-FIELD-CHARACTER
           END-EVALUATE.

       APPEND-FIELD-CHARACTER.
      *    A field longer than the work area keeps its true length
      *    so the mapping can refuse it rather than cut it short.
           ADD 1 TO WS-FLD-LENGTH(WS-FIELD-COUNT)
           IF WS-FLD-LENGTH(WS-FIELD-COUNT) <= 60
               MOVE WS-CHAR TO WS-FLD-TEXT(WS-FIELD-COUNT)
                   (WS-FLD-LENGTH(WS-FIELD-COUNT):1)
           END-IF.

      *****************************************************************
      * Mapping the fields onto a TRANS-RECORD.                        *
      *****************************************************************
       BUILD-TRANSACTION.
           MOVE "N" TO WS-ROW-REJECT-SWITCH
           MOVE SPACES TO TRANS-RECORD
           MOVE ZEROS TO TRANS-OPERAND-1
           MOVE ZEROS TO TRANS-OPERAND-2
           MOVE ZEROS TO TRANS-DATE-1
           MOVE ZEROS TO TRANS-DATE-2
           MOVE ZEROS TO TRANS-DAY-COUNT
           MOVE ZEROS TO TRANS-CONVERSION-RATE
           MOVE ZEROS TO TRANS-VALUE-DATE
           MOVE PRF-DFT-NEG-FLAG TO TRANS-FLAG-NEG-RESULT
           MOVE PRF-DFT-PRODUCT-CODE TO TRANS-PRODUCT-CODE
           MOVE PRF-DFT-FEE-CODE TO TRANS-FEE-CODE
           MOVE WS-SOURCE-ID TO TRANS-SOURCE-ID
           PERFORM MAP-KEY
           PERFORM MAP-OPERATION
           PERFORM MAP-OPERANDS
           PERFORM MAP-CURRENCIES
           PERFORM MAP-CONVERSION-RATE
           PERFORM MAP-VALUE-DATE
           PERFORM MAP-CORRELATION-ID.

       GET-MAPPED-FIELD.
      *    The text of column WS-MAP-COLUMN, trimmed; a column of
      *    zero, or one past the end of this row, is empty.
           MOVE SPACES TO WS-FIELD-VALUE
           MOVE ZEROS TO WS-FIELD-LENGTH
           IF WS-MAP-COLUMN > ZERO AND WS-MAP-COLUMN <= WS-FIELD-COUNT
               IF WS-FLD-LENGTH(WS-MAP-COLUMN) > 60
                   MOVE WS-FLD-LENGTH(WS-MAP-COLUMN) TO WS-FIELD-LENGTH
                   MOVE WS-FLD-TEXT(WS-MAP-COLUMN) TO WS-FIELD-VALUE
               ELSE
                   IF WS-FLD-TEXT(WS-MAP-COLUMN) NOT = SPACES
                       MOVE FUNCTION TRIM(WS-FLD-TEXT(WS-MAP-COLUMN))
                           TO WS-FIELD-VALUE
                       MOVE ZEROS TO WS-TRAILING-SPACES
                       INSPECT FUNCTION REVERSE(WS-FIELD-VALUE)
                           TALLYING WS-TRAILING-SPACES
                           FOR LEADING SPACES
                       COMPUTE WS-FIELD-LENGTH =
                               60 - WS-TRAILING-SPACES
                   END-IF
               END-IF
           END-IF.

       REJECT-ROW.
      *    Only the row's first fault is listed; fixing it and
      *    resending shows the next.
           IF NOT WS-ROW-REJECTED
               MOVE "Y" TO WS-ROW-REJECT-SWITCH
               MOVE WS-MAP-COLUMN TO WS-REJECT-COLUMN
               MOVE WS-MAP-FIELD-NAME TO WS-REJECT-FIELD
           END-IF.

       MAP-KEY.
           MOVE PRF-KEY-COL TO WS-MAP-COLUMN
           MOVE "KEY" TO WS-MAP-FIELD-NAME
           IF WS-MAP-COLUMN = ZERO
               MOVE "CSV" TO TRANS-KEY(1:3)
               MOVE WS-ROW-NUMBER TO TRANS-KEY(4:7)
           ELSE
               PERFORM GET-MAPPED-FIELD
               EVALUATE TRUE
                   WHEN WS-FIELD-LENGTH = ZERO
                       MOVE "KEY IS EMPTY" TO WS-REJECT-REASON
                       PERFORM REJECT-ROW
                   WHEN WS-FIELD-LENGTH > 10
                       MOVE "KEY LONGER THAN 10" TO WS-REJECT-REASON
                       PERFORM REJECT-ROW
                   WHEN WS-FIELD-VALUE(1:3) = "HDR" OR
                        WS-FIELD-VALUE(1:3) = "TLR"
                       MOVE "KEY MAY NOT BEGIN HDR OR TLR"
                           TO WS-REJECT-REASON
                       PERFORM REJECT-ROW
                   WHEN OTHER
                       MOVE WS-FIELD-VALUE TO TRANS-KEY
               END-EVALUATE
           END-IF.

       MAP-OPERATION.
           MOVE PRF-OPERATION-COL TO WS-MAP-COLUMN
           MOVE "OPERATION" TO WS-MAP-FIELD-NAME
           PERFORM GET-MAPPED-FIELD
           EVALUATE TRUE
               WHEN WS-FIELD-LENGTH > 1
                   MOVE "OPERATION LONGER THAN 1" TO WS-REJECT-REASON
                   PERFORM REJECT-ROW
               WHEN WS-FIELD-LENGTH = 1
                   MOVE FUNCTION UPPER-CASE(WS-FIELD-VALUE(1:1))
                       TO TRANS-OPERATION
               WHEN PRF-DFT-OPERATION NOT = SPACE
                   MOVE PRF-DFT-OPERATION TO TRANS-OPERATION
               WHEN OTHER
                   MOVE "NO OPERATION AND NO DEFAULT"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-ROW
           END-EVALUATE.

       MAP-OPERANDS.
      *    A mapped operand column left empty is refused - a blank
      *    cell is not a zero amount. An unmapped operand is zero.
           MOVE 2 TO WS-DECIMALS-ALLOWED
           MOVE 999999999.99 TO WS-NUMBER-LIMIT
           MOVE PRF-OPERAND-1-COL TO WS-MAP-COLUMN
           MOVE "OPERAND-1" TO WS-MAP-FIELD-NAME
           IF WS-MAP-COLUMN > ZERO
               PERFORM GET-MAPPED-FIELD
               PERFORM CONVERT-NUMBER
               IF WS-NUMBER-OK
                   MOVE WS-NUMBER-VALUE TO TRANS-OPERAND-1
               END-IF
           END-IF
           MOVE PRF-OPERAND-2-COL TO WS-MAP-COLUMN
           MOVE "OPERAND-2" TO WS-MAP-FIELD-NAME
           IF WS-MAP-COLUMN > ZERO
               PERFORM GET-MAPPED-FIELD
               PERFORM CONVERT-NUMBER
               IF WS-NUMBER-OK
                   MOVE WS-NUMBER-VALUE TO TRANS-OPERAND-2
               END-IF
           END-IF.

       MAP-CONVERSION-RATE.
      *    The rate may be left empty: CALCULATOR then prices the
      *    currency pair from its own table.
           MOVE 6 TO WS-DECIMALS-ALLOWED
           MOVE 999.999999 TO WS-NUMBER-LIMIT
           MOVE PRF-RATE-COL TO WS-MAP-COLUMN
           MOVE "RATE" TO WS-MAP-FIELD-NAME
           IF WS-MAP-COLUMN > ZERO
               PERFORM GET-MAPPED-FIELD
               IF WS-FIELD-LENGTH > ZERO
                   PERFORM CONVERT-NUMBER
                   IF WS-NUMBER-OK
                       MOVE WS-NUMBER-VALUE TO TRANS-CONVERSION-RATE
                   END-IF
               END-IF
           END-IF.

       CONVERT-NUMBER.
      *    Thousands separators and blanks are dropped and the
      *    locale's decimal mark becomes a point before NUMVAL reads
      *    the text; more decimals than the field holds, or a value
      *    beyond it, is refused rather than rounded.
           MOVE "N" TO WS-NUMBER-OK-SWITCH
           MOVE ZEROS TO WS-NUMBER-VALUE
           IF WS-FIELD-LENGTH = ZERO
               MOVE "AMOUNT IS EMPTY" TO WS-REJECT-REASON
               PERFORM REJECT-ROW
           ELSE
               IF WS-FIELD-LENGTH > 60
                   MOVE "NOT A NUMBER" TO WS-REJECT-REASON
                   PERFORM REJECT-ROW
               ELSE
                   PERFORM COMPACT-NUMBER-TEXT
                   PERFORM CHECK-NUMBER-TEXT
               END-IF
           END-IF.

       COMPACT-NUMBER-TEXT.
           MOVE SPACES TO WS-NUMBER-TEXT
           MOVE ZEROS TO WS-NUMBER-LENGTH
           MOVE "N" TO WS-DECIMAL-SEEN-SWITCH
           MOVE ZEROS TO WS-DECIMAL-DIGITS
           PERFORM COMPACT-ONE-CHARACTER
               VARYING WS-CHAR-POS FROM 1 BY 1
               UNTIL WS-CHAR-POS > WS-FIELD-LENGTH.

       COMPACT-ONE-CHARACTER.
           MOVE WS-FIELD-VALUE(WS-CHAR-POS:1) TO WS-CHAR
           IF PRF-LOCALE-EUROPEAN
               EVALUATE WS-CHAR
                   WHEN "."
                       MOVE SPACE TO WS-CHAR
                   WHEN ","
                       MOVE "." TO WS-CHAR
               END-EVALUATE
           ELSE
               IF WS-CHAR = ","
                   MOVE SPACE TO WS-CHAR
               END-IF
           END-IF
           IF WS-CHAR NOT = SPACE
               IF WS-CHAR = "."
                   MOVE "Y" TO WS-DECIMAL-SEEN-SWITCH
               ELSE
                   IF WS-DECIMAL-SEEN AND WS-CHAR IS NUMERIC
                       ADD 1 TO WS-DECIMAL-DIGITS
                   END-IF
               END-IF
               ADD 1 TO WS-NUMBER-LENGTH
               MOVE WS-CHAR TO WS-NUMBER-TEXT(WS-NUMBER-LENGTH:1)
           END-IF.

       CHECK-NUMBER-TEXT.
           EVALUATE TRUE
               WHEN WS-NUMBER-LENGTH = ZERO
                   MOVE "NOT A NUMBER" TO WS-REJECT-REASON
                   PERFORM REJECT-ROW
               WHEN FUNCTION TEST-NUMVAL(WS-NUMBER-TEXT) NOT = ZERO
                   MOVE "NOT A NUMBER" TO WS-REJECT-REASON
                   PERFORM REJECT-ROW
               WHEN WS-DECIMAL-DIGITS > WS-DECIMALS-ALLOWED
                   MOVE "TOO MANY DECIMAL PLACES" TO WS-REJECT-REASON
                   PERFORM REJECT-ROW
               WHEN OTHER
                   COMPUTE WS-NUMBER-VALUE =
                           FUNCTION NUMVAL(WS-NUMBER-TEXT)
                       ON SIZE ERROR
                           MOVE 99999999999 TO WS-NUMBER-VALUE
                   END-COMPUTE
                   MOVE WS-NUMBER-VALUE TO WS-NUMBER-MAGNITUDE
                   IF WS-NUMBER-MAGNITUDE > WS-NUMBER-LIMIT
                       MOVE "VALUE TOO LARGE FOR THE FIELD"
                           TO WS-REJECT-REASON
                       PERFORM REJECT-ROW
                   ELSE
                       MOVE "Y" TO WS-NUMBER-OK-SWITCH
                   END-IF
           END-EVALUATE.

       MAP-CURRENCIES.
           MOVE PRF-CURRENCY-1-COL TO WS-MAP-COLUMN
           MOVE "CURRENCY-1" TO WS-MAP-FIELD-NAME
           PERFORM GET-MAPPED-FIELD
           EVALUATE TRUE
               WHEN WS-FIELD-LENGTH > 3
                   MOVE "CURRENCY LONGER THAN 3" TO WS-REJECT-REASON
                   PERFORM REJECT-ROW
               WHEN WS-FIELD-LENGTH > ZERO
                   MOVE FUNCTION UPPER-CASE(WS-FIELD-VALUE(1:3))
                       TO TRANS-CURRENCY-1
               WHEN OTHER
                   MOVE PRF-DFT-CURRENCY-1 TO TRANS-CURRENCY-1
           END-EVALUATE
           MOVE PRF-CURRENCY-2-COL TO WS-MAP-COLUMN
           MOVE "CURRENCY-2" TO WS-MAP-FIELD-NAME
           PERFORM GET-MAPPED-FIELD
           EVALUATE TRUE
               WHEN WS-FIELD-LENGTH > 3
                   MOVE "CURRENCY LONGER THAN 3" TO WS-REJECT-REASON
                   PERFORM REJECT-ROW
               WHEN WS-FIELD-LENGTH > ZERO
                   MOVE FUNCTION UPPER-CASE(WS-FIELD-VALUE(1:3))
                       TO TRANS-CURRENCY-2
               WHEN OTHER
                   MOVE PRF-DFT-CURRENCY-2 TO TRANS-CURRENCY-2
           END-EVALUATE.

       MAP-VALUE-DATE.
      *    An empty value date is zero: the processing date applies.
           MOVE PRF-VALUE-DATE-COL TO WS-MAP-COLUMN
           MOVE "VALUE-DATE" TO WS-MAP-FIELD-NAME
           PERFORM GET-MAPPED-FIELD
           IF WS-FIELD-LENGTH > ZERO
               IF WS-FIELD-LENGTH NOT = WS-DATE-FORMAT-LENGTH
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "DATE NOT IN FORMAT " WS-DATE-FORMAT
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-STRING
                   PERFORM REJECT-ROW
               ELSE
                   MOVE WS-FIELD-VALUE(WS-YEAR-POS:4)
                       TO WS-DATE-WORK(1:4)
                   MOVE WS-FIELD-VALUE(WS-MONTH-POS:2)
                       TO WS-DATE-WORK(5:2)
                   MOVE WS-FIELD-VALUE(WS-DAY-POS:2)
                       TO WS-DATE-WORK(7:2)
                   IF WS-DATE-WORK NOT NUMERIC
                       MOVE "NOT A VALID DATE" TO WS-REJECT-REASON
                       PERFORM REJECT-ROW
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUMBER)
                          NOT = ZERO
                           MOVE "NOT A VALID DATE" TO WS-REJECT-REASON
                           PERFORM REJECT-ROW
                       ELSE
                           MOVE WS-DATE-NUMBER TO TRANS-VALUE-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       MAP-CORRELATION-ID.
           MOVE PRF-CORR-ID-COL TO WS-MAP-COLUMN
           MOVE "CORR-ID" TO WS-MAP-FIELD-NAME
           PERFORM GET-MAPPED-FIELD
           IF WS-FIELD-LENGTH > 16
               MOVE "CORRELATION ID LONGER THAN 16" TO WS-REJECT-REASON
               PERFORM REJECT-ROW
           ELSE
               MOVE WS-FIELD-VALUE TO TRANS-CORR-ID
           END-IF.

      *****************************************************************
      * The driver-format batch controls.                              *
      *****************************************************************
       WRITE-BATCH-HEADER.
      *    Marked pre-edit only: CALCEDIT clears the mark on the clean
      *    file it writes, and nothing else will take the file first.
           MOVE SPACES TO TRANS-HEADER-RECORD
           MOVE "HDR" TO TRANS-HDR-ID
           MOVE WS-SOURCE-ID TO TRANS-HDR-SOURCE
           MOVE WS-BUSINESS-DATE TO TRANS-HDR-BUSINESS-DATE
           MOVE "E" TO TRANS-HDR-PREEDIT-FLAG
           MOVE WS-FILE-ID TO TRANS-HDR-FILE-ID
           WRITE TRANS-HEADER-RECORD.

       WRITE-BATCH-TRAILER.
           MOVE "TLR" TO TRANS-TLR-ID
           MOVE WS-ROWS-CONVERTED TO TRANS-TLR-RECORD-COUNT
           MOVE WS-HASH-OPERAND-1 TO TRANS-TLR-HASH-OPERAND-1
           MOVE WS-HASH-OPERAND-2 TO TRANS-TLR-HASH-OPERAND-2
           WRITE TRANS-TRAILER-RECORD.

      *****************************************************************
      * The CALCCSVR reject listing.                                   *
      *****************************************************************
       PRINT-REJECTED-ROW.
      *    The reason, then the line exactly as the department sent
      *    it, 120 characters to a print line.
           MOVE WS-ROW-NUMBER TO WS-DISPLAY-ROW
           MOVE WS-REJECT-COLUMN TO WS-DISPLAY-COLUMN
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DATA ROW " WS-DISPLAY-ROW
                  "   COLUMN " WS-DISPLAY-COLUMN
                  "   " WS-REJECT-FIELD
                  " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM PRINT-ORIGINAL-TEXT
               VARYING WS-TEXT-POS FROM 1 BY 120
               UNTIL WS-TEXT-POS > WS-LINE-LENGTH.

       PRINT-ORIGINAL-TEXT.
           MOVE SPACES TO REPORT-LINE
           IF WS-TEXT-POS = 1
               MOVE "  > " TO REPORT-LINE(1:4)
           ELSE
               MOVE "  + " TO REPORT-LINE(1:4)
           END-IF
           IF WS-TEXT-POS > 380
               MOVE WS-LINE(WS-TEXT-POS:) TO REPORT-LINE(5:120)
           ELSE
               MOVE WS-LINE(WS-TEXT-POS:120) TO REPORT-LINE(5:120)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       PRINT-REJECT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-ROWS-REJECTED = ZERO
               MOVE "NO ROWS REJECTED" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE WS-ROWS-CONVERTED TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ROWS CONVERTED TO TRANSRAW " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ROWS-REJECTED TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ROWS REJECTED              " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-SOURCE-ID TO WS-HDG-SOURCE
           MOVE WS-FILE-ID TO WS-HDG-FILE-ID
           MOVE WS-BUSINESS-DATE TO WS-HDG-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 2 TO WS-LINE-NUMBER.

       CHECK-PAGE-BREAK.
      *    The heading goes out through REPORT-LINE, so the line
      *    waiting to print is held across it.
           IF WS-LINE-NUMBER >= WS-PAGE-LIMIT
               MOVE REPORT-LINE TO WS-PENDING-LINE
               PERFORM START-NEW-PAGE
               MOVE WS-PENDING-LINE TO REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           PERFORM CHECK-PAGE-BREAK
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NUMBER.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "CALCCSVI - DELIMITED FILE INTAKE SUMMARY"
           DISPLAY "========================================"
           DISPLAY "Source:               " WS-SOURCE-ID
           DISPLAY "File ID:              " WS-FILE-ID
           DISPLAY "Business date:        " WS-BUSINESS-DATE
           DISPLAY "Lines read:           " WS-ROWS-READ
           DISPLAY "Lines skipped:        " WS-ROWS-SKIPPED
           DISPLAY "Rows converted:       " WS-ROWS-CONVERTED
           DISPLAY "Rows rejected:        " WS-ROWS-REJECTED
           DISPLAY "File written to:      TRANSRAW"
           IF WS-ROWS-REJECTED > ZERO
               DISPLAY "REJECTED ROWS LISTED ON CALCCSVR"
           END-IF
           DISPLAY "========================================".

       END PROGRAM CALCCSVI.
