      * suspense postings must not come off a doctored log. SEAL      *
      * records and records written before the residue column         *
      * existed (non-numeric there) contribute nothing.                *
      * The same caller/currency totals, rounded to the cent the       *
      * ledger carries, go to CALCRNGL in the CALCGLP interface        *
      * layout dated with the CALCBDAT business date, so the journal   *
      * builder CALCJRNL can post them like any other GL feed.         *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

           SELECT INTERFACE-FILE ASSIGN TO "CALCRNGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY CALCBDT.

       FD  INTERFACE-FILE.
           COPY CALCGLP.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-BDAT-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-INTERFACE-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".

       01  WS-RESIDUE-MATCH-SUB    PIC 9(3) COMP-3 VALUE ZEROS.

       01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-GL-DETAIL-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-GL-AMOUNT            PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-HASH-AMOUNT          PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
       01  WS-LINE-NUMBER          PIC 9(2) VALUE 99.
       01  WS-PAGE-LIMIT           PIC 9(2) VALUE 55.
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM PRINT-RESIDUE-REPORT
               PERFORM GET-BUSINESS-DATE
               PERFORM WRITE-GL-INTERFACE
               PERFORM DISPLAY-RUN-SUMMARY
           END-IF
           GOBACK.
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       GET-BUSINESS-DATE.
      *    The stream's business date from the CALCBDAT register;
      *    with no register the run date applies.
           MOVE ZEROS TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDAT-FILE-STATUS NOT = "35"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDAT-BUSINESS-DATE NUMERIC AND
                          BDAT-BUSINESS-DATE > ZERO
                           MOVE BDAT-BUSINESS-DATE
                               TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-BUSINESS-DATE = ZEROS
               MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           END-IF.

       WRITE-GL-INTERFACE.
      *    One D record per caller/currency whose residue is worth at
      *    least a cent once rounded; the sub-cent remainder stays in
      *    the report, not the ledger.
           OPEN OUTPUT INTERFACE-FILE
           MOVE SPACES TO GLP-HEADER-RECORD
           MOVE "H" TO GLP-HDR-TYPE
           MOVE WS-BUSINESS-DATE TO GLP-HDR-POSTING-DATE
           MOVE "CALCRNDR" TO GLP-HDR-SOURCE-SYSTEM
           WRITE GLP-HEADER-RECORD
           MOVE ZEROS TO WS-GL-DETAIL-COUNT
           MOVE ZEROS TO WS-HASH-AMOUNT
           PERFORM WRITE-RESIDUE-DETAIL
               VARYING WS-RESIDUE-SUB FROM 1 BY 1
               UNTIL WS-RESIDUE-SUB > WS-RESIDUE-COUNT
           MOVE SPACES TO GLP-TRAILER-RECORD
           MOVE "T" TO GLP-TLR-TYPE
           MOVE WS-GL-DETAIL-COUNT TO GLP-TLR-RECORD-COUNT
           MOVE WS-HASH-AMOUNT TO GLP-TLR-HASH-AMOUNT
           WRITE GLP-TRAILER-RECORD
           CLOSE INTERFACE-FILE.

       WRITE-RESIDUE-DETAIL.
           COMPUTE WS-GL-AMOUNT ROUNDED =
                   WS-RSD-RESIDUE(WS-RESIDUE-SUB)
           IF WS-GL-AMOUNT NOT = ZERO
               MOVE SPACES TO GLP-DETAIL-RECORD
               MOVE "D" TO GLP-DTL-TYPE
               MOVE WS-RSD-CALLER-ID(WS-RESIDUE-SUB)
                   TO GLP-DTL-CALLER-ID
               MOVE WS-RSD-CURRENCY(WS-RESIDUE-SUB)
                   TO GLP-DTL-CURRENCY
               MOVE WS-RSD-CALL-COUNT(WS-RESIDUE-SUB)
                   TO GLP-DTL-CALL-COUNT
               MOVE WS-GL-AMOUNT TO GLP-DTL-AMOUNT
               ADD WS-GL-AMOUNT TO WS-HASH-AMOUNT
               ADD 1 TO WS-GL-DETAIL-COUNT
               WRITE GLP-DETAIL-RECORD
           END-IF.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           DISPLAY "With residue:         " WS-RESIDUE-RECORDS
           DISPLAY "Caller/currency rows: " WS-RESIDUE-COUNT
           DISPLAY "Report written to:    CALCRNDP"
           DISPLAY "GL postings written:  " WS-GL-DETAIL-COUNT
           DISPLAY "========================================".

       END PROGRAM CALCRNDR.
