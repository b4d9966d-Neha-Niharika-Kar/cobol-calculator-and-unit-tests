       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCGLMB.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * GL Posting Confirmation Match-Back and Aging                   *
      * CALCGLIF (CALCGLEX) and CALCACGL (CALCACCR) go to the ledger   *
      * every night; this job makes sure the ledger took them.         *
      *   1. Registers tonight's interface files on the CALCGLRG       *
      *      sent-file register (see CALCGLR) with their trailer       *
      *      count and hash, keeping their detail lines on CALCGLSD    *
      *      (see CALCGLS) until they are confirmed. A file re-sent    *
      *      for a posting date already registered with different     *
      *      totals is reported and replaces the earlier one.          *
      *   2. Matches every confirmation group on CALCGLCF (see         *
      *      CALCGLC) back to the file sent: the accepted count and    *
      *      hash against GLP-TLR-RECORD-COUNT / GLP-TLR-HASH-AMOUNT,  *
      *      then each caller/currency line against the GLP detail     *
      *      sent - lines missing, lines differing, lines the ledger   *
      *      reports that were never sent. A clean group confirms the  *
      *      file; any break, or a rejection, leaves it open.          *
      *   3. Ages every file still unconfirmed in business days on     *
      *      the CALCBDAT market's calendar (weekends and CALCHOL      *
      *      holidays excused) and flags any past the limit on the     *
      *      CALCGLMC control record (two business days by default).  *
      * Every break and every aged file is printed line by line on     *
      * CALCGLMR. Return code 8 when breaks were found or a file has   *
      * aged past the limit, 16 when the register cannot hold the      *
      * night's work. CALCMEND refuses to close a month while any of   *
      * its postings is still short of confirmed on the register.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "CALCBDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDAT-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CALCGLMC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "CALCHOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.

           SELECT GLEX-FEED-FILE ASSIGN TO "CALCGLIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT ACCR-FEED-FILE ASSIGN TO "CALCACGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT CONFIRM-FILE ASSIGN TO "CALCGLCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "CALCGLRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT SENT-DETAIL-FILE ASSIGN TO "CALCGLSD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCGLMR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY CALCBDT.

       FD  CONTROL-FILE.
       01  MATCH-BACK-CONTROL-RECORD.
           05  GLMC-AGE-LIMIT          PIC 9(3).

       FD  HOLIDAY-FILE.
           COPY CALCHOL.

       FD  GLEX-FEED-FILE.
       01  GLEX-FEED-RECORD        PIC X(40).

       FD  ACCR-FEED-FILE.
       01  ACCR-FEED-RECORD        PIC X(40).

       FD  CONFIRM-FILE.
       01  CONFIRM-FILE-RECORD     PIC X(60).

       FD  REGISTER-FILE.
           COPY CALCGLR.

       FD  SENT-DETAIL-FILE.
           COPY CALCGLS.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BDAT-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-HOLIDAY-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-FEED-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-CONFIRM-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-REGISTER-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-DETAIL-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.

       01  WS-HOLIDAY-EOF-SWITCH   PIC X VALUE "N".
           88  WS-HOLIDAY-EOF      VALUE "Y".
       01  WS-FEED-EOF-SWITCH      PIC X VALUE "N".
           88  WS-FEED-EOF         VALUE "Y".
       01  WS-CONFIRM-EOF-SWITCH   PIC X VALUE "N".
           88  WS-CONFIRM-EOF      VALUE "Y".
       01  WS-REGISTER-EOF-SWITCH  PIC X VALUE "N".
           88  WS-REGISTER-EOF     VALUE "Y".
       01  WS-DETAIL-EOF-SWITCH    PIC X VALUE "N".
           88  WS-DETAIL-EOF       VALUE "Y".

       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-MARKET-CODE          PIC X(3) VALUE SPACES.
       01  WS-AGE-LIMIT            PIC 9(3) VALUE 2.

      *    The two interface files are read into this one copy of the
      *    CALCGLP layout; the record type says which view holds.
       01  WS-FEED-RECORD          PIC X(40) VALUE SPACES.
           COPY CALCGLP.

       01  WS-CONFIRM-RECORD       PIC X(60) VALUE SPACES.
           COPY CALCGLC.

      *    The interface files this job registers.
       01  WS-SENT-FILE-TABLE.
           05  WS-SENT-FILE-NAME   OCCURS 2 TIMES PIC X(8).
       01  WS-SENT-SUB             PIC 9(3) COMP-3 VALUE ZEROS.

      *    The file being registered tonight.
       01  WS-NEW-SOURCE-SYSTEM    PIC X(8) VALUE SPACES.
       01  WS-NEW-POSTING-DATE     PIC 9(8) VALUE ZEROS.
       01  WS-NEW-CONTROL-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-NEW-CONTROL-HASH     PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  WS-NEW-DETAIL-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-NEW-DETAIL-HASH      PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  WS-HEADER-SEEN-SWITCH   PIC X VALUE "N".
           88  WS-HEADER-SEEN      VALUE "Y".
       01  WS-TRAILER-SEEN-SWITCH  PIC X VALUE "N".
           88  WS-TRAILER-SEEN     VALUE "Y".

       01  WS-STAGE-TABLE.
           05  WS-STAGE-COUNT      PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-STAGE-ENTRY OCCURS 1000 TIMES.
               10  WS-ST-CALLER-ID     PIC X(8).
               10  WS-ST-CURRENCY      PIC X(3).
               10  WS-ST-CALL-COUNT    PIC 9(7).
               10  WS-ST-AMOUNT        PIC S9(13)V99 COMP-3.
       01  WS-STAGE-SUB            PIC 9(4) COMP-3 VALUE ZEROS.

      *    The sent-file register in storage.
       01  WS-REGISTER-TABLE.
           05  WS-REGISTER-COUNT   PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-REGISTER-ENTRY OCCURS 2000 TIMES.
               10  WS-RG-SOURCE-SYSTEM PIC X(8).
               10  WS-RG-POSTING-DATE  PIC 9(8).
               10  WS-RG-FILE-NAME     PIC X(8).
               10  WS-RG-RECORD-COUNT  PIC 9(7).
               10  WS-RG-HASH-AMOUNT   PIC S9(15)V99 COMP-3.
               10  WS-RG-SENT-DATE     PIC 9(8).
               10  WS-RG-STATE         PIC X.
                   88  WS-RG-SENT      VALUE "S".
                   88  WS-RG-CONFIRMED VALUE "C".
                   88  WS-RG-BREAKS    VALUE "B".
                   88  WS-RG-REJECTED  VALUE "R".
               10  WS-RG-CONFIRM-DATE  PIC 9(8).
               10  WS-RG-BREAK-COUNT   PIC 9(5).
               10  WS-RG-AGE-DAYS      PIC 9(3).
       01  WS-REGISTER-SUB         PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-REGISTER-MATCH-SUB   PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-FIND-SOURCE-SYSTEM   PIC X(8) VALUE SPACES.
       01  WS-FIND-POSTING-DATE    PIC 9(8) VALUE ZEROS.

      *    Detail lines of every file not yet confirmed.
       01  WS-DETAIL-TABLE.
           05  WS-DETAIL-COUNT     PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-DETAIL-ENTRY OCCURS 5000 TIMES.
               10  WS-SD-REGISTER-SUB  PIC 9(4) COMP-3.
               10  WS-SD-CALLER-ID     PIC X(8).
               10  WS-SD-CURRENCY      PIC X(3).
               10  WS-SD-CALL-COUNT    PIC 9(7).
               10  WS-SD-AMOUNT        PIC S9(13)V99 COMP-3.
               10  WS-SD-STATE         PIC X.
                   88  WS-SD-OPEN      VALUE " ".
                   88  WS-SD-MATCHED   VALUE "M".
                   88  WS-SD-DROPPED   VALUE "X".
       01  WS-DETAIL-SUB           PIC 9(5) COMP-3 VALUE ZEROS.
       01  WS-DETAIL-MATCH-SUB     PIC 9(5) COMP-3 VALUE ZEROS.
       01  WS-OVERFLOW-SWITCH      PIC X VALUE "N".
           88  WS-TABLE-OVERFLOW   VALUE "Y".

      *    The confirmation group being matched.
       01  WS-IN-GROUP-SWITCH      PIC X VALUE "N".
           88  WS-IN-GROUP         VALUE "Y".
       01  WS-GROUP-KNOWN-SWITCH   PIC X VALUE "N".
           88  WS-GROUP-KNOWN      VALUE "Y".
       01  WS-GROUP-REJECTED-SWITCH PIC X VALUE "N".
           88  WS-GROUP-REJECTED   VALUE "Y".
       01  WS-GROUP-SOURCE-SYSTEM  PIC X(8) VALUE SPACES.
       01  WS-GROUP-POSTING-DATE   PIC 9(8) VALUE ZEROS.
       01  WS-GROUP-BREAKS         PIC 9(5) VALUE ZEROS.

      *    One break, as it is printed.
       01  WS-BRK-SOURCE-SYSTEM    PIC X(8) VALUE SPACES.
       01  WS-BRK-POSTING-DATE     PIC 9(8) VALUE ZEROS.
       01  WS-BRK-CALLER-ID        PIC X(8) VALUE SPACES.
       01  WS-BRK-CURRENCY         PIC X(3) VALUE SPACES.
       01  WS-BRK-SENT-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-BRK-SENT-AMOUNT      PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  WS-BRK-CONF-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-BRK-CONF-AMOUNT      PIC S9(15)V99 COMP-3 VALUE ZEROS.
       01  WS-BRK-DESCRIPTION      PIC X(40) VALUE SPACES.

      *    Business-day aging on the processing calendar.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT    PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-HOLIDAY-DATE     OCCURS 300 TIMES PIC 9(8).
       01  WS-HOLIDAY-SUB          PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-WORK-DATE            PIC 9(8) VALUE ZEROS.
       01  WS-WORK-INTEGER         PIC 9(8) COMP-3 VALUE ZEROS.
       01  WS-END-INTEGER          PIC 9(8) COMP-3 VALUE ZEROS.
       01  WS-WEEKDAY-NO           PIC 9 VALUE ZEROS.
       01  WS-IS-BUSINESS-SWITCH   PIC X VALUE "N".
           88  WS-IS-BUSINESS-DAY  VALUE "Y".
       01  WS-AGE-DAYS             PIC 9(3) VALUE ZEROS.

       01  WS-REGISTERED-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-RESENT-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-GROUP-COUNT          PIC 9(5) VALUE ZEROS.
       01  WS-CONFIRMED-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-BREAK-COUNT          PIC 9(5) VALUE ZEROS.
       01  WS-OPEN-COUNT           PIC 9(5) VALUE ZEROS.
       01  WS-AGED-COUNT           PIC 9(5) VALUE ZEROS.

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
       01  WS-LINE-NUMBER          PIC 9(2) VALUE 99.
       01  WS-PAGE-LIMIT           PIC 9(2) VALUE 55.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(44) VALUE
               "CALCGLMB - GL CONFIRMATION MATCH-BACK       ".
           05  FILLER              PIC X(17) VALUE
               "   BUSINESS DATE ".
           05  WS-HDG-DATE         PIC 9(8).
           05  FILLER              PIC X(8) VALUE "    PAGE".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(51) VALUE SPACES.

       01  WS-BREAK-TITLE.
           05  FILLER              PIC X(40) VALUE
               "BREAKS                                  ".
           05  FILLER              PIC X(92) VALUE SPACES.

       01  WS-BREAK-HEADING.
           05  FILLER              PIC X(40) VALUE
               "SOURCE    POSTED    CALLER    CUR  SENT ".
           05  FILLER              PIC X(40) VALUE
               "COUNT       SENT AMOUNT  CONF COUNT     ".
           05  FILLER              PIC X(40) VALUE
               "  CONF AMOUNT  DESCRIPTION              ".
           05  FILLER              PIC X(12) VALUE SPACES.

       01  WS-BREAK-LINE.
           05  WS-BRL-SOURCE       PIC X(8).
           05  FILLER              PIC X(2).
           05  WS-BRL-POSTED       PIC 9(8).
           05  FILLER              PIC X(2).
           05  WS-BRL-CALLER       PIC X(8).
           05  FILLER              PIC X(2).
           05  WS-BRL-CURRENCY     PIC X(3).
           05  FILLER              PIC X(5).
           05  WS-BRL-SENT-COUNT   PIC Z(6)9.
           05  FILLER              PIC X(2).
           05  WS-BRL-SENT-AMOUNT  PIC -(12)9.99.
           05  FILLER              PIC X(5).
           05  WS-BRL-CONF-COUNT   PIC Z(6)9.
           05  FILLER              PIC X(2).
           05  WS-BRL-CONF-AMOUNT  PIC -(12)9.99.
           05  FILLER              PIC X(2).
           05  WS-BRL-DESCRIPTION  PIC X(37).

       01  WS-AGING-TITLE.
           05  FILLER              PIC X(40) VALUE
               "POSTINGS NOT YET CONFIRMED              ".
           05  FILLER              PIC X(92) VALUE SPACES.

       01  WS-AGING-HEADING.
           05  FILLER              PIC X(40) VALUE
               "SOURCE    POSTED    FILE      STATE     ".
           05  FILLER              PIC X(40) VALUE
               "      SENT ON   BUS DAYS  BREAKS        ".
           05  FILLER              PIC X(52) VALUE SPACES.

       01  WS-AGING-LINE.
           05  WS-AGL-SOURCE       PIC X(8).
           05  FILLER              PIC X(2).
           05  WS-AGL-POSTED       PIC 9(8).
           05  FILLER              PIC X(2).
           05  WS-AGL-FILE         PIC X(8).
           05  FILLER              PIC X(2).
           05  WS-AGL-STATE        PIC X(14).
           05  FILLER              PIC X(2).
           05  WS-AGL-SENT-DATE    PIC 9(8).
           05  FILLER              PIC X(7).
           05  WS-AGL-AGE          PIC ZZ9.
           05  FILLER              PIC X(3).
           05  WS-AGL-BREAKS       PIC ZZZZ9.
           05  FILLER              PIC X(2).
           05  WS-AGL-FLAG         PIC X(30).
           05  FILLER              PIC X(28).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           INITIALIZE WS-REGISTER-TABLE
           INITIALIZE WS-DETAIL-TABLE
           INITIALIZE WS-HOLIDAY-TABLE
           MOVE "CALCGLIF" TO WS-SENT-FILE-NAME(1)
           MOVE "CALCACGL" TO WS-SENT-FILE-NAME(2)
           PERFORM GET-BUSINESS-DATE
           PERFORM READ-MATCH-BACK-CONTROL
           PERFORM LOAD-MARKET-HOLIDAYS
           PERFORM LOAD-SENT-REGISTER
           PERFORM LOAD-SENT-DETAILS
           IF WS-TABLE-OVERFLOW
               DISPLAY "CALCGLMB - REGISTER TABLES FULL, NOTHING "
                   "MATCHED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM START-NEW-PAGE
           MOVE WS-BREAK-TITLE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BREAK-HEADING TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM REGISTER-ONE-SENT-FILE
               VARYING WS-SENT-SUB FROM 1 BY 1
               UNTIL WS-SENT-SUB > 2
           IF WS-TABLE-OVERFLOW
               DISPLAY "CALCGLMB - REGISTER TABLES FULL, REGISTER "
                   "NOT UPDATED"
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM MATCH-CONFIRMATIONS
           IF WS-BREAK-COUNT = ZERO
               MOVE "  NO BREAKS" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-BLANK-LINE
           MOVE WS-AGING-TITLE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-AGING-HEADING TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM AGE-ONE-REGISTER-ENTRY
               VARYING WS-REGISTER-SUB FROM 1 BY 1
               UNTIL WS-REGISTER-SUB > WS-REGISTER-COUNT
           IF WS-OPEN-COUNT = ZERO
               MOVE "  EVERY POSTING CONFIRMED" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           PERFORM REWRITE-SENT-REGISTER
           PERFORM REWRITE-SENT-DETAILS
           PERFORM DISPLAY-RUN-SUMMARY
           IF WS-BREAK-COUNT > ZERO OR WS-AGED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
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
                           MOVE BDAT-MARKET-CODE TO WS-MARKET-CODE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-BUSINESS-DATE = ZEROS
               MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           END-IF.

       READ-MATCH-BACK-CONTROL.
      *    No control record, or no usable limit on it, leaves the
      *    two-business-day default in force.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "35"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GLMC-AGE-LIMIT NUMERIC
                           MOVE GLMC-AGE-LIMIT TO WS-AGE-LIMIT
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-MARKET-HOLIDAYS.
           MOVE "N" TO WS-HOLIDAY-EOF-SWITCH
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-FILE-STATUS = "35"
               MOVE "Y" TO WS-HOLIDAY-EOF-SWITCH
           ELSE
               PERFORM READ-HOLIDAY-RECORD
               PERFORM STORE-HOLIDAY-RECORD UNTIL WS-HOLIDAY-EOF
               CLOSE HOLIDAY-FILE
           END-IF.

       READ-HOLIDAY-RECORD.
           READ HOLIDAY-FILE
               AT END
                   MOVE "Y" TO WS-HOLIDAY-EOF-SWITCH
           END-READ.

       STORE-HOLIDAY-RECORD.
           IF HOL-MARKET-CODE = WS-MARKET-CODE AND
              WS-HOLIDAY-COUNT < 300
               ADD 1 TO WS-HOLIDAY-COUNT
               MOVE HOL-DATE TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
           END-IF
           PERFORM READ-HOLIDAY-RECORD.

       LOAD-SENT-REGISTER.
           MOVE "N" TO WS-REGISTER-EOF-SWITCH
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS = "35"
               MOVE "Y" TO WS-REGISTER-EOF-SWITCH
           ELSE
               PERFORM READ-REGISTER-RECORD
               PERFORM STORE-REGISTER-RECORD UNTIL WS-REGISTER-EOF
               CLOSE REGISTER-FILE
           END-IF.

       READ-REGISTER-RECORD.
           READ REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF-SWITCH
           END-READ.

       STORE-REGISTER-RECORD.
           IF WS-REGISTER-COUNT < 2000
               ADD 1 TO WS-REGISTER-COUNT
               MOVE WS-REGISTER-COUNT TO WS-REGISTER-SUB
               MOVE GLRG-SOURCE-SYSTEM
                   TO WS-RG-SOURCE-SYSTEM(WS-REGISTER-SUB)
               MOVE GLRG-POSTING-DATE
                   TO WS-RG-POSTING-DATE(WS-REGISTER-SUB)
               MOVE GLRG-FILE-NAME TO WS-RG-FILE-NAME(WS-REGISTER-SUB)
               MOVE GLRG-RECORD-COUNT
                   TO WS-RG-RECORD-COUNT(WS-REGISTER-SUB)
               MOVE GLRG-HASH-AMOUNT
                   TO WS-RG-HASH-AMOUNT(WS-REGISTER-SUB)
               MOVE GLRG-SENT-DATE TO WS-RG-SENT-DATE(WS-REGISTER-SUB)
               MOVE GLRG-STATE TO WS-RG-STATE(WS-REGISTER-SUB)
               MOVE GLRG-CONFIRM-DATE
                   TO WS-RG-CONFIRM-DATE(WS-REGISTER-SUB)
               MOVE GLRG-BREAK-COUNT
                   TO WS-RG-BREAK-COUNT(WS-REGISTER-SUB)
               MOVE GLRG-AGE-DAYS TO WS-RG-AGE-DAYS(WS-REGISTER-SUB)
           ELSE
               MOVE "Y" TO WS-OVERFLOW-SWITCH
           END-IF
           PERFORM READ-REGISTER-RECORD.

       LOAD-SENT-DETAILS.
           MOVE "N" TO WS-DETAIL-EOF-SWITCH
           OPEN INPUT SENT-DETAIL-FILE
           IF WS-DETAIL-FILE-STATUS = "35"
               MOVE "Y" TO WS-DETAIL-EOF-SWITCH
           ELSE
               PERFORM READ-SENT-DETAIL-RECORD
               PERFORM STORE-SENT-DETAIL-RECORD UNTIL WS-DETAIL-EOF
               CLOSE SENT-DETAIL-FILE
           END-IF.

       READ-SENT-DETAIL-RECORD.
           READ SENT-DETAIL-FILE
               AT END
                   MOVE "Y" TO WS-DETAIL-EOF-SWITCH
           END-READ.

       STORE-SENT-DETAIL-RECORD.
      *    A stored line whose file has left the register is dropped.
           MOVE GLSD-SOURCE-SYSTEM TO WS-FIND-SOURCE-SYSTEM
           MOVE GLSD-POSTING-DATE TO WS-FIND-POSTING-DATE
           PERFORM FIND-REGISTER-ENTRY
           IF WS-REGISTER-MATCH-SUB > ZERO
               IF WS-DETAIL-COUNT < 5000
                   ADD 1 TO WS-DETAIL-COUNT
                   MOVE WS-DETAIL-COUNT TO WS-DETAIL-SUB
                   MOVE WS-REGISTER-MATCH-SUB
                       TO WS-SD-REGISTER-SUB(WS-DETAIL-SUB)
                   MOVE GLSD-CALLER-ID
                       TO WS-SD-CALLER-ID(WS-DETAIL-SUB)
                   MOVE GLSD-CURRENCY TO WS-SD-CURRENCY(WS-DETAIL-SUB)
                   MOVE GLSD-CALL-COUNT
                       TO WS-SD-CALL-COUNT(WS-DETAIL-SUB)
                   MOVE GLSD-AMOUNT TO WS-SD-AMOUNT(WS-DETAIL-SUB)
                   MOVE SPACE TO WS-SD-STATE(WS-DETAIL-SUB)
               ELSE
                   MOVE "Y" TO WS-OVERFLOW-SWITCH
               END-IF
           END-IF
           PERFORM READ-SENT-DETAIL-RECORD.

       FIND-REGISTER-ENTRY.
           MOVE ZEROS TO WS-REGISTER-MATCH-SUB
           PERFORM MATCH-REGISTER-ENTRY
               VARYING WS-REGISTER-SUB FROM 1 BY 1
               UNTIL WS-REGISTER-SUB > WS-REGISTER-COUNT
                  OR WS-REGISTER-MATCH-SUB > ZERO.

       MATCH-REGISTER-ENTRY.
           IF WS-RG-SOURCE-SYSTEM(WS-REGISTER-SUB) =
              WS-FIND-SOURCE-SYSTEM AND
              WS-RG-POSTING-DATE(WS-REGISTER-SUB) =
              WS-FIND-POSTING-DATE
               MOVE WS-REGISTER-SUB TO WS-REGISTER-MATCH-SUB
           END-IF.

       REGISTER-ONE-SENT-FILE.
      *    Read the whole interface file into the staging table and
      *    prove it to its own trailer before it is registered.
           MOVE "N" TO WS-FEED-EOF-SWITCH
           MOVE "N" TO WS-HEADER-SEEN-SWITCH
           MOVE "N" TO WS-TRAILER-SEEN-SWITCH
           MOVE SPACES TO WS-NEW-SOURCE-SYSTEM
           MOVE ZEROS TO WS-NEW-POSTING-DATE
           MOVE ZEROS TO WS-NEW-CONTROL-COUNT
           MOVE ZEROS TO WS-NEW-CONTROL-HASH
           MOVE ZEROS TO WS-NEW-DETAIL-COUNT
           MOVE ZEROS TO WS-NEW-DETAIL-HASH
           MOVE ZEROS TO WS-STAGE-COUNT
           PERFORM OPEN-SENT-FILE
           IF WS-FEED-FILE-STATUS NOT = "35"
               PERFORM READ-SENT-FILE-RECORD
               PERFORM STAGE-SENT-FILE-RECORD UNTIL WS-FEED-EOF
               PERFORM CLOSE-SENT-FILE
               PERFORM FILE-SENT-FILE THRU FILE-SENT-FILE-EXIT
           END-IF.

       OPEN-SENT-FILE.
           IF WS-SENT-SUB = 1
               OPEN INPUT GLEX-FEED-FILE
           ELSE
               OPEN INPUT ACCR-FEED-FILE
           END-IF.

       CLOSE-SENT-FILE.
           IF WS-SENT-SUB = 1
               CLOSE GLEX-FEED-FILE
           ELSE
               CLOSE ACCR-FEED-FILE
           END-IF.

       READ-SENT-FILE-RECORD.
           MOVE SPACES TO WS-FEED-RECORD
           IF WS-SENT-SUB = 1
               READ GLEX-FEED-FILE INTO WS-FEED-RECORD
                   AT END
                       MOVE "Y" TO WS-FEED-EOF-SWITCH
               END-READ
           ELSE
               READ ACCR-FEED-FILE INTO WS-FEED-RECORD
                   AT END
                       MOVE "Y" TO WS-FEED-EOF-SWITCH
               END-READ
           END-IF
           MOVE WS-FEED-RECORD TO GLP-HEADER-RECORD
           MOVE WS-FEED-RECORD TO GLP-DETAIL-RECORD
           MOVE WS-FEED-RECORD TO GLP-TRAILER-RECORD.

       STAGE-SENT-FILE-RECORD.
           EVALUATE TRUE
               WHEN GLP-HEADER
                   MOVE "Y" TO WS-HEADER-SEEN-SWITCH
                   MOVE GLP-HDR-SOURCE-SYSTEM TO WS-NEW-SOURCE-SYSTEM
                   IF GLP-HDR-POSTING-DATE NUMERIC
                       MOVE GLP-HDR-POSTING-DATE
                           TO WS-NEW-POSTING-DATE
                   END-IF
               WHEN GLP-DETAIL
                   ADD 1 TO WS-NEW-DETAIL-COUNT
                   ADD GLP-DTL-AMOUNT TO WS-NEW-DETAIL-HASH
                   IF WS-STAGE-COUNT < 1000
                       ADD 1 TO WS-STAGE-COUNT
                       MOVE GLP-DTL-CALLER-ID
                           TO WS-ST-CALLER-ID(WS-STAGE-COUNT)
                       MOVE GLP-DTL-CURRENCY
                           TO WS-ST-CURRENCY(WS-STAGE-COUNT)
                       MOVE GLP-DTL-CALL-COUNT
                           TO WS-ST-CALL-COUNT(WS-STAGE-COUNT)
                       MOVE GLP-DTL-AMOUNT
                           TO WS-ST-AMOUNT(WS-STAGE-COUNT)
                   ELSE
                       MOVE "Y" TO WS-OVERFLOW-SWITCH
                   END-IF
               WHEN GLP-TRAILER
                   MOVE "Y" TO WS-TRAILER-SEEN-SWITCH
                   MOVE GLP-TLR-RECORD-COUNT TO WS-NEW-CONTROL-COUNT
                   MOVE GLP-TLR-HASH-AMOUNT TO WS-NEW-CONTROL-HASH
           END-EVALUATE
           PERFORM READ-SENT-FILE-RECORD.

       FILE-SENT-FILE.
           MOVE WS-NEW-SOURCE-SYSTEM TO WS-BRK-SOURCE-SYSTEM
           MOVE WS-NEW-POSTING-DATE TO WS-BRK-POSTING-DATE
           MOVE SPACES TO WS-BRK-CALLER-ID
           MOVE SPACES TO WS-BRK-CURRENCY
           IF NOT WS-HEADER-SEEN OR WS-NEW-POSTING-DATE = ZERO
               MOVE WS-SENT-FILE-NAME(WS-SENT-SUB)
                   TO WS-BRK-SOURCE-SYSTEM
               MOVE ZEROS TO WS-BRK-SENT-COUNT
               MOVE ZEROS TO WS-BRK-SENT-AMOUNT
               MOVE ZEROS TO WS-BRK-CONF-COUNT
               MOVE ZEROS TO WS-BRK-CONF-AMOUNT
               MOVE "SENT FILE HAS NO DATED HEADER"
                   TO WS-BRK-DESCRIPTION
               PERFORM WRITE-BREAK-LINE
               GO TO FILE-SENT-FILE-EXIT
           END-IF
      *    The ledger balances against the trailer, so a file that does
      *    not prove is still registered on its trailer totals - the
      *    confirmation will show what the ledger made of it.
           IF NOT WS-TRAILER-SEEN OR
              WS-NEW-CONTROL-COUNT NOT = WS-NEW-DETAIL-COUNT OR
              WS-NEW-CONTROL-HASH NOT = WS-NEW-DETAIL-HASH
               MOVE WS-NEW-DETAIL-COUNT TO WS-BRK-SENT-COUNT
               MOVE WS-NEW-DETAIL-HASH TO WS-BRK-SENT-AMOUNT
               MOVE WS-NEW-CONTROL-COUNT TO WS-BRK-CONF-COUNT
               MOVE WS-NEW-CONTROL-HASH TO WS-BRK-CONF-AMOUNT
               MOVE "SENT FILE DOES NOT PROVE TO TRAILER"
                   TO WS-BRK-DESCRIPTION
               PERFORM WRITE-BREAK-LINE
           END-IF
           MOVE WS-NEW-SOURCE-SYSTEM TO WS-FIND-SOURCE-SYSTEM
           MOVE WS-NEW-POSTING-DATE TO WS-FIND-POSTING-DATE
           PERFORM FIND-REGISTER-ENTRY
           IF WS-REGISTER-MATCH-SUB = ZERO
               IF WS-REGISTER-COUNT >= 2000
                   MOVE "Y" TO WS-OVERFLOW-SWITCH
                   GO TO FILE-SENT-FILE-EXIT
               END-IF
               ADD 1 TO WS-REGISTER-COUNT
               MOVE WS-REGISTER-COUNT TO WS-REGISTER-MATCH-SUB
               MOVE WS-NEW-SOURCE-SYSTEM
                   TO WS-RG-SOURCE-SYSTEM(WS-REGISTER-MATCH-SUB)
               MOVE WS-NEW-POSTING-DATE
                   TO WS-RG-POSTING-DATE(WS-REGISTER-MATCH-SUB)
           ELSE
               IF WS-RG-RECORD-COUNT(WS-REGISTER-MATCH-SUB) =
                  WS-NEW-CONTROL-COUNT AND
                  WS-RG-HASH-AMOUNT(WS-REGISTER-MATCH-SUB) =
                  WS-NEW-CONTROL-HASH
      *            The same file left on disk: already registered.
                   GO TO FILE-SENT-FILE-EXIT
               END-IF
               MOVE WS-RG-RECORD-COUNT(WS-REGISTER-MATCH-SUB)
                   TO WS-BRK-SENT-COUNT
               MOVE WS-RG-HASH-AMOUNT(WS-REGISTER-MATCH-SUB)
                   TO WS-BRK-SENT-AMOUNT
               MOVE WS-NEW-CONTROL-COUNT TO WS-BRK-CONF-COUNT
               MOVE WS-NEW-CONTROL-HASH TO WS-BRK-CONF-AMOUNT
               MOVE "RE-SENT WITH NEW TOTALS, REPLACED"
                   TO WS-BRK-DESCRIPTION
               PERFORM WRITE-BREAK-LINE
               ADD 1 TO WS-RESENT-COUNT
               PERFORM DROP-ONE-SENT-DETAIL
                   VARYING WS-DETAIL-SUB FROM 1 BY 1
                   UNTIL WS-DETAIL-SUB > WS-DETAIL-COUNT
           END-IF
           MOVE WS-SENT-FILE-NAME(WS-SENT-SUB)
               TO WS-RG-FILE-NAME(WS-REGISTER-MATCH-SUB)
           MOVE WS-NEW-CONTROL-COUNT
               TO WS-RG-RECORD-COUNT(WS-REGISTER-MATCH-SUB)
           MOVE WS-NEW-CONTROL-HASH
               TO WS-RG-HASH-AMOUNT(WS-REGISTER-MATCH-SUB)
           MOVE WS-BUSINESS-DATE
               TO WS-RG-SENT-DATE(WS-REGISTER-MATCH-SUB)
           MOVE "S" TO WS-RG-STATE(WS-REGISTER-MATCH-SUB)
           MOVE ZEROS TO WS-RG-CONFIRM-DATE(WS-REGISTER-MATCH-SUB)
           MOVE ZEROS TO WS-RG-BREAK-COUNT(WS-REGISTER-MATCH-SUB)
           MOVE ZEROS TO WS-RG-AGE-DAYS(WS-REGISTER-MATCH-SUB)
           ADD 1 TO WS-REGISTERED-COUNT
           PERFORM KEEP-ONE-SENT-DETAIL
               VARYING WS-STAGE-SUB FROM 1 BY 1
               UNTIL WS-STAGE-SUB > WS-STAGE-COUNT.

       FILE-SENT-FILE-EXIT.
           EXIT.

       DROP-ONE-SENT-DETAIL.
           IF WS-SD-REGISTER-SUB(WS-DETAIL-SUB) =
              WS-REGISTER-MATCH-SUB
               MOVE "X" TO WS-SD-STATE(WS-DETAIL-SUB)
           END-IF.

       KEEP-ONE-SENT-DETAIL.
           IF WS-DETAIL-COUNT < 5000
               ADD 1 TO WS-DETAIL-COUNT
               MOVE WS-DETAIL-COUNT TO WS-DETAIL-SUB
               MOVE WS-REGISTER-MATCH-SUB
                   TO WS-SD-REGISTER-SUB(WS-DETAIL-SUB)
               MOVE WS-ST-CALLER-ID(WS-STAGE-SUB)
                   TO WS-SD-CALLER-ID(WS-DETAIL-SUB)
               MOVE WS-ST-CURRENCY(WS-STAGE-SUB)
                   TO WS-SD-CURRENCY(WS-DETAIL-SUB)
               MOVE WS-ST-CALL-COUNT(WS-STAGE-SUB)
                   TO WS-SD-CALL-COUNT(WS-DETAIL-SUB)
               MOVE WS-ST-AMOUNT(WS-STAGE-SUB)
                   TO WS-SD-AMOUNT(WS-DETAIL-SUB)
               MOVE SPACE TO WS-SD-STATE(WS-DETAIL-SUB)
           ELSE
               MOVE "Y" TO WS-OVERFLOW-SWITCH
           END-IF.

       MATCH-CONFIRMATIONS.
           MOVE "N" TO WS-CONFIRM-EOF-SWITCH
           MOVE "N" TO WS-IN-GROUP-SWITCH
           OPEN INPUT CONFIRM-FILE
           IF WS-CONFIRM-FILE-STATUS = "35"
               DISPLAY "CALCGLMB - NO CONFIRMATIONS ON CALCGLCF"
           ELSE
               PERFORM READ-CONFIRM-RECORD
               PERFORM MATCH-CONFIRM-RECORD UNTIL WS-CONFIRM-EOF
               CLOSE CONFIRM-FILE
               IF WS-IN-GROUP
                   PERFORM FINISH-CONFIRM-GROUP
               END-IF
           END-IF.

       READ-CONFIRM-RECORD.
           MOVE SPACES TO WS-CONFIRM-RECORD
           READ CONFIRM-FILE INTO WS-CONFIRM-RECORD
               AT END
                   MOVE "Y" TO WS-CONFIRM-EOF-SWITCH
           END-READ
           MOVE WS-CONFIRM-RECORD TO GLC-HEADER-RECORD
           MOVE WS-CONFIRM-RECORD TO GLC-DETAIL-RECORD.

       MATCH-CONFIRM-RECORD.
           EVALUATE TRUE
               WHEN GLC-HEADER
                   IF WS-IN-GROUP
                       PERFORM FINISH-CONFIRM-GROUP
                   END-IF
                   PERFORM START-CONFIRM-GROUP
               WHEN GLC-DETAIL
                   PERFORM MATCH-CONFIRM-DETAIL
                       THRU MATCH-CONFIRM-DETAIL-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-CONFIRM-RECORD.

       START-CONFIRM-GROUP.
           MOVE "Y" TO WS-IN-GROUP-SWITCH
           MOVE "N" TO WS-GROUP-KNOWN-SWITCH
           MOVE "N" TO WS-GROUP-REJECTED-SWITCH
           MOVE ZEROS TO WS-GROUP-BREAKS
           ADD 1 TO WS-GROUP-COUNT
           MOVE GLC-HDR-SOURCE-SYSTEM TO WS-GROUP-SOURCE-SYSTEM
           MOVE ZEROS TO WS-GROUP-POSTING-DATE
           IF GLC-HDR-POSTING-DATE NUMERIC
               MOVE GLC-HDR-POSTING-DATE TO WS-GROUP-POSTING-DATE
           END-IF
           IF GLC-HDR-RECORD-COUNT NOT NUMERIC
               MOVE ZEROS TO GLC-HDR-RECORD-COUNT
           END-IF
           IF GLC-HDR-HASH-AMOUNT NOT NUMERIC
               MOVE ZEROS TO GLC-HDR-HASH-AMOUNT
           END-IF
           MOVE WS-GROUP-SOURCE-SYSTEM TO WS-BRK-SOURCE-SYSTEM
           MOVE WS-GROUP-POSTING-DATE TO WS-BRK-POSTING-DATE
           MOVE SPACES TO WS-BRK-CALLER-ID
           MOVE SPACES TO WS-BRK-CURRENCY
           MOVE GLC-HDR-RECORD-COUNT TO WS-BRK-CONF-COUNT
           MOVE GLC-HDR-HASH-AMOUNT TO WS-BRK-CONF-AMOUNT
           MOVE WS-GROUP-SOURCE-SYSTEM TO WS-FIND-SOURCE-SYSTEM
           MOVE WS-GROUP-POSTING-DATE TO WS-FIND-POSTING-DATE
           PERFORM FIND-REGISTER-ENTRY
           IF WS-REGISTER-MATCH-SUB = ZERO
               MOVE ZEROS TO WS-BRK-SENT-COUNT
               MOVE ZEROS TO WS-BRK-SENT-AMOUNT
               MOVE "CONFIRMATION FOR A FILE NEVER SENT"
                   TO WS-BRK-DESCRIPTION
               PERFORM WRITE-BREAK-LINE
           ELSE
               MOVE "Y" TO WS-GROUP-KNOWN-SWITCH
               MOVE WS-RG-RECORD-COUNT(WS-REGISTER-MATCH-SUB)
                   TO WS-BRK-SENT-COUNT
               MOVE WS-RG-HASH-AMOUNT(WS-REGISTER-MATCH-SUB)
                   TO WS-BRK-SENT-AMOUNT
               IF GLC-REJECTED
                   MOVE "Y" TO WS-GROUP-REJECTED-SWITCH
                   MOVE "FILE REJECTED BY THE LEDGER"
                       TO WS-BRK-DESCRIPTION
                   PERFORM WRITE-GROUP-BREAK
               END-IF
               IF GLC-HDR-RECORD-COUNT NOT =
                  WS-RG-RECORD-COUNT(WS-REGISTER-MATCH-SUB)
                   MOVE "ACCEPTED COUNT NOT AS SENT"
                       TO WS-BRK-DESCRIPTION
                   PERFORM WRITE-GROUP-BREAK
               END-IF
               IF GLC-HDR-HASH-AMOUNT NOT =
                  WS-RG-HASH-AMOUNT(WS-REGISTER-MATCH-SUB)
                   MOVE "ACCEPTED HASH NOT AS SENT"
                       TO WS-BRK-DESCRIPTION
                   PERFORM WRITE-GROUP-BREAK
               END-IF
      *        Every line sent for this file waits to be matched again,
      *        so a repeated confirmation is judged afresh.
               PERFORM REOPEN-ONE-SENT-DETAIL
                   VARYING WS-DETAIL-SUB FROM 1 BY 1
                   UNTIL WS-DETAIL-SUB > WS-DETAIL-COUNT
           END-IF.

       REOPEN-ONE-SENT-DETAIL.
           IF WS-SD-REGISTER-SUB(WS-DETAIL-SUB) =
              WS-REGISTER-MATCH-SUB AND
              NOT WS-SD-DROPPED(WS-DETAIL-SUB)
               MOVE SPACE TO WS-SD-STATE(WS-DETAIL-SUB)
           END-IF.

       MATCH-CONFIRM-DETAIL.
           IF NOT WS-IN-GROUP
               MOVE SPACES TO WS-BRK-SOURCE-SYSTEM
               MOVE ZEROS TO WS-BRK-POSTING-DATE
               MOVE GLC-DTL-CALLER-ID TO WS-BRK-CALLER-ID
               MOVE GLC-DTL-CURRENCY TO WS-BRK-CURRENCY
               MOVE ZEROS TO WS-BRK-SENT-COUNT
               MOVE ZEROS TO WS-BRK-SENT-AMOUNT
               MOVE ZEROS TO WS-BRK-CONF-COUNT
               MOVE ZEROS TO WS-BRK-CONF-AMOUNT
               MOVE "CONFIRMATION LINE WITHOUT A HEADER"
                   TO WS-BRK-DESCRIPTION
               PERFORM WRITE-BREAK-LINE
               GO TO MATCH-CONFIRM-DETAIL-EXIT
           END-IF
           IF NOT WS-GROUP-KNOWN
               GO TO MATCH-CONFIRM-DETAIL-EXIT
           END-IF
           IF GLC-DTL-CALL-COUNT NOT NUMERIC
               MOVE ZEROS TO GLC-DTL-CALL-COUNT
           END-IF
           IF GLC-DTL-AMOUNT NOT NUMERIC
               MOVE ZEROS TO GLC-DTL-AMOUNT
           END-IF
           MOVE GLC-DTL-CALLER-ID TO WS-BRK-CALLER-ID
           MOVE GLC-DTL-CURRENCY TO WS-BRK-CURRENCY
           MOVE GLC-DTL-CALL-COUNT TO WS-BRK-CONF-COUNT
           MOVE GLC-DTL-AMOUNT TO WS-BRK-CONF-AMOUNT
           MOVE ZEROS TO WS-DETAIL-MATCH-SUB
           PERFORM MATCH-SENT-DETAIL
               VARYING WS-DETAIL-SUB FROM 1 BY 1
               UNTIL WS-DETAIL-SUB > WS-DETAIL-COUNT
                  OR WS-DETAIL-MATCH-SUB > ZERO
           IF WS-DETAIL-MATCH-SUB = ZERO
               MOVE ZEROS TO WS-BRK-SENT-COUNT
               MOVE ZEROS TO WS-BRK-SENT-AMOUNT
               MOVE "CONFIRMED LINE WAS NEVER SENT"
                   TO WS-BRK-DESCRIPTION
               PERFORM WRITE-GROUP-BREAK
               GO TO MATCH-CONFIRM-DETAIL-EXIT
           END-IF
           MOVE "M" TO WS-SD-STATE(WS-DETAIL-MATCH-SUB)
           MOVE WS-SD-CALL-COUNT(WS-DETAIL-MATCH-SUB)
               TO WS-BRK-SENT-COUNT
           MOVE WS-SD-AMOUNT(WS-DETAIL-MATCH-SUB)
               TO WS-BRK-SENT-AMOUNT
           IF GLC-DTL-CALL-COUNT NOT =
              WS-SD-CALL-COUNT(WS-DETAIL-MATCH-SUB)
               MOVE "ACCEPTED CALL COUNT NOT AS SENT"
                   TO WS-BRK-DESCRIPTION
               PERFORM WRITE-GROUP-BREAK
           END-IF
           IF GLC-DTL-AMOUNT NOT =
              WS-SD-AMOUNT(WS-DETAIL-MATCH-SUB)
               MOVE "ACCEPTED AMOUNT NOT AS SENT"
                   TO WS-BRK-DESCRIPTION
               PERFORM WRITE-GROUP-BREAK
           END-IF.

       MATCH-CONFIRM-DETAIL-EXIT.
           EXIT.

       MATCH-SENT-DETAIL.
           IF WS-SD-REGISTER-SUB(WS-DETAIL-SUB) =
              WS-REGISTER-MATCH-SUB AND
              WS-SD-OPEN(WS-DETAIL-SUB) AND
              WS-SD-CALLER-ID(WS-DETAIL-SUB) = GLC-DTL-CALLER-ID AND
              WS-SD-CURRENCY(WS-DETAIL-SUB) = GLC-DTL-CURRENCY
               MOVE WS-DETAIL-SUB TO WS-DETAIL-MATCH-SUB
           END-IF.

       FINISH-CONFIRM-GROUP.
      *    Any line sent but absent from the confirmation is a break;
      *    then the file takes the state the confirmation earned.
           MOVE "N" TO WS-IN-GROUP-SWITCH
           IF WS-GROUP-KNOWN
               PERFORM CHECK-UNCONFIRMED-DETAIL
                   VARYING WS-DETAIL-SUB FROM 1 BY 1
                   UNTIL WS-DETAIL-SUB > WS-DETAIL-COUNT
               EVALUATE TRUE
                   WHEN WS-GROUP-REJECTED
                       MOVE "R" TO WS-RG-STATE(WS-REGISTER-MATCH-SUB)
                   WHEN WS-GROUP-BREAKS > ZERO
                       MOVE "B" TO WS-RG-STATE(WS-REGISTER-MATCH-SUB)
                   WHEN OTHER
                       MOVE "C" TO WS-RG-STATE(WS-REGISTER-MATCH-SUB)
                       ADD 1 TO WS-CONFIRMED-COUNT
               END-EVALUATE
               MOVE WS-BUSINESS-DATE
                   TO WS-RG-CONFIRM-DATE(WS-REGISTER-MATCH-SUB)
               MOVE WS-GROUP-BREAKS
                   TO WS-RG-BREAK-COUNT(WS-REGISTER-MATCH-SUB)
           END-IF.

       CHECK-UNCONFIRMED-DETAIL.
           IF WS-SD-REGISTER-SUB(WS-DETAIL-SUB) =
              WS-REGISTER-MATCH-SUB AND
              WS-SD-OPEN(WS-DETAIL-SUB)
               MOVE WS-SD-CALLER-ID(WS-DETAIL-SUB) TO WS-BRK-CALLER-ID
               MOVE WS-SD-CURRENCY(WS-DETAIL-SUB) TO WS-BRK-CURRENCY
               MOVE WS-SD-CALL-COUNT(WS-DETAIL-SUB)
                   TO WS-BRK-SENT-COUNT
               MOVE WS-SD-AMOUNT(WS-DETAIL-SUB) TO WS-BRK-SENT-AMOUNT
               MOVE ZEROS TO WS-BRK-CONF-COUNT
               MOVE ZEROS TO WS-BRK-CONF-AMOUNT
               MOVE "SENT LINE MISSING FROM CONFIRMATION"
                   TO WS-BRK-DESCRIPTION
               PERFORM WRITE-GROUP-BREAK
           END-IF.

       WRITE-GROUP-BREAK.
           ADD 1 TO WS-GROUP-BREAKS
           PERFORM WRITE-BREAK-LINE.

       WRITE-BREAK-LINE.
           MOVE SPACES TO WS-BREAK-LINE
           MOVE WS-BRK-SOURCE-SYSTEM TO WS-BRL-SOURCE
           MOVE WS-BRK-POSTING-DATE TO WS-BRL-POSTED
           MOVE WS-BRK-CALLER-ID TO WS-BRL-CALLER
           MOVE WS-BRK-CURRENCY TO WS-BRL-CURRENCY
           MOVE WS-BRK-SENT-COUNT TO WS-BRL-SENT-COUNT
           MOVE WS-BRK-SENT-AMOUNT TO WS-BRL-SENT-AMOUNT
           MOVE WS-BRK-CONF-COUNT TO WS-BRL-CONF-COUNT
           MOVE WS-BRK-CONF-AMOUNT TO WS-BRL-CONF-AMOUNT
           MOVE WS-BRK-DESCRIPTION TO WS-BRL-DESCRIPTION
           MOVE WS-BREAK-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-BREAK-COUNT.

       AGE-ONE-REGISTER-ENTRY.
      *    Every file short of confirmed is listed with the business
      *    days it has waited since its posting date.
           IF WS-RG-CONFIRMED(WS-REGISTER-SUB)
               MOVE ZEROS TO WS-RG-AGE-DAYS(WS-REGISTER-SUB)
           ELSE
               ADD 1 TO WS-OPEN-COUNT
               PERFORM COUNT-BUSINESS-DAYS-WAITED
               MOVE WS-AGE-DAYS TO WS-RG-AGE-DAYS(WS-REGISTER-SUB)
               MOVE SPACES TO WS-AGING-LINE
               MOVE WS-RG-SOURCE-SYSTEM(WS-REGISTER-SUB)
                   TO WS-AGL-SOURCE
               MOVE WS-RG-POSTING-DATE(WS-REGISTER-SUB)
                   TO WS-AGL-POSTED
               MOVE WS-RG-FILE-NAME(WS-REGISTER-SUB) TO WS-AGL-FILE
               EVALUATE TRUE
                   WHEN WS-RG-SENT(WS-REGISTER-SUB)
                       MOVE "NOT CONFIRMED" TO WS-AGL-STATE
                   WHEN WS-RG-BREAKS(WS-REGISTER-SUB)
                       MOVE "BREAKS" TO WS-AGL-STATE
                   WHEN WS-RG-REJECTED(WS-REGISTER-SUB)
                       MOVE "REJECTED" TO WS-AGL-STATE
                   WHEN OTHER
                       MOVE "UNKNOWN STATE" TO WS-AGL-STATE
               END-EVALUATE
               MOVE WS-RG-SENT-DATE(WS-REGISTER-SUB)
                   TO WS-AGL-SENT-DATE
               MOVE WS-AGE-DAYS TO WS-AGL-AGE
               MOVE WS-RG-BREAK-COUNT(WS-REGISTER-SUB)
                   TO WS-AGL-BREAKS
               IF WS-RG-SENT(WS-REGISTER-SUB) AND
                  WS-AGE-DAYS > WS-AGE-LIMIT
                   MOVE "*** PAST CONFIRMATION LIMIT" TO WS-AGL-FLAG
                   ADD 1 TO WS-AGED-COUNT
               END-IF
               MOVE WS-AGING-LINE TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       COUNT-BUSINESS-DAYS-WAITED.
      *    Business days after the posting date up to and including
      *    today's business date, on the BDAT market's calendar.
           MOVE ZEROS TO WS-AGE-DAYS
           IF WS-RG-POSTING-DATE(WS-REGISTER-SUB) > ZERO AND
              WS-RG-POSTING-DATE(WS-REGISTER-SUB) < WS-BUSINESS-DATE
               COMPUTE WS-WORK-INTEGER = FUNCTION INTEGER-OF-DATE(
                       WS-RG-POSTING-DATE(WS-REGISTER-SUB)) + 1
               COMPUTE WS-END-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               PERFORM COUNT-ONE-WAITING-DAY
                   UNTIL WS-WORK-INTEGER > WS-END-INTEGER
                      OR WS-AGE-DAYS = 999
           END-IF.

       COUNT-ONE-WAITING-DAY.
           COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           PERFORM CHECK-BUSINESS-DAY
           IF WS-IS-BUSINESS-DAY
               ADD 1 TO WS-AGE-DAYS
           END-IF
           ADD 1 TO WS-WORK-INTEGER.

       CHECK-BUSINESS-DAY.
           MOVE "Y" TO WS-IS-BUSINESS-SWITCH
           COMPUTE WS-WEEKDAY-NO = FUNCTION MOD(WS-WORK-INTEGER, 7)
           IF WS-WEEKDAY-NO = 6 OR WS-WEEKDAY-NO = 0
               MOVE "N" TO WS-IS-BUSINESS-SWITCH
           ELSE
               PERFORM CHECK-HOLIDAY-TABLE
                   VARYING WS-HOLIDAY-SUB FROM 1 BY 1
                   UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
                      OR NOT WS-IS-BUSINESS-DAY
           END-IF.

       CHECK-HOLIDAY-TABLE.
           IF WS-HOLIDAY-DATE(WS-HOLIDAY-SUB) = WS-WORK-DATE
               MOVE "N" TO WS-IS-BUSINESS-SWITCH
           END-IF.

       REWRITE-SENT-REGISTER.
           OPEN OUTPUT REGISTER-FILE
           PERFORM WRITE-REGISTER-RECORD
               VARYING WS-REGISTER-SUB FROM 1 BY 1
               UNTIL WS-REGISTER-SUB > WS-REGISTER-COUNT
           CLOSE REGISTER-FILE.

       WRITE-REGISTER-RECORD.
           MOVE WS-RG-SOURCE-SYSTEM(WS-REGISTER-SUB)
               TO GLRG-SOURCE-SYSTEM
           MOVE WS-RG-POSTING-DATE(WS-REGISTER-SUB)
               TO GLRG-POSTING-DATE
           MOVE WS-RG-FILE-NAME(WS-REGISTER-SUB) TO GLRG-FILE-NAME
           MOVE WS-RG-RECORD-COUNT(WS-REGISTER-SUB)
               TO GLRG-RECORD-COUNT
           MOVE WS-RG-HASH-AMOUNT(WS-REGISTER-SUB) TO GLRG-HASH-AMOUNT
           MOVE WS-RG-SENT-DATE(WS-REGISTER-SUB) TO GLRG-SENT-DATE
           MOVE WS-RG-STATE(WS-REGISTER-SUB) TO GLRG-STATE
           MOVE WS-RG-CONFIRM-DATE(WS-REGISTER-SUB)
               TO GLRG-CONFIRM-DATE
           MOVE WS-RG-BREAK-COUNT(WS-REGISTER-SUB) TO GLRG-BREAK-COUNT
           MOVE WS-RG-AGE-DAYS(WS-REGISTER-SUB) TO GLRG-AGE-DAYS
           WRITE GLRG-RECORD.

       REWRITE-SENT-DETAILS.
      *    Only lines of files still short of confirmed are kept.
           OPEN OUTPUT SENT-DETAIL-FILE
           PERFORM WRITE-SENT-DETAIL-RECORD
               VARYING WS-DETAIL-SUB FROM 1 BY 1
               UNTIL WS-DETAIL-SUB > WS-DETAIL-COUNT
           CLOSE SENT-DETAIL-FILE.

       WRITE-SENT-DETAIL-RECORD.
           MOVE WS-SD-REGISTER-SUB(WS-DETAIL-SUB) TO WS-REGISTER-SUB
           IF NOT WS-SD-DROPPED(WS-DETAIL-SUB) AND
              NOT WS-RG-CONFIRMED(WS-REGISTER-SUB)
               MOVE WS-RG-SOURCE-SYSTEM(WS-REGISTER-SUB)
                   TO GLSD-SOURCE-SYSTEM
               MOVE WS-RG-POSTING-DATE(WS-REGISTER-SUB)
                   TO GLSD-POSTING-DATE
               MOVE WS-SD-CALLER-ID(WS-DETAIL-SUB) TO GLSD-CALLER-ID
               MOVE WS-SD-CURRENCY(WS-DETAIL-SUB) TO GLSD-CURRENCY
               MOVE WS-SD-CALL-COUNT(WS-DETAIL-SUB)
                   TO GLSD-CALL-COUNT
               MOVE WS-SD-AMOUNT(WS-DETAIL-SUB) TO GLSD-AMOUNT
               WRITE GLSD-RECORD
           END-IF.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-BUSINESS-DATE TO WS-HDG-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 2 TO WS-LINE-NUMBER.

       CHECK-PAGE-BREAK.
           IF WS-LINE-NUMBER >= WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF.

       WRITE-REPORT-LINE.
           PERFORM CHECK-PAGE-BREAK
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NUMBER.

       WRITE-BLANK-LINE.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NUMBER.

       DISPLAY-RUN-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "CALCGLMB - GL CONFIRMATION MATCH-BACK"
           DISPLAY "========================================"
           DISPLAY "Business date:        " WS-BUSINESS-DATE
           DISPLAY "Files registered:     " WS-REGISTERED-COUNT
           DISPLAY "Files re-sent:        " WS-RESENT-COUNT
           DISPLAY "Confirmations read:   " WS-GROUP-COUNT
           DISPLAY "Files confirmed:      " WS-CONFIRMED-COUNT
           DISPLAY "Breaks reported:      " WS-BREAK-COUNT
           DISPLAY "Files not confirmed:  " WS-OPEN-COUNT
           DISPLAY "Aged past limit:      " WS-AGED-COUNT
           DISPLAY "Age limit (bus days): " WS-AGE-LIMIT
           DISPLAY "Break report:         CALCGLMR"
           DISPLAY "========================================".

       END PROGRAM CALCGLMB.
