      * then starts a clean CALCAUDT for the next day. Replaces the    *
      * manual copy step whose occasional omission left CALCRPT        *
      * double-counting two days and CALCRECN re-checking the wrong    *
      * population.                                                    *
      * The cut is strictly by business date. Every audit record       *
      * carries the date it booked to (AUDIT-BUSINESS-DATE); an online *
      * call keyed after its market's cut-off books to the next        *
      * business date and is not part of the day being closed. Such    *
      * records are held on the CALCAUDC work file while the day is    *
      * archived and then become the opening records of the new live   *
      * log, re-chained from zero. Once a record has been held back    *
      * the archived records behind it are re-chained too, so the      *
      * generation still verifies end to end; the live chain is        *
      * proved on the same pass and a broken one refuses the cut       *
      * rather than be re-chained over. Quota counters and intra-day   *
      * store records for the later date survive the reset likewise.   *
      * Each cut also snapshots every CALCREGF named-register balance  *
      * to the permanent CALCRGHS history, dated with the day cut.     *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QHIS-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "CALCREGF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RGF-KEY
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT REGISTER-HISTORY-FILE ASSIGN TO "CALCRGHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGHS-FILE-STATUS.

           SELECT CARRY-FILE ASSIGN TO "CALCAUDC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-FILE-STATUS.

           SELECT INTRADAY-FILE ASSIGN TO "CALCAUDI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDI-PRIMARY-KEY
               ALTERNATE RECORD KEY IS AUDI-CALLER-ID
                   WITH DUPLICATES
       FD  QUOTA-HISTORY-FILE.
           COPY CALCQHS.

       FD  REGISTER-FILE.
           COPY CALCRGF.

       FD  REGISTER-HISTORY-FILE.
           COPY CALCRGH.

       FD  CARRY-FILE.
           COPY CALCAUD REPLACING LEADING ==AUDIT-== BY ==CARRY-==.

       FD  INTRADAY-FILE.
           COPY CALCADI.

       01  WS-BDAT-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-REGISTER-SEEN-SWITCH PIC X VALUE "N".
           88  WS-REGISTER-SEEN    VALUE "Y".
       01  WS-BDAT-HOLD            PIC X(200) VALUE SPACES.
       01  WS-QHIS-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-QUOTA-EOF-SWITCH     PIC X VALUE "N".
           88  WS-QUOTA-EOF        VALUE "Y".
       01  WS-QUOTA-SNAP-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-REGISTER-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-RGHS-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-REGISTER-EOF-SWITCH  PIC X VALUE "N".
           88  WS-REGISTER-EOF     VALUE "Y".
       01  WS-REGISTER-SNAP-COUNT  PIC 9(7) VALUE ZEROS.
       01  WS-INTRADAY-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-INTRADAY-EOF-SWITCH  PIC X VALUE "N".
           88  WS-INTRADAY-EOF     VALUE "Y".
       01  WS-CARRY-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  WS-CHAIN-VALUE          PIC 9(9) VALUE ZEROS.

      *    Records booked past the business date being cut, and the
      *    quota counters and intra-day records kept for that date.
       01  WS-CARRY-COUNT          PIC 9(9) VALUE ZEROS.
       01  WS-QUOTA-KEPT-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-INTRADAY-KEPT-COUNT  PIC 9(9) VALUE ZEROS.
      *    Running check value of the live log as read, and of the
      *    archived records as written.
       01  WS-LIVE-CHAIN-VALUE     PIC 9(9) VALUE ZEROS.
       01  WS-ARCH-CHAIN-VALUE     PIC 9(9) VALUE ZEROS.
       01  WS-LIVE-CHAIN-SWITCH    PIC X VALUE "N".
           88  WS-LIVE-CHAIN-FAILED VALUE "Y".

           COPY CALCHSH.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
               PERFORM EMPTY-PRIOR-COPY
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-LIVE-CHAIN-FAILED AND WS-CARRY-COUNT > ZERO
                   DISPLAY "CALCEOD - LIVE AUDIT CHAIN BROKEN, "
                       "LATER-BOOKED RECORDS NOT CARRIED - "
                       "LIVE AUDIT LOG LEFT INTACT"
                   PERFORM EMPTY-PRIOR-COPY
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM START-CLEAN-AUDIT-LOG
                   PERFORM NOTE-CUT-ON-REGISTER
                   PERFORM DISPLAY-RUN-SUMMARY
               END-IF
           END-IF
           GOBACK.

           MOVE "SEAL" TO AUDIT-STATUS
           MOVE "CALCEOD" TO AUDIT-CALLER-ID
           MOVE WS-BUSINESS-DATE TO AUDIT-DATE-1
           MOVE WS-BUSINESS-DATE TO AUDIT-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-CALL-TIME
           MOVE WS-CHAIN-VALUE TO HASH-PREVIOUS-CHECK
           MOVE AUDIT-RECORD TO HASH-RECORD-IMAGE
           CALL "CALCHASH" USING HASH-INPUT HASH-OUTPUT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           OPEN OUTPUT ARCHIVE-FILE
           OPEN OUTPUT CARRY-FILE
           MOVE ZEROS TO WS-LIVE-CHAIN-VALUE
           MOVE ZEROS TO WS-ARCH-CHAIN-VALUE
           PERFORM WRITE-ARCHIVE-HEADER
           PERFORM READ-AUDIT-RECORD
           PERFORM COPY-AUDIT-RECORD UNTIL WS-END-OF-FILE
           PERFORM WRITE-ARCHIVE-TRAILER
           CLOSE AUDIT-FILE
           CLOSE ARCHIVE-FILE
           CLOSE CARRY-FILE.

       WRITE-ARCHIVE-HEADER.
           MOVE "HDR" TO ARCH-HDR-ID
           END-READ.

       COPY-AUDIT-RECORD.
           PERFORM CHECK-LIVE-CHAIN
      *    A record booked to a later business date stays live for
      *    that date's cut; a record with no booking date predates
      *    the stamp and belongs to the day being closed.
           IF AUDIT-BUSINESS-DATE NUMERIC AND
              AUDIT-BUSINESS-DATE > WS-BUSINESS-DATE
               ADD 1 TO WS-CARRY-COUNT
               WRITE CARRY-RECORD FROM AUDIT-RECORD
           ELSE
               PERFORM ARCHIVE-AUDIT-RECORD
           END-IF
           PERFORM READ-AUDIT-RECORD.

       CHECK-LIVE-CHAIN.
           MOVE WS-LIVE-CHAIN-VALUE TO HASH-PREVIOUS-CHECK
           MOVE AUDIT-RECORD TO HASH-RECORD-IMAGE
           CALL "CALCHASH" USING HASH-INPUT HASH-OUTPUT
           IF HASH-CHECK-VALUE NOT = AUDIT-CHAIN-CHECK
               MOVE "Y" TO WS-LIVE-CHAIN-SWITCH
           END-IF
           MOVE HASH-CHECK-VALUE TO WS-LIVE-CHAIN-VALUE.

       ARCHIVE-AUDIT-RECORD.
      *    Until a record has been held back the archive is a verbatim
      *    copy; after that each archived record is re-chained from
      *    the one archived before it.
           IF WS-CARRY-COUNT > ZERO
               MOVE WS-ARCH-CHAIN-VALUE TO HASH-PREVIOUS-CHECK
               MOVE AUDIT-RECORD TO HASH-RECORD-IMAGE
               CALL "CALCHASH" USING HASH-INPUT HASH-OUTPUT
               MOVE HASH-CHECK-VALUE TO AUDIT-CHAIN-CHECK
           END-IF
           MOVE AUDIT-CHAIN-CHECK TO WS-ARCH-CHAIN-VALUE
           ADD 1 TO WS-RECORD-COUNT
           ADD AUDIT-OPERAND-1 TO WS-HASH-OPERAND-1
           ADD AUDIT-OPERAND-2 TO WS-HASH-OPERAND-2
           ADD AUDIT-RESULT TO WS-HASH-RESULT
           WRITE ARCH-AUD-RECORD FROM AUDIT-RECORD.

       WRITE-ARCHIVE-TRAILER.
           MOVE "TLR" TO ARCH-TLR-ID
           CLOSE PRIOR-FILE.

       START-CLEAN-AUDIT-LOG.
      *    The next day's chain starts over from zero, opened by any
      *    records already booked to it.
           MOVE ZEROS TO WS-CHAIN-VALUE
           OPEN OUTPUT AUDIT-FILE
           OPEN OUTPUT MIRROR-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CARRY-FILE
           PERFORM READ-CARRY-RECORD
           PERFORM RELOAD-CARRIED-RECORD UNTIL WS-END-OF-FILE
           CLOSE CARRY-FILE
           CLOSE AUDIT-FILE
           CLOSE MIRROR-FILE
           OPEN OUTPUT CHAIN-ANCHOR-FILE
           MOVE WS-CHAIN-VALUE TO ANCHOR-CHECK-VALUE
           WRITE CHAIN-ANCHOR-RECORD
           CLOSE CHAIN-ANCHOR-FILE
      *    The day's consumption goes to the permanent usage history
      *    before the reset wipes it; capacity planning cannot read
      *    an empty file.
           PERFORM SNAPSHOT-QUOTA-USAGE
      *    Named registers are never reset, but the store only knows
      *    today's balance; the history is what a month's opening
      *    and closing balances are read from.
           PERFORM SNAPSHOT-REGISTER-BALANCES
      *    And every caller gets a fresh daily call quota - except
      *    that counts already run up against the next business date
      *    stand.
           IF WS-QUOTA-KEPT-COUNT = ZERO
               OPEN OUTPUT QUOTA-FILE
               CLOSE QUOTA-FILE
           ELSE
               PERFORM PURGE-CUT-QUOTA-RECORDS
           END-IF
      *    The intra-day keyed store covered the day just archived;
      *    the browse starts the new day with only the records
      *    already booked to it.
           IF WS-CARRY-COUNT = ZERO
               OPEN OUTPUT INTRADAY-FILE
               CLOSE INTRADAY-FILE
           ELSE
               PERFORM PURGE-CUT-INTRADAY-RECORDS
           END-IF.

       READ-CARRY-RECORD.
           READ CARRY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       RELOAD-CARRIED-RECORD.
           MOVE CARRY-RECORD TO AUDIT-RECORD
           MOVE WS-CHAIN-VALUE TO HASH-PREVIOUS-CHECK
           MOVE AUDIT-RECORD TO HASH-RECORD-IMAGE
           CALL "CALCHASH" USING HASH-INPUT HASH-OUTPUT
           MOVE HASH-CHECK-VALUE TO AUDIT-CHAIN-CHECK
           MOVE HASH-CHECK-VALUE TO WS-CHAIN-VALUE
           WRITE AUDIT-RECORD
           WRITE MIR-RECORD FROM AUDIT-RECORD
           PERFORM READ-CARRY-RECORD.

       PURGE-CUT-QUOTA-RECORDS.
           MOVE "N" TO WS-QUOTA-EOF-SWITCH
           OPEN I-O QUOTA-FILE
           PERFORM READ-QUOTA-RECORD
           PERFORM PURGE-ONE-QUOTA UNTIL WS-QUOTA-EOF
           CLOSE QUOTA-FILE.

       PURGE-ONE-QUOTA.
           IF QOTA-DATE NUMERIC AND QOTA-DATE > WS-BUSINESS-DATE
               CONTINUE
           ELSE
               DELETE QUOTA-FILE RECORD
           END-IF
           PERFORM READ-QUOTA-RECORD.

       PURGE-CUT-INTRADAY-RECORDS.
           MOVE "N" TO WS-INTRADAY-EOF-SWITCH
           OPEN I-O INTRADAY-FILE
           IF WS-INTRADAY-FILE-STATUS NOT = "00"
               OPEN OUTPUT INTRADAY-FILE
               CLOSE INTRADAY-FILE
           ELSE
               PERFORM READ-INTRADAY-RECORD
               PERFORM PURGE-ONE-INTRADAY UNTIL WS-INTRADAY-EOF
               CLOSE INTRADAY-FILE
           END-IF.

       READ-INTRADAY-RECORD.
           READ INTRADAY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-INTRADAY-EOF-SWITCH
           END-READ
           IF WS-INTRADAY-FILE-STATUS NOT = "00" AND
              WS-INTRADAY-FILE-STATUS NOT = "02"
               MOVE "Y" TO WS-INTRADAY-EOF-SWITCH
           END-IF.

       PURGE-ONE-INTRADAY.
           IF AUDI-BUSINESS-DATE NUMERIC AND
              AUDI-BUSINESS-DATE > WS-BUSINESS-DATE
               ADD 1 TO WS-INTRADAY-KEPT-COUNT
           ELSE
               DELETE INTRADAY-FILE RECORD
           END-IF
           PERFORM READ-INTRADAY-RECORD.

       SNAPSHOT-QUOTA-USAGE.
           MOVE "N" TO WS-QUOTA-EOF-SWITCH
           END-IF.

       SNAPSHOT-ONE-QUOTA.
      *    Counters for a later business date are that date's usage,
      *    snapshotted when it is cut.
           IF QOTA-DATE NUMERIC AND QOTA-DATE > WS-BUSINESS-DATE
               ADD 1 TO WS-QUOTA-KEPT-COUNT
           ELSE
               MOVE WS-BUSINESS-DATE TO QHIS-DATE
               MOVE QOTA-CALLER-ID TO QHIS-CALLER-ID
               MOVE QOTA-CALL-COUNT TO QHIS-CALL-COUNT
               WRITE QHIS-RECORD
               ADD 1 TO WS-QUOTA-SNAP-COUNT
           END-IF
           PERFORM READ-QUOTA-RECORD.

       SNAPSHOT-REGISTER-BALANCES.
           MOVE "N" TO WS-REGISTER-EOF-SWITCH
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS = "35"
               MOVE "Y" TO WS-REGISTER-EOF-SWITCH
           ELSE
               OPEN EXTEND REGISTER-HISTORY-FILE
               IF WS-RGHS-FILE-STATUS = "35"
                   OPEN OUTPUT REGISTER-HISTORY-FILE
               END-IF
               PERFORM READ-REGISTER-RECORD
               PERFORM SNAPSHOT-ONE-REGISTER UNTIL WS-REGISTER-EOF
               CLOSE REGISTER-FILE
               CLOSE REGISTER-HISTORY-FILE
           END-IF.

       READ-REGISTER-RECORD.
           READ REGISTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF-SWITCH
           END-READ
           IF WS-REGISTER-FILE-STATUS NOT = "00" AND
              WS-REGISTER-FILE-STATUS NOT = "02"
               MOVE "Y" TO WS-REGISTER-EOF-SWITCH
           END-IF.

       SNAPSHOT-ONE-REGISTER.
           MOVE WS-BUSINESS-DATE TO RGHS-DATE
           MOVE RGF-CALLER-ID TO RGHS-CALLER-ID
           MOVE RGF-REGISTER-NAME TO RGHS-REGISTER-NAME
           MOVE RGF-VALUE TO RGHS-VALUE
           WRITE RGHS-RECORD
           ADD 1 TO WS-REGISTER-SNAP-COUNT
           PERFORM READ-REGISTER-RECORD.

       NOTE-CUT-ON-REGISTER.
      *    Remember the cut on the register so a resubmitted CALCEOD
      *    for the same business date bounces instead of archiving
           DISPLAY "Records archived:     " WS-RECORD-COUNT
           DISPLAY "Archive verified:     YES"
           DISPLAY "Quota records kept:   " WS-QUOTA-SNAP-COUNT
           DISPLAY "Register balances:    " WS-REGISTER-SNAP-COUNT
           DISPLAY "Records carried fwd:  " WS-CARRY-COUNT
           DISPLAY "Quota counts carried: " WS-QUOTA-KEPT-COUNT
           DISPLAY "Intra-day carried:    " WS-INTRADAY-KEPT-COUNT
           DISPLAY "Live audit log:       RESET FOR NEXT DAY"
           DISPLAY "========================================".

