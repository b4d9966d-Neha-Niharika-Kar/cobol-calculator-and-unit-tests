       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCDRRV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Disaster-Recovery Restore and Verification                     *
      * Companion to CALCDRBK, run at the DR site (and for the annual  *
      * DR test) against a shipped CALCDRPK package and its CALCDRMF   *
      * manifest. Two actions, taken from the CALCDRRC control record: *
      *   RESTORE - reloads every store of one package generation      *
      *             from CALCDRPK into its own file (a store that did  *
      *             not exist when the package was taken is left       *
      *             empty, so nothing stale survives from an earlier   *
      *             load), then proves the result as VERIFY does.      *
      *   VERIFY  - proves the stores as they stand, without loading   *
      *             anything: each store is re-read, counted and       *
      *             hashed (CALCHASH, as CALCDRBK did) and compared    *
      *             with its manifest record.                          *
      * The control record may name the generation by business date;   *
      * blank or zero takes the newest generation on the manifest.     *
      * After the store proofs the restored set is checked to be one   *
      * mutually consistent night: the manifest records agree on the   *
      * chain anchor, CALCBDAT holds the package's business date and   *
      * shows it cut, CALCCHNA holds the anchor, the live audit log    *
      * chain verifies from zero and ends at the anchor, the CALCAUDX  *
      * mirror matches the log, and CALCAUDM holds nothing booked      *
      * after the business date.                                       *
      * Everything is printed on the CALCDRRP report, which is the DR  *
      * test evidence. Return code 16 when the control record,         *
      * manifest generation or package cannot be used, 8 when any      *
      * store fails its proof or the set is not one consistent night,  *
      * otherwise 0.                                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CALCDRRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT PACKAGE-FILE ASSIGN TO "CALCDRPK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACKAGE-FILE-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "CALCDRMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCDRRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BDAT-STORE-FILE ASSIGN TO "CALCBDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT RUNC-STORE-FILE ASSIGN TO "CALCRUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT CKPT-STORE-FILE ASSIGN TO "CALCCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT RST-STORE-FILE ASSIGN TO "CALCRST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT CHNA-STORE-FILE ASSIGN TO "CALCCHNA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT TVER-STORE-FILE ASSIGN TO "CALCTVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT PARM-STORE-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT XRTE-STORE-FILE ASSIGN TO "CALCXRTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT TAXR-STORE-FILE ASSIGN TO "CALCTAXR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT PRAT-STORE-FILE ASSIGN TO "CALCPRAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT CURR-STORE-FILE ASSIGN TO "CALCCURR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT HOL-STORE-FILE ASSIGN TO "CALCHOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT FEES-STORE-FILE ASSIGN TO "CALCFEES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT BASE-STORE-FILE ASSIGN TO "CALCBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT GLMP-STORE-FILE ASSIGN TO "CALCGLMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT TARF-STORE-FILE ASSIGN TO "CALCTARF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT ENTY-STORE-FILE ASSIGN TO "CALCENTY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT RCCY-STORE-FILE ASSIGN TO "CALCRCCY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT AKEY-STORE-FILE ASSIGN TO "CALCAKEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT HOLD-STORE-FILE ASSIGN TO "CALCHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT XPIV-STORE-FILE ASSIGN TO "CALCXPIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT ALIS-STORE-FILE ASSIGN TO "CALCALIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT LOAN-STORE-FILE ASSIGN TO "CALCLOAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT PEND-STORE-FILE ASSIGN TO "CALCPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT STDO-STORE-FILE ASSIGN TO "CALCSTDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT REGF-STORE-FILE ASSIGN TO "CALCREGF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RGF-KEY
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT QOTA-STORE-FILE ASSIGN TO "CALCQOTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QOTA-KEY
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT KEYS-STORE-FILE ASSIGN TO "CALCKEYS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PKEY-TRANS-KEY
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT AUDM-STORE-FILE ASSIGN TO "CALCAUDM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUDM-PRIMARY-KEY
               ALTERNATE RECORD KEY IS AUDM-CALLER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT AUDT-STORE-FILE ASSIGN TO "CALCAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

           SELECT AUDX-STORE-FILE ASSIGN TO "CALCAUDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  RESTORE-CONTROL-RECORD.
           05  DRRC-ACTION             PIC X(7).
               88  DRRC-ACTION-RESTORE VALUE "RESTORE".
               88  DRRC-ACTION-VERIFY  VALUE "VERIFY".
           05  FILLER                  PIC X.
           05  DRRC-BUSINESS-DATE      PIC X(8).

       FD  PACKAGE-FILE.
           COPY CALCDRP.

       FD  MANIFEST-FILE.
           COPY CALCDRM.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       FD  BDAT-STORE-FILE.
           COPY CALCBDT.

       FD  RUNC-STORE-FILE.
           COPY CALCRUN.

       FD  CKPT-STORE-FILE.
           COPY CALCCKPT.

       FD  RST-STORE-FILE.
           COPY CALCRST.

       FD  CHNA-STORE-FILE.
       01  CHAIN-ANCHOR-RECORD.
           05  ANCHOR-CHECK-VALUE  PIC 9(9).

       FD  TVER-STORE-FILE.
           COPY CALCTVR.

       FD  PARM-STORE-FILE.
           COPY CALCPARM.

       FD  XRTE-STORE-FILE.
           COPY CALCXRT.

       FD  TAXR-STORE-FILE.
           COPY CALCTAX.

       FD  PRAT-STORE-FILE.
           COPY CALCPRT.

       FD  CURR-STORE-FILE.
           COPY CALCCUR.

       FD  HOL-STORE-FILE.
           COPY CALCHOL.

       FD  FEES-STORE-FILE.
           COPY CALCFEE.

       FD  BASE-STORE-FILE.
           COPY CALCBAS.

       FD  GLMP-STORE-FILE.
           COPY CALCGLM.

       FD  TARF-STORE-FILE.
           COPY CALCTRF.

       FD  ENTY-STORE-FILE.
           COPY CALCENT.

       FD  RCCY-STORE-FILE.
           COPY CALCRCY.

       FD  AKEY-STORE-FILE.
           COPY CALCAKY.

       FD  HOLD-STORE-FILE.
           COPY CALCHLD.

       FD  XPIV-STORE-FILE.
           COPY CALCXPV.

       FD  ALIS-STORE-FILE.
           COPY CALCALS.

       FD  LOAN-STORE-FILE.
           COPY CALCLON.

       FD  PEND-STORE-FILE.
           COPY CALCPND.

       FD  STDO-STORE-FILE.
      *    Standing-order layout as CALCSTND and CALCFCST hold it;
      *    only the image is needed here.
       01  STDO-STORE-RECORD       PIC X(70).

       FD  REGF-STORE-FILE.
           COPY CALCRGF.

       FD  QOTA-STORE-FILE.
           COPY CALCQOT.

       FD  KEYS-STORE-FILE.
           COPY CALCKEY.

       FD  AUDM-STORE-FILE.
           COPY CALCAUDM.

       FD  AUDT-STORE-FILE.
           COPY CALCAUD.

       FD  AUDX-STORE-FILE.
           COPY CALCAUD REPLACING LEADING ==AUDIT-== BY ==MIR-==.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-PACKAGE-FILE-STATUS  PIC X(02) VALUE SPACES.
       01  WS-MANIFEST-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-STORE-FILE-STATUS    PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-STORE-EOF-SWITCH     PIC X VALUE "N".
           88  WS-STORE-EOF        VALUE "Y".

           COPY CALCDRS.
           COPY CALCHSH.

       01  WS-RUN-STAMP            PIC X(21) VALUE SPACES.
       01  WS-ACTION-TEXT          PIC X(7) VALUE SPACES.
       01  WS-WANTED-DATE          PIC 9(8) VALUE ZEROS.

      *    The manifest generation being restored or proved, one
      *    entry per store number.
       01  WS-GENERATION-DATE      PIC 9(8) VALUE ZEROS.
       01  WS-GENERATION-RUN-DATE  PIC 9(8) VALUE ZEROS.
       01  WS-GENERATION-RUN-TIME  PIC 9(6) VALUE ZEROS.
       01  WS-GENERATION-ANCHOR    PIC 9(9) VALUE ZEROS.
       01  WS-ANCHOR-SPLIT-SWITCH  PIC X VALUE "N".
           88  WS-ANCHOR-SPLIT     VALUE "Y".
       01  WS-MANIFEST-TABLE.
           05  WS-MANIFEST-ENTRY OCCURS 31 TIMES.
               10  WS-MAN-SEEN         PIC X.
                   88  WS-MAN-IS-SEEN  VALUE "Y".
               10  WS-MAN-STATE        PIC X.
                   88  WS-MAN-ABSENT   VALUE "A".
               10  WS-MAN-COUNT        PIC 9(9).
               10  WS-MAN-HASH         PIC 9(9).
               10  WS-MAN-ANCHOR       PIC 9(9).
       01  WS-MANIFEST-ROWS        PIC 9(2) VALUE ZEROS.

       01  WS-REFUSE-SWITCH        PIC X VALUE "N".
           88  WS-RUN-REFUSED      VALUE "Y".
       01  WS-REFUSE-REASON        PIC X(60) VALUE SPACES.

      *    Reload of the package generation.
       01  WS-PKG-FOUND-SWITCH     PIC X VALUE "N".
           88  WS-PKG-FOUND        VALUE "Y".
       01  WS-PKG-ENDED-SWITCH     PIC X VALUE "N".
           88  WS-PKG-ENDED        VALUE "Y".
       01  WS-IN-GENERATION-SWITCH PIC X VALUE "N".
           88  WS-IN-GENERATION    VALUE "Y".
       01  WS-RELOAD-OPEN-SWITCH   PIC X VALUE "N".
           88  WS-RELOAD-OPEN      VALUE "Y".
       01  WS-RELOAD-FAIL-SWITCH   PIC X VALUE "N".
           88  WS-RELOAD-FAILED    VALUE "Y".
       01  WS-RELOAD-FAIL-STORE    PIC X(8) VALUE SPACES.
       01  WS-RELOADED-COUNT       PIC 9(9) VALUE ZEROS.
       01  WS-RELOADED-TOTAL       PIC 9(9) VALUE ZEROS.

      *    One record image as read from a store, and the hash fold
      *    over it (see FOLD-IMAGE-INTO-HASH).
       01  WS-STORE-IMAGE          PIC X(435) VALUE SPACES.
       01  WS-STORE-SUB            PIC 9(2) VALUE ZEROS.
       01  WS-HASH-IMAGE           PIC X(435) VALUE SPACES.
       01  WS-HASH-LENGTH          PIC 9(3) VALUE ZEROS.
       01  WS-HASH-VALUE           PIC 9(9) VALUE ZEROS.

      *    What each store holds now.
       01  WS-PROOF-TABLE.
           05  WS-PROOF-ENTRY OCCURS 31 TIMES.
               10  WS-PRF-FOUND        PIC X.
                   88  WS-PRF-ON-FILE  VALUE "Y".
               10  WS-PRF-COUNT        PIC 9(9).
               10  WS-PRF-HASH         PIC 9(9).
       01  WS-STORE-COUNT          PIC 9(9) VALUE ZEROS.
       01  WS-STORE-RESULT         PIC X(24) VALUE SPACES.
       01  WS-STORES-PROVED        PIC 9(2) VALUE ZEROS.
       01  WS-STORES-FAILED        PIC 9(2) VALUE ZEROS.

      *    Facts the consistency checks need, taken on the proof pass.
       01  WS-BDAT-BUSINESS-DATE   PIC 9(8) VALUE ZEROS.
       01  WS-BDAT-LAST-CUT-DATE   PIC 9(8) VALUE ZEROS.
       01  WS-ANCHOR-ON-FILE       PIC 9(9) VALUE ZEROS.
       01  WS-AUDIT-CHAIN-VALUE    PIC 9(9) VALUE ZEROS.
       01  WS-AUDIT-CHAIN-SWITCH   PIC X VALUE "N".
           88  WS-AUDIT-CHAIN-BROKEN VALUE "Y".
       01  WS-AUDIT-BREAK-SEQ      PIC 9(9) VALUE ZEROS.
       01  WS-MASTER-LATEST-DATE   PIC 9(8) VALUE ZEROS.
       01  WS-CHECK-TEXT           PIC X(50) VALUE SPACES.
       01  WS-CHECK-DETAIL         PIC X(60) VALUE SPACES.
       01  WS-CHECK-PASS-SWITCH    PIC X VALUE "N".
           88  WS-CHECK-PASSED     VALUE "Y".
       01  WS-CHECKS-FAILED        PIC 9(2) VALUE ZEROS.

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
       01  WS-LINE-NUMBER          PIC 9(2) VALUE 99.
       01  WS-PAGE-LIMIT           PIC 9(2) VALUE 55.

       01  WS-HEADING-LINE.
           05  FILLER              PIC X(36) VALUE
               "CALCDRRV - DR RESTORE VERIFICATION".
           05  FILLER              PIC X(8) VALUE "ACTION  ".
           05  WS-HDG-ACTION       PIC X(7).
           05  FILLER              PIC X(20) VALUE
               "   PACKAGE OF NIGHT ".
           05  WS-HDG-DATE         PIC 9(8).
           05  FILLER              PIC X(10) VALUE "   TAKEN  ".
           05  WS-HDG-RUN-DATE     PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-HDG-RUN-TIME     PIC 9(6).
           05  FILLER              PIC X(8) VALUE "    PAGE".
           05  WS-HDG-PAGE         PIC ZZZ9.
           05  FILLER              PIC X(16) VALUE SPACES.

       01  WS-STORE-HEADING-LINE.
           05  FILLER              PIC X(12) VALUE "  STORE".
           05  FILLER              PIC X(12) VALUE "AT BACKUP".
           05  FILLER              PIC X(16) VALUE "MANIFEST RECS".
           05  FILLER              PIC X(16) VALUE "ON FILE RECS".
           05  FILLER              PIC X(14) VALUE "MANIFEST HASH".
           05  FILLER              PIC X(14) VALUE "ON FILE HASH".
           05  FILLER              PIC X(48) VALUE "RESULT".

       01  WS-STORE-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-SL-STORE         PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-SL-STATE         PIC X(9).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-SL-MAN-COUNT     PIC Z(8)9.
           05  FILLER              PIC X(7) VALUE SPACES.
           05  WS-SL-PRF-COUNT     PIC Z(8)9.
           05  FILLER              PIC X(7) VALUE SPACES.
           05  WS-SL-MAN-HASH      PIC 9(9).
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WS-SL-PRF-HASH      PIC 9(9).
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WS-SL-RESULT        PIC X(24).
           05  FILLER              PIC X(24) VALUE SPACES.

       01  WS-CHECK-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-CL-TEXT          PIC X(50).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-CL-RESULT        PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-CL-DETAIL        PIC X(60).
           05  FILLER              PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           INITIALIZE WS-MANIFEST-TABLE
           INITIALIZE WS-PROOF-TABLE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           PERFORM READ-RESTORE-CONTROL
           IF NOT WS-RUN-REFUSED
               PERFORM LOAD-MANIFEST-GENERATION
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM START-NEW-PAGE
           IF NOT WS-RUN-REFUSED AND DRRC-ACTION-RESTORE
               PERFORM RELOAD-PACKAGE-GENERATION
           END-IF
           IF WS-RUN-REFUSED
               MOVE SPACES TO REPORT-LINE
               STRING "RUN REFUSED - " WS-REFUSE-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY "CALCDRRV - " WS-REFUSE-REASON
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PROVE-STORES
           PERFORM CHECK-NIGHT-CONSISTENCY
           PERFORM PRINT-CONCLUSION
           CLOSE REPORT-FILE
           PERFORM DISPLAY-RUN-SUMMARY
           IF WS-STORES-FAILED > ZERO OR WS-CHECKS-FAILED > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *****************************************************************
      * Action and the generation it applies to.                       *
      *****************************************************************
       READ-RESTORE-CONTROL.
           MOVE SPACES TO RESTORE-CONTROL-RECORD
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "35"
               MOVE "Y" TO WS-REFUSE-SWITCH
               MOVE "NO ACTION RECORD ON CALCDRRC" TO WS-REFUSE-REASON
           ELSE
               READ CONTROL-FILE
                   AT END
                       MOVE "Y" TO WS-REFUSE-SWITCH
                       MOVE "CONTROL FILE IS EMPTY" TO WS-REFUSE-REASON
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF NOT WS-RUN-REFUSED
               IF DRRC-ACTION-RESTORE OR DRRC-ACTION-VERIFY
                   MOVE DRRC-ACTION TO WS-ACTION-TEXT
               ELSE
                   MOVE "Y" TO WS-REFUSE-SWITCH
                   STRING "UNKNOWN ACTION " DRRC-ACTION
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   END-STRING
               END-IF
           END-IF
           IF DRRC-BUSINESS-DATE NUMERIC
               MOVE DRRC-BUSINESS-DATE TO WS-WANTED-DATE
           END-IF.

       LOAD-MANIFEST-GENERATION.
      *    Without a date the newest generation wins: the manifest is
      *    kept oldest first, so each new date seen starts the table
      *    over.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-FILE-STATUS = "35"
               MOVE "Y" TO WS-REFUSE-SWITCH
               MOVE "NO MANIFEST ON CALCDRMF" TO WS-REFUSE-REASON
           ELSE
               PERFORM READ-MANIFEST-RECORD
               PERFORM TAKE-MANIFEST-RECORD UNTIL WS-END-OF-FILE
               CLOSE MANIFEST-FILE
               EVALUATE TRUE
                   WHEN WS-GENERATION-DATE = ZERO
                       MOVE "Y" TO WS-REFUSE-SWITCH
                       MOVE "NO SUCH GENERATION ON CALCDRMF"
                           TO WS-REFUSE-REASON
                   WHEN WS-MANIFEST-ROWS NOT = DRS-STORE-COUNT
                       MOVE "Y" TO WS-REFUSE-SWITCH
                       MOVE "MANIFEST GENERATION IS INCOMPLETE"
                           TO WS-REFUSE-REASON
               END-EVALUATE
           END-IF.

       READ-MANIFEST-RECORD.
           READ MANIFEST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       TAKE-MANIFEST-RECORD.
           IF WS-WANTED-DATE = ZERO OR
              DRM-BUSINESS-DATE = WS-WANTED-DATE
               IF DRM-BUSINESS-DATE NOT = WS-GENERATION-DATE
                   INITIALIZE WS-MANIFEST-TABLE
                   MOVE ZEROS TO WS-MANIFEST-ROWS
                   MOVE "N" TO WS-ANCHOR-SPLIT-SWITCH
                   MOVE DRM-BUSINESS-DATE TO WS-GENERATION-DATE
                   MOVE DRM-RUN-DATE TO WS-GENERATION-RUN-DATE
                   MOVE DRM-RUN-TIME TO WS-GENERATION-RUN-TIME
                   MOVE DRM-CHAIN-ANCHOR TO WS-GENERATION-ANCHOR
               END-IF
               IF DRM-STORE-NO >= 1 AND
                  DRM-STORE-NO <= DRS-STORE-COUNT AND
                  DRM-STORE-NAME = DRS-STORE-NAME(DRM-STORE-NO) AND
                  NOT WS-MAN-IS-SEEN(DRM-STORE-NO)
                   ADD 1 TO WS-MANIFEST-ROWS
                   MOVE "Y" TO WS-MAN-SEEN(DRM-STORE-NO)
                   MOVE DRM-STORE-STATE TO WS-MAN-STATE(DRM-STORE-NO)
                   MOVE DRM-RECORD-COUNT TO WS-MAN-COUNT(DRM-STORE-NO)
                   MOVE DRM-HASH-TOTAL TO WS-MAN-HASH(DRM-STORE-NO)
                   MOVE DRM-CHAIN-ANCHOR
                       TO WS-MAN-ANCHOR(DRM-STORE-NO)
               END-IF
               IF DRM-CHAIN-ANCHOR NOT = WS-GENERATION-ANCHOR
                   MOVE "Y" TO WS-ANCHOR-SPLIT-SWITCH
               END-IF
           END-IF
           PERFORM READ-MANIFEST-RECORD.

      *****************************************************************
      * RESTORE: the package generation back into the stores.          *
      *****************************************************************
       RELOAD-PACKAGE-GENERATION.
      *    The package generation must be the one the manifest was
      *    written for - same night, same run.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PACKAGE-FILE
           IF WS-PACKAGE-FILE-STATUS = "35"
               MOVE "Y" TO WS-REFUSE-SWITCH
               MOVE "NO PACKAGE ON CALCDRPK" TO WS-REFUSE-REASON
           ELSE
               PERFORM READ-PACKAGE-RECORD
               PERFORM RELOAD-ONE-PACKAGE-RECORD
                   UNTIL WS-END-OF-FILE OR WS-PKG-ENDED
                      OR WS-RELOAD-FAILED
               IF WS-RELOAD-OPEN
                   PERFORM CLOSE-STORE
               END-IF
               CLOSE PACKAGE-FILE
               EVALUATE TRUE
                   WHEN NOT WS-PKG-FOUND
                       MOVE "Y" TO WS-REFUSE-SWITCH
                       MOVE "GENERATION NOT ON CALCDRPK"
                           TO WS-REFUSE-REASON
                   WHEN WS-RELOAD-FAILED
                       MOVE "Y" TO WS-REFUSE-SWITCH
                       STRING "RELOAD OF " WS-RELOAD-FAIL-STORE
                              " FAILED - RESTORED SET NOT USABLE"
                           DELIMITED BY SIZE INTO WS-REFUSE-REASON
                       END-STRING
                   WHEN NOT WS-PKG-ENDED
                       MOVE "Y" TO WS-REFUSE-SWITCH
                       MOVE "PACKAGE GENERATION IS INCOMPLETE"
                           TO WS-REFUSE-REASON
               END-EVALUATE
           END-IF.

       READ-PACKAGE-RECORD.
           READ PACKAGE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       RELOAD-ONE-PACKAGE-RECORD.
           EVALUATE DRPK-HDR-ID
               WHEN "PKH"
                   IF DRPK-HDR-BUSINESS-DATE = WS-GENERATION-DATE AND
                      DRPK-HDR-RUN-DATE = WS-GENERATION-RUN-DATE AND
                      DRPK-HDR-RUN-TIME = WS-GENERATION-RUN-TIME
                       MOVE "Y" TO WS-IN-GENERATION-SWITCH
                       MOVE "Y" TO WS-PKG-FOUND-SWITCH
                   ELSE
                       MOVE "N" TO WS-IN-GENERATION-SWITCH
                   END-IF
               WHEN "STH"
                   IF WS-IN-GENERATION
                       PERFORM START-STORE-RELOAD
                   END-IF
               WHEN "DTL"
                   IF WS-IN-GENERATION AND WS-RELOAD-OPEN
                       MOVE DRPK-DTL-IMAGE TO WS-STORE-IMAGE
                       PERFORM WRITE-STORE-RECORD
                       ADD 1 TO WS-RELOADED-COUNT
                       ADD 1 TO WS-RELOADED-TOTAL
                       IF WS-RELOAD-FAILED
                           MOVE DRS-STORE-NAME(WS-STORE-SUB)
                               TO WS-RELOAD-FAIL-STORE
                       END-IF
                   END-IF
               WHEN "STT"
                   IF WS-IN-GENERATION
                       PERFORM END-STORE-RELOAD
                   END-IF
               WHEN "PKT"
                   IF WS-IN-GENERATION
                       MOVE "Y" TO WS-PKG-ENDED-SWITCH
                   END-IF
           END-EVALUATE
           PERFORM READ-PACKAGE-RECORD.

       START-STORE-RELOAD.
      *    Every store is opened for output, including one that was
      *    absent at backup time: it comes back empty rather than
      *    keeping whatever an earlier load left.
           MOVE DRPK-STH-STORE-NO TO WS-STORE-SUB
           MOVE ZEROS TO WS-RELOADED-COUNT
           IF WS-STORE-SUB < 1 OR WS-STORE-SUB > DRS-STORE-COUNT
               MOVE "Y" TO WS-RELOAD-FAIL-SWITCH
               MOVE DRPK-STH-STORE-NAME TO WS-RELOAD-FAIL-STORE
           ELSE
               PERFORM OPEN-STORE-OUTPUT
               IF WS-STORE-FILE-STATUS = "00"
                   MOVE "Y" TO WS-RELOAD-OPEN-SWITCH
               ELSE
                   MOVE "Y" TO WS-RELOAD-FAIL-SWITCH
                   MOVE DRS-STORE-NAME(WS-STORE-SUB)
                       TO WS-RELOAD-FAIL-STORE
               END-IF
           END-IF.

       END-STORE-RELOAD.
           IF WS-RELOAD-OPEN
               PERFORM CLOSE-STORE
               MOVE "N" TO WS-RELOAD-OPEN-SWITCH
           END-IF
           IF DRPK-STT-RECORD-COUNT NOT = WS-RELOADED-COUNT
               MOVE "Y" TO WS-RELOAD-FAIL-SWITCH
               MOVE DRS-STORE-NAME(WS-STORE-SUB)
                   TO WS-RELOAD-FAIL-STORE
           END-IF.

      *****************************************************************
      * Every store proved against its manifest record.                *
      *****************************************************************
       PROVE-STORES.
           MOVE WS-STORE-HEADING-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ZEROS TO WS-MASTER-LATEST-DATE
           PERFORM PROVE-ONE-STORE
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB > DRS-STORE-COUNT
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PROVE-ONE-STORE.
           MOVE ZEROS TO WS-HASH-VALUE
           MOVE ZEROS TO WS-STORE-COUNT
           PERFORM OPEN-STORE-INPUT
           IF WS-STORE-FILE-STATUS = "00"
               MOVE "Y" TO WS-PRF-FOUND(WS-STORE-SUB)
               MOVE "N" TO WS-STORE-EOF-SWITCH
               PERFORM READ-STORE-RECORD
               PERFORM PROVE-ONE-STORE-RECORD UNTIL WS-STORE-EOF
               PERFORM CLOSE-STORE
           END-IF
           MOVE WS-STORE-COUNT TO WS-PRF-COUNT(WS-STORE-SUB)
           MOVE WS-HASH-VALUE TO WS-PRF-HASH(WS-STORE-SUB)
      *    A store absent at backup proves if it is still absent or
      *    has come back empty.
           EVALUATE TRUE
               WHEN WS-STORE-FILE-STATUS NOT = "00" AND
                    WS-STORE-FILE-STATUS NOT = "35"
                   MOVE "CANNOT BE READ" TO WS-STORE-RESULT
               WHEN WS-MAN-ABSENT(WS-STORE-SUB)
                   IF WS-STORE-COUNT = ZERO
                       MOVE "PROVED" TO WS-STORE-RESULT
                   ELSE
                       MOVE "HOLDS RECORDS NOT PACKAGED"
                           TO WS-STORE-RESULT
                   END-IF
               WHEN NOT WS-PRF-ON-FILE(WS-STORE-SUB)
                   MOVE "MISSING" TO WS-STORE-RESULT
               WHEN WS-STORE-COUNT NOT = WS-MAN-COUNT(WS-STORE-SUB)
                   MOVE "RECORD COUNT DIFFERS" TO WS-STORE-RESULT
               WHEN WS-HASH-VALUE NOT = WS-MAN-HASH(WS-STORE-SUB)
                   MOVE "HASH TOTAL DIFFERS" TO WS-STORE-RESULT
               WHEN OTHER
                   MOVE "PROVED" TO WS-STORE-RESULT
           END-EVALUATE
           IF WS-STORE-RESULT = "PROVED"
               ADD 1 TO WS-STORES-PROVED
           ELSE
               ADD 1 TO WS-STORES-FAILED
           END-IF
           PERFORM PRINT-STORE-LINE.

       PROVE-ONE-STORE-RECORD.
           ADD 1 TO WS-STORE-COUNT
           MOVE WS-STORE-IMAGE TO WS-HASH-IMAGE
           MOVE DRS-RECORD-LENGTH(WS-STORE-SUB) TO WS-HASH-LENGTH
           PERFORM FOLD-IMAGE-INTO-HASH
           PERFORM NOTE-NIGHT-FACTS
           PERFORM READ-STORE-RECORD.

       NOTE-NIGHT-FACTS.
      *    The record just read is still in its store's record area.
           EVALUATE WS-STORE-SUB
               WHEN DRS-BDAT-STORE
                   IF WS-STORE-COUNT = 1
                       IF BDAT-BUSINESS-DATE NUMERIC
                           MOVE BDAT-BUSINESS-DATE
                               TO WS-BDAT-BUSINESS-DATE
                       END-IF
                       IF BDAT-LAST-CUT-DATE NUMERIC
                           MOVE BDAT-LAST-CUT-DATE
                               TO WS-BDAT-LAST-CUT-DATE
                       END-IF
                   END-IF
               WHEN DRS-CHNA-STORE
                   IF WS-STORE-COUNT = 1 AND
                      ANCHOR-CHECK-VALUE NUMERIC
                       MOVE ANCHOR-CHECK-VALUE TO WS-ANCHOR-ON-FILE
                   END-IF
               WHEN DRS-AUDM-STORE
                   IF AUDM-BUSINESS-DATE NUMERIC AND
                      AUDM-BUSINESS-DATE > WS-MASTER-LATEST-DATE
                       MOVE AUDM-BUSINESS-DATE
                           TO WS-MASTER-LATEST-DATE
                   END-IF
               WHEN DRS-AUDT-STORE
                   MOVE WS-AUDIT-CHAIN-VALUE TO HASH-PREVIOUS-CHECK
                   MOVE AUDIT-RECORD TO HASH-RECORD-IMAGE
                   CALL "CALCHASH" USING HASH-INPUT HASH-OUTPUT
                   IF HASH-CHECK-VALUE NOT = AUDIT-CHAIN-CHECK AND
                      NOT WS-AUDIT-CHAIN-BROKEN
                       MOVE "Y" TO WS-AUDIT-CHAIN-SWITCH
                       MOVE AUDIT-SEQUENCE-NO TO WS-AUDIT-BREAK-SEQ
                   END-IF
                   MOVE HASH-CHECK-VALUE TO WS-AUDIT-CHAIN-VALUE
           END-EVALUATE.

       FOLD-IMAGE-INTO-HASH.
      *    Same fold as CALCDRBK: the audit chain rule over the record
      *    images in order, a record past 412 characters in two
      *    slices.
           MOVE WS-HASH-VALUE TO HASH-PREVIOUS-CHECK
           MOVE WS-HASH-IMAGE(1:412) TO HASH-RECORD-IMAGE
           CALL "CALCHASH" USING HASH-INPUT HASH-OUTPUT
           MOVE HASH-CHECK-VALUE TO WS-HASH-VALUE
           IF WS-HASH-LENGTH > 412
               MOVE WS-HASH-VALUE TO HASH-PREVIOUS-CHECK
               MOVE WS-HASH-IMAGE(413:23) TO HASH-RECORD-IMAGE
               CALL "CALCHASH" USING HASH-INPUT HASH-OUTPUT
               MOVE HASH-CHECK-VALUE TO WS-HASH-VALUE
           END-IF.

       PRINT-STORE-LINE.
           MOVE DRS-STORE-NAME(WS-STORE-SUB) TO WS-SL-STORE
           IF WS-MAN-ABSENT(WS-STORE-SUB)
               MOVE "ABSENT" TO WS-SL-STATE
           ELSE
               MOVE "COPIED" TO WS-SL-STATE
           END-IF
           MOVE WS-MAN-COUNT(WS-STORE-SUB) TO WS-SL-MAN-COUNT
           MOVE WS-PRF-COUNT(WS-STORE-SUB) TO WS-SL-PRF-COUNT
           MOVE WS-MAN-HASH(WS-STORE-SUB) TO WS-SL-MAN-HASH
           MOVE WS-PRF-HASH(WS-STORE-SUB) TO WS-SL-PRF-HASH
           MOVE WS-STORE-RESULT TO WS-SL-RESULT
           MOVE WS-STORE-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * Is the set one night?                                          *
      *****************************************************************
       CHECK-NIGHT-CONSISTENCY.
           IF WS-LINE-NUMBER + 10 > WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           MOVE "NIGHT CONSISTENCY CHECKS" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "MANIFEST RECORDS SHARE ONE CHAIN ANCHOR"
               TO WS-CHECK-TEXT
           IF WS-ANCHOR-SPLIT
               MOVE "N" TO WS-CHECK-PASS-SWITCH
               MOVE "STORES WERE NOT PACKAGED AGAINST ONE ANCHOR"
                   TO WS-CHECK-DETAIL
           ELSE
               MOVE "Y" TO WS-CHECK-PASS-SWITCH
               MOVE SPACES TO WS-CHECK-DETAIL
               STRING "ANCHOR " WS-GENERATION-ANCHOR
                   DELIMITED BY SIZE INTO WS-CHECK-DETAIL
               END-STRING
           END-IF
           PERFORM PRINT-CHECK-LINE

           MOVE "CALCBDAT HOLDS THE PACKAGE BUSINESS DATE"
               TO WS-CHECK-TEXT
           MOVE SPACES TO WS-CHECK-DETAIL
           STRING "REGISTER " WS-BDAT-BUSINESS-DATE
                  "  PACKAGE " WS-GENERATION-DATE
               DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-STRING
           IF WS-BDAT-BUSINESS-DATE = WS-GENERATION-DATE
               MOVE "Y" TO WS-CHECK-PASS-SWITCH
           ELSE
               MOVE "N" TO WS-CHECK-PASS-SWITCH
           END-IF
           PERFORM PRINT-CHECK-LINE

           MOVE "CALCBDAT SHOWS THE NIGHT CUT BY CALCEOD"
               TO WS-CHECK-TEXT
           MOVE SPACES TO WS-CHECK-DETAIL
           STRING "LAST CUT " WS-BDAT-LAST-CUT-DATE
               DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-STRING
           IF WS-BDAT-LAST-CUT-DATE = WS-GENERATION-DATE
               MOVE "Y" TO WS-CHECK-PASS-SWITCH
           ELSE
               MOVE "N" TO WS-CHECK-PASS-SWITCH
           END-IF
           PERFORM PRINT-CHECK-LINE

           MOVE "CALCCHNA HOLDS THE PACKAGE CHAIN ANCHOR"
               TO WS-CHECK-TEXT
           MOVE SPACES TO WS-CHECK-DETAIL
           STRING "ON FILE " WS-ANCHOR-ON-FILE
                  "  PACKAGE " WS-GENERATION-ANCHOR
               DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-STRING
           IF WS-ANCHOR-ON-FILE = WS-GENERATION-ANCHOR
               MOVE "Y" TO WS-CHECK-PASS-SWITCH
           ELSE
               MOVE "N" TO WS-CHECK-PASS-SWITCH
           END-IF
           PERFORM PRINT-CHECK-LINE

           MOVE "CALCAUDT CHAIN VERIFIES AND ENDS AT THE ANCHOR"
               TO WS-CHECK-TEXT
           MOVE SPACES TO WS-CHECK-DETAIL
           EVALUATE TRUE
               WHEN WS-AUDIT-CHAIN-BROKEN
                   MOVE "N" TO WS-CHECK-PASS-SWITCH
                   STRING "CHAIN BREAKS AT SEQUENCE "
                          WS-AUDIT-BREAK-SEQ
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
                   END-STRING
               WHEN WS-AUDIT-CHAIN-VALUE NOT = WS-GENERATION-ANCHOR
                   MOVE "N" TO WS-CHECK-PASS-SWITCH
                   STRING "CHAIN ENDS AT " WS-AUDIT-CHAIN-VALUE
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
                   END-STRING
               WHEN OTHER
                   MOVE "Y" TO WS-CHECK-PASS-SWITCH
                   STRING WS-PRF-COUNT(DRS-AUDT-STORE)
                          " RECORDS CHAINED"
                       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
                   END-STRING
           END-EVALUATE
           PERFORM PRINT-CHECK-LINE

           MOVE "CALCAUDX MIRRORS CALCAUDT" TO WS-CHECK-TEXT
           MOVE SPACES TO WS-CHECK-DETAIL
           IF WS-PRF-COUNT(DRS-AUDX-STORE) =
                  WS-PRF-COUNT(DRS-AUDT-STORE) AND
              WS-PRF-HASH(DRS-AUDX-STORE) =
                  WS-PRF-HASH(DRS-AUDT-STORE)
               MOVE "Y" TO WS-CHECK-PASS-SWITCH
           ELSE
               MOVE "N" TO WS-CHECK-PASS-SWITCH
               MOVE "MIRROR AND LOG DIFFER" TO WS-CHECK-DETAIL
           END-IF
           PERFORM PRINT-CHECK-LINE

           MOVE "CALCAUDM HOLDS NOTHING PAST THE BUSINESS DATE"
               TO WS-CHECK-TEXT
           MOVE SPACES TO WS-CHECK-DETAIL
           STRING "LATEST MASTER DATE " WS-MASTER-LATEST-DATE
               DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-STRING
           IF WS-MASTER-LATEST-DATE > WS-GENERATION-DATE
               MOVE "N" TO WS-CHECK-PASS-SWITCH
           ELSE
               MOVE "Y" TO WS-CHECK-PASS-SWITCH
           END-IF
           PERFORM PRINT-CHECK-LINE

           MOVE "EVERY STORE PROVED AGAINST THE MANIFEST"
               TO WS-CHECK-TEXT
           MOVE SPACES TO WS-CHECK-DETAIL
           STRING WS-STORES-PROVED " PROVED  "
                  WS-STORES-FAILED " FAILED"
               DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-STRING
           IF WS-STORES-FAILED = ZERO
               MOVE "Y" TO WS-CHECK-PASS-SWITCH
           ELSE
               MOVE "N" TO WS-CHECK-PASS-SWITCH
           END-IF
           PERFORM PRINT-CHECK-LINE.

       PRINT-CHECK-LINE.
           MOVE WS-CHECK-TEXT TO WS-CL-TEXT
           IF WS-CHECK-PASSED
               MOVE "PASS" TO WS-CL-RESULT
           ELSE
               MOVE "FAIL" TO WS-CL-RESULT
               ADD 1 TO WS-CHECKS-FAILED
           END-IF
           MOVE WS-CHECK-DETAIL TO WS-CL-DETAIL
           MOVE WS-CHECK-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-CONCLUSION.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-CHECKS-FAILED = ZERO
               STRING "RESTORED SET IS ONE CONSISTENT NIGHT - "
                      "BUSINESS DATE " WS-GENERATION-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "RESTORED SET IS NOT A CONSISTENT NIGHT - "
                      WS-CHECKS-FAILED " CHECK(S) FAILED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * Store access, by store number in CALCDRS order.                *
      *****************************************************************
       OPEN-STORE-INPUT.
           EVALUATE WS-STORE-SUB
               WHEN 1
                   OPEN INPUT BDAT-STORE-FILE
               WHEN 2
                   OPEN INPUT RUNC-STORE-FILE
               WHEN 3
                   OPEN INPUT CKPT-STORE-FILE
               WHEN 4
                   OPEN INPUT RST-STORE-FILE
               WHEN 5
                   OPEN INPUT CHNA-STORE-FILE
               WHEN 6
                   OPEN INPUT TVER-STORE-FILE
               WHEN 7
                   OPEN INPUT PARM-STORE-FILE
               WHEN 8
                   OPEN INPUT XRTE-STORE-FILE
               WHEN 9
                   OPEN INPUT TAXR-STORE-FILE
               WHEN 10
                   OPEN INPUT PRAT-STORE-FILE
               WHEN 11
                   OPEN INPUT CURR-STORE-FILE
               WHEN 12
                   OPEN INPUT HOL-STORE-FILE
               WHEN 13
                   OPEN INPUT FEES-STORE-FILE
               WHEN 14
                   OPEN INPUT BASE-STORE-FILE
               WHEN 15
                   OPEN INPUT GLMP-STORE-FILE
               WHEN 16
                   OPEN INPUT TARF-STORE-FILE
               WHEN 17
                   OPEN INPUT ENTY-STORE-FILE
               WHEN 18
                   OPEN INPUT RCCY-STORE-FILE
               WHEN 19
                   OPEN INPUT AKEY-STORE-FILE
               WHEN 20
                   OPEN INPUT HOLD-STORE-FILE
               WHEN 21
                   OPEN INPUT XPIV-STORE-FILE
               WHEN 22
                   OPEN INPUT ALIS-STORE-FILE
               WHEN 23
                   OPEN INPUT LOAN-STORE-FILE
               WHEN 24
                   OPEN INPUT PEND-STORE-FILE
               WHEN 25
                   OPEN INPUT STDO-STORE-FILE
               WHEN 26
                   OPEN INPUT REGF-STORE-FILE
               WHEN 27
                   OPEN INPUT QOTA-STORE-FILE
               WHEN 28
                   OPEN INPUT KEYS-STORE-FILE
               WHEN 29
                   OPEN INPUT AUDM-STORE-FILE
               WHEN 30
                   OPEN INPUT AUDT-STORE-FILE
               WHEN 31
                   OPEN INPUT AUDX-STORE-FILE
           END-EVALUATE.

       OPEN-STORE-OUTPUT.
           EVALUATE WS-STORE-SUB
               WHEN 1
                   OPEN OUTPUT BDAT-STORE-FILE
               WHEN 2
                   OPEN OUTPUT RUNC-STORE-FILE
               WHEN 3
                   OPEN OUTPUT CKPT-STORE-FILE
               WHEN 4
                   OPEN OUTPUT RST-STORE-FILE
               WHEN 5
                   OPEN OUTPUT CHNA-STORE-FILE
               WHEN 6
                   OPEN OUTPUT TVER-STORE-FILE
               WHEN 7
                   OPEN OUTPUT PARM-STORE-FILE
               WHEN 8
                   OPEN OUTPUT XRTE-STORE-FILE
               WHEN 9
                   OPEN OUTPUT TAXR-STORE-FILE
               WHEN 10
                   OPEN OUTPUT PRAT-STORE-FILE
               WHEN 11
                   OPEN OUTPUT CURR-STORE-FILE
               WHEN 12
                   OPEN OUTPUT HOL-STORE-FILE
               WHEN 13
                   OPEN OUTPUT FEES-STORE-FILE
               WHEN 14
                   OPEN OUTPUT BASE-STORE-FILE
               WHEN 15
                   OPEN OUTPUT GLMP-STORE-FILE
               WHEN 16
                   OPEN OUTPUT TARF-STORE-FILE
               WHEN 17
                   OPEN OUTPUT ENTY-STORE-FILE
               WHEN 18
                   OPEN OUTPUT RCCY-STORE-FILE
               WHEN 19
                   OPEN OUTPUT AKEY-STORE-FILE
               WHEN 20
                   OPEN OUTPUT HOLD-STORE-FILE
               WHEN 21
                   OPEN OUTPUT XPIV-STORE-FILE
               WHEN 22
                   OPEN OUTPUT ALIS-STORE-FILE
               WHEN 23
                   OPEN OUTPUT LOAN-STORE-FILE
               WHEN 24
                   OPEN OUTPUT PEND-STORE-FILE
               WHEN 25
                   OPEN OUTPUT STDO-STORE-FILE
               WHEN 26
                   OPEN OUTPUT REGF-STORE-FILE
               WHEN 27
                   OPEN OUTPUT QOTA-STORE-FILE
               WHEN 28
                   OPEN OUTPUT KEYS-STORE-FILE
               WHEN 29
                   OPEN OUTPUT AUDM-STORE-FILE
               WHEN 30
                   OPEN OUTPUT AUDT-STORE-FILE
               WHEN 31
                   OPEN OUTPUT AUDX-STORE-FILE
           END-EVALUATE.

       READ-STORE-RECORD.
           MOVE SPACES TO WS-STORE-IMAGE
           EVALUATE WS-STORE-SUB
               WHEN 1
                   READ BDAT-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 2
                   READ RUNC-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 3
                   READ CKPT-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 4
                   READ RST-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 5
                   READ CHNA-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 6
                   READ TVER-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 7
                   READ PARM-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 8
                   READ XRTE-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 9
                   READ TAXR-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 10
                   READ PRAT-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 11
                   READ CURR-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 12
                   READ HOL-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 13
                   READ FEES-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 14
                   READ BASE-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 15
                   READ GLMP-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 16
                   READ TARF-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 17
                   READ ENTY-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 18
                   READ RCCY-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 19
                   READ AKEY-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 20
                   READ HOLD-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 21
                   READ XPIV-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 22
                   READ ALIS-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 23
                   READ LOAN-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 24
                   READ PEND-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 25
                   READ STDO-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 26
                   READ REGF-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 27
                   READ QOTA-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 28
                   READ KEYS-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 29
                   READ AUDM-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 30
                   READ AUDT-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
               WHEN 31
                   READ AUDX-STORE-FILE INTO WS-STORE-IMAGE
                       AT END
                           MOVE "Y" TO WS-STORE-EOF-SWITCH
                   END-READ
           END-EVALUATE.

       WRITE-STORE-RECORD.
           EVALUATE WS-STORE-SUB
               WHEN 1
                   WRITE BDAT-RECORD FROM WS-STORE-IMAGE
               WHEN 2
                   WRITE RUN-CONTROL-RECORD FROM WS-STORE-IMAGE
               WHEN 3
                   WRITE CKPT-RECORD FROM WS-STORE-IMAGE
               WHEN 4
                   WRITE RESTART-CONTROL-RECORD FROM WS-STORE-IMAGE
               WHEN 5
                   WRITE CHAIN-ANCHOR-RECORD FROM WS-STORE-IMAGE
               WHEN 6
                   WRITE TVER-RECORD FROM WS-STORE-IMAGE
               WHEN 7
                   WRITE PARM-RECORD FROM WS-STORE-IMAGE
               WHEN 8
                   WRITE XRT-RECORD FROM WS-STORE-IMAGE
               WHEN 9
                   WRITE TAX-RECORD FROM WS-STORE-IMAGE
               WHEN 10
                   WRITE PRT-RECORD FROM WS-STORE-IMAGE
               WHEN 11
                   WRITE CUR-RECORD FROM WS-STORE-IMAGE
               WHEN 12
                   WRITE HOL-RECORD FROM WS-STORE-IMAGE
               WHEN 13
                   WRITE FEE-RECORD FROM WS-STORE-IMAGE
               WHEN 14
                   WRITE BASE-RECORD FROM WS-STORE-IMAGE
               WHEN 15
                   WRITE GLM-RECORD FROM WS-STORE-IMAGE
               WHEN 16
                   WRITE TRF-RECORD FROM WS-STORE-IMAGE
               WHEN 17
                   WRITE ENTY-RECORD FROM WS-STORE-IMAGE
               WHEN 18
                   WRITE RCY-RECORD FROM WS-STORE-IMAGE
               WHEN 19
                   WRITE AKEY-RECORD FROM WS-STORE-IMAGE
               WHEN 20
                   WRITE HOLD-RECORD FROM WS-STORE-IMAGE
               WHEN 21
                   WRITE XPV-RECORD FROM WS-STORE-IMAGE
               WHEN 22
                   WRITE ALIS-RECORD FROM WS-STORE-IMAGE
               WHEN 23
                   WRITE LOAN-RECORD FROM WS-STORE-IMAGE
               WHEN 24
                   WRITE PEND-RECORD FROM WS-STORE-IMAGE
               WHEN 25
                   WRITE STDO-STORE-RECORD FROM WS-STORE-IMAGE
               WHEN 26
                   WRITE RGF-RECORD FROM WS-STORE-IMAGE
                       INVALID KEY
                           MOVE "Y" TO WS-RELOAD-FAIL-SWITCH
                   END-WRITE
               WHEN 27
                   WRITE QOTA-RECORD FROM WS-STORE-IMAGE
                       INVALID KEY
                           MOVE "Y" TO WS-RELOAD-FAIL-SWITCH
                   END-WRITE
               WHEN 28
                   WRITE PKEY-RECORD FROM WS-STORE-IMAGE
                       INVALID KEY
                           MOVE "Y" TO WS-RELOAD-FAIL-SWITCH
                   END-WRITE
               WHEN 29
                   WRITE AUDM-RECORD FROM WS-STORE-IMAGE
                       INVALID KEY
                           MOVE "Y" TO WS-RELOAD-FAIL-SWITCH
                   END-WRITE
               WHEN 30
                   WRITE AUDIT-RECORD FROM WS-STORE-IMAGE
               WHEN 31
                   WRITE MIR-RECORD FROM WS-STORE-IMAGE
           END-EVALUATE.

       CLOSE-STORE.
           EVALUATE WS-STORE-SUB
               WHEN 1
                   CLOSE BDAT-STORE-FILE
               WHEN 2
                   CLOSE RUNC-STORE-FILE
               WHEN 3
                   CLOSE CKPT-STORE-FILE
               WHEN 4
                   CLOSE RST-STORE-FILE
               WHEN 5
                   CLOSE CHNA-STORE-FILE
               WHEN 6
                   CLOSE TVER-STORE-FILE
               WHEN 7
                   CLOSE PARM-STORE-FILE
               WHEN 8
                   CLOSE XRTE-STORE-FILE
               WHEN 9
                   CLOSE TAXR-STORE-FILE
               WHEN 10
                   CLOSE PRAT-STORE-FILE
               WHEN 11
                   CLOSE CURR-STORE-FILE
               WHEN 12
                   CLOSE HOL-STORE-FILE
               WHEN 13
                   CLOSE FEES-STORE-FILE
               WHEN 14
                   CLOSE BASE-STORE-FILE
               WHEN 15
                   CLOSE GLMP-STORE-FILE
               WHEN 16
                   CLOSE TARF-STORE-FILE
               WHEN 17
                   CLOSE ENTY-STORE-FILE
               WHEN 18
                   CLOSE RCCY-STORE-FILE
               WHEN 19
                   CLOSE AKEY-STORE-FILE
               WHEN 20
                   CLOSE HOLD-STORE-FILE
               WHEN 21
                   CLOSE XPIV-STORE-FILE
               WHEN 22
                   CLOSE ALIS-STORE-FILE
               WHEN 23
                   CLOSE LOAN-STORE-FILE
               WHEN 24
                   CLOSE PEND-STORE-FILE
               WHEN 25
                   CLOSE STDO-STORE-FILE
               WHEN 26
                   CLOSE REGF-STORE-FILE
               WHEN 27
                   CLOSE QOTA-STORE-FILE
               WHEN 28
                   CLOSE KEYS-STORE-FILE
               WHEN 29
                   CLOSE AUDM-STORE-FILE
               WHEN 30
                   CLOSE AUDT-STORE-FILE
               WHEN 31
                   CLOSE AUDX-STORE-FILE
           END-EVALUATE.

      *****************************************************************
      * Report page handling and the run summary.                      *
      *****************************************************************
       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-ACTION-TEXT TO WS-HDG-ACTION
           MOVE WS-GENERATION-DATE TO WS-HDG-DATE
           MOVE WS-GENERATION-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-GENERATION-RUN-TIME TO WS-HDG-RUN-TIME
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

       DISPLAY-RUN-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "CALCDRRV - DR RESTORE VERIFICATION SUMMARY"
           DISPLAY "========================================"
           DISPLAY "Action:               " WS-ACTION-TEXT
           DISPLAY "Package of night:     " WS-GENERATION-DATE
           DISPLAY "Taken:                " WS-GENERATION-RUN-DATE
               " " WS-GENERATION-RUN-TIME
           IF DRRC-ACTION-RESTORE
               DISPLAY "Records reloaded:     " WS-RELOADED-TOTAL
           END-IF
           DISPLAY "Stores proved:        " WS-STORES-PROVED
           DISPLAY "Stores failed:        " WS-STORES-FAILED
           IF WS-CHECKS-FAILED = ZERO
               DISPLAY "Restored set is one consistent night"
           ELSE
               DISPLAY "Consistency checks failed: " WS-CHECKS-FAILED
           END-IF
           DISPLAY "Report:               CALCDRRP"
           DISPLAY "========================================".

       END PROGRAM CALCDRRV.
