       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCDRBK.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * Disaster-Recovery Backup Package                               *
      * Run by CALCNITE as the last step of the night, once CALCEOD    *
      * has cut the business date, to take one consistent copy of      *
      * every master, reference and run-control store named in the     *
      * CALCDRS list - CALCPARM and the reference tables, the CALCREGF *
      * registers, CALCLOAN, CALCQOTA, CALCPEND, CALCKEYS, CALCAUDM,   *
      * the live audit log and its mirror, CALCBDAT, CALCCHNA and the  *
      * other run-control files - into one package generation on       *
      * CALCDRPK (see CALCDRP), so the DR site reloads a night instead *
      * of rebuilding stores from memory. A register that does not     *
      * show the business date as cut refuses the run: a package       *
      * taken mid-night could not be proved consistent.                *
      * The new generation is written to the CALCDRPW work file behind *
      * the generations being kept, re-read and proved store by store  *
      * (record count and CALCHASH hash total against the copy pass    *
      * and the store trailers) and only then copied over CALCDRPK;    *
      * the CALCDRMF manifest (see CALCDRM) is rewritten on the same   *
      * terms, one record per store carrying its count, hash total,    *
      * the CALCBDAT business date and the CALCCHNA chain anchor. A    *
      * package that does not prove leaves the previous package and    *
      * manifest exactly as they were.                                 *
      * The CALCDRBC control record gives the number of generations    *
      * to keep (default 7, at most 30); the oldest beyond that drop   *
      * off both files. A rerun for the same business date replaces    *
      * that date's generation. CALCDRRV reloads and proves a package. *
      * Return code 16 when refused or the package did not prove, 4    *
      * when a store did not exist to be copied, otherwise 0.          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CALCDRBC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT PACKAGE-FILE ASSIGN TO "CALCDRPK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACKAGE-FILE-STATUS.

           SELECT WORK-PACKAGE-FILE ASSIGN TO "CALCDRPW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "CALCDRMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FILE-STATUS.

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
       01  BACKUP-CONTROL-RECORD.
           05  DRBC-GENERATIONS-KEPT   PIC 9(2).

       FD  PACKAGE-FILE.
           COPY CALCDRP.

       FD  WORK-PACKAGE-FILE.
           COPY CALCDRP REPLACING LEADING ==DRPK-== BY ==DRPW-==.

       FD  MANIFEST-FILE.
           COPY CALCDRM.

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
       01  WS-WORK-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-MANIFEST-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-STORE-FILE-STATUS    PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-STORE-EOF-SWITCH     PIC X VALUE "N".
           88  WS-STORE-EOF        VALUE "Y".

           COPY CALCDRS.
           COPY CALCHSH.

       01  WS-RUN-STAMP            PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-RUN-TIME             PIC 9(6) VALUE ZEROS.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-LAST-CUT-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-CHAIN-ANCHOR         PIC 9(9) VALUE ZEROS.
       01  WS-GENERATIONS-KEPT     PIC 9(2) VALUE ZEROS.

       01  WS-REFUSE-SWITCH        PIC X VALUE "N".
           88  WS-RUN-REFUSED      VALUE "Y".
       01  WS-REFUSE-REASON        PIC X(60) VALUE SPACES.
       01  WS-PROOF-FAIL-SWITCH    PIC X VALUE "N".
           88  WS-PROOF-FAILED     VALUE "Y".
       01  WS-PROOF-FAIL-STORE     PIC X(8) VALUE SPACES.

      *    One record image as read from a store, and the hash fold
      *    over it (see FOLD-IMAGE-INTO-HASH).
       01  WS-STORE-IMAGE          PIC X(435) VALUE SPACES.
       01  WS-STORE-SUB            PIC 9(2) VALUE ZEROS.
       01  WS-HASH-IMAGE           PIC X(435) VALUE SPACES.
       01  WS-HASH-LENGTH          PIC 9(3) VALUE ZEROS.
       01  WS-HASH-VALUE           PIC 9(9) VALUE ZEROS.

      *    What the copy pass took from each store, and what the
      *    re-read of the work file found for it.
       01  WS-STORE-RESULTS.
           05  WS-RESULT-ENTRY OCCURS 31 TIMES.
               10  WS-RES-STATE        PIC X.
                   88  WS-RES-COPIED   VALUE "C".
                   88  WS-RES-ABSENT   VALUE "A".
               10  WS-RES-COUNT        PIC 9(9).
               10  WS-RES-HASH         PIC 9(9).
               10  WS-VFY-COUNT        PIC 9(9).
               10  WS-VFY-HASH         PIC 9(9).
               10  WS-VFY-STT-COUNT    PIC 9(9).
               10  WS-VFY-STT-HASH     PIC 9(9).
               10  WS-VFY-STT-SEEN     PIC X.
       01  WS-PACKAGE-RECORDS      PIC 9(9) VALUE ZEROS.
       01  WS-STORES-COPIED        PIC 9(2) VALUE ZEROS.
       01  WS-STORES-ABSENT        PIC 9(2) VALUE ZEROS.
       01  WS-VFY-STORE-NO         PIC 9(2) VALUE ZEROS.
       01  WS-VFY-IN-NEW-SWITCH    PIC X VALUE "N".
           88  WS-VFY-IN-NEW       VALUE "Y".
       01  WS-VFY-TRAILER-SWITCH   PIC X VALUE "N".
           88  WS-VFY-TRAILER-SEEN VALUE "Y".

      *    Manifest history: the earlier generations' records, and the
      *    generations in the order they were taken. Tonight's date
      *    is left out so a rerun replaces it.
       01  WS-HISTORY-TABLE.
           05  WS-HISTORY-COUNT    PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-HISTORY-ENTRY OCCURS 1860 TIMES.
               10  WS-HIS-GENERATION   PIC 9(2).
               10  WS-HIS-IMAGE        PIC X(60).
       01  WS-HISTORY-SUB          PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-GENERATION-TABLE.
           05  WS-GENERATION-COUNT PIC 9(2) VALUE ZEROS.
           05  WS-GENERATION-ENTRY OCCURS 60 TIMES.
               10  WS-GEN-DATE         PIC 9(8).
               10  WS-GEN-KEPT         PIC X.
                   88  WS-GEN-IS-KEPT  VALUE "Y".
       01  WS-GENERATION-SUB       PIC 9(2) VALUE ZEROS.
       01  WS-FIRST-KEPT           PIC 9(2) VALUE ZEROS.
       01  WS-GENERATIONS-CARRIED  PIC 9(2) VALUE ZEROS.
       01  WS-COPY-SWITCH          PIC X VALUE "N".
           88  WS-COPYING          VALUE "Y".

       01  WS-DISPLAY-COUNT        PIC Z(8)9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           INITIALIZE WS-STORE-RESULTS
           INITIALIZE WS-HISTORY-TABLE
           INITIALIZE WS-GENERATION-TABLE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-STAMP(9:6) TO WS-RUN-TIME
           PERFORM READ-BACKUP-CONTROL
           PERFORM READ-NIGHT-REGISTER
           IF NOT WS-RUN-REFUSED
               PERFORM READ-CHAIN-ANCHOR
               PERFORM LOAD-MANIFEST-HISTORY
           END-IF
           IF WS-RUN-REFUSED
               DISPLAY "CALCDRBK - " WS-REFUSE-REASON
               DISPLAY "CALCDRBK - NO PACKAGE TAKEN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PICK-KEPT-GENERATIONS
           OPEN OUTPUT WORK-PACKAGE-FILE
           PERFORM COPY-KEPT-GENERATIONS
           PERFORM WRITE-NEW-GENERATION
           CLOSE WORK-PACKAGE-FILE
           IF NOT WS-PROOF-FAILED
               PERFORM VERIFY-NEW-GENERATION
           END-IF
           IF WS-PROOF-FAILED
               PERFORM DISPLAY-RUN-SUMMARY
               DISPLAY "CALCDRBK - PACKAGE DID NOT PROVE AT "
                   WS-PROOF-FAIL-STORE
                   " - PREVIOUS PACKAGE LEFT INTACT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM REPLACE-PACKAGE
           PERFORM REWRITE-MANIFEST
           PERFORM DISPLAY-RUN-SUMMARY
           IF WS-STORES-ABSENT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *****************************************************************
      * Retention, the night being packaged and its chain anchor.      *
      *****************************************************************
       READ-BACKUP-CONTROL.
           MOVE ZEROS TO WS-GENERATIONS-KEPT
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "35"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DRBC-GENERATIONS-KEPT NUMERIC
                           MOVE DRBC-GENERATIONS-KEPT
                               TO WS-GENERATIONS-KEPT
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WS-GENERATIONS-KEPT = ZERO
               MOVE 7 TO WS-GENERATIONS-KEPT
           END-IF
           IF WS-GENERATIONS-KEPT > 30
               MOVE 30 TO WS-GENERATIONS-KEPT
           END-IF.

       READ-NIGHT-REGISTER.
      *    The package belongs to the business date on the register,
      *    and only once CALCEOD has cut it: before the cut the audit
      *    log, quota counters and anchor are still the day's working
      *    copies and would not match a later restore of anything.
           MOVE 1 TO WS-STORE-SUB
           PERFORM OPEN-STORE-INPUT
           IF WS-STORE-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-REFUSE-SWITCH
               MOVE "NO BUSINESS-DATE REGISTER ON CALCBDAT"
                   TO WS-REFUSE-REASON
           ELSE
               MOVE "N" TO WS-STORE-EOF-SWITCH
               PERFORM READ-STORE-RECORD
               IF NOT WS-STORE-EOF
                   IF BDAT-BUSINESS-DATE NUMERIC
                       MOVE BDAT-BUSINESS-DATE TO WS-BUSINESS-DATE
                   END-IF
                   IF BDAT-LAST-CUT-DATE NUMERIC
                       MOVE BDAT-LAST-CUT-DATE TO WS-LAST-CUT-DATE
                   END-IF
               END-IF
               PERFORM CLOSE-STORE
               EVALUATE TRUE
                   WHEN WS-BUSINESS-DATE = ZERO
                       MOVE "Y" TO WS-REFUSE-SWITCH
                       MOVE "CALCBDAT CARRIES NO BUSINESS DATE"
                           TO WS-REFUSE-REASON
                   WHEN WS-LAST-CUT-DATE NOT = WS-BUSINESS-DATE
                       MOVE "Y" TO WS-REFUSE-SWITCH
                       STRING "BUSINESS DATE " WS-BUSINESS-DATE
                              " NOT YET CUT BY CALCEOD"
                           DELIMITED BY SIZE INTO WS-REFUSE-REASON
                       END-STRING
               END-EVALUATE
           END-IF.

       READ-CHAIN-ANCHOR.
      *    No anchor yet is a chain that starts from zero.
           MOVE ZEROS TO WS-CHAIN-ANCHOR
           MOVE 5 TO WS-STORE-SUB
           PERFORM OPEN-STORE-INPUT
           IF WS-STORE-FILE-STATUS = "00"
               MOVE "N" TO WS-STORE-EOF-SWITCH
               PERFORM READ-STORE-RECORD
               IF NOT WS-STORE-EOF AND
                  ANCHOR-CHECK-VALUE NUMERIC
                   MOVE ANCHOR-CHECK-VALUE TO WS-CHAIN-ANCHOR
               END-IF
               PERFORM CLOSE-STORE
           END-IF.

      *****************************************************************
      * Generations: which earlier packages survive tonight's.         *
      *****************************************************************
       LOAD-MANIFEST-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-FILE-STATUS NOT = "35"
               PERFORM READ-MANIFEST-RECORD
               PERFORM STORE-MANIFEST-RECORD
                   UNTIL WS-END-OF-FILE OR WS-RUN-REFUSED
               CLOSE MANIFEST-FILE
           END-IF.

       READ-MANIFEST-RECORD.
           READ MANIFEST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STORE-MANIFEST-RECORD.
           IF DRM-BUSINESS-DATE NOT = WS-BUSINESS-DATE
               IF WS-GENERATION-COUNT = ZERO OR
                  DRM-BUSINESS-DATE NOT =
                      WS-GEN-DATE(WS-GENERATION-COUNT)
                   IF WS-GENERATION-COUNT < 60
                       ADD 1 TO WS-GENERATION-COUNT
                       MOVE DRM-BUSINESS-DATE
                           TO WS-GEN-DATE(WS-GENERATION-COUNT)
                       MOVE "N" TO WS-GEN-KEPT(WS-GENERATION-COUNT)
                   ELSE
                       MOVE "Y" TO WS-REFUSE-SWITCH
                   END-IF
               END-IF
               IF WS-HISTORY-COUNT < 1860
                   ADD 1 TO WS-HISTORY-COUNT
                   MOVE WS-GENERATION-COUNT
                       TO WS-HIS-GENERATION(WS-HISTORY-COUNT)
                   MOVE DRM-RECORD TO WS-HIS-IMAGE(WS-HISTORY-COUNT)
               ELSE
                   MOVE "Y" TO WS-REFUSE-SWITCH
               END-IF
               IF WS-RUN-REFUSED
                   MOVE "CALCDRMF HAS MORE GENERATIONS THAN CAN BE HELD"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF
           PERFORM READ-MANIFEST-RECORD.

       PICK-KEPT-GENERATIONS.
      *    Tonight's generation is one of those kept, so the newest
      *    (kept - 1) earlier ones stay with it.
           IF WS-GENERATION-COUNT < WS-GENERATIONS-KEPT
               MOVE 1 TO WS-FIRST-KEPT
           ELSE
               COMPUTE WS-FIRST-KEPT =
                   WS-GENERATION-COUNT - WS-GENERATIONS-KEPT + 2
           END-IF
           PERFORM MARK-KEPT-GENERATION
               VARYING WS-GENERATION-SUB FROM WS-FIRST-KEPT BY 1
               UNTIL WS-GENERATION-SUB > WS-GENERATION-COUNT.

       MARK-KEPT-GENERATION.
           MOVE "Y" TO WS-GEN-KEPT(WS-GENERATION-SUB).

       COPY-KEPT-GENERATIONS.
      *    A package generation the manifest does not know, or no
      *    longer keeps, is not carried forward.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE "N" TO WS-COPY-SWITCH
           OPEN INPUT PACKAGE-FILE
           IF WS-PACKAGE-FILE-STATUS NOT = "35"
               PERFORM READ-PACKAGE-RECORD
               PERFORM COPY-ONE-PACKAGE-RECORD UNTIL WS-END-OF-FILE
               CLOSE PACKAGE-FILE
           END-IF.

       READ-PACKAGE-RECORD.
           READ PACKAGE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       COPY-ONE-PACKAGE-RECORD.
           IF DRPK-HDR-PRESENT
               MOVE "N" TO WS-COPY-SWITCH
               PERFORM MATCH-KEPT-GENERATION
                   VARYING WS-GENERATION-SUB FROM 1 BY 1
                   UNTIL WS-GENERATION-SUB > WS-GENERATION-COUNT
                      OR WS-COPYING
           END-IF
           IF WS-COPYING
               WRITE DRPW-DETAIL-RECORD FROM DRPK-DETAIL-RECORD
               IF DRPK-TLR-PRESENT
                   ADD 1 TO WS-GENERATIONS-CARRIED
               END-IF
           END-IF
           PERFORM READ-PACKAGE-RECORD.

       MATCH-KEPT-GENERATION.
           IF WS-GEN-DATE(WS-GENERATION-SUB) =
                  DRPK-HDR-BUSINESS-DATE AND
              WS-GEN-IS-KEPT(WS-GENERATION-SUB)
               MOVE "Y" TO WS-COPY-SWITCH
           END-IF.

      *****************************************************************
      * Tonight's generation, store by store in CALCDRS order.         *
      *****************************************************************
       WRITE-NEW-GENERATION.
           MOVE SPACES TO DRPW-DETAIL-RECORD
           MOVE "PKH" TO DRPW-HDR-ID
           MOVE WS-BUSINESS-DATE TO DRPW-HDR-BUSINESS-DATE
           MOVE WS-RUN-DATE TO DRPW-HDR-RUN-DATE
           MOVE WS-RUN-TIME TO DRPW-HDR-RUN-TIME
           MOVE WS-CHAIN-ANCHOR TO DRPW-HDR-CHAIN-ANCHOR
           MOVE DRS-STORE-COUNT TO DRPW-HDR-STORE-COUNT
           WRITE DRPW-HEADER-RECORD
           PERFORM BACK-UP-ONE-STORE
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB > DRS-STORE-COUNT
           MOVE SPACES TO DRPW-DETAIL-RECORD
           MOVE "PKT" TO DRPW-TLR-ID
           MOVE WS-BUSINESS-DATE TO DRPW-TLR-BUSINESS-DATE
           MOVE DRS-STORE-COUNT TO DRPW-TLR-STORE-COUNT
           MOVE WS-PACKAGE-RECORDS TO DRPW-TLR-RECORD-COUNT
           WRITE DRPW-TRAILER-RECORD.

       BACK-UP-ONE-STORE.
           MOVE ZEROS TO WS-HASH-VALUE
           PERFORM OPEN-STORE-INPUT
           EVALUATE WS-STORE-FILE-STATUS
               WHEN "00"
                   MOVE "C" TO WS-RES-STATE(WS-STORE-SUB)
                   ADD 1 TO WS-STORES-COPIED
               WHEN "35"
                   MOVE "A" TO WS-RES-STATE(WS-STORE-SUB)
                   ADD 1 TO WS-STORES-ABSENT
               WHEN OTHER
      *            A store that is there but cannot be read would
      *            leave a hole in the package; the night is not
      *            packaged at all rather than packaged short.
                   MOVE "A" TO WS-RES-STATE(WS-STORE-SUB)
                   IF NOT WS-PROOF-FAILED
                       MOVE "Y" TO WS-PROOF-FAIL-SWITCH
                       MOVE DRS-STORE-NAME(WS-STORE-SUB)
                           TO WS-PROOF-FAIL-STORE
                   END-IF
           END-EVALUATE
           MOVE SPACES TO DRPW-DETAIL-RECORD
           MOVE "STH" TO DRPW-STH-ID
           MOVE WS-STORE-SUB TO DRPW-STH-STORE-NO
           MOVE DRS-STORE-NAME(WS-STORE-SUB) TO DRPW-STH-STORE-NAME
           MOVE WS-RES-STATE(WS-STORE-SUB) TO DRPW-STH-STATE
           WRITE DRPW-STORE-HEADER
           IF WS-RES-COPIED(WS-STORE-SUB)
               MOVE "N" TO WS-STORE-EOF-SWITCH
               PERFORM READ-STORE-RECORD
               PERFORM COPY-ONE-STORE-RECORD UNTIL WS-STORE-EOF
               PERFORM CLOSE-STORE
           END-IF
           MOVE WS-HASH-VALUE TO WS-RES-HASH(WS-STORE-SUB)
           MOVE SPACES TO DRPW-DETAIL-RECORD
           MOVE "STT" TO DRPW-STT-ID
           MOVE WS-STORE-SUB TO DRPW-STT-STORE-NO
           MOVE WS-RES-COUNT(WS-STORE-SUB) TO DRPW-STT-RECORD-COUNT
           MOVE WS-RES-HASH(WS-STORE-SUB) TO DRPW-STT-HASH-TOTAL
           WRITE DRPW-STORE-TRAILER.

       COPY-ONE-STORE-RECORD.
           ADD 1 TO WS-RES-COUNT(WS-STORE-SUB)
           ADD 1 TO WS-PACKAGE-RECORDS
           MOVE WS-STORE-IMAGE TO WS-HASH-IMAGE
           MOVE DRS-RECORD-LENGTH(WS-STORE-SUB) TO WS-HASH-LENGTH
           PERFORM FOLD-IMAGE-INTO-HASH
           MOVE "DTL" TO DRPW-DTL-ID
           MOVE WS-STORE-SUB TO DRPW-DTL-STORE-NO
           MOVE WS-STORE-IMAGE TO DRPW-DTL-IMAGE
           WRITE DRPW-DETAIL-RECORD
           PERFORM READ-STORE-RECORD.

       FOLD-IMAGE-INTO-HASH.
      *    The store's hash total is the audit chain rule run over
      *    its record images in order; CALCHASH covers 412
      *    characters at a time, so a longer record goes in as two
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

      *****************************************************************
      * Proof: the generation as it sits on the work file must agree   *
      * with the copy pass and with its own store trailers.            *
      *****************************************************************
       VERIFY-NEW-GENERATION.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE "N" TO WS-VFY-IN-NEW-SWITCH
           OPEN INPUT WORK-PACKAGE-FILE
           PERFORM READ-WORK-RECORD
           PERFORM CHECK-WORK-RECORD UNTIL WS-END-OF-FILE
           CLOSE WORK-PACKAGE-FILE
           IF NOT WS-VFY-TRAILER-SEEN
               MOVE "Y" TO WS-PROOF-FAIL-SWITCH
               MOVE "CALCDRPK" TO WS-PROOF-FAIL-STORE
           END-IF
           PERFORM PROVE-ONE-STORE
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB > DRS-STORE-COUNT
                  OR WS-PROOF-FAILED.

       READ-WORK-RECORD.
           READ WORK-PACKAGE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-WORK-RECORD.
           EVALUATE DRPW-HDR-ID
               WHEN "PKH"
                   IF DRPW-HDR-BUSINESS-DATE = WS-BUSINESS-DATE
                       MOVE "Y" TO WS-VFY-IN-NEW-SWITCH
                   ELSE
                       MOVE "N" TO WS-VFY-IN-NEW-SWITCH
                   END-IF
               WHEN "DTL"
                   IF WS-VFY-IN-NEW
                       MOVE DRPW-DTL-STORE-NO TO WS-VFY-STORE-NO
                       ADD 1 TO WS-VFY-COUNT(WS-VFY-STORE-NO)
                       MOVE WS-VFY-HASH(WS-VFY-STORE-NO)
                           TO WS-HASH-VALUE
                       MOVE DRPW-DTL-IMAGE TO WS-HASH-IMAGE
                       MOVE DRS-RECORD-LENGTH(WS-VFY-STORE-NO)
                           TO WS-HASH-LENGTH
                       PERFORM FOLD-IMAGE-INTO-HASH
                       MOVE WS-HASH-VALUE
                           TO WS-VFY-HASH(WS-VFY-STORE-NO)
                   END-IF
               WHEN "STT"
                   IF WS-VFY-IN-NEW
                       MOVE DRPW-STT-STORE-NO TO WS-VFY-STORE-NO
                       MOVE DRPW-STT-RECORD-COUNT
                           TO WS-VFY-STT-COUNT(WS-VFY-STORE-NO)
                       MOVE DRPW-STT-HASH-TOTAL
                           TO WS-VFY-STT-HASH(WS-VFY-STORE-NO)
                       MOVE "Y" TO WS-VFY-STT-SEEN(WS-VFY-STORE-NO)
                   END-IF
               WHEN "PKT"
                   IF WS-VFY-IN-NEW AND
                      DRPW-TLR-RECORD-COUNT = WS-PACKAGE-RECORDS
                       MOVE "Y" TO WS-VFY-TRAILER-SWITCH
                   END-IF
           END-EVALUATE
           PERFORM READ-WORK-RECORD.

       PROVE-ONE-STORE.
           IF WS-VFY-STT-SEEN(WS-STORE-SUB) NOT = "Y" OR
              WS-VFY-COUNT(WS-STORE-SUB) NOT =
                  WS-RES-COUNT(WS-STORE-SUB) OR
              WS-VFY-STT-COUNT(WS-STORE-SUB) NOT =
                  WS-RES-COUNT(WS-STORE-SUB) OR
              WS-VFY-HASH(WS-STORE-SUB) NOT =
                  WS-RES-HASH(WS-STORE-SUB) OR
              WS-VFY-STT-HASH(WS-STORE-SUB) NOT =
                  WS-RES-HASH(WS-STORE-SUB)
               MOVE "Y" TO WS-PROOF-FAIL-SWITCH
               MOVE DRS-STORE-NAME(WS-STORE-SUB) TO WS-PROOF-FAIL-STORE
           END-IF.

      *****************************************************************
      * The proved work file becomes the package; the manifest follows.*
      *****************************************************************
       REPLACE-PACKAGE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT WORK-PACKAGE-FILE
           OPEN OUTPUT PACKAGE-FILE
           PERFORM READ-WORK-RECORD
           PERFORM COPY-ONE-WORK-RECORD UNTIL WS-END-OF-FILE
           CLOSE WORK-PACKAGE-FILE
           CLOSE PACKAGE-FILE.

       COPY-ONE-WORK-RECORD.
           WRITE DRPK-DETAIL-RECORD FROM DRPW-DETAIL-RECORD
           PERFORM READ-WORK-RECORD.

       REWRITE-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE
           PERFORM WRITE-KEPT-HISTORY
               VARYING WS-HISTORY-SUB FROM 1 BY 1
               UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
           PERFORM WRITE-STORE-MANIFEST
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB > DRS-STORE-COUNT
           CLOSE MANIFEST-FILE.

       WRITE-KEPT-HISTORY.
           IF WS-GEN-IS-KEPT(WS-HIS-GENERATION(WS-HISTORY-SUB))
               MOVE WS-HIS-IMAGE(WS-HISTORY-SUB) TO DRM-RECORD
               WRITE DRM-RECORD
           END-IF.

       WRITE-STORE-MANIFEST.
           MOVE WS-BUSINESS-DATE TO DRM-BUSINESS-DATE
           MOVE WS-RUN-DATE TO DRM-RUN-DATE
           MOVE WS-RUN-TIME TO DRM-RUN-TIME
           MOVE WS-STORE-SUB TO DRM-STORE-NO
           MOVE DRS-STORE-NAME(WS-STORE-SUB) TO DRM-STORE-NAME
           MOVE WS-RES-STATE(WS-STORE-SUB) TO DRM-STORE-STATE
           MOVE WS-RES-COUNT(WS-STORE-SUB) TO DRM-RECORD-COUNT
           MOVE WS-RES-HASH(WS-STORE-SUB) TO DRM-HASH-TOTAL
           MOVE WS-CHAIN-ANCHOR TO DRM-CHAIN-ANCHOR
           WRITE DRM-RECORD.

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

       DISPLAY-RUN-SUMMARY.
           DISPLAY "========================================"
           DISPLAY "CALCDRBK - DR BACKUP PACKAGE SUMMARY"
           DISPLAY "========================================"
           DISPLAY "Business date:        " WS-BUSINESS-DATE
           DISPLAY "Chain anchor:         " WS-CHAIN-ANCHOR
           DISPLAY "Stores copied:        " WS-STORES-COPIED
           DISPLAY "Stores absent:        " WS-STORES-ABSENT
           DISPLAY "Records packaged:     " WS-PACKAGE-RECORDS
           PERFORM DISPLAY-ONE-STORE
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB > DRS-STORE-COUNT
           IF NOT WS-PROOF-FAILED
               DISPLAY "Generations kept:     "
                   WS-GENERATIONS-CARRIED " earlier + tonight's"
               DISPLAY "Retention setting:    " WS-GENERATIONS-KEPT
               DISPLAY "Package:              CALCDRPK"
               DISPLAY "Manifest:             CALCDRMF"
           END-IF
           DISPLAY "========================================".

       DISPLAY-ONE-STORE.
           MOVE WS-RES-COUNT(WS-STORE-SUB) TO WS-DISPLAY-COUNT
           IF WS-RES-ABSENT(WS-STORE-SUB)
               DISPLAY "  " DRS-STORE-NAME(WS-STORE-SUB)
                   "  NOT PRESENT"
           ELSE
               DISPLAY "  " DRS-STORE-NAME(WS-STORE-SUB)
                   " " WS-DISPLAY-COUNT " RECORDS  HASH "
                   WS-RES-HASH(WS-STORE-SUB)
           END-IF.

       END PROGRAM CALCDRBK.
