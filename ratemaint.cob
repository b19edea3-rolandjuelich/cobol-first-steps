       IDENTIFICATION DIVISION.
       PROGRAM-ID. RateMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT rate-txn-file ASSIGN TO "RATETXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rate-txn-status.
           SELECT rate-file ASSIGN TO "TAXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rate-status.
           SELECT rate-new-file ASSIGN TO "TAXRATEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rate-new-status.
           SELECT rate-log-file ASSIGN TO "RATELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rate-log-status.
           SELECT pending-report-file ASSIGN TO "RATEPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-pending-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD  rate-txn-file.
       01  rate-txn-record.
           05  rtx-action            PIC X(1).
               88  rtx-is-add        VALUE "A".
               88  rtx-is-change     VALUE "C".
               88  rtx-is-expire     VALUE "X".
           05  rtx-rate-image.
               10  rtx-record-type   PIC X(1).
                   88  rtx-juris-rec VALUE "J".
                   88  rtx-matrix-rec VALUE "M".
               10  rtx-juris         PIC X(4).
               10  rtx-eff-from      PIC 9(8).
               10  rtx-eff-to        PIC 9(8).
               10  rtx-detail        PIC X(17).
               10  rtx-juris-fields REDEFINES rtx-detail.
                   15  rtx-state-rate    PIC V999.
                   15  rtx-county-rate   PIC V999.
                   15  rtx-city-rate     PIC V999.
                   15  FILLER            PIC X(8).
               10  rtx-matrix-fields REDEFINES rtx-detail.
                   15  rtx-category      PIC X(2).
                   15  rtx-state-treat   PIC X(1).
                   15  rtx-county-treat  PIC X(1).
                   15  rtx-city-treat    PIC X(1).
                   15  rtx-reduced-rate  PIC V999.
                   15  rtx-cap-amount    PIC 9(5)V99.
                   15  FILLER            PIC X(2).

       FD  rate-file.
       01  rate-record.
           05  rt-record-type        PIC X(1).
               88  rt-juris-rec      VALUE "J".
               88  rt-matrix-rec     VALUE "M".
           05  rt-juris              PIC X(4).
           05  rt-eff-from           PIC 9(8).
           05  rt-eff-to             PIC 9(8).
           05  rt-detail             PIC X(17).
           05  rt-juris-fields REDEFINES rt-detail.
               10  rt-state-rate     PIC V999.
               10  rt-county-rate    PIC V999.
               10  rt-city-rate      PIC V999.
               10  FILLER            PIC X(8).
           05  rt-matrix-fields REDEFINES rt-detail.
               10  rt-category       PIC X(2).
               10  rt-state-treat    PIC X(1).
               10  rt-county-treat   PIC X(1).
               10  rt-city-treat     PIC X(1).
               10  rt-reduced-rate   PIC V999.
               10  rt-cap-amount     PIC 9(5)V99.
               10  FILLER            PIC X(2).

       FD  rate-new-file.
       01  rate-new-record           PIC X(38).

       FD  rate-log-file.
       01  rate-log-record           PIC X(200).

       FD  pending-report-file.
       01  pending-report-record     PIC X(160).

       WORKING-STORAGE SECTION.
       01  ws-rate-txn-status        PIC XX.
       01  ws-rate-status            PIC XX.
       01  ws-rate-new-status        PIC XX.
       01  ws-rate-log-status        PIC XX.
       01  ws-pending-report-status  PIC XX.
       01  ws-eof-flag               PIC X VALUE "N".
           88  ws-eof                VALUE "Y".
       01  ws-rate-eof-flag          PIC X VALUE "N".
           88  ws-rate-eof           VALUE "Y".
       01  ws-txn-open-flag          PIC X VALUE "N".
           88  ws-txn-file-open      VALUE "Y".
       01  ws-run-date               PIC 9(8).
       01  ws-run-time               PIC 9(8).
       01  ws-operator-id            PIC X(8) VALUE SPACES.
       01  ws-read-count             PIC 9(7) VALUE ZERO.
       01  ws-applied-count          PIC 9(7) VALUE ZERO.
       01  ws-rejected-count         PIC 9(7) VALUE ZERO.
       01  ws-valid-flag             PIC X VALUE "Y".
           88  ws-is-valid           VALUE "Y".
       01  ws-reject-reason          PIC X(25) VALUE SPACES.
       01  ws-before-image           PIC X(38).
       01  ws-after-image            PIC X(38).

       01  ws-rate-table.
           05  rm-entry OCCURS 700 TIMES.
               10  rm-record-type    PIC X(1).
               10  rm-juris          PIC X(4).
               10  rm-eff-from       PIC 9(8).
               10  rm-eff-to         PIC 9(8).
               10  rm-detail         PIC X(17).
               10  rm-juris-fields REDEFINES rm-detail.
                   15  rm-state-rate     PIC V999.
                   15  rm-county-rate    PIC V999.
                   15  rm-city-rate      PIC V999.
                   15  FILLER            PIC X(8).
               10  rm-matrix-fields REDEFINES rm-detail.
                   15  rm-category       PIC X(2).
                   15  rm-state-treat    PIC X(1).
                   15  rm-county-treat   PIC X(1).
                   15  rm-city-treat     PIC X(1).
                   15  rm-reduced-rate   PIC V999.
                   15  rm-cap-amount     PIC 9(5)V99.
                   15  FILLER            PIC X(2).
       01  ws-rate-count             PIC 9(3) VALUE ZERO.
       01  ws-juris-rec-count        PIC 9(3) VALUE ZERO.
       01  ws-matrix-rec-count       PIC 9(3) VALUE ZERO.
       01  ws-rate-idx               PIC 9(3).
       01  ws-check-idx              PIC 9(3).
       01  ws-rate-slot              PIC 9(3) VALUE ZERO.
       01  ws-prior-slot             PIC 9(3) VALUE ZERO.
       01  ws-saved-entry            PIC X(38).
       01  ws-check-juris            PIC X(4).
       01  ws-check-category         PIC X(2).
       01  ws-latest-eff-to          PIC 9(8).
       01  ws-next-eff-from          PIC 9(8).
       01  ws-date-integer           PIC 9(8).
       01  ws-successor-flag         PIC X VALUE "N".
           88  ws-successor-found    VALUE "Y".
       01  ws-juris-rate-flag        PIC X VALUE "N".
           88  ws-juris-rate-on-file VALUE "Y".
       01  ws-coverage-flag          PIC X VALUE "Y".
           88  ws-coverage-ok        VALUE "Y".
       01  ws-coverage-reason        PIC X(25) VALUE SPACES.
       01  ws-check-date             PIC 9(8).
       01  ws-date-ok-flag           PIC X VALUE "Y".
           88  ws-date-ok            VALUE "Y".
       01  ws-treat-code             PIC X(1).
           88  ws-treat-valid        VALUE "F" "E" "R" "T" "C".

       01  ws-run-date-integer       PIC 9(8).
       01  ws-cutoff-integer         PIC 9(8).
       01  ws-pending-cutoff         PIC 9(8).
       01  ws-days-to-effect         PIC S9(5).
       01  ws-pending-count          PIC 9(5) VALUE ZERO.
       01  ws-ending-count           PIC 9(5) VALUE ZERO.
       01  ws-rate-edit              PIC .999.

       01  ws-log-line.
           05  FILLER                PIC X(5)  VALUE "DATE ".
           05  lg-date               PIC 9(8).
           05  FILLER                PIC X(6)  VALUE " TIME ".
           05  lg-time               PIC 9(8).
           05  FILLER                PIC X(4)  VALUE " OP ".
           05  lg-operator           PIC X(8).
           05  FILLER                PIC X(5)  VALUE " ACT ".
           05  lg-action             PIC X(1).
           05  FILLER                PIC X(5)  VALUE " TYP ".
           05  lg-record-type        PIC X(1).
           05  FILLER                PIC X(5)  VALUE " JUR ".
           05  lg-juris              PIC X(4).
           05  FILLER                PIC X(8)  VALUE " BEFORE ".
           05  lg-before-image       PIC X(38).
           05  FILLER                PIC X(7)  VALUE " AFTER ".
           05  lg-after-image        PIC X(38).
           05  FILLER                PIC X(8)  VALUE " RESULT ".
           05  lg-result             PIC X(25).

       01  ws-pending-head-line.
           05  FILLER                PIC X(37) VALUE
               "PENDING RATE CHANGES REPORT RUN DATE ".
           05  ph-run-date           PIC 9(8).
           05  FILLER                PIC X(9)  VALUE " THROUGH ".
           05  ph-cutoff-date        PIC 9(8).

       01  ws-pending-juris-line.
           05  FILLER                PIC X(5)  VALUE "RATE ".
           05  pj-juris              PIC X(4).
           05  FILLER                PIC X(11) VALUE " EFFECTIVE ".
           05  pj-eff-from           PIC 9(8).
           05  FILLER                PIC X(4)  VALUE " TO ".
           05  pj-eff-to             PIC 9(8).
           05  FILLER                PIC X(6)  VALUE " DAYS ".
           05  pj-days               PIC ZZZZ9.
           05  FILLER                PIC X(8)  VALUE " NEW ST ".
           05  pj-new-state          PIC .999.
           05  FILLER                PIC X(4)  VALUE " CO ".
           05  pj-new-county         PIC .999.
           05  FILLER                PIC X(4)  VALUE " CY ".
           05  pj-new-city           PIC .999.
           05  FILLER                PIC X(10) VALUE " PRIOR ST ".
           05  pj-old-state          PIC X(4).
           05  FILLER                PIC X(4)  VALUE " CO ".
           05  pj-old-county         PIC X(4).
           05  FILLER                PIC X(4)  VALUE " CY ".
           05  pj-old-city           PIC X(4).

       01  ws-pending-matrix-line.
           05  FILLER                PIC X(5)  VALUE "MTRX ".
           05  pm-juris              PIC X(4).
           05  FILLER                PIC X(5)  VALUE " CAT ".
           05  pm-category           PIC X(2).
           05  FILLER                PIC X(11) VALUE " EFFECTIVE ".
           05  pm-eff-from           PIC 9(8).
           05  FILLER                PIC X(4)  VALUE " TO ".
           05  pm-eff-to             PIC 9(8).
           05  FILLER                PIC X(6)  VALUE " DAYS ".
           05  pm-days               PIC ZZZZ9.
           05  FILLER                PIC X(10) VALUE " TREAT ST ".
           05  pm-state-treat        PIC X(1).
           05  FILLER                PIC X(4)  VALUE " CO ".
           05  pm-county-treat       PIC X(1).
           05  FILLER                PIC X(4)  VALUE " CY ".
           05  pm-city-treat         PIC X(1).
           05  FILLER                PIC X(5)  VALUE " RED ".
           05  pm-reduced-rate       PIC .999.
           05  FILLER                PIC X(5)  VALUE " CAP ".
           05  pm-cap-amount         PIC ZZZZ9.99.

       01  ws-pending-ending-line.
           05  FILLER                PIC X(5)  VALUE "RATE ".
           05  pe-juris              PIC X(4).
           05  FILLER                PIC X(11) VALUE " ENDS AFTER".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  pe-eff-to             PIC 9(8).
           05  FILLER                PIC X(6)  VALUE " DAYS ".
           05  pe-days               PIC ZZZZ9.
           05  FILLER                PIC X(26) VALUE
               " NO SUCCESSOR RATE ON FILE".

       01  ws-pending-total-line.
           05  FILLER                PIC X(24) VALUE
               "CHANGES TAKING EFFECT   ".
           05  pt-pending-count      PIC ZZZZ9.
           05  FILLER                PIC X(20) VALUE
               "   RATES ENDING     ".
           05  pt-ending-count       PIC ZZZZ9.

       01  ws-signoff-line.
           05  FILLER                PIC X(60) VALUE
               "TAX DEPARTMENT SIGN-OFF ______________________  DATE ".
           05  FILLER                PIC X(10) VALUE "__________".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM OPEN-FILES
           PERFORM LOAD-RATE-TABLE
           PERFORM UNTIL ws-eof
               READ rate-txn-file
                   AT END SET ws-eof TO TRUE
                   NOT AT END PERFORM APPLY-RATE-TXN
               END-READ
           END-PERFORM
           IF ws-applied-count > ZERO
               PERFORM REWRITE-RATE-MASTER
           END-IF
           PERFORM WRITE-PENDING-REPORT
           PERFORM CLOSE-FILES
           DISPLAY "RateMaint read " ws-read-count
               ", applied " ws-applied-count
               ", rejected " ws-rejected-count
           IF ws-rejected-count > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT rate-txn-file
           IF ws-rate-txn-status = "35"
               DISPLAY "NOTE: no rate maintenance transactions, "
                   "pending changes report only"
               SET ws-eof TO TRUE
           ELSE
               IF ws-rate-txn-status NOT = "00"
                   DISPLAY "ERROR: cannot open rate maintenance file, "
                       "status " ws-rate-txn-status
                   STOP RUN
               END-IF
               SET ws-txn-file-open TO TRUE
           END-IF
           OPEN EXTEND rate-log-file
           IF ws-rate-log-status NOT = "00"
               OPEN OUTPUT rate-log-file
           END-IF
           IF ws-rate-log-status NOT = "00"
               DISPLAY "ERROR: cannot open rate change log, status "
                   ws-rate-log-status
               STOP RUN
           END-IF
           OPEN OUTPUT pending-report-file
           IF ws-pending-report-status NOT = "00"
               DISPLAY "ERROR: cannot open pending changes report, "
                   "status " ws-pending-report-status
               STOP RUN
           END-IF
           ACCEPT ws-run-date FROM DATE YYYYMMDD
           ACCEPT ws-run-time FROM TIME
           ACCEPT ws-operator-id FROM ENVIRONMENT "OPERATOR_ID"
           IF ws-operator-id = SPACES
               MOVE "BATCHJOB" TO ws-operator-id
           END-IF
           COMPUTE ws-run-date-integer =
               FUNCTION INTEGER-OF-DATE(ws-run-date)
           COMPUTE ws-cutoff-integer = ws-run-date-integer + 30
           MOVE FUNCTION DATE-OF-INTEGER(ws-cutoff-integer) TO
               ws-pending-cutoff.

       LOAD-RATE-TABLE.
           OPEN INPUT rate-file
           IF ws-rate-status NOT = "00"
               DISPLAY "ERROR: cannot open rate master, status "
                   ws-rate-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ws-rate-eof
               READ rate-file
                   AT END SET ws-rate-eof TO TRUE
                   NOT AT END PERFORM LOAD-RATE-ENTRY
               END-READ
           END-PERFORM
           CLOSE rate-file.

       LOAD-RATE-ENTRY.
           IF NOT rt-juris-rec AND NOT rt-matrix-rec
               DISPLAY "ERROR: rate master record type '"
                   rt-record-type "' not recognized"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF rt-eff-from NOT NUMERIC OR rt-eff-to NOT NUMERIC
               DISPLAY "ERROR: rate master record for jurisdiction "
                   rt-juris " has invalid effective dates"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-rate-count >= 700
               DISPLAY "ERROR: rate table full"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-rate-count
           MOVE rate-record TO rm-entry(ws-rate-count)
           IF rt-juris-rec
               ADD 1 TO ws-juris-rec-count
           ELSE
               ADD 1 TO ws-matrix-rec-count
           END-IF.

       APPLY-RATE-TXN.
           ADD 1 TO ws-read-count
           MOVE "Y" TO ws-valid-flag
           MOVE SPACES TO ws-reject-reason
           MOVE SPACES TO ws-before-image
           MOVE rtx-rate-image TO ws-after-image
           PERFORM FIND-RATE-ENTRY
           IF ws-rate-slot > ZERO
               MOVE rm-entry(ws-rate-slot) TO ws-before-image
           END-IF
           PERFORM VALIDATE-RATE-TXN
           IF ws-is-valid
               EVALUATE TRUE
                   WHEN rtx-is-add
                       PERFORM ADD-RATE-ENTRY
                   WHEN rtx-is-change
                       PERFORM CHANGE-RATE-ENTRY
                   WHEN rtx-is-expire
                       PERFORM EXPIRE-RATE-ENTRY
               END-EVALUATE
               PERFORM CHECK-CHANGED-ENTRY
               IF ws-is-valid
                   MOVE rm-entry(ws-rate-slot) TO ws-after-image
               ELSE
                   PERFORM BACK-OUT-RATE-TXN
               END-IF
           END-IF
           IF ws-is-valid
               ADD 1 TO ws-applied-count
               MOVE "APPLIED" TO ws-reject-reason
           ELSE
               ADD 1 TO ws-rejected-count
           END-IF
           PERFORM WRITE-LOG-LINE.

       FIND-RATE-ENTRY.
           MOVE ZERO TO ws-rate-slot
           PERFORM VARYING ws-rate-idx FROM 1 BY 1
                   UNTIL ws-rate-idx > ws-rate-count
               IF rm-record-type(ws-rate-idx) = rtx-record-type
                   AND rm-juris(ws-rate-idx) = rtx-juris
                   AND rm-eff-from(ws-rate-idx) = rtx-eff-from
                   IF rtx-juris-rec
                       MOVE ws-rate-idx TO ws-rate-slot
                   ELSE
                       IF rm-category(ws-rate-idx) = rtx-category
                           MOVE ws-rate-idx TO ws-rate-slot
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       VALIDATE-RATE-TXN.
           EVALUATE TRUE
               WHEN NOT rtx-is-add AND NOT rtx-is-change
                   AND NOT rtx-is-expire
                   MOVE "N" TO ws-valid-flag
                   MOVE "INVALID ACTION" TO ws-reject-reason
               WHEN NOT rtx-juris-rec AND NOT rtx-matrix-rec
                   MOVE "N" TO ws-valid-flag
                   MOVE "INVALID RECORD TYPE" TO ws-reject-reason
               WHEN rtx-juris = SPACES
                   MOVE "N" TO ws-valid-flag
                   MOVE "MISSING JURISDICTION" TO ws-reject-reason
               WHEN rtx-eff-from NOT NUMERIC
                   MOVE "N" TO ws-valid-flag
                   MOVE "INVALID EFF-FROM DATE" TO ws-reject-reason
               WHEN rtx-is-add AND ws-rate-slot > ZERO
                   MOVE "N" TO ws-valid-flag
                   MOVE "RATE ALREADY ON FILE" TO ws-reject-reason
               WHEN (rtx-is-change OR rtx-is-expire)
                   AND ws-rate-slot = ZERO
                   MOVE "N" TO ws-valid-flag
                   MOVE "RATE NOT ON FILE" TO ws-reject-reason
               WHEN rtx-is-change
                   PERFORM VALIDATE-RATE-DETAIL
               WHEN OTHER
                   PERFORM VALIDATE-RATE-DATES
                   IF ws-is-valid AND rtx-is-add
                       PERFORM VALIDATE-RATE-DETAIL
                   END-IF
           END-EVALUATE.

       VALIDATE-RATE-DATES.
           MOVE rtx-eff-from TO ws-check-date
           PERFORM CHECK-EFFECTIVE-DATE
           IF NOT ws-date-ok
               MOVE "N" TO ws-valid-flag
               MOVE "INVALID EFF-FROM DATE" TO ws-reject-reason
           ELSE
               IF rtx-eff-to NOT NUMERIC
                   MOVE "N" TO ws-valid-flag
                   MOVE "INVALID EFF-TO DATE" TO ws-reject-reason
               ELSE
                   MOVE rtx-eff-to TO ws-check-date
                   PERFORM CHECK-EFFECTIVE-DATE
                   EVALUATE TRUE
                       WHEN NOT ws-date-ok
                           MOVE "N" TO ws-valid-flag
                           MOVE "INVALID EFF-TO DATE" TO
                               ws-reject-reason
                       WHEN rtx-eff-to < rtx-eff-from
                           MOVE "N" TO ws-valid-flag
                           MOVE "EFF-TO BEFORE EFF-FROM" TO
                               ws-reject-reason
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       CHECK-EFFECTIVE-DATE.
           MOVE "Y" TO ws-date-ok-flag
           IF ws-check-date NOT = ZERO
               AND ws-check-date NOT = 99999999
               IF FUNCTION TEST-DATE-YYYYMMDD(ws-check-date)
                       NOT = ZERO
                   MOVE "N" TO ws-date-ok-flag
               END-IF
           END-IF.

       VALIDATE-RATE-DETAIL.
           IF rtx-juris-rec
               IF rtx-state-rate NOT NUMERIC
                   OR rtx-county-rate NOT NUMERIC
                   OR rtx-city-rate NOT NUMERIC
                   MOVE "N" TO ws-valid-flag
                   MOVE "INVALID RATES" TO ws-reject-reason
               END-IF
           ELSE
               IF rtx-reduced-rate NOT NUMERIC
                   OR rtx-cap-amount NOT NUMERIC
                   MOVE "N" TO ws-valid-flag
                   MOVE "INVALID MATRIX AMOUNTS" TO ws-reject-reason
               END-IF
               MOVE rtx-state-treat TO ws-treat-code
               IF NOT ws-treat-valid
                   MOVE "N" TO ws-valid-flag
                   MOVE "INVALID TREATMENT CODE" TO ws-reject-reason
               END-IF
               MOVE rtx-county-treat TO ws-treat-code
               IF NOT ws-treat-valid
                   MOVE "N" TO ws-valid-flag
                   MOVE "INVALID TREATMENT CODE" TO ws-reject-reason
               END-IF
               MOVE rtx-city-treat TO ws-treat-code
               IF NOT ws-treat-valid
                   MOVE "N" TO ws-valid-flag
                   MOVE "INVALID TREATMENT CODE" TO ws-reject-reason
               END-IF
               IF ws-is-valid
                   MOVE rtx-juris TO ws-check-juris
                   PERFORM CHECK-JURIS-RATE-ON-FILE
                   IF NOT ws-juris-rate-on-file
                       MOVE "N" TO ws-valid-flag
                       MOVE "NO JURIS RATE RECORD" TO
                           ws-reject-reason
                   END-IF
               END-IF
           END-IF.

       CHECK-JURIS-RATE-ON-FILE.
           MOVE "N" TO ws-juris-rate-flag
           PERFORM VARYING ws-check-idx FROM 1 BY 1
                   UNTIL ws-check-idx > ws-rate-count
               IF rm-record-type(ws-check-idx) = "J"
                   AND rm-juris(ws-check-idx) = ws-check-juris
                   SET ws-juris-rate-on-file TO TRUE
               END-IF
           END-PERFORM.

       ADD-RATE-ENTRY.
           IF rtx-juris-rec AND ws-juris-rec-count >= 200
               MOVE "N" TO ws-valid-flag
               MOVE "JURIS RATE TABLE FULL" TO ws-reject-reason
           END-IF
           IF rtx-matrix-rec AND ws-matrix-rec-count >= 500
               MOVE "N" TO ws-valid-flag
               MOVE "TAXABILITY TABLE FULL" TO ws-reject-reason
           END-IF
           IF ws-is-valid
               ADD 1 TO ws-rate-count
               MOVE ws-rate-count TO ws-rate-slot
               MOVE rtx-rate-image TO rm-entry(ws-rate-slot)
               IF rtx-juris-rec
                   ADD 1 TO ws-juris-rec-count
               ELSE
                   ADD 1 TO ws-matrix-rec-count
               END-IF
           END-IF.

       CHANGE-RATE-ENTRY.
           MOVE rm-entry(ws-rate-slot) TO ws-saved-entry
           MOVE rtx-detail TO rm-detail(ws-rate-slot).

       EXPIRE-RATE-ENTRY.
           MOVE rm-entry(ws-rate-slot) TO ws-saved-entry
           IF rtx-eff-to < rm-eff-from(ws-rate-slot)
               MOVE "N" TO ws-valid-flag
               MOVE "EXPIRY BEFORE EFF-FROM" TO ws-reject-reason
           ELSE
               MOVE rtx-eff-to TO rm-eff-to(ws-rate-slot)
           END-IF.

       CHECK-CHANGED-ENTRY.
           IF ws-is-valid
               MOVE rm-juris(ws-rate-slot) TO ws-check-juris
               IF rm-record-type(ws-rate-slot) = "J"
                   PERFORM CHECK-JURIS-COVERAGE
               ELSE
                   MOVE rm-category(ws-rate-slot) TO ws-check-category
                   PERFORM CHECK-MATRIX-OVERLAP
               END-IF
               IF NOT ws-coverage-ok
                   MOVE "N" TO ws-valid-flag
                   MOVE ws-coverage-reason TO ws-reject-reason
               END-IF
           END-IF.

       BACK-OUT-RATE-TXN.
           IF rtx-is-add
               IF ws-rate-slot = ws-rate-count AND ws-rate-slot > ZERO
                   SUBTRACT 1 FROM ws-rate-count
                   IF rtx-juris-rec
                       SUBTRACT 1 FROM ws-juris-rec-count
                   ELSE
                       SUBTRACT 1 FROM ws-matrix-rec-count
                   END-IF
               END-IF
           ELSE
               IF ws-saved-entry NOT = SPACES
                   MOVE ws-saved-entry TO rm-entry(ws-rate-slot)
               END-IF
           END-IF.

       CHECK-JURIS-COVERAGE.
           MOVE "Y" TO ws-coverage-flag
           MOVE SPACES TO ws-coverage-reason
           MOVE ZERO TO ws-latest-eff-to
           PERFORM VARYING ws-rate-idx FROM 1 BY 1
                   UNTIL ws-rate-idx > ws-rate-count
               IF rm-record-type(ws-rate-idx) = "J"
                   AND rm-juris(ws-rate-idx) = ws-check-juris
                   AND rm-eff-to(ws-rate-idx) > ws-latest-eff-to
                   MOVE rm-eff-to(ws-rate-idx) TO ws-latest-eff-to
               END-IF
           END-PERFORM
           PERFORM VARYING ws-rate-idx FROM 1 BY 1
                   UNTIL ws-rate-idx > ws-rate-count
                   OR NOT ws-coverage-ok
               IF rm-record-type(ws-rate-idx) = "J"
                   AND rm-juris(ws-rate-idx) = ws-check-juris
                   PERFORM CHECK-JURIS-ENTRY-OVERLAP
                   IF ws-coverage-ok
                       AND rm-eff-to(ws-rate-idx) < ws-latest-eff-to
                       PERFORM CHECK-JURIS-ENTRY-GAP
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-JURIS-ENTRY-OVERLAP.
           PERFORM VARYING ws-check-idx FROM 1 BY 1
                   UNTIL ws-check-idx > ws-rate-count
               IF ws-check-idx NOT = ws-rate-idx
                   AND rm-record-type(ws-check-idx) = "J"
                   AND rm-juris(ws-check-idx) = ws-check-juris
                   AND rm-eff-from(ws-check-idx) <=
                       rm-eff-to(ws-rate-idx)
                   AND rm-eff-from(ws-rate-idx) <=
                       rm-eff-to(ws-check-idx)
                   MOVE "N" TO ws-coverage-flag
                   MOVE "RATE DATES OVERLAP" TO ws-coverage-reason
               END-IF
           END-PERFORM.

       CHECK-JURIS-ENTRY-GAP.
           MOVE "N" TO ws-successor-flag
           COMPUTE ws-date-integer =
               FUNCTION INTEGER-OF-DATE(rm-eff-to(ws-rate-idx)) + 1
           MOVE FUNCTION DATE-OF-INTEGER(ws-date-integer) TO
               ws-next-eff-from
           PERFORM VARYING ws-check-idx FROM 1 BY 1
                   UNTIL ws-check-idx > ws-rate-count
               IF rm-record-type(ws-check-idx) = "J"
                   AND rm-juris(ws-check-idx) = ws-check-juris
                   AND rm-eff-from(ws-check-idx) = ws-next-eff-from
                   SET ws-successor-found TO TRUE
               END-IF
           END-PERFORM
           IF NOT ws-successor-found
               MOVE "N" TO ws-coverage-flag
               MOVE "RATE DATE GAP" TO ws-coverage-reason
           END-IF.

       CHECK-MATRIX-OVERLAP.
           MOVE "Y" TO ws-coverage-flag
           MOVE SPACES TO ws-coverage-reason
           PERFORM VARYING ws-check-idx FROM 1 BY 1
                   UNTIL ws-check-idx > ws-rate-count
               IF ws-check-idx NOT = ws-rate-slot
                   AND rm-record-type(ws-check-idx) = "M"
                   AND rm-juris(ws-check-idx) = ws-check-juris
                   AND rm-category(ws-check-idx) = ws-check-category
                   AND rm-eff-from(ws-check-idx) <=
                       rm-eff-to(ws-rate-slot)
                   AND rm-eff-from(ws-rate-slot) <=
                       rm-eff-to(ws-check-idx)
                   MOVE "N" TO ws-coverage-flag
                   MOVE "MATRIX DATES OVERLAP" TO ws-coverage-reason
               END-IF
           END-PERFORM.

       WRITE-LOG-LINE.
           MOVE ws-run-date TO lg-date
           MOVE ws-run-time TO lg-time
           MOVE ws-operator-id TO lg-operator
           MOVE rtx-action TO lg-action
           MOVE rtx-record-type TO lg-record-type
           MOVE rtx-juris TO lg-juris
           MOVE ws-before-image TO lg-before-image
           MOVE ws-after-image TO lg-after-image
           MOVE ws-reject-reason TO lg-result
           WRITE rate-log-record FROM ws-log-line
           IF ws-rate-log-status NOT = "00"
               DISPLAY "ERROR: rate change log write failed, status "
                   ws-rate-log-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       REWRITE-RATE-MASTER.
           OPEN OUTPUT rate-new-file
           IF ws-rate-new-status NOT = "00"
               DISPLAY "ERROR: cannot open new rate master, status "
                   ws-rate-new-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING ws-rate-idx FROM 1 BY 1
                   UNTIL ws-rate-idx > ws-rate-count
               WRITE rate-new-record FROM rm-entry(ws-rate-idx)
               IF ws-rate-new-status NOT = "00"
                   DISPLAY "ERROR: new rate master write failed, "
                       "status " ws-rate-new-status
                       ", TAXRATES.DAT not changed"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE rate-new-file
           IF ws-rate-new-status NOT = "00"
               DISPLAY "ERROR: new rate master close failed, status "
                   ws-rate-new-status ", TAXRATES.DAT not changed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT rate-file
           IF ws-rate-status NOT = "00"
               DISPLAY "ERROR: cannot rewrite rate master, status "
                   ws-rate-status ", TAXRATES.DAT not changed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING ws-rate-idx FROM 1 BY 1
                   UNTIL ws-rate-idx > ws-rate-count
               WRITE rate-record FROM rm-entry(ws-rate-idx)
               IF ws-rate-status NOT = "00"
                   DISPLAY "ERROR: rate master write failed, status "
                       ws-rate-status ", restore TAXRATES.DAT from "
                       "TAXRATEN.DAT"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE rate-file
           IF ws-rate-status NOT = "00"
               DISPLAY "ERROR: rate master close failed, status "
                   ws-rate-status ", restore TAXRATES.DAT from "
                   "TAXRATEN.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-PENDING-REPORT.
           MOVE ws-run-date TO ph-run-date
           MOVE ws-pending-cutoff TO ph-cutoff-date
           WRITE pending-report-record FROM ws-pending-head-line
           PERFORM VARYING ws-rate-idx FROM 1 BY 1
                   UNTIL ws-rate-idx > ws-rate-count
               IF rm-eff-from(ws-rate-idx) > ws-run-date
                   AND rm-eff-from(ws-rate-idx) <= ws-pending-cutoff
                   PERFORM WRITE-PENDING-LINE
               END-IF
               IF rm-record-type(ws-rate-idx) = "J"
                   AND rm-eff-to(ws-rate-idx) >= ws-run-date
                   AND rm-eff-to(ws-rate-idx) < ws-pending-cutoff
                   PERFORM CHECK-RATE-ENDING
               END-IF
           END-PERFORM
           MOVE ws-pending-count TO pt-pending-count
           MOVE ws-ending-count TO pt-ending-count
           WRITE pending-report-record FROM ws-pending-total-line
           WRITE pending-report-record FROM ws-signoff-line.

       WRITE-PENDING-LINE.
           ADD 1 TO ws-pending-count
           COMPUTE ws-days-to-effect =
               FUNCTION INTEGER-OF-DATE(rm-eff-from(ws-rate-idx))
                   - ws-run-date-integer
           IF rm-record-type(ws-rate-idx) = "J"
               MOVE rm-juris(ws-rate-idx) TO pj-juris
               MOVE rm-eff-from(ws-rate-idx) TO pj-eff-from
               MOVE rm-eff-to(ws-rate-idx) TO pj-eff-to
               MOVE ws-days-to-effect TO pj-days
               MOVE rm-state-rate(ws-rate-idx) TO pj-new-state
               MOVE rm-county-rate(ws-rate-idx) TO pj-new-county
               MOVE rm-city-rate(ws-rate-idx) TO pj-new-city
               PERFORM FIND-PRIOR-RATE
               IF ws-prior-slot > ZERO
                   MOVE rm-state-rate(ws-prior-slot) TO ws-rate-edit
                   MOVE ws-rate-edit TO pj-old-state
                   MOVE rm-county-rate(ws-prior-slot) TO ws-rate-edit
                   MOVE ws-rate-edit TO pj-old-county
                   MOVE rm-city-rate(ws-prior-slot) TO ws-rate-edit
                   MOVE ws-rate-edit TO pj-old-city
               ELSE
                   MOVE "NONE" TO pj-old-state
                   MOVE "NONE" TO pj-old-county
                   MOVE "NONE" TO pj-old-city
               END-IF
               WRITE pending-report-record FROM ws-pending-juris-line
           ELSE
               MOVE rm-juris(ws-rate-idx) TO pm-juris
               MOVE rm-category(ws-rate-idx) TO pm-category
               MOVE rm-eff-from(ws-rate-idx) TO pm-eff-from
               MOVE rm-eff-to(ws-rate-idx) TO pm-eff-to
               MOVE ws-days-to-effect TO pm-days
               MOVE rm-state-treat(ws-rate-idx) TO pm-state-treat
               MOVE rm-county-treat(ws-rate-idx) TO pm-county-treat
               MOVE rm-city-treat(ws-rate-idx) TO pm-city-treat
               MOVE rm-reduced-rate(ws-rate-idx) TO pm-reduced-rate
               MOVE rm-cap-amount(ws-rate-idx) TO pm-cap-amount
               WRITE pending-report-record
                   FROM ws-pending-matrix-line
           END-IF.

       FIND-PRIOR-RATE.
           MOVE ZERO TO ws-prior-slot
           COMPUTE ws-date-integer =
               FUNCTION INTEGER-OF-DATE(rm-eff-from(ws-rate-idx)) - 1
           MOVE FUNCTION DATE-OF-INTEGER(ws-date-integer) TO
               ws-check-date
           PERFORM VARYING ws-check-idx FROM 1 BY 1
                   UNTIL ws-check-idx > ws-rate-count
               IF rm-record-type(ws-check-idx) = "J"
                   AND rm-juris(ws-check-idx) = rm-juris(ws-rate-idx)
                   AND rm-eff-from(ws-check-idx) <= ws-check-date
                   AND rm-eff-to(ws-check-idx) >= ws-check-date
                   MOVE ws-check-idx TO ws-prior-slot
               END-IF
           END-PERFORM.

       CHECK-RATE-ENDING.
           MOVE rm-juris(ws-rate-idx) TO ws-check-juris
           MOVE "N" TO ws-successor-flag
           COMPUTE ws-date-integer =
               FUNCTION INTEGER-OF-DATE(rm-eff-to(ws-rate-idx)) + 1
           MOVE FUNCTION DATE-OF-INTEGER(ws-date-integer) TO
               ws-next-eff-from
           PERFORM VARYING ws-check-idx FROM 1 BY 1
                   UNTIL ws-check-idx > ws-rate-count
               IF rm-record-type(ws-check-idx) = "J"
                   AND rm-juris(ws-check-idx) = ws-check-juris
                   AND rm-eff-from(ws-check-idx) = ws-next-eff-from
                   SET ws-successor-found TO TRUE
               END-IF
           END-PERFORM
           IF NOT ws-successor-found
               ADD 1 TO ws-ending-count
               MOVE ws-check-juris TO pe-juris
               MOVE rm-eff-to(ws-rate-idx) TO pe-eff-to
               COMPUTE ws-days-to-effect =
                   FUNCTION INTEGER-OF-DATE(rm-eff-to(ws-rate-idx))
                       - ws-run-date-integer
               MOVE ws-days-to-effect TO pe-days
               WRITE pending-report-record
                   FROM ws-pending-ending-line
           END-IF.

       CLOSE-FILES.
           IF ws-txn-file-open
               CLOSE rate-txn-file
           END-IF
           CLOSE rate-log-file
           IF ws-rate-log-status NOT = "00"
               DISPLAY "ERROR: rate change log close failed, status "
                   ws-rate-log-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE pending-report-file
           IF ws-pending-report-status NOT = "00"
               DISPLAY "ERROR: pending changes report close failed, "
                   "status " ws-pending-report-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
