               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rk-juris
               FILE STATUS IS ws-remit-work-status.
           SELECT amend-work-file ASSIGN TO "AMNDWRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ak-key
               FILE STATUS IS ws-amend-work-status.
           SELECT adjust-file ASSIGN TO "TAXADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-adjust-status.
           SELECT exempt-work-file ASSIGN TO "CERTWRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sw-key
               FILE STATUS IS ws-store-work-status.
           SELECT pos-report-file ASSIGN TO "POSTXRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-pos-report-status.
           SELECT pos-work-file ASSIGN TO "POSWORK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pw-key
               FILE STATUS IS ws-pos-work-status.
           SELECT job-control-file ASSIGN TO "JOBCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS jc-key
               FILE STATUS IS ws-job-control-status.
       DATA DIVISION.
       FILE SECTION.
       FD  txn-file.
               10  txn-category-code     PIC X(2).
               10  txn-sale-date         PIC 9(8).
               10  txn-orig-invoice-no   PIC 9(6).
               10  txn-pos-tax           PIC S9(7)V99.
           05  txn-header-fields REDEFINES txn-detail-fields.
               10  txn-store-no          PIC 9(4).
               10  txn-business-date     PIC 9(8).
               10  FILLER                PIC X(54).
           05  txn-trailer-fields REDEFINES txn-detail-fields.
               10  txn-trailer-count     PIC 9(7).
               10  txn-trailer-hash      PIC S9(11)V99.
               10  FILLER                PIC X(46).

       FD  report-file.
       01  report-record             PIC X(160).
           05  gt-net-tax            PIC S9(9)V99.
           05  gt-run-date           PIC 9(8).
           05  gt-run-no             PIC 9(4).
           05  gt-source-code        PIC X(2).

       FD  remit-file.
       01  remit-record              PIC X(160).
           05  sm-name               PIC X(25).
           05  sm-region             PIC X(4).
           05  sm-home-juris         PIC X(4).
           05  sm-status             PIC X(1).

       FD  store-report-file.
       01  store-report-record       PIC X(220).
           05  rmtd-key.
               10  rmtd-period       PIC 9(6).
               10  rmtd-juris        PIC X(4).
               10  rmtd-line-type    PIC X(1).
                   88  rmtd-sales-line VALUE "S".
                   88  rmtd-over-line  VALUE "O".
           05  rmtd-taxable-amount   PIC S9(11)V99.
           05  rmtd-exempt-count     PIC 9(9).
           05  rmtd-exempt-amount    PIC S9(11)V99.
           05  rk-state-tax          PIC S9(9)V99.
           05  rk-county-tax         PIC S9(9)V99.
           05  rk-city-tax           PIC S9(9)V99.
           05  rk-over-tax           PIC S9(9)V99.

       FD  amend-work-file.
       01  amend-work-record.
           05  ak-key.
               10  ak-period         PIC 9(6).
               10  ak-juris          PIC X(4).
           05  ak-txn-count          PIC 9(7).
           05  ak-taxable-amount     PIC S9(9)V99.
           05  ak-exempt-amount      PIC S9(9)V99.
           05  ak-state-tax          PIC S9(9)V99.
           05  ak-county-tax         PIC S9(9)V99.
           05  ak-city-tax           PIC S9(9)V99.
           05  ak-over-tax           PIC S9(9)V99.

       FD  adjust-file.
       01  adjust-record.
           05  adj-source-code       PIC X(2).
           05  adj-run-date          PIC 9(8).
           05  adj-run-time          PIC 9(8).
           05  adj-period            PIC 9(6).
           05  adj-juris             PIC X(4).
           05  adj-taxable-amount    PIC S9(11)V99.
           05  adj-exempt-amount     PIC S9(11)V99.
           05  adj-state-tax         PIC S9(11)V99.
           05  adj-county-tax        PIC S9(11)V99.
           05  adj-city-tax          PIC S9(11)V99.
           05  adj-over-tax          PIC S9(11)V99.
           05  adj-mtd-period        PIC 9(6).
           05  adj-mtd-flag          PIC X(1).
               88  adj-posted-to-mtd VALUE "Y".

       FD  exempt-work-file.
       01  exempt-work-record.
           05  sw-reject-amount      PIC S9(9)V99.
           05  sw-juris-mismatch     PIC 9(7).

       FD  pos-report-file.
       01  pos-report-record         PIC X(220).

       FD  pos-work-file.
       01  pos-work-record.
           05  pw-key.
               10  pw-region         PIC X(4).
               10  pw-store-no       PIC 9(4).
           05  pw-invoice-count      PIC 9(7).
           05  pw-unreported-count   PIC 9(7).
           05  pw-flagged-count      PIC 9(7).
           05  pw-pos-tax            PIC S9(9)V99.
           05  pw-computed-tax       PIC S9(9)V99.
           05  pw-over-tax           PIC S9(9)V99.
           05  pw-under-tax          PIC S9(9)V99.

       FD  history-file.
       01  history-record.
           05  hist-invoice-no       PIC 9(6).
           05  hist-city-tax         PIC S9(7)V99.
           05  hist-credit-amount    PIC 9(9)V99.
           05  hist-credit-tax       PIC 9(9)V99.
           05  hist-sale-date        PIC 9(8).
           05  hist-posting-period   PIC 9(6).
           05  hist-exemption-code   PIC X(1).
               88  hist-is-exempt    VALUE "E".
               88  hist-exemption-unknown VALUE "U".
           05  hist-orig-invoice-no  PIC 9(6).

       FD  job-control-file.
       01  job-control-record.
           05  jc-key.
               10  jc-job-name       PIC X(8).
               10  jc-run-key        PIC X(14).
           05  jc-period             PIC 9(6).
           05  jc-first-period       PIC 9(6).
           05  jc-last-period        PIC 9(6).
           05  jc-status             PIC X(1).
               88  jc-started        VALUE "S".
               88  jc-completed      VALUE "C".
           05  jc-return-code        PIC 9(4).
           05  jc-start-date         PIC 9(8).
           05  jc-start-time         PIC 9(8).
           05  jc-end-date           PIC 9(8).
           05  jc-end-time           PIC 9(8).
           05  jc-attempt-count      PIC 9(3).
           05  jc-operator           PIC X(8).
           05  jc-override-flag      PIC X(1).
               88  jc-overridden     VALUE "Y".
           05  jc-consumed-flag      PIC X(1).
               88  jc-consumed       VALUE "Y".
           05  jc-consumed-date      PIC 9(8).

       WORKING-STORAGE SECTION.
       01  beforeTax PIC S9(7)V99.
       01  ws-remit-work-eof-flag    PIC X VALUE "N".
           88  ws-remit-work-eof     VALUE "Y".
       01  ws-remit-grand-tax        PIC S9(9)V99 VALUE ZERO.
       01  ws-remit-over-grand       PIC S9(9)V99 VALUE ZERO.
       01  ws-amend-work-status      PIC XX.
       01  ws-amend-work-eof-flag    PIC X VALUE "N".
           88  ws-amend-work-eof     VALUE "Y".
       01  ws-adjust-status          PIC XX.
       01  ws-amend-count            PIC 9(7) VALUE ZERO.
       01  ws-amend-amount           PIC S9(9)V99 VALUE ZERO.
       01  ws-amend-tax              PIC S9(9)V99 VALUE ZERO.

       01  ws-store-table.
           05  st-entry OCCURS 999 TIMES.
           05  gsb-reject-amount     PIC S9(9)V99 VALUE ZERO.
           05  gsb-juris-mismatch    PIC 9(7) VALUE ZERO.

       01  ws-pos-report-status      PIC XX.
       01  ws-pos-work-status        PIC XX.
       01  ws-pos-work-eof-flag      PIC X VALUE "N".
           88  ws-pos-work-eof       VALUE "Y".
       01  ws-pos-tolerance          PIC 9(3)V99 VALUE 0.05.
       01  ws-tolerance-env          PIC X(6) VALUE SPACES.
       01  ws-pos-reported-flag      PIC X VALUE "N".
           88  ws-pos-reported       VALUE "Y".
       01  ws-pos-flagged-flag       PIC X VALUE "N".
           88  ws-pos-flagged        VALUE "Y".
       01  ws-pos-tax                PIC S9(7)V99.
       01  ws-computed-tax           PIC S9(7)V99.
       01  ws-pos-variance           PIC S9(7)V99.
       01  ws-pos-over               PIC S9(7)V99 VALUE ZERO.
       01  ws-pos-under              PIC S9(7)V99 VALUE ZERO.
       01  ws-pos-line-seen          PIC X VALUE "N".

       01  ws-pos-region-sub.
           05  psb-invoice-count     PIC 9(7) VALUE ZERO.
           05  psb-unreported-count  PIC 9(7) VALUE ZERO.
           05  psb-flagged-count     PIC 9(7) VALUE ZERO.
           05  psb-pos-tax           PIC S9(9)V99 VALUE ZERO.
           05  psb-computed-tax      PIC S9(9)V99 VALUE ZERO.
           05  psb-over-tax          PIC S9(9)V99 VALUE ZERO.
           05  psb-under-tax         PIC S9(9)V99 VALUE ZERO.

       01  ws-pos-grand.
           05  pgb-invoice-count     PIC 9(7) VALUE ZERO.
           05  pgb-unreported-count  PIC 9(7) VALUE ZERO.
           05  pgb-flagged-count     PIC 9(7) VALUE ZERO.
           05  pgb-pos-tax           PIC S9(9)V99 VALUE ZERO.
           05  pgb-computed-tax      PIC S9(9)V99 VALUE ZERO.
           05  pgb-over-tax          PIC S9(9)V99 VALUE ZERO.
           05  pgb-under-tax         PIC S9(9)V99 VALUE ZERO.

       01  ws-credit-abs             PIC 9(7)V99.
       01  ws-credit-tax-abs         PIC 9(9)V99.
       01  ws-orig-amount            PIC S9(7)V99.
           88  ws-gl-rebuild-eof     VALUE "Y".
       01  ws-run-no                 PIC 9(4) VALUE ZERO.
       01  ws-gl-trailer-marker      PIC X(10) VALUE "99999-CTRL".
       01  ws-gl-source-code         PIC X(2)  VALUE "ST".
       01  ws-job-control-status     PIC XX.
       01  ws-job-name               PIC X(8) VALUE "SALESTAX".
       01  ws-job-run-key            PIC X(14) VALUE SPACES.
       01  ws-job-period             PIC 9(6) VALUE ZERO.
       01  ws-job-first-period       PIC 9(6) VALUE ZERO.
       01  ws-job-last-period        PIC 9(6) VALUE ZERO.
       01  ws-job-date               PIC 9(8).
       01  ws-job-time               PIC 9(8).
       01  ws-job-return-code        PIC 9(4) VALUE ZERO.
       01  ws-job-override-env       PIC X(1) VALUE SPACES.
           88  ws-job-override       VALUE "Y".
       01  ws-job-operator           PIC X(8) VALUE SPACES.
       01  ws-job-message            PIC X(70) VALUE SPACES.
       01  ws-job-overridden-flag    PIC X VALUE "N".
           88  ws-job-overridden     VALUE "Y".
       01  ws-job-found-flag         PIC X VALUE "N".
           88  ws-job-found          VALUE "Y".
       01  ws-job-eof-flag           PIC X VALUE "N".
           88  ws-job-eof            VALUE "Y".
       01  ws-last-sales-run.
           05  ls-found-flag         PIC X VALUE "N".
               88  ls-found          VALUE "Y".
           05  ls-run-key            PIC X(14).
           05  ls-status             PIC X(1).
               88  ls-completed      VALUE "C".
           05  ls-return-code        PIC 9(4).
           05  ls-consumed-flag      PIC X(1).
               88  ls-consumed       VALUE "Y".

       01  ws-gl-revenue-account     PIC X(10) VALUE "4000-REV".
       01  ws-gl-state-account       PIC X(10) VALUE "2110-STAX".
       01  ws-gl-county-account      PIC X(10) VALUE "2120-CTAX".
       01  ws-gl-city-account        PIC X(10) VALUE "2130-CYTX".
       01  ws-gl-over-account        PIC X(10) VALUE "2140-OCTX".
       01  ws-gl-under-account       PIC X(10) VALUE "6160-UCTX".

       01  ws-reject-amount-edit     PIC -(6)9.99.

           88  ws-rate-eof           VALUE "Y".
       01  ws-open-period            PIC 9(6).
       01  ws-prior-period           PIC 9(6).
       01  ws-closed-table.
           05  cp-period OCCURS 600 TIMES PIC 9(6).
       01  ws-closed-count           PIC 9(3) VALUE ZERO.
       01  ws-closed-idx             PIC 9(3).
       01  ws-sale-closed-flag       PIC X VALUE "N".
           88  ws-sale-period-closed VALUE "Y".
       01  ws-period-env             PIC X(6) VALUE SPACES.
       01  ws-period-year            PIC 9(4).
       01  ws-period-month           PIC 9(2).
           05  dl-county-tax         PIC -(4)9.99.
           05  FILLER                PIC X(4)  VALUE " CY ".
           05  dl-city-tax           PIC -(4)9.99.
           05  dl-pos-flag           PIC X(4).
           05  FILLER                PIC X(19) VALUE SPACES.

       01  ws-audit-line.
           05  FILLER                PIC X(5)  VALUE "INV ".
           05  re-city-tax           PIC -(8)9.99.
           05  FILLER                PIC X(5)  VALUE " TOT ".
           05  re-total-tax          PIC -(8)9.99.
           05  FILLER                PIC X(5)  VALUE " OVR ".
           05  re-over-tax           PIC -(8)9.99.

       01  ws-remit-total-line.
           05  FILLER                PIC X(12) VALUE "GRAND TOTAL ".
           05  rg-city-tax           PIC -(8)9.99.
           05  FILLER                PIC X(5)  VALUE " TOT ".
           05  rg-total-tax          PIC -(8)9.99.
           05  FILLER                PIC X(5)  VALUE " OVR ".
           05  rg-over-tax           PIC -(8)9.99.

       01  ws-remit-work.
           05  rw-taxable-amount     PIC S9(9)V99 VALUE ZERO.
           05  rw-county-tax         PIC S9(9)V99 VALUE ZERO.
           05  rw-city-tax           PIC S9(9)V99 VALUE ZERO.
           05  rw-line-tax           PIC S9(9)V99 VALUE ZERO.
           05  rw-over-tax           PIC S9(9)V99 VALUE ZERO.

       01  ws-cert-head-line.
           05  FILLER                PIC X(41) VALUE
           05  FILLER                PIC X(6)  VALUE " JERR ".
           05  sg-juris-mismatch     PIC ZZZZZZ9.

       01  ws-pos-head-line.
           05  FILLER                PIC X(41) VALUE
               "POS TAX OVER/UNDER COLLECTION REPORT DATE".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  ph-run-date           PIC 9(8).
           05  FILLER                PIC X(11) VALUE " TOLERANCE ".
           05  ph-tolerance          PIC ZZ9.99.

       01  ws-pos-invoice-line.
           05  FILLER                PIC X(4)  VALUE "INV ".
           05  pi-invoice-no         PIC 9(6).
           05  FILLER                PIC X(7)  VALUE " STORE ".
           05  pi-store-no           PIC 9(4).
           05  FILLER                PIC X(5)  VALUE " JUR ".
           05  pi-jurisdiction       PIC X(4).
           05  FILLER                PIC X(5)  VALUE " TYP ".
           05  pi-type-flag          PIC X(6).
           05  FILLER                PIC X(5)  VALUE " POS ".
           05  pi-pos-tax            PIC -(6)9.99.
           05  FILLER                PIC X(6)  VALUE " COMP ".
           05  pi-computed-tax       PIC -(6)9.99.
           05  FILLER                PIC X(5)  VALUE " VAR ".
           05  pi-variance           PIC -(6)9.99.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  pi-direction          PIC X(5).

       01  ws-pos-store-line.
           05  FILLER                PIC X(6)  VALUE "STORE ".
           05  ps-store-no           PIC 9(4).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  ps-name               PIC X(25).
           05  FILLER                PIC X(5)  VALUE " REG ".
           05  ps-region             PIC X(4).
           05  FILLER                PIC X(6)  VALUE " INVS ".
           05  ps-invoice-count      PIC ZZZZZZ9.
           05  FILLER                PIC X(7)  VALUE " NOPOS ".
           05  ps-unreported-count   PIC ZZZZZZ9.
           05  FILLER                PIC X(6)  VALUE " FLAG ".
           05  ps-flagged-count      PIC ZZZZZZ9.
           05  FILLER                PIC X(5)  VALUE " POS ".
           05  ps-pos-tax            PIC -(8)9.99.
           05  FILLER                PIC X(6)  VALUE " COMP ".
           05  ps-computed-tax       PIC -(8)9.99.
           05  FILLER                PIC X(6)  VALUE " OVER ".
           05  ps-over-tax           PIC -(8)9.99.
           05  FILLER                PIC X(7)  VALUE " UNDER ".
           05  ps-under-tax          PIC -(8)9.99.

       01  ws-pos-region-line.
           05  FILLER                PIC X(7)  VALUE "REGION ".
           05  pr-region             PIC X(4).
           05  FILLER                PIC X(9)  VALUE " SUBTOTAL".
           05  FILLER                PIC X(25) VALUE SPACES.
           05  FILLER                PIC X(6)  VALUE " INVS ".
           05  pr-invoice-count      PIC ZZZZZZ9.
           05  FILLER                PIC X(7)  VALUE " NOPOS ".
           05  pr-unreported-count   PIC ZZZZZZ9.
           05  FILLER                PIC X(6)  VALUE " FLAG ".
           05  pr-flagged-count      PIC ZZZZZZ9.
           05  FILLER                PIC X(5)  VALUE " POS ".
           05  pr-pos-tax            PIC -(8)9.99.
           05  FILLER                PIC X(6)  VALUE " COMP ".
           05  pr-computed-tax       PIC -(8)9.99.
           05  FILLER                PIC X(6)  VALUE " OVER ".
           05  pr-over-tax           PIC -(8)9.99.
           05  FILLER                PIC X(7)  VALUE " UNDER ".
           05  pr-under-tax          PIC -(8)9.99.

       01  ws-pos-grand-line.
           05  FILLER                PIC X(45) VALUE
               "ALL STORES TOTAL".
           05  FILLER                PIC X(6)  VALUE " INVS ".
           05  pg-invoice-count      PIC ZZZZZZ9.
           05  FILLER                PIC X(7)  VALUE " NOPOS ".
           05  pg-unreported-count   PIC ZZZZZZ9.
           05  FILLER                PIC X(6)  VALUE " FLAG ".
           05  pg-flagged-count      PIC ZZZZZZ9.
           05  FILLER                PIC X(5)  VALUE " POS ".
           05  pg-pos-tax            PIC -(8)9.99.
           05  FILLER                PIC X(6)  VALUE " COMP ".
           05  pg-computed-tax       PIC -(8)9.99.
           05  FILLER                PIC X(6)  VALUE " OVER ".
           05  pg-over-tax           PIC -(8)9.99.
           05  FILLER                PIC X(7)  VALUE " UNDER ".
           05  pg-under-tax          PIC -(8)9.99.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM OPEN-FILES
           END-PERFORM
           PERFORM WRITE-SUMMARY
           PERFORM WRITE-BATCH-STATUS
           PERFORM TOTAL-AMENDMENT-WORK
           PERFORM WRITE-ADJUSTMENT-SECTION
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM WRITE-REMITTANCE-REPORT
           PERFORM WRITE-CERT-REPORT
           PERFORM WRITE-STORE-REPORT
           PERFORM WRITE-POS-REPORT
           PERFORM CHECK-RUN-CONTROLS
           IF NOT ws-abort-run
               PERFORM WRITE-RUN-HISTORY
               PERFORM UPDATE-REMIT-MTD
               PERFORM POST-CLOSED-PERIOD-ADJUSTMENTS
               PERFORM WRITE-GL-TRAILER
           END-IF
           PERFORM WRITE-FINAL-CHECKPOINT
                   "OPSEXCP.DAT, run aborted"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-JOB-END
           STOP RUN.

       OPEN-FILES.
           PERFORM READ-CHECKPOINT
           PERFORM OPEN-JOB-CONTROL
           PERFORM CHECK-JOB-SEQUENCE
           OPEN INPUT txn-file
           IF ws-txn-status NOT = "00"
               DISPLAY "ERROR: cannot open transaction file, status "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-restart-point = ZERO
               OPEN OUTPUT amend-work-file
               IF ws-amend-work-status NOT = "00"
                   DISPLAY "ERROR: cannot open amendment work file, "
                       "status " ws-amend-work-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE amend-work-file
           END-IF
           OPEN I-O amend-work-file
           IF ws-amend-work-status = "35"
               OPEN OUTPUT amend-work-file
               IF ws-amend-work-status = "00"
                   CLOSE amend-work-file
                   OPEN I-O amend-work-file
               END-IF
           END-IF
           IF ws-amend-work-status NOT = "00"
               DISPLAY "ERROR: cannot reopen amendment work file, "
                   "status " ws-amend-work-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-restart-point = ZERO
               OPEN OUTPUT exempt-work-file
               IF ws-exempt-work-status NOT = "00"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-restart-point = ZERO
               OPEN OUTPUT pos-work-file
               IF ws-pos-work-status NOT = "00"
                   DISPLAY "ERROR: cannot open POS tax work file, "
                       "status " ws-pos-work-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE pos-work-file
           END-IF
           OPEN I-O pos-work-file
           IF ws-pos-work-status = "35"
               OPEN OUTPUT pos-work-file
               IF ws-pos-work-status = "00"
                   CLOSE pos-work-file
                   OPEN I-O pos-work-file
               END-IF
           END-IF
           IF ws-pos-work-status NOT = "00"
               DISPLAY "ERROR: cannot reopen POS tax work file, "
                   "status " ws-pos-work-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT checkpoint-file
           IF ws-checkpoint-status NOT = "00"
               DISPLAY "ERROR: cannot open checkpoint file, status "
                   ws-store-report-status
               STOP RUN
           END-IF
           PERFORM OPEN-POS-REPORT
           PERFORM READ-RUN-HISTORY
           OPEN OUTPUT opsexc-file
           IF ws-opsexc-status NOT = "00"
                   ws-opsexc-status
               STOP RUN
           END-IF
           MOVE ws-run-date TO ws-job-run-key(1:8)
           MOVE ws-run-no TO ws-job-run-key(9:4)
           MOVE ws-open-period TO ws-job-period
           MOVE ws-open-period TO ws-job-first-period
           MOVE ws-open-period TO ws-job-last-period
           PERFORM RECORD-JOB-START
           ACCEPT ws-limit-env FROM ENVIRONMENT "REJECT_PCT_LIMIT"
           IF ws-limit-env NOT = SPACES
               IF FUNCTION TEST-NUMVAL(ws-limit-env) = ZERO
           MOVE ZERO TO rsb-reject-amount
           MOVE ZERO TO rsb-juris-mismatch.

       OPEN-POS-REPORT.
           ACCEPT ws-tolerance-env FROM ENVIRONMENT "POS_TAX_TOLERANCE"
           IF ws-tolerance-env NOT = SPACES
               IF FUNCTION TEST-NUMVAL(ws-tolerance-env) = ZERO
                   COMPUTE ws-pos-tolerance =
                       FUNCTION NUMVAL(ws-tolerance-env)
               ELSE
                   DISPLAY "WARNING: invalid POS_TAX_TOLERANCE '"
                       ws-tolerance-env "' ignored, using "
                       ws-pos-tolerance
               END-IF
           END-IF
           IF ws-restart-point > ZERO
               OPEN EXTEND pos-report-file
           ELSE
               OPEN OUTPUT pos-report-file
           END-IF
           IF ws-pos-report-status NOT = "00"
               DISPLAY "ERROR: cannot open POS tax report file, "
                   "status " ws-pos-report-status
               STOP RUN
           END-IF
           IF ws-restart-point = ZERO
               MOVE ws-run-date TO ph-run-date
               MOVE ws-pos-tolerance TO ph-tolerance
               WRITE pos-report-record FROM ws-pos-head-line
           END-IF.

       COMPARE-POS-TAX.
           MOVE "N" TO ws-pos-reported-flag
           MOVE "N" TO ws-pos-flagged-flag
           MOVE ZERO TO ws-pos-variance
           MOVE ZERO TO ws-pos-over
           MOVE ZERO TO ws-pos-under
           COMPUTE ws-computed-tax =
               ws-state-tax + ws-county-tax + ws-city-tax
           IF txn-pos-tax NUMERIC
               SET ws-pos-reported TO TRUE
               MOVE txn-pos-tax TO ws-pos-tax
               IF txn-is-credit AND ws-pos-tax > ZERO
                   COMPUTE ws-pos-tax = ZERO - ws-pos-tax
               END-IF
               COMPUTE ws-pos-variance = ws-pos-tax - ws-computed-tax
               IF ws-pos-variance > ZERO
                   MOVE ws-pos-variance TO ws-pos-over
               ELSE
                   COMPUTE ws-pos-under = ZERO - ws-pos-variance
               END-IF
               IF FUNCTION ABS(ws-pos-variance) > ws-pos-tolerance
                   SET ws-pos-flagged TO TRUE
                   PERFORM WRITE-POS-INVOICE-LINE
               END-IF
           ELSE
               MOVE ws-computed-tax TO ws-pos-tax
           END-IF.

       WRITE-POS-INVOICE-LINE.
           MOVE txn-invoice-no TO pi-invoice-no
           MOVE ws-current-store TO pi-store-no
           MOVE txn-jurisdiction-code TO pi-jurisdiction
           IF txn-is-credit
               MOVE "CREDIT" TO pi-type-flag
           ELSE
               MOVE "SALE" TO pi-type-flag
           END-IF
           MOVE ws-pos-tax TO pi-pos-tax
           MOVE ws-computed-tax TO pi-computed-tax
           MOVE ws-pos-variance TO pi-variance
           IF ws-pos-variance > ZERO
               MOVE "OVER" TO pi-direction
           ELSE
               MOVE "UNDER" TO pi-direction
           END-IF
           WRITE pos-report-record FROM ws-pos-invoice-line.

       ACCUMULATE-POS-STATS.
           MOVE ws-current-store TO ws-lookup-store
           PERFORM FIND-STORE-MASTER
           MOVE ws-store-region TO pw-region
           MOVE ws-current-store TO pw-store-no
           READ pos-work-file
               INVALID KEY
                   MOVE ws-store-region TO pw-region
                   MOVE ws-current-store TO pw-store-no
                   MOVE ZERO TO pw-invoice-count
                   MOVE ZERO TO pw-unreported-count
                   MOVE ZERO TO pw-flagged-count
                   MOVE ZERO TO pw-pos-tax
                   MOVE ZERO TO pw-computed-tax
                   MOVE ZERO TO pw-over-tax
                   MOVE ZERO TO pw-under-tax
                   PERFORM ADD-TXN-TO-POS
                   WRITE pos-work-record
                       INVALID KEY
                           DISPLAY "ERROR: POS tax work write "
                               "failed, store " pw-store-no
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
               NOT INVALID KEY
                   PERFORM ADD-TXN-TO-POS
                   REWRITE pos-work-record
                       INVALID KEY
                           DISPLAY "ERROR: POS tax work rewrite "
                               "failed, store " pw-store-no
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-READ.

       ADD-TXN-TO-POS.
           IF ws-pos-reported
               ADD 1 TO pw-invoice-count
               ADD ws-pos-tax TO pw-pos-tax
               ADD ws-computed-tax TO pw-computed-tax
               ADD ws-pos-over TO pw-over-tax
               ADD ws-pos-under TO pw-under-tax
               IF ws-pos-flagged
                   ADD 1 TO pw-flagged-count
               END-IF
           ELSE
               ADD 1 TO pw-unreported-count
           END-IF.

       WRITE-POS-REPORT.
           MOVE SPACES TO ws-break-region
           MOVE "N" TO ws-pos-line-seen
           MOVE "N" TO ws-pos-work-eof-flag
           MOVE LOW-VALUES TO pw-key
           START pos-work-file KEY NOT < pw-key
               INVALID KEY SET ws-pos-work-eof TO TRUE
           END-START
           PERFORM UNTIL ws-pos-work-eof
               READ pos-work-file NEXT
                   AT END SET ws-pos-work-eof TO TRUE
                   NOT AT END
                       IF ws-pos-line-seen = "Y"
                           AND pw-region NOT = ws-break-region
                           PERFORM WRITE-POS-REGION-SUBTOTAL
                       END-IF
                       MOVE "Y" TO ws-pos-line-seen
                       MOVE pw-region TO ws-break-region
                       PERFORM WRITE-POS-STORE-LINE
               END-READ
           END-PERFORM
           IF ws-pos-line-seen = "Y"
               PERFORM WRITE-POS-REGION-SUBTOTAL
           END-IF
           MOVE pgb-invoice-count TO pg-invoice-count
           MOVE pgb-unreported-count TO pg-unreported-count
           MOVE pgb-flagged-count TO pg-flagged-count
           MOVE pgb-pos-tax TO pg-pos-tax
           MOVE pgb-computed-tax TO pg-computed-tax
           MOVE pgb-over-tax TO pg-over-tax
           MOVE pgb-under-tax TO pg-under-tax
           WRITE pos-report-record FROM ws-pos-grand-line
           IF pgb-flagged-count > ZERO
               DISPLAY "WARNING: " pgb-flagged-count
                   " invoices with POS tax outside tolerance - "
                   "see POSTXRPT.DAT"
           END-IF.

       WRITE-POS-STORE-LINE.
           MOVE pw-store-no TO ws-lookup-store
           PERFORM FIND-STORE-MASTER
           MOVE pw-store-no TO ps-store-no
           IF ws-store-slot > ZERO
               MOVE st-name(ws-store-slot) TO ps-name
           ELSE
               MOVE "*NOT ON STORE MASTER*" TO ps-name
           END-IF
           MOVE pw-region TO ps-region
           MOVE pw-invoice-count TO ps-invoice-count
           MOVE pw-unreported-count TO ps-unreported-count
           MOVE pw-flagged-count TO ps-flagged-count
           MOVE pw-pos-tax TO ps-pos-tax
           MOVE pw-computed-tax TO ps-computed-tax
           MOVE pw-over-tax TO ps-over-tax
           MOVE pw-under-tax TO ps-under-tax
           WRITE pos-report-record FROM ws-pos-store-line
           ADD pw-invoice-count TO psb-invoice-count
           ADD pw-unreported-count TO psb-unreported-count
           ADD pw-flagged-count TO psb-flagged-count
           ADD pw-pos-tax TO psb-pos-tax
           ADD pw-computed-tax TO psb-computed-tax
           ADD pw-over-tax TO psb-over-tax
           ADD pw-under-tax TO psb-under-tax.

       WRITE-POS-REGION-SUBTOTAL.
           MOVE ws-break-region TO pr-region
           MOVE psb-invoice-count TO pr-invoice-count
           MOVE psb-unreported-count TO pr-unreported-count
           MOVE psb-flagged-count TO pr-flagged-count
           MOVE psb-pos-tax TO pr-pos-tax
           MOVE psb-computed-tax TO pr-computed-tax
           MOVE psb-over-tax TO pr-over-tax
           MOVE psb-under-tax TO pr-under-tax
           WRITE pos-report-record FROM ws-pos-region-line
           ADD psb-invoice-count TO pgb-invoice-count
           ADD psb-unreported-count TO pgb-unreported-count
           ADD psb-flagged-count TO pgb-flagged-count
           ADD psb-pos-tax TO pgb-pos-tax
           ADD psb-computed-tax TO pgb-computed-tax
           ADD psb-over-tax TO pgb-over-tax
           ADD psb-under-tax TO pgb-under-tax
           MOVE ZERO TO psb-invoice-count
           MOVE ZERO TO psb-unreported-count
           MOVE ZERO TO psb-flagged-count
           MOVE ZERO TO psb-pos-tax
           MOVE ZERO TO psb-computed-tax
           MOVE ZERO TO psb-over-tax
           MOVE ZERO TO psb-under-tax.

       READ-RUN-HISTORY.
           OPEN INPUT runhist-file
           IF ws-runhist-status = "00"
               MOVE ws-reject-amount-total TO rh-reject-amount
               MOVE ws-grand-total TO rh-grand-total
               MOVE ws-open-period TO rh-posting-period
               COMPUTE rh-remit-tax =
                   ws-remit-grand-tax + ws-remit-over-grand
               WRITE runhist-record
               CLOSE runhist-file
           END-IF.
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           IF pc-status = "C" AND pc-period NUMERIC
                               IF ws-closed-count >= 600
                                   DISPLAY "ERROR: closed period "
                                       "table full"
                                   MOVE 8 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO ws-closed-count
                               MOVE pc-period TO
                                   cp-period(ws-closed-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE period-file
       POST-REMIT-MTD-ENTRY.
           MOVE ws-open-period TO rmtd-period
           MOVE rk-juris TO rmtd-juris
           MOVE "S" TO rmtd-line-type
           READ remit-mtd-file
               INVALID KEY
                   MOVE ws-open-period TO rmtd-period
                   MOVE rk-juris TO rmtd-juris
                   MOVE "S" TO rmtd-line-type
                   MOVE ZERO TO rmtd-taxable-amount
                   MOVE ZERO TO rmtd-exempt-count
                   MOVE ZERO TO rmtd-exempt-amount
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-READ
           IF rk-over-tax NOT = ZERO
               PERFORM POST-OVER-COLLECTED-MTD
           END-IF.

       POST-OVER-COLLECTED-MTD.
           MOVE ws-open-period TO rmtd-period
           MOVE rk-juris TO rmtd-juris
           MOVE "O" TO rmtd-line-type
           READ remit-mtd-file
               INVALID KEY
                   MOVE ws-open-period TO rmtd-period
                   MOVE rk-juris TO rmtd-juris
                   MOVE "O" TO rmtd-line-type
                   MOVE ZERO TO rmtd-taxable-amount
                   MOVE ZERO TO rmtd-exempt-count
                   MOVE ZERO TO rmtd-exempt-amount
                   MOVE rk-over-tax TO rmtd-state-tax
                   MOVE ZERO TO rmtd-county-tax
                   MOVE ZERO TO rmtd-city-tax
                   WRITE remit-mtd-record
                       INVALID KEY
                           DISPLAY "ERROR: remittance master write "
                               "failed, jurisdiction " rmtd-juris
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
               NOT INVALID KEY
                   ADD rk-over-tax TO rmtd-state-tax
                   REWRITE remit-mtd-record
                       INVALID KEY
                           DISPLAY "ERROR: remittance master rewrite "
                               "failed, jurisdiction " rmtd-juris
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-READ.

       ADD-RUN-TO-MTD.
                   MOVE "FUTURE SALE DATE" TO ws-reject-reason
               WHEN OTHER
                   MOVE txn-sale-date(1:6) TO ws-sale-period
                   PERFORM CHECK-SALE-PERIOD-CLOSED
                   IF ws-sale-period NOT = ws-open-period
                       AND ws-sale-period NOT = ws-prior-period
                       AND NOT ws-sale-period-closed
                       MOVE "N" TO ws-valid-flag
                       MOVE "PERIOD NOT OPEN" TO ws-reject-reason
                   END-IF
           END-EVALUATE.

       CHECK-SALE-PERIOD-CLOSED.
           MOVE "N" TO ws-sale-closed-flag
           PERFORM VARYING ws-closed-idx FROM 1 BY 1
                   UNTIL ws-closed-idx > ws-closed-count
               IF cp-period(ws-closed-idx) = ws-sale-period
                   SET ws-sale-period-closed TO TRUE
               END-IF
           END-PERFORM.

       OPEN-HISTORY-FILE.
           OPEN I-O history-file
           IF ws-history-status = "35"
           MOVE ws-city-tax TO hist-city-tax
           MOVE ZERO TO hist-credit-amount
           MOVE ZERO TO hist-credit-tax
           MOVE txn-sale-date TO hist-sale-date
           IF ws-sale-period-closed
               MOVE ws-sale-period TO hist-posting-period
           ELSE
               MOVE ws-open-period TO hist-posting-period
           END-IF
           MOVE txn-exemption-code TO hist-exemption-code
           IF txn-is-credit
               MOVE txn-orig-invoice-no TO hist-orig-invoice-no
           ELSE
               MOVE ZERO TO hist-orig-invoice-no
           END-IF
           WRITE history-record
               INVALID KEY CONTINUE
           END-WRITE
               CLOSE checkpoint-file
           END-IF.

       CHECK-JOB-SEQUENCE.
           IF ws-restart-point = ZERO
               PERFORM FIND-LAST-SALES-RUN
               IF ls-found AND ls-completed AND ls-return-code < 8
                   AND NOT ls-consumed
                   MOVE SPACES TO ws-job-message
                   STRING "GL feed of SalesTax run " ls-run-key(1:8)
                       "/" ls-run-key(9:4)
                       " not yet posted by GlSum"
                       DELIMITED BY SIZE INTO ws-job-message
                   END-STRING
                   PERFORM REFUSE-JOB-START
               END-IF
           ELSE
               PERFORM FIND-LAST-SALES-RUN
               ACCEPT ws-job-date FROM DATE YYYYMMDD
               IF ls-found AND NOT ls-completed
                   AND ls-run-key(1:8) NOT = ws-job-date
                   PERFORM CLOSE-INTERRUPTED-RUN
               END-IF
           END-IF.

       CLOSE-INTERRUPTED-RUN.
           MOVE "SALESTAX" TO jc-job-name
           MOVE ls-run-key TO jc-run-key
           PERFORM READ-JOB-RECORD
           IF ws-job-found
               ACCEPT ws-job-time FROM TIME
               MOVE "C" TO jc-status
               MOVE 8 TO jc-return-code
               MOVE ws-job-date TO jc-end-date
               MOVE ws-job-time TO jc-end-time
               REWRITE job-control-record
                   INVALID KEY
                       DISPLAY "WARNING: interrupted SalesTax run not "
                           "closed in job control"
               END-REWRITE
           END-IF.

       OPEN-JOB-CONTROL.
           OPEN I-O job-control-file
           IF ws-job-control-status = "35"
               OPEN OUTPUT job-control-file
               IF ws-job-control-status NOT = "00"
                   DISPLAY "ERROR: cannot create job control file, "
                       "status " ws-job-control-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE job-control-file
               OPEN I-O job-control-file
           END-IF
           IF ws-job-control-status NOT = "00"
               DISPLAY "ERROR: cannot open job control file, status "
                   ws-job-control-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT ws-job-override-env FROM ENVIRONMENT "JOB_OVERRIDE"
           ACCEPT ws-job-operator FROM ENVIRONMENT "OPERATOR_ID".

       REFUSE-JOB-START.
           IF ws-job-override AND ws-job-operator NOT = SPACES
               SET ws-job-overridden TO TRUE
               DISPLAY "WARNING: " ws-job-message
               DISPLAY "WARNING: job control overridden by operator "
                   ws-job-operator
           ELSE
               DISPLAY "ERROR: " ws-job-message
               IF ws-job-override
                   DISPLAY "ERROR: JOB_OVERRIDE requires OPERATOR_ID"
               END-IF
               DISPLAY "ERROR: " ws-job-name
                   " run refused by job control"
               CLOSE job-control-file
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-JOB-RECORD.
           MOVE "Y" TO ws-job-found-flag
           READ job-control-file
               INVALID KEY MOVE "N" TO ws-job-found-flag
           END-READ.

       RECORD-JOB-START.
           ACCEPT ws-job-date FROM DATE YYYYMMDD
           ACCEPT ws-job-time FROM TIME
           MOVE ws-job-name TO jc-job-name
           MOVE ws-job-run-key TO jc-run-key
           PERFORM READ-JOB-RECORD
           IF ws-job-found
               ADD 1 TO jc-attempt-count
           ELSE
               MOVE ws-job-name TO jc-job-name
               MOVE ws-job-run-key TO jc-run-key
               MOVE 1 TO jc-attempt-count
               MOVE "N" TO jc-consumed-flag
               MOVE ZERO TO jc-consumed-date
           END-IF
           MOVE ws-job-period TO jc-period
           MOVE ws-job-first-period TO jc-first-period
           MOVE ws-job-last-period TO jc-last-period
           MOVE "S" TO jc-status
           MOVE ZERO TO jc-return-code
           MOVE ws-job-date TO jc-start-date
           MOVE ws-job-time TO jc-start-time
           MOVE ZERO TO jc-end-date
           MOVE ZERO TO jc-end-time
           IF ws-job-operator = SPACES
               MOVE "BATCHJOB" TO jc-operator
           ELSE
               MOVE ws-job-operator TO jc-operator
           END-IF
           MOVE ws-job-overridden-flag TO jc-override-flag
           IF ws-job-found
               REWRITE job-control-record
                   INVALID KEY
                       DISPLAY "ERROR: job control rewrite failed, "
                           "status " ws-job-control-status
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE job-control-record
                   INVALID KEY
                       DISPLAY "ERROR: job control write failed, "
                           "status " ws-job-control-status
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-WRITE
           END-IF.

       RECORD-JOB-END.
           ACCEPT ws-job-date FROM DATE YYYYMMDD
           ACCEPT ws-job-time FROM TIME
           MOVE RETURN-CODE TO ws-job-return-code
           MOVE ws-job-name TO jc-job-name
           MOVE ws-job-run-key TO jc-run-key
           PERFORM READ-JOB-RECORD
           IF ws-job-found
               MOVE "C" TO jc-status
               MOVE ws-job-return-code TO jc-return-code
               MOVE ws-job-date TO jc-end-date
               MOVE ws-job-time TO jc-end-time
               MOVE ws-job-first-period TO jc-first-period
               MOVE ws-job-last-period TO jc-last-period
               REWRITE job-control-record
                   INVALID KEY
                       DISPLAY "WARNING: job completion not recorded, "
                           "status " ws-job-control-status
               END-REWRITE
           ELSE
               DISPLAY "WARNING: job start record not found, "
                   "completion not recorded"
           END-IF
           CLOSE job-control-file.

       FIND-LAST-SALES-RUN.
           MOVE "N" TO ls-found-flag
           MOVE "N" TO ws-job-eof-flag
           MOVE "SALESTAX" TO jc-job-name
           MOVE LOW-VALUES TO jc-run-key
           START job-control-file KEY NOT < jc-key
               INVALID KEY SET ws-job-eof TO TRUE
           END-START
           PERFORM UNTIL ws-job-eof
               READ job-control-file NEXT
                   AT END SET ws-job-eof TO TRUE
                   NOT AT END
                       IF jc-job-name NOT = "SALESTAX"
                           SET ws-job-eof TO TRUE
                       ELSE
                           SET ls-found TO TRUE
                           MOVE jc-run-key TO ls-run-key
                           MOVE jc-status TO ls-status
                           MOVE jc-return-code TO ls-return-code
                           MOVE jc-consumed-flag TO ls-consumed-flag
                       END-IF
               END-READ
           END-PERFORM.

       SKIP-TO-RESTART-POINT.
           MOVE ZERO TO ws-skip-counter
           PERFORM UNTIL ws-skip-counter >= ws-restart-point
                           beforeTax + ws-state-tax + ws-county-tax
                               + ws-city-tax
               END-EVALUATE
               PERFORM COMPARE-POS-TAX
               DISPLAY "After tax amount is " afterTax
               ADD 1 TO ws-record-count
               ADD afterTax TO ws-grand-total
               PERFORM WRITE-DETAIL-LINE
               PERFORM WRITE-AUDIT-LINE
               PERFORM WRITE-GL-FEED-LINE
               IF ws-sale-period-closed
                   PERFORM ACCUMULATE-AMENDMENT
               ELSE
                   PERFORM ACCUMULATE-REMITTANCE
               END-IF
               PERFORM ACCUMULATE-STORE-STATS
               PERFORM ACCUMULATE-POS-STATS
               IF txn-is-exempt
                   PERFORM ACCUMULATE-EXEMPT-CERT
               END-IF
               IF ws-sale-period NOT = ws-open-period
                   ADD 1 TO ws-adjust-count
                   ADD beforeTax TO ws-adjust-amount
                   COMPUTE ws-adjust-tax = ws-adjust-tax
           ELSE
               MOVE SPACES TO dl-exempt-flag
           END-IF
           IF ws-sale-period NOT = ws-open-period
               MOVE " ADJ" TO dl-adj-flag
           ELSE
               MOVE SPACES TO dl-adj-flag
           MOVE ws-state-tax TO dl-state-tax
           MOVE ws-county-tax TO dl-county-tax
           MOVE ws-city-tax TO dl-city-tax
           EVALUATE TRUE
               WHEN NOT ws-pos-flagged
                   MOVE SPACES TO dl-pos-flag
               WHEN ws-pos-variance > ZERO
                   MOVE " OVR" TO dl-pos-flag
               WHEN OTHER
                   MOVE " UND" TO dl-pos-flag
           END-EVALUATE
           WRITE report-record FROM ws-detail-line.

       WRITE-AUDIT-LINE.
               MOVE ZERO TO cl-count
               MOVE ws-adjust-tax TO cl-amount
               WRITE report-record FROM ws-control-line
               IF ws-amend-count > ZERO
                   MOVE "CLOSED PD TO AMEND" TO cl-label
                   MOVE ws-amend-count TO cl-count
                   MOVE ws-amend-amount TO cl-amount
                   WRITE report-record FROM ws-control-line
                   MOVE "CLOSED PD AMEND TAX" TO cl-label
                   MOVE ZERO TO cl-count
                   MOVE ws-amend-tax TO cl-amount
                   WRITE report-record FROM ws-control-line
               END-IF
           END-IF.

       WRITE-CONTROL-TOTALS.
           ADD beforeTax TO ws-gl-net-amount
           ADD ws-state-tax TO ws-gl-net-tax
           ADD ws-county-tax TO ws-gl-net-tax
           ADD ws-city-tax TO ws-gl-net-tax
           IF ws-pos-over NOT = ZERO
               MOVE ws-gl-over-account TO gl-account-code
               MOVE ZERO TO gl-amount
               MOVE ws-pos-over TO gl-tax-amount
               MOVE txn-sale-date(1:6) TO gl-period
               WRITE gl-record
               ADD 1 TO ws-gl-record-count
               ADD ws-pos-over TO ws-gl-net-tax
           END-IF
           IF ws-pos-under NOT = ZERO
               MOVE ws-gl-under-account TO gl-account-code
               COMPUTE gl-amount = ZERO - ws-pos-under
               MOVE ZERO TO gl-tax-amount
               MOVE txn-sale-date(1:6) TO gl-period
               WRITE gl-record
               ADD 1 TO ws-gl-record-count
               SUBTRACT ws-pos-under FROM ws-gl-net-amount
           END-IF.

       REBUILD-GL-COUNTERS.
           MOVE ZERO TO ws-gl-record-count
           MOVE ws-gl-net-tax TO gt-net-tax
           MOVE ws-run-date TO gt-run-date
           MOVE ws-run-no TO gt-run-no
           MOVE ws-gl-source-code TO gt-source-code
           WRITE gl-trailer-record.

       ACCUMULATE-REMITTANCE.
                   MOVE ZERO TO rk-state-tax
                   MOVE ZERO TO rk-county-tax
                   MOVE ZERO TO rk-city-tax
                   MOVE ZERO TO rk-over-tax
                   PERFORM ADD-TXN-TO-REMIT
                   WRITE remit-work-record
                       INVALID KEY
               ADD ws-state-tax TO rk-state-tax
               ADD ws-county-tax TO rk-county-tax
               ADD ws-city-tax TO rk-city-tax
           END-IF
           ADD ws-pos-over TO rk-over-tax.

       ACCUMULATE-AMENDMENT.
           MOVE ws-sale-period TO ak-period
           MOVE ws-remit-juris TO ak-juris
           READ amend-work-file
               INVALID KEY
                   MOVE ws-sale-period TO ak-period
                   MOVE ws-remit-juris TO ak-juris
                   MOVE ZERO TO ak-txn-count
                   MOVE ZERO TO ak-taxable-amount
                   MOVE ZERO TO ak-exempt-amount
                   MOVE ZERO TO ak-state-tax
                   MOVE ZERO TO ak-county-tax
                   MOVE ZERO TO ak-city-tax
                   MOVE ZERO TO ak-over-tax
                   PERFORM ADD-TXN-TO-AMEND
                   WRITE amend-work-record
                       INVALID KEY
                           DISPLAY "ERROR: amendment work write "
                               "failed, jurisdiction " ak-juris
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
               NOT INVALID KEY
                   PERFORM ADD-TXN-TO-AMEND
                   REWRITE amend-work-record
                       INVALID KEY
                           DISPLAY "ERROR: amendment work rewrite "
                               "failed, jurisdiction " ak-juris
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-READ.

       ADD-TXN-TO-AMEND.
           ADD 1 TO ak-txn-count
           IF txn-is-exempt
               ADD beforeTax TO ak-exempt-amount
           ELSE
               ADD beforeTax TO ak-taxable-amount
               ADD ws-state-tax TO ak-state-tax
               ADD ws-county-tax TO ak-county-tax
               ADD ws-city-tax TO ak-city-tax
           END-IF
           ADD ws-pos-over TO ak-over-tax.

       TOTAL-AMENDMENT-WORK.
           MOVE ZERO TO ws-amend-count
           MOVE ZERO TO ws-amend-amount
           MOVE ZERO TO ws-amend-tax
           MOVE "N" TO ws-amend-work-eof-flag
           MOVE LOW-VALUES TO ak-key
           START amend-work-file KEY NOT < ak-key
               INVALID KEY SET ws-amend-work-eof TO TRUE
           END-START
           PERFORM UNTIL ws-amend-work-eof
               READ amend-work-file NEXT
                   AT END SET ws-amend-work-eof TO TRUE
                   NOT AT END
                       ADD ak-txn-count TO ws-amend-count
                       COMPUTE ws-amend-amount = ws-amend-amount
                           + ak-taxable-amount + ak-exempt-amount
                       COMPUTE ws-amend-tax = ws-amend-tax
                           + ak-state-tax + ak-county-tax
                           + ak-city-tax
               END-READ
           END-PERFORM.

       POST-CLOSED-PERIOD-ADJUSTMENTS.
           IF ws-amend-count > ZERO
               OPEN EXTEND adjust-file
               IF ws-adjust-status NOT = "00"
                   OPEN OUTPUT adjust-file
               END-IF
               IF ws-adjust-status NOT = "00"
                   DISPLAY "ERROR: cannot open tax adjustment file, "
                       "status " ws-adjust-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO ws-amend-work-eof-flag
               MOVE LOW-VALUES TO ak-key
               START amend-work-file KEY NOT < ak-key
                   INVALID KEY SET ws-amend-work-eof TO TRUE
               END-START
               PERFORM UNTIL ws-amend-work-eof
                   READ amend-work-file NEXT
                       AT END SET ws-amend-work-eof TO TRUE
                       NOT AT END PERFORM WRITE-CLOSED-PERIOD-ADJUSTMENT
                   END-READ
               END-PERFORM
               CLOSE adjust-file
               DISPLAY "SalesTax: " ws-amend-count
                   " transactions for closed periods "
                   "queued for amendment"
           END-IF.

       WRITE-CLOSED-PERIOD-ADJUSTMENT.
           MOVE ws-gl-source-code TO adj-source-code
           MOVE ws-run-date TO adj-run-date
           MOVE ws-run-time TO adj-run-time
           MOVE ak-period TO adj-period
           MOVE ak-juris TO adj-juris
           MOVE ak-taxable-amount TO adj-taxable-amount
           MOVE ak-exempt-amount TO adj-exempt-amount
           MOVE ak-state-tax TO adj-state-tax
           MOVE ak-county-tax TO adj-county-tax
           MOVE ak-city-tax TO adj-city-tax
           MOVE ak-over-tax TO adj-over-tax
           MOVE ZERO TO adj-mtd-period
           MOVE "N" TO adj-mtd-flag
           WRITE adjust-record.

       WRITE-REMITTANCE-REPORT.
           MOVE ws-run-date TO re-run-date
           WRITE remit-record FROM ws-remit-head-line
           MOVE ZERO TO rw-county-tax
           MOVE ZERO TO rw-city-tax
           MOVE ZERO TO ws-remit-grand-tax
           MOVE ZERO TO rw-over-tax
           MOVE ZERO TO ws-remit-over-grand
           MOVE "N" TO ws-remit-work-eof-flag
           MOVE LOW-VALUES TO rk-juris
           START remit-work-file KEY NOT < rk-juris
           MOVE rw-county-tax TO rg-county-tax
           MOVE rw-city-tax TO rg-city-tax
           MOVE ws-remit-grand-tax TO rg-total-tax
           MOVE ws-remit-over-grand TO rg-over-tax
           WRITE remit-record FROM ws-remit-total-line
           IF ws-remit-grand-tax + ws-amend-tax NOT = ws-tax-collected
               DISPLAY "WARNING: remittance total " ws-remit-grand-tax
                   " does not tie to tax collected " ws-tax-collected
           END-IF.
           COMPUTE rw-line-tax = rk-state-tax
               + rk-county-tax + rk-city-tax
           MOVE rw-line-tax TO re-total-tax
           MOVE rk-over-tax TO re-over-tax
           ADD rk-over-tax TO ws-remit-over-grand
           ADD rk-taxable-amount TO rw-taxable-amount
           ADD rk-exempt-count TO rw-exempt-count
           ADD rk-exempt-amount TO rw-exempt-amount
           CLOSE opsexc-file
           CLOSE batch-work-file
           CLOSE remit-work-file
           CLOSE amend-work-file
           CLOSE exempt-work-file
           CLOSE store-work-file
           CLOSE pos-report-file
           CLOSE pos-work-file
           IF NOT ws-cert-master-missing
               CLOSE cert-file
           END-IF
