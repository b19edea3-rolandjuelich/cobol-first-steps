       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReRate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT history-file ASSIGN TO "INVHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hist-invoice-no
               FILE STATUS IS ws-history-status.
           SELECT rate-file ASSIGN TO "TAXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rate-status.
           SELECT period-file ASSIGN TO "PERIODCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-period-status.
           SELECT remit-mtd-file ASSIGN TO "REMITMTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rmtd-key
               FILE STATUS IS ws-remit-mtd-status.
           SELECT adjust-file ASSIGN TO "TAXADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-adjust-status.
           SELECT gl-file ASSIGN TO "RERATEGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-gl-status.
           SELECT report-file ASSIGN TO "RERATRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-status.
           SELECT rerate-log-file ASSIGN TO "RERATLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rerate-log-status.
           SELECT rerate-work-file ASSIGN TO "RERATWRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rw-invoice-no
               FILE STATUS IS ws-rerate-work-status.
           SELECT adjust-work-file ASSIGN TO "RRADJWRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS aw-key
               FILE STATUS IS ws-adjust-work-status.
       DATA DIVISION.
       FILE SECTION.
       FD  history-file.
       01  history-record.
           05  hist-invoice-no       PIC 9(6).
           05  hist-processed-date   PIC 9(8).
           05  hist-type-code        PIC X(1).
               88  hist-is-credit    VALUE "C".
           05  hist-before-tax       PIC S9(7)V99.
           05  hist-jurisdiction     PIC X(4).
           05  hist-category         PIC X(2).
           05  hist-state-tax        PIC S9(7)V99.
           05  hist-county-tax       PIC S9(7)V99.
           05  hist-city-tax         PIC S9(7)V99.
           05  hist-credit-amount    PIC 9(9)V99.
           05  hist-credit-tax       PIC 9(9)V99.
           05  hist-sale-date        PIC 9(8).
           05  hist-posting-period   PIC 9(6).
           05  hist-exemption-code   PIC X(1).
               88  hist-is-exempt    VALUE "E".
               88  hist-exemption-unknown VALUE "U".
           05  hist-orig-invoice-no  PIC 9(6).

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

       FD  period-file.
       01  period-record.
           05  pc-period             PIC 9(6).
           05  pc-status             PIC X(1).
           05  pc-closed-date        PIC 9(8).

       FD  remit-mtd-file.
       01  remit-mtd-record.
           05  rmtd-key.
               10  rmtd-period       PIC 9(6).
               10  rmtd-juris        PIC X(4).
               10  rmtd-line-type    PIC X(1).
                   88  rmtd-sales-line VALUE "S".
                   88  rmtd-over-line  VALUE "O".
           05  rmtd-taxable-amount   PIC S9(11)V99.
           05  rmtd-exempt-count     PIC 9(9).
           05  rmtd-exempt-amount    PIC S9(11)V99.
           05  rmtd-state-tax        PIC S9(11)V99.
           05  rmtd-county-tax       PIC S9(11)V99.
           05  rmtd-city-tax         PIC S9(11)V99.

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

       FD  gl-file.
       01  gl-record.
           05  gl-account-code       PIC X(10).
           05  gl-amount             PIC S9(7)V99.
           05  gl-tax-amount         PIC S9(7)V99.
           05  gl-period             PIC 9(6).
       01  gl-trailer-record.
           05  gt-marker             PIC X(10).
           05  gt-record-count       PIC 9(7).
           05  gt-net-amount         PIC S9(9)V99.
           05  gt-net-tax            PIC S9(9)V99.
           05  gt-run-date           PIC 9(8).
           05  gt-run-no             PIC 9(4).
           05  gt-source-code        PIC X(2).

       FD  report-file.
       01  report-record             PIC X(220).

       FD  rerate-log-file.
       01  rerate-log-record.
           05  rl-run-date           PIC 9(8).
           05  rl-run-time           PIC 9(8).
           05  rl-operator           PIC X(8).
           05  rl-juris              PIC X(4).
           05  rl-date-from          PIC 9(8).
           05  rl-date-to            PIC 9(8).
           05  rl-run-no             PIC 9(4).
           05  rl-rerated-count      PIC 9(7).
           05  rl-net-tax-change     PIC S9(9)V99.

       FD  rerate-work-file.
       01  rerate-work-record.
           05  rw-invoice-no         PIC 9(6).
           05  rw-entry-type         PIC X(1).
               88  rw-sale-entry     VALUE "S".
               88  rw-credit-entry   VALUE "C".
           05  rw-before-tax         PIC S9(7)V99.
           05  rw-new-state-tax      PIC S9(7)V99.
           05  rw-new-county-tax     PIC S9(7)V99.
           05  rw-new-city-tax       PIC S9(7)V99.
           05  rw-credit-tax-change  PIC S9(9)V99.

       FD  adjust-work-file.
       01  adjust-work-record.
           05  aw-key.
               10  aw-period         PIC 9(6).
               10  aw-juris          PIC X(4).
           05  aw-invoice-count      PIC 9(7).
           05  aw-state-tax          PIC S9(11)V99.
           05  aw-county-tax         PIC S9(11)V99.
           05  aw-city-tax           PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01  ws-history-status         PIC XX.
       01  ws-rate-status            PIC XX.
       01  ws-period-status          PIC XX.
       01  ws-remit-mtd-status       PIC XX.
       01  ws-adjust-status          PIC XX.
       01  ws-gl-status              PIC XX.
       01  ws-report-status          PIC XX.
       01  ws-rerate-log-status      PIC XX.
       01  ws-rerate-work-status     PIC XX.
       01  ws-adjust-work-status     PIC XX.
       01  ws-history-eof-flag       PIC X VALUE "N".
           88  ws-history-eof        VALUE "Y".
       01  ws-rate-eof-flag          PIC X VALUE "N".
           88  ws-rate-eof           VALUE "Y".
       01  ws-period-eof-flag        PIC X VALUE "N".
           88  ws-period-eof         VALUE "Y".
       01  ws-work-eof-flag          PIC X VALUE "N".
           88  ws-work-eof           VALUE "Y".
       01  ws-log-eof-flag           PIC X VALUE "N".
           88  ws-log-eof            VALUE "Y".
       01  ws-run-date               PIC 9(8).
       01  ws-run-time               PIC 9(8).
       01  ws-operator-id            PIC X(8) VALUE SPACES.
       01  ws-run-no                 PIC 9(4) VALUE ZERO.
       01  ws-log-reads              PIC 9(7) VALUE ZERO.

       01  ws-rerate-juris           PIC X(4) VALUE SPACES.
       01  ws-date-from-env          PIC X(8) VALUE SPACES.
       01  ws-date-to-env            PIC X(8) VALUE SPACES.
       01  ws-date-from              PIC 9(8).
       01  ws-date-to                PIC 9(8).

       01  ws-gl-trailer-marker      PIC X(10) VALUE "99999-CTRL".
       01  ws-gl-source-code         PIC X(2)  VALUE "RR".
       01  ws-gl-state-account       PIC X(10) VALUE "2110-STAX".
       01  ws-gl-county-account      PIC X(10) VALUE "2120-CTAX".
       01  ws-gl-city-account        PIC X(10) VALUE "2130-CYTX".
       01  ws-gl-rerate-account      PIC X(10) VALUE "6150-RRTX".
       01  ws-gl-record-count        PIC 9(7) VALUE ZERO.
       01  ws-gl-net-amount          PIC S9(9)V99 VALUE ZERO.
       01  ws-gl-net-tax             PIC S9(9)V99 VALUE ZERO.

       01  ws-jurisdiction-table.
           05  jt-entry OCCURS 200 TIMES.
               10  jt-code           PIC X(4).
               10  jt-eff-from       PIC 9(8).
               10  jt-eff-to         PIC 9(8).
               10  jt-state-rate     PIC V999.
               10  jt-county-rate    PIC V999.
               10  jt-city-rate      PIC V999.
       01  ws-juris-count            PIC 9(3) VALUE ZERO.
       01  ws-jurisdiction-idx       PIC 9(3).
       01  ws-jurisdiction-found     PIC X VALUE "N".
           88  ws-jurisdiction-was-found VALUE "Y".

       01  ws-taxability-table.
           05  tm-entry OCCURS 500 TIMES.
               10  tm-juris          PIC X(4).
               10  tm-eff-from       PIC 9(8).
               10  tm-eff-to         PIC 9(8).
               10  tm-category       PIC X(2).
               10  tm-state-treat    PIC X(1).
               10  tm-county-treat   PIC X(1).
               10  tm-city-treat     PIC X(1).
               10  tm-reduced-rate   PIC V999.
               10  tm-cap-amount     PIC 9(5)V99.
       01  ws-matrix-count           PIC 9(3) VALUE ZERO.
       01  ws-matrix-idx             PIC 9(3).
       01  ws-matrix-slot            PIC 9(3).
       01  ws-tier-treat             PIC X(1).
       01  ws-tier-tax               PIC S9(7)V99.

       01  ws-open-period            PIC 9(6).
       01  ws-period-env             PIC X(6) VALUE SPACES.
       01  ws-closed-table.
           05  cp-period OCCURS 240 TIMES PIC 9(6).
       01  ws-closed-count           PIC 9(3) VALUE ZERO.
       01  ws-closed-idx             PIC 9(3).
       01  ws-period-closed-flag     PIC X VALUE "N".
           88  ws-period-is-closed   VALUE "Y".

       01  ws-before-tax             PIC S9(7)V99.
       01  ws-state-rate             PIC V999.
       01  ws-county-rate            PIC V999.
       01  ws-city-rate              PIC V999.
       01  ws-state-tax              PIC S9(7)V99.
       01  ws-county-tax             PIC S9(7)V99.
       01  ws-city-tax               PIC S9(7)V99.
       01  ws-old-state-tax          PIC S9(7)V99.
       01  ws-old-county-tax         PIC S9(7)V99.
       01  ws-old-city-tax           PIC S9(7)V99.
       01  ws-diff-state-tax         PIC S9(7)V99.
       01  ws-diff-county-tax        PIC S9(7)V99.
       01  ws-diff-city-tax          PIC S9(7)V99.
       01  ws-diff-total             PIC S9(7)V99.
       01  ws-old-abs-tax            PIC S9(9)V99.
       01  ws-new-abs-tax            PIC S9(9)V99.
       01  ws-gl-period              PIC 9(6).

       01  ws-scanned-count          PIC 9(7) VALUE ZERO.
       01  ws-selected-count         PIC 9(7) VALUE ZERO.
       01  ws-rerated-count          PIC 9(7) VALUE ZERO.
       01  ws-credit-rerated-count   PIC 9(7) VALUE ZERO.
       01  ws-no-rate-count          PIC 9(7) VALUE ZERO.
       01  ws-unknown-exempt-count   PIC 9(7) VALUE ZERO.
       01  ws-history-updated-count  PIC 9(7) VALUE ZERO.
       01  ws-mtd-posted-count       PIC 9(5) VALUE ZERO.
       01  ws-pending-count          PIC 9(5) VALUE ZERO.

       01  ws-report-totals.
           05  rt-old-state-tax      PIC S9(9)V99 VALUE ZERO.
           05  rt-old-county-tax     PIC S9(9)V99 VALUE ZERO.
           05  rt-old-city-tax       PIC S9(9)V99 VALUE ZERO.
           05  rt-new-state-tax      PIC S9(9)V99 VALUE ZERO.
           05  rt-new-county-tax     PIC S9(9)V99 VALUE ZERO.
           05  rt-new-city-tax       PIC S9(9)V99 VALUE ZERO.
           05  rt-diff-state-tax     PIC S9(9)V99 VALUE ZERO.
           05  rt-diff-county-tax    PIC S9(9)V99 VALUE ZERO.
           05  rt-diff-city-tax      PIC S9(9)V99 VALUE ZERO.
           05  rt-diff-total         PIC S9(9)V99 VALUE ZERO.

       01  ws-report-head-line.
           05  FILLER                PIC X(36) VALUE
               "SALES TAX RE-RATING VARIANCE REPORT ".
           05  FILLER                PIC X(5)  VALUE "JUR ".
           05  rh-juris              PIC X(4).
           05  FILLER                PIC X(12) VALUE " SALE DATES ".
           05  rh-date-from          PIC 9(8).
           05  FILLER                PIC X(4)  VALUE " TO ".
           05  rh-date-to            PIC 9(8).
           05  FILLER                PIC X(10) VALUE " RUN DATE ".
           05  rh-run-date           PIC 9(8).

       01  ws-report-detail-line.
           05  FILLER                PIC X(4)  VALUE "INV ".
           05  rd-invoice-no         PIC 9(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  rd-type-flag          PIC X(6).
           05  FILLER                PIC X(5)  VALUE " SDT ".
           05  rd-sale-date          PIC 9(8).
           05  FILLER                PIC X(5)  VALUE " PER ".
           05  rd-period             PIC 9(6).
           05  FILLER                PIC X(5)  VALUE " BEF ".
           05  rd-before-tax         PIC -(6)9.99.
           05  FILLER                PIC X(8)  VALUE " OLD ST ".
           05  rd-old-state-tax      PIC -(5)9.99.
           05  FILLER                PIC X(4)  VALUE " CO ".
           05  rd-old-county-tax     PIC -(5)9.99.
           05  FILLER                PIC X(4)  VALUE " CY ".
           05  rd-old-city-tax       PIC -(5)9.99.
           05  FILLER                PIC X(8)  VALUE " NEW ST ".
           05  rd-new-state-tax      PIC -(5)9.99.
           05  FILLER                PIC X(4)  VALUE " CO ".
           05  rd-new-county-tax     PIC -(5)9.99.
           05  FILLER                PIC X(4)  VALUE " CY ".
           05  rd-new-city-tax       PIC -(5)9.99.
           05  FILLER                PIC X(8)  VALUE " DIF ST ".
           05  rd-diff-state-tax     PIC -(5)9.99.
           05  FILLER                PIC X(4)  VALUE " CO ".
           05  rd-diff-county-tax    PIC -(5)9.99.
           05  FILLER                PIC X(4)  VALUE " CY ".
           05  rd-diff-city-tax      PIC -(5)9.99.

       01  ws-report-unknown-line.
           05  FILLER                PIC X(4)  VALUE "INV ".
           05  ru-invoice-no         PIC 9(6).
           05  FILLER                PIC X(5)  VALUE " SDT ".
           05  ru-sale-date          PIC 9(8).
           05  FILLER                PIC X(5)  VALUE " PER ".
           05  ru-period             PIC 9(6).
           05  FILLER                PIC X(5)  VALUE " BEF ".
           05  ru-before-tax         PIC -(6)9.99.
           05  FILLER                PIC X(34) VALUE
               " NOT RE-RATED - EXEMPTION UNKNOWN".

       01  ws-report-total-line.
           05  FILLER                PIC X(11) VALUE "RE-RATED   ".
           05  rg-rerated-count      PIC ZZZZZZ9.
           05  FILLER                PIC X(8)  VALUE " OLD ST ".
           05  rg-old-state-tax      PIC -(8)9.99.
           05  FILLER                PIC X(4)  VALUE " CO ".
           05  rg-old-county-tax     PIC -(8)9.99.
           05  FILLER                PIC X(4)  VALUE " CY ".
           05  rg-old-city-tax       PIC -(8)9.99.
           05  FILLER                PIC X(8)  VALUE " NEW ST ".
           05  rg-new-state-tax      PIC -(8)9.99.
           05  FILLER                PIC X(4)  VALUE " CO ".
           05  rg-new-county-tax     PIC -(8)9.99.
           05  FILLER                PIC X(4)  VALUE " CY ".
           05  rg-new-city-tax       PIC -(8)9.99.
           05  FILLER                PIC X(8)  VALUE " DIF ST ".
           05  rg-diff-state-tax     PIC -(8)9.99.
           05  FILLER                PIC X(4)  VALUE " CO ".
           05  rg-diff-county-tax    PIC -(8)9.99.
           05  FILLER                PIC X(4)  VALUE " CY ".
           05  rg-diff-city-tax      PIC -(8)9.99.
           05  FILLER                PIC X(5)  VALUE " TOT ".
           05  rg-diff-total         PIC -(8)9.99.

       01  ws-adjust-head-line.
           05  FILLER                PIC X(40) VALUE
               "REMITTANCE ADJUSTMENTS BY PERIOD".

       01  ws-adjust-detail-line.
           05  FILLER                PIC X(7)  VALUE "PERIOD ".
           05  ad-period             PIC 9(6).
           05  FILLER                PIC X(5)  VALUE " JUR ".
           05  ad-juris              PIC X(4).
           05  FILLER                PIC X(6)  VALUE " INVS ".
           05  ad-invoice-count      PIC ZZZZZZ9.
           05  FILLER                PIC X(4)  VALUE " ST ".
           05  ad-state-tax          PIC -(8)9.99.
           05  FILLER                PIC X(4)  VALUE " CO ".
           05  ad-county-tax         PIC -(8)9.99.
           05  FILLER                PIC X(4)  VALUE " CY ".
           05  ad-city-tax           PIC -(8)9.99.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  ad-disposition        PIC X(30).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM OPEN-FILES
           PERFORM RERATE-SALES
           PERFORM RERATE-CREDITS
           PERFORM WRITE-REPORT-TOTALS
           PERFORM POST-REMITTANCE-ADJUSTMENTS
           PERFORM WRITE-GL-TRAILER
           IF RETURN-CODE < 8
               PERFORM APPLY-HISTORY-UPDATES
           ELSE
               DISPLAY "ERROR: postings incomplete, invoice history "
                   "not updated"
           END-IF
           PERFORM WRITE-RERATE-LOG
           DISPLAY "ReRate jurisdiction " ws-rerate-juris
               " sale dates " ws-date-from " to " ws-date-to
           DISPLAY "ReRate scanned " ws-scanned-count
               ", selected " ws-selected-count
               ", sales re-rated " ws-rerated-count
               ", credits re-rated " ws-credit-rerated-count
           DISPLAY "ReRate remittance adjustments posted "
               ws-mtd-posted-count ", pending amendment "
               ws-pending-count
           DISPLAY "ReRate history records updated "
               ws-history-updated-count
           IF ws-no-rate-count > ZERO
               DISPLAY "WARNING: " ws-no-rate-count
                   " invoices had no rate for their sale date"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF ws-unknown-exempt-count > ZERO
               DISPLAY "WARNING: " ws-unknown-exempt-count
                   " invoices not re-rated, exemption unknown"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM CLOSE-FILES
           STOP RUN.

       OPEN-FILES.
           ACCEPT ws-run-date FROM DATE YYYYMMDD
           ACCEPT ws-run-time FROM TIME
           ACCEPT ws-operator-id FROM ENVIRONMENT "OPERATOR_ID"
           IF ws-operator-id = SPACES
               MOVE "BATCHJOB" TO ws-operator-id
           END-IF
           PERFORM GET-RUN-PARAMETERS
           PERFORM SET-OPEN-PERIOD
           PERFORM LOAD-RATE-MASTER
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM READ-RERATE-LOG
           OPEN I-O history-file
           IF ws-history-status NOT = "00"
               DISPLAY "ERROR: cannot open history file, status "
                   ws-history-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT rerate-work-file
           IF ws-rerate-work-status NOT = "00"
               DISPLAY "ERROR: cannot open re-rate work file, "
                   "status " ws-rerate-work-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE rerate-work-file
           OPEN I-O rerate-work-file
           IF ws-rerate-work-status NOT = "00"
               DISPLAY "ERROR: cannot reopen re-rate work file, "
                   "status " ws-rerate-work-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT adjust-work-file
           IF ws-adjust-work-status NOT = "00"
               DISPLAY "ERROR: cannot open adjustment work file, "
                   "status " ws-adjust-work-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE adjust-work-file
           OPEN I-O adjust-work-file
           IF ws-adjust-work-status NOT = "00"
               DISPLAY "ERROR: cannot reopen adjustment work file, "
                   "status " ws-adjust-work-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT gl-file
           IF ws-gl-status NOT = "00"
               DISPLAY "ERROR: cannot open re-rate GL feed, status "
                   ws-gl-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT report-file
           IF ws-report-status NOT = "00"
               DISPLAY "ERROR: cannot open variance report, status "
                   ws-report-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-rerate-juris TO rh-juris
           MOVE ws-date-from TO rh-date-from
           MOVE ws-date-to TO rh-date-to
           MOVE ws-run-date TO rh-run-date
           WRITE report-record FROM ws-report-head-line.

       GET-RUN-PARAMETERS.
           ACCEPT ws-rerate-juris FROM ENVIRONMENT "RERATE_JURIS"
           ACCEPT ws-date-from-env FROM ENVIRONMENT "RERATE_FROM"
           ACCEPT ws-date-to-env FROM ENVIRONMENT "RERATE_TO"
           IF ws-rerate-juris = SPACES
               DISPLAY "ERROR: RERATE_JURIS not set"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-date-from-env NOT NUMERIC
               DISPLAY "ERROR: RERATE_FROM not set or not numeric"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-date-to-env NOT NUMERIC
               DISPLAY "ERROR: RERATE_TO not set or not numeric"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-date-from-env TO ws-date-from
           MOVE ws-date-to-env TO ws-date-to
           IF FUNCTION TEST-DATE-YYYYMMDD(ws-date-from) NOT = ZERO
               OR FUNCTION TEST-DATE-YYYYMMDD(ws-date-to) NOT = ZERO
               DISPLAY "ERROR: RERATE_FROM/RERATE_TO not valid dates"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-date-to < ws-date-from
               DISPLAY "ERROR: RERATE_TO is before RERATE_FROM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RATE-MASTER.
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
                   NOT AT END PERFORM LOAD-RATE-RECORD
               END-READ
           END-PERFORM
           CLOSE rate-file
           MOVE "N" TO ws-jurisdiction-found
           PERFORM VARYING ws-jurisdiction-idx FROM 1 BY 1
                   UNTIL ws-jurisdiction-idx > ws-juris-count
               IF jt-code(ws-jurisdiction-idx) = ws-rerate-juris
                   MOVE "Y" TO ws-jurisdiction-found
               END-IF
           END-PERFORM
           IF NOT ws-jurisdiction-was-found
               DISPLAY "ERROR: jurisdiction " ws-rerate-juris
                   " has no rate on the rate master"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RATE-RECORD.
           IF rt-eff-from NOT NUMERIC OR rt-eff-to NOT NUMERIC
               DISPLAY "ERROR: rate master record for jurisdiction "
                   rt-juris " has invalid effective dates"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE TRUE
               WHEN rt-juris-rec
                   IF rt-state-rate NOT NUMERIC
                       OR rt-county-rate NOT NUMERIC
                       OR rt-city-rate NOT NUMERIC
                       DISPLAY "ERROR: rate master record for "
                           "jurisdiction " rt-juris
                           " has invalid rates"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF ws-juris-count >= 200
                       DISPLAY "ERROR: jurisdiction rate table full"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO ws-juris-count
                   MOVE rt-juris TO jt-code(ws-juris-count)
                   MOVE rt-eff-from TO jt-eff-from(ws-juris-count)
                   MOVE rt-eff-to TO jt-eff-to(ws-juris-count)
                   MOVE rt-state-rate TO jt-state-rate(ws-juris-count)
                   MOVE rt-county-rate TO
                       jt-county-rate(ws-juris-count)
                   MOVE rt-city-rate TO jt-city-rate(ws-juris-count)
               WHEN rt-matrix-rec
                   IF rt-reduced-rate NOT NUMERIC
                       OR rt-cap-amount NOT NUMERIC
                       DISPLAY "ERROR: taxability record for "
                           "jurisdiction " rt-juris
                           " has invalid amounts"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF ws-matrix-count >= 500
                       DISPLAY "ERROR: taxability matrix table full"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO ws-matrix-count
                   MOVE rt-juris TO tm-juris(ws-matrix-count)
                   MOVE rt-eff-from TO tm-eff-from(ws-matrix-count)
                   MOVE rt-eff-to TO tm-eff-to(ws-matrix-count)
                   MOVE rt-category TO tm-category(ws-matrix-count)
                   MOVE rt-state-treat TO
                       tm-state-treat(ws-matrix-count)
                   MOVE rt-county-treat TO
                       tm-county-treat(ws-matrix-count)
                   MOVE rt-city-treat TO
                       tm-city-treat(ws-matrix-count)
                   MOVE rt-reduced-rate TO
                       tm-reduced-rate(ws-matrix-count)
                   MOVE rt-cap-amount TO
                       tm-cap-amount(ws-matrix-count)
               WHEN OTHER
                   DISPLAY "ERROR: rate master record type '"
                       rt-record-type "' not recognized"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       SET-OPEN-PERIOD.
           ACCEPT ws-period-env FROM ENVIRONMENT "OPEN_PERIOD"
           IF ws-period-env NUMERIC
               MOVE ws-period-env TO ws-open-period
           ELSE
               IF ws-period-env NOT = SPACES
                   DISPLAY "WARNING: invalid OPEN_PERIOD '"
                       ws-period-env "' ignored, using run month"
               END-IF
               MOVE ws-run-date(1:6) TO ws-open-period
           END-IF.

       LOAD-CLOSED-PERIODS.
           OPEN INPUT period-file
           IF ws-period-status = "00"
               PERFORM UNTIL ws-period-eof
                   READ period-file
                       AT END SET ws-period-eof TO TRUE
                       NOT AT END
                           IF pc-status = "C"
                               AND ws-closed-count < 240
                               ADD 1 TO ws-closed-count
                               MOVE pc-period TO
                                   cp-period(ws-closed-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE period-file
           END-IF.

       READ-RERATE-LOG.
           OPEN INPUT rerate-log-file
           IF ws-rerate-log-status = "00"
               PERFORM UNTIL ws-log-eof
                   READ rerate-log-file
                       AT END SET ws-log-eof TO TRUE
                       NOT AT END ADD 1 TO ws-log-reads
                   END-READ
               END-PERFORM
               CLOSE rerate-log-file
           END-IF
           COMPUTE ws-run-no =
               FUNCTION MOD(ws-log-reads, 9999) + 1.

       RERATE-SALES.
           MOVE "N" TO ws-history-eof-flag
           MOVE ZERO TO hist-invoice-no
           START history-file KEY NOT < hist-invoice-no
               INVALID KEY SET ws-history-eof TO TRUE
           END-START
           PERFORM UNTIL ws-history-eof
               READ history-file NEXT
                   AT END SET ws-history-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-scanned-count
                       IF NOT hist-is-credit
                           AND NOT hist-is-exempt
                           AND hist-jurisdiction = ws-rerate-juris
                           AND hist-sale-date NUMERIC
                           AND hist-sale-date >= ws-date-from
                           AND hist-sale-date <= ws-date-to
                           IF hist-exemption-unknown
                               PERFORM WRITE-UNKNOWN-EXEMPT-LINE
                           ELSE
                               PERFORM RERATE-SALE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RERATE-SALE.
           ADD 1 TO ws-selected-count
           MOVE hist-before-tax TO ws-before-tax
           PERFORM LOOKUP-JURISDICTION-RATE
           IF NOT ws-jurisdiction-was-found
               ADD 1 TO ws-no-rate-count
               DISPLAY "WARNING: no rate for invoice " hist-invoice-no
                   " sale date " hist-sale-date
           ELSE
               COMPUTE ws-state-tax ROUNDED =
                   ws-before-tax * ws-state-rate
               COMPUTE ws-county-tax ROUNDED =
                   ws-before-tax * ws-county-rate
               COMPUTE ws-city-tax ROUNDED =
                   ws-before-tax * ws-city-rate
               PERFORM APPLY-TAXABILITY-MATRIX
               PERFORM SAVE-OLD-TAX
               IF ws-state-tax NOT = ws-old-state-tax
                   OR ws-county-tax NOT = ws-old-county-tax
                   OR ws-city-tax NOT = ws-old-city-tax
                   ADD 1 TO ws-rerated-count
                   MOVE hist-invoice-no TO rw-invoice-no
                   MOVE "S" TO rw-entry-type
                   MOVE hist-before-tax TO rw-before-tax
                   MOVE ws-state-tax TO rw-new-state-tax
                   MOVE ws-county-tax TO rw-new-county-tax
                   MOVE ws-city-tax TO rw-new-city-tax
                   MOVE ZERO TO rw-credit-tax-change
                   WRITE rerate-work-record
                       INVALID KEY
                           DISPLAY "ERROR: re-rate work write failed, "
                               "invoice " rw-invoice-no
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
                   PERFORM RECORD-TAX-CHANGE
               END-IF
           END-IF.

       WRITE-UNKNOWN-EXEMPT-LINE.
           ADD 1 TO ws-unknown-exempt-count
           MOVE hist-invoice-no TO ru-invoice-no
           MOVE hist-sale-date TO ru-sale-date
           MOVE hist-posting-period TO ru-period
           MOVE hist-before-tax TO ru-before-tax
           WRITE report-record FROM ws-report-unknown-line.

       RERATE-CREDITS.
           MOVE "N" TO ws-history-eof-flag
           MOVE ZERO TO hist-invoice-no
           START history-file KEY NOT < hist-invoice-no
               INVALID KEY SET ws-history-eof TO TRUE
           END-START
           PERFORM UNTIL ws-history-eof
               READ history-file NEXT
                   AT END SET ws-history-eof TO TRUE
                   NOT AT END
                       IF hist-is-credit
                           AND hist-orig-invoice-no NUMERIC
                           AND hist-orig-invoice-no > ZERO
                           MOVE hist-orig-invoice-no TO rw-invoice-no
                           READ rerate-work-file
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   IF rw-sale-entry
                                       PERFORM RERATE-CREDIT
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.

       RERATE-CREDIT.
           ADD 1 TO ws-selected-count
           MOVE hist-before-tax TO ws-before-tax
           COMPUTE ws-state-tax ROUNDED =
               ws-before-tax * rw-new-state-tax / rw-before-tax
           COMPUTE ws-county-tax ROUNDED =
               ws-before-tax * rw-new-county-tax / rw-before-tax
           COMPUTE ws-city-tax ROUNDED =
               ws-before-tax * rw-new-city-tax / rw-before-tax
           PERFORM SAVE-OLD-TAX
           IF ws-state-tax NOT = ws-old-state-tax
               OR ws-county-tax NOT = ws-old-county-tax
               OR ws-city-tax NOT = ws-old-city-tax
               ADD 1 TO ws-credit-rerated-count
               COMPUTE ws-old-abs-tax = FUNCTION ABS(
                   ws-old-state-tax + ws-old-county-tax
                       + ws-old-city-tax)
               COMPUTE ws-new-abs-tax = FUNCTION ABS(
                   ws-state-tax + ws-county-tax + ws-city-tax)
               COMPUTE rw-credit-tax-change = rw-credit-tax-change
                   + ws-new-abs-tax - ws-old-abs-tax
               REWRITE rerate-work-record
                   INVALID KEY
                       DISPLAY "ERROR: re-rate work rewrite failed, "
                           "invoice " rw-invoice-no
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
               MOVE hist-invoice-no TO rw-invoice-no
               MOVE "C" TO rw-entry-type
               MOVE hist-before-tax TO rw-before-tax
               MOVE ws-state-tax TO rw-new-state-tax
               MOVE ws-county-tax TO rw-new-county-tax
               MOVE ws-city-tax TO rw-new-city-tax
               MOVE ZERO TO rw-credit-tax-change
               WRITE rerate-work-record
                   INVALID KEY
                       DISPLAY "ERROR: re-rate work write failed, "
                           "invoice " rw-invoice-no
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-WRITE
               PERFORM RECORD-TAX-CHANGE
           END-IF.

       SAVE-OLD-TAX.
           MOVE hist-state-tax TO ws-old-state-tax
           MOVE hist-county-tax TO ws-old-county-tax
           MOVE hist-city-tax TO ws-old-city-tax.

       RECORD-TAX-CHANGE.
           COMPUTE ws-diff-state-tax = ws-state-tax - ws-old-state-tax
           COMPUTE ws-diff-county-tax =
               ws-county-tax - ws-old-county-tax
           COMPUTE ws-diff-city-tax = ws-city-tax - ws-old-city-tax
           COMPUTE ws-diff-total = ws-diff-state-tax
               + ws-diff-county-tax + ws-diff-city-tax
           PERFORM WRITE-VARIANCE-LINE
           PERFORM WRITE-GL-FEED-LINES
           PERFORM ACCUMULATE-ADJUSTMENT.

       WRITE-VARIANCE-LINE.
           MOVE hist-invoice-no TO rd-invoice-no
           IF hist-is-credit
               MOVE "CREDIT" TO rd-type-flag
           ELSE
               MOVE "SALE" TO rd-type-flag
           END-IF
           MOVE hist-sale-date TO rd-sale-date
           MOVE hist-posting-period TO rd-period
           MOVE hist-before-tax TO rd-before-tax
           MOVE ws-old-state-tax TO rd-old-state-tax
           MOVE ws-old-county-tax TO rd-old-county-tax
           MOVE ws-old-city-tax TO rd-old-city-tax
           MOVE ws-state-tax TO rd-new-state-tax
           MOVE ws-county-tax TO rd-new-county-tax
           MOVE ws-city-tax TO rd-new-city-tax
           MOVE ws-diff-state-tax TO rd-diff-state-tax
           MOVE ws-diff-county-tax TO rd-diff-county-tax
           MOVE ws-diff-city-tax TO rd-diff-city-tax
           WRITE report-record FROM ws-report-detail-line
           ADD ws-old-state-tax TO rt-old-state-tax
           ADD ws-old-county-tax TO rt-old-county-tax
           ADD ws-old-city-tax TO rt-old-city-tax
           ADD ws-state-tax TO rt-new-state-tax
           ADD ws-county-tax TO rt-new-county-tax
           ADD ws-city-tax TO rt-new-city-tax
           ADD ws-diff-state-tax TO rt-diff-state-tax
           ADD ws-diff-county-tax TO rt-diff-county-tax
           ADD ws-diff-city-tax TO rt-diff-city-tax
           ADD ws-diff-total TO rt-diff-total.

       WRITE-GL-FEED-LINES.
           MOVE hist-sale-date(1:6) TO ws-gl-period
           IF ws-diff-state-tax NOT = ZERO
               MOVE ws-gl-state-account TO gl-account-code
               MOVE ZERO TO gl-amount
               MOVE ws-diff-state-tax TO gl-tax-amount
               MOVE ws-gl-period TO gl-period
               WRITE gl-record
               ADD 1 TO ws-gl-record-count
               ADD ws-diff-state-tax TO ws-gl-net-tax
           END-IF
           IF ws-diff-county-tax NOT = ZERO
               MOVE ws-gl-county-account TO gl-account-code
               MOVE ZERO TO gl-amount
               MOVE ws-diff-county-tax TO gl-tax-amount
               MOVE ws-gl-period TO gl-period
               WRITE gl-record
               ADD 1 TO ws-gl-record-count
               ADD ws-diff-county-tax TO ws-gl-net-tax
           END-IF
           IF ws-diff-city-tax NOT = ZERO
               MOVE ws-gl-city-account TO gl-account-code
               MOVE ZERO TO gl-amount
               MOVE ws-diff-city-tax TO gl-tax-amount
               MOVE ws-gl-period TO gl-period
               WRITE gl-record
               ADD 1 TO ws-gl-record-count
               ADD ws-diff-city-tax TO ws-gl-net-tax
           END-IF
           IF ws-diff-total NOT = ZERO
               MOVE ws-gl-rerate-account TO gl-account-code
               COMPUTE gl-amount = ZERO - ws-diff-total
               MOVE ZERO TO gl-tax-amount
               MOVE ws-gl-period TO gl-period
               WRITE gl-record
               ADD 1 TO ws-gl-record-count
               SUBTRACT ws-diff-total FROM ws-gl-net-amount
           END-IF.

       ACCUMULATE-ADJUSTMENT.
           MOVE hist-posting-period TO aw-period
           MOVE ws-rerate-juris TO aw-juris
           READ adjust-work-file
               INVALID KEY
                   MOVE hist-posting-period TO aw-period
                   MOVE ws-rerate-juris TO aw-juris
                   MOVE 1 TO aw-invoice-count
                   MOVE ws-diff-state-tax TO aw-state-tax
                   MOVE ws-diff-county-tax TO aw-county-tax
                   MOVE ws-diff-city-tax TO aw-city-tax
                   WRITE adjust-work-record
                       INVALID KEY
                           DISPLAY "ERROR: adjustment work write "
                               "failed, period " aw-period
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO aw-invoice-count
                   ADD ws-diff-state-tax TO aw-state-tax
                   ADD ws-diff-county-tax TO aw-county-tax
                   ADD ws-diff-city-tax TO aw-city-tax
                   REWRITE adjust-work-record
                       INVALID KEY
                           DISPLAY "ERROR: adjustment work rewrite "
                               "failed, period " aw-period
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-READ.

       APPLY-HISTORY-UPDATES.
           MOVE "N" TO ws-work-eof-flag
           MOVE ZERO TO rw-invoice-no
           START rerate-work-file KEY NOT < rw-invoice-no
               INVALID KEY SET ws-work-eof TO TRUE
           END-START
           PERFORM UNTIL ws-work-eof
               READ rerate-work-file NEXT
                   AT END SET ws-work-eof TO TRUE
                   NOT AT END PERFORM APPLY-HISTORY-UPDATE
               END-READ
           END-PERFORM.

       APPLY-HISTORY-UPDATE.
           MOVE rw-invoice-no TO hist-invoice-no
           READ history-file
               INVALID KEY
                   DISPLAY "ERROR: invoice " rw-invoice-no
                       " missing at history update"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE rw-new-state-tax TO hist-state-tax
                   MOVE rw-new-county-tax TO hist-county-tax
                   MOVE rw-new-city-tax TO hist-city-tax
                   IF rw-credit-tax-change NOT = ZERO
                       IF hist-credit-tax + rw-credit-tax-change
                               < ZERO
                           MOVE ZERO TO hist-credit-tax
                       ELSE
                           ADD rw-credit-tax-change TO hist-credit-tax
                       END-IF
                   END-IF
                   REWRITE history-record
                       INVALID KEY
                           DISPLAY "ERROR: history rewrite failed for "
                               "invoice " rw-invoice-no
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO ws-history-updated-count
                   END-REWRITE
           END-READ.

       LOOKUP-JURISDICTION-RATE.
           MOVE "N" TO ws-jurisdiction-found
           PERFORM VARYING ws-jurisdiction-idx FROM 1 BY 1
                   UNTIL ws-jurisdiction-idx > ws-juris-count
               IF jt-code(ws-jurisdiction-idx) = hist-jurisdiction
                   AND jt-eff-from(ws-jurisdiction-idx)
                       <= hist-sale-date
                   AND jt-eff-to(ws-jurisdiction-idx)
                       >= hist-sale-date
                   MOVE jt-state-rate(ws-jurisdiction-idx) TO
                       ws-state-rate
                   MOVE jt-county-rate(ws-jurisdiction-idx) TO
                       ws-county-rate
                   MOVE jt-city-rate(ws-jurisdiction-idx) TO
                       ws-city-rate
                   MOVE "Y" TO ws-jurisdiction-found
               END-IF
           END-PERFORM.

       APPLY-TAXABILITY-MATRIX.
           PERFORM FIND-MATRIX-ENTRY
           IF ws-matrix-slot > ZERO
               MOVE tm-state-treat(ws-matrix-slot) TO ws-tier-treat
               MOVE ws-state-tax TO ws-tier-tax
               PERFORM APPLY-TIER-TREATMENT
               MOVE ws-tier-tax TO ws-state-tax
               MOVE tm-county-treat(ws-matrix-slot) TO ws-tier-treat
               MOVE ws-county-tax TO ws-tier-tax
               PERFORM APPLY-TIER-TREATMENT
               MOVE ws-tier-tax TO ws-county-tax
               MOVE tm-city-treat(ws-matrix-slot) TO ws-tier-treat
               MOVE ws-city-tax TO ws-tier-tax
               PERFORM APPLY-TIER-TREATMENT
               MOVE ws-tier-tax TO ws-city-tax
           END-IF.

       FIND-MATRIX-ENTRY.
           MOVE ZERO TO ws-matrix-slot
           PERFORM VARYING ws-matrix-idx FROM 1 BY 1
                   UNTIL ws-matrix-idx > ws-matrix-count
               IF tm-juris(ws-matrix-idx) = hist-jurisdiction
                   AND tm-category(ws-matrix-idx) = hist-category
                   AND tm-eff-from(ws-matrix-idx) <= hist-sale-date
                   AND tm-eff-to(ws-matrix-idx) >= hist-sale-date
                   MOVE ws-matrix-idx TO ws-matrix-slot
               END-IF
           END-PERFORM
           IF ws-matrix-slot = ZERO
               PERFORM VARYING ws-matrix-idx FROM 1 BY 1
                       UNTIL ws-matrix-idx > ws-matrix-count
                   IF tm-juris(ws-matrix-idx) = hist-jurisdiction
                       AND tm-category(ws-matrix-idx) = "**"
                       AND tm-eff-from(ws-matrix-idx)
                           <= hist-sale-date
                       AND tm-eff-to(ws-matrix-idx)
                           >= hist-sale-date
                       MOVE ws-matrix-idx TO ws-matrix-slot
                   END-IF
               END-PERFORM
           END-IF.

       APPLY-TIER-TREATMENT.
           EVALUATE ws-tier-treat
               WHEN "E"
                   MOVE ZERO TO ws-tier-tax
               WHEN "R"
                   COMPUTE ws-tier-tax ROUNDED = ws-before-tax
                       * tm-reduced-rate(ws-matrix-slot)
               WHEN "T"
                   IF FUNCTION ABS(ws-before-tax) <=
                           tm-cap-amount(ws-matrix-slot)
                       MOVE ZERO TO ws-tier-tax
                   END-IF
               WHEN "C"
                   IF FUNCTION ABS(ws-tier-tax) >
                           tm-cap-amount(ws-matrix-slot)
                       IF ws-before-tax < ZERO
                           COMPUTE ws-tier-tax = ZERO
                               - tm-cap-amount(ws-matrix-slot)
                       ELSE
                           MOVE tm-cap-amount(ws-matrix-slot) TO
                               ws-tier-tax
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-REPORT-TOTALS.
           COMPUTE rg-rerated-count =
               ws-rerated-count + ws-credit-rerated-count
           MOVE rt-old-state-tax TO rg-old-state-tax
           MOVE rt-old-county-tax TO rg-old-county-tax
           MOVE rt-old-city-tax TO rg-old-city-tax
           MOVE rt-new-state-tax TO rg-new-state-tax
           MOVE rt-new-county-tax TO rg-new-county-tax
           MOVE rt-new-city-tax TO rg-new-city-tax
           MOVE rt-diff-state-tax TO rg-diff-state-tax
           MOVE rt-diff-county-tax TO rg-diff-county-tax
           MOVE rt-diff-city-tax TO rg-diff-city-tax
           MOVE rt-diff-total TO rg-diff-total
           WRITE report-record FROM ws-report-total-line.

       POST-REMITTANCE-ADJUSTMENTS.
           WRITE report-record FROM ws-adjust-head-line
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
           OPEN I-O remit-mtd-file
           IF ws-remit-mtd-status = "35"
               OPEN OUTPUT remit-mtd-file
               IF ws-remit-mtd-status NOT = "00"
                   DISPLAY "ERROR: cannot create remittance master, "
                       "status " ws-remit-mtd-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE remit-mtd-file
               OPEN I-O remit-mtd-file
           END-IF
           IF ws-remit-mtd-status NOT = "00"
               DISPLAY "ERROR: cannot open remittance master, "
                   "status " ws-remit-mtd-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO ws-work-eof-flag
           MOVE LOW-VALUES TO aw-key
           START adjust-work-file KEY NOT < aw-key
               INVALID KEY SET ws-work-eof TO TRUE
           END-START
           PERFORM UNTIL ws-work-eof
               READ adjust-work-file NEXT
                   AT END SET ws-work-eof TO TRUE
                   NOT AT END PERFORM POST-ADJUSTMENT-ENTRY
               END-READ
           END-PERFORM
           CLOSE remit-mtd-file
           IF ws-remit-mtd-status NOT = "00"
               DISPLAY "ERROR: remittance master close failed, "
                   "status " ws-remit-mtd-status
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE adjust-file
           IF ws-adjust-status NOT = "00"
               DISPLAY "ERROR: tax adjustment file close failed, "
                   "status " ws-adjust-status
               MOVE 8 TO RETURN-CODE
           END-IF.

       POST-ADJUSTMENT-ENTRY.
           MOVE "N" TO ws-period-closed-flag
           PERFORM VARYING ws-closed-idx FROM 1 BY 1
                   UNTIL ws-closed-idx > ws-closed-count
               IF cp-period(ws-closed-idx) = aw-period
                   SET ws-period-is-closed TO TRUE
               END-IF
           END-PERFORM
           MOVE ws-gl-source-code TO adj-source-code
           MOVE ws-run-date TO adj-run-date
           MOVE ws-run-time TO adj-run-time
           MOVE aw-period TO adj-period
           MOVE aw-juris TO adj-juris
           MOVE ZERO TO adj-taxable-amount
           MOVE ZERO TO adj-exempt-amount
           MOVE aw-state-tax TO adj-state-tax
           MOVE aw-county-tax TO adj-county-tax
           MOVE aw-city-tax TO adj-city-tax
           MOVE ZERO TO adj-over-tax
           MOVE aw-period TO ad-period
           MOVE aw-juris TO ad-juris
           MOVE aw-invoice-count TO ad-invoice-count
           MOVE aw-state-tax TO ad-state-tax
           MOVE aw-county-tax TO ad-county-tax
           MOVE aw-city-tax TO ad-city-tax
           IF ws-period-is-closed
               MOVE "N" TO adj-mtd-flag
               MOVE ZERO TO adj-mtd-period
               MOVE "PERIOD CLOSED - AMEND RETURN" TO ad-disposition
               ADD 1 TO ws-pending-count
           ELSE
               PERFORM POST-ADJUSTMENT-TO-MTD
               MOVE "Y" TO adj-mtd-flag
               MOVE ws-open-period TO adj-mtd-period
               MOVE "POSTED TO OPEN PERIOD" TO ad-disposition
               ADD 1 TO ws-mtd-posted-count
           END-IF
           WRITE adjust-record
           IF ws-adjust-status NOT = "00"
               DISPLAY "ERROR: tax adjustment write failed, period "
                   adj-period " status " ws-adjust-status
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE report-record FROM ws-adjust-detail-line.

       POST-ADJUSTMENT-TO-MTD.
           MOVE ws-open-period TO rmtd-period
           MOVE aw-juris TO rmtd-juris
           MOVE "S" TO rmtd-line-type
           READ remit-mtd-file
               INVALID KEY
                   MOVE ws-open-period TO rmtd-period
                   MOVE aw-juris TO rmtd-juris
                   MOVE "S" TO rmtd-line-type
                   MOVE ZERO TO rmtd-taxable-amount
                   MOVE ZERO TO rmtd-exempt-count
                   MOVE ZERO TO rmtd-exempt-amount
                   MOVE aw-state-tax TO rmtd-state-tax
                   MOVE aw-county-tax TO rmtd-county-tax
                   MOVE aw-city-tax TO rmtd-city-tax
                   WRITE remit-mtd-record
                       INVALID KEY
                           DISPLAY "ERROR: remittance master write "
                               "failed, jurisdiction " rmtd-juris
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
               NOT INVALID KEY
                   ADD aw-state-tax TO rmtd-state-tax
                   ADD aw-county-tax TO rmtd-county-tax
                   ADD aw-city-tax TO rmtd-city-tax
                   REWRITE remit-mtd-record
                       INVALID KEY
                           DISPLAY "ERROR: remittance master rewrite "
                               "failed, jurisdiction " rmtd-juris
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-READ.

       WRITE-GL-TRAILER.
           MOVE ws-gl-trailer-marker TO gt-marker
           MOVE ws-gl-record-count TO gt-record-count
           MOVE ws-gl-net-amount TO gt-net-amount
           MOVE ws-gl-net-tax TO gt-net-tax
           MOVE ws-run-date TO gt-run-date
           MOVE ws-run-no TO gt-run-no
           MOVE ws-gl-source-code TO gt-source-code
           WRITE gl-trailer-record.

       WRITE-RERATE-LOG.
           OPEN EXTEND rerate-log-file
           IF ws-rerate-log-status NOT = "00"
               OPEN OUTPUT rerate-log-file
           END-IF
           IF ws-rerate-log-status NOT = "00"
               DISPLAY "WARNING: cannot write re-rate log, status "
                   ws-rerate-log-status
           ELSE
               MOVE ws-run-date TO rl-run-date
               MOVE ws-run-time TO rl-run-time
               MOVE ws-operator-id TO rl-operator
               MOVE ws-rerate-juris TO rl-juris
               MOVE ws-date-from TO rl-date-from
               MOVE ws-date-to TO rl-date-to
               MOVE ws-run-no TO rl-run-no
               COMPUTE rl-rerated-count =
                   ws-rerated-count + ws-credit-rerated-count
               MOVE rt-diff-total TO rl-net-tax-change
               WRITE rerate-log-record
               CLOSE rerate-log-file
           END-IF.

       CLOSE-FILES.
           CLOSE history-file
           CLOSE rerate-work-file
           CLOSE adjust-work-file
           CLOSE gl-file
           CLOSE report-file.
