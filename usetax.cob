       IDENTIFICATION DIVISION.
       PROGRAM-ID. UseTax.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT purchase-file ASSIGN TO "APPURCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-purchase-status.
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
           SELECT gl-file ASSIGN TO "USETAXGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-gl-status.
           SELECT register-file ASSIGN TO "USETXREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-register-status.
           SELECT accrual-his-file ASSIGN TO "USETXHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS uh-key
               FILE STATUS IS ws-accrual-his-status.
           SELECT usetax-log-file ASSIGN TO "USETXLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-usetax-log-status.
           SELECT use-work-file ASSIGN TO "USETXWRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS uw-juris
               FILE STATUS IS ws-use-work-status.
           SELECT accrual-work-file ASSIGN TO "USETXACW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ua-key
               FILE STATUS IS ws-accrual-work-status.
       DATA DIVISION.
       FILE SECTION.
       FD  purchase-file.
       01  purchase-record.
           05  ap-vendor-no          PIC X(10).
           05  ap-invoice-no         PIC X(12).
           05  ap-ship-juris         PIC X(4).
           05  ap-category           PIC X(2).
           05  ap-amount             PIC S9(9)V99.
           05  ap-vendor-tax         PIC S9(7)V99.
           05  ap-invoice-date       PIC 9(8).

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
                   88  rmtd-use-line   VALUE "U".
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

       FD  register-file.
       01  register-record           PIC X(200).

       FD  accrual-his-file.
       01  accrual-his-record.
           05  uh-key.
               10  uh-vendor-no      PIC X(10).
               10  uh-invoice-no     PIC X(12).
           05  uh-accrual-date       PIC 9(8).
           05  uh-period             PIC 9(6).
           05  uh-juris              PIC X(4).
           05  uh-use-tax            PIC S9(9)V99.

       FD  usetax-log-file.
       01  usetax-log-record.
           05  ul-run-date           PIC 9(8).
           05  ul-run-time           PIC 9(8).
           05  ul-operator           PIC X(8).
           05  ul-period             PIC 9(6).
           05  ul-run-no             PIC 9(4).
           05  ul-read-count         PIC 9(7).
           05  ul-accrued-count      PIC 9(7).
           05  ul-reject-count       PIC 9(7).
           05  ul-use-tax            PIC S9(9)V99.

       FD  use-work-file.
       01  use-work-record.
           05  uw-juris              PIC X(4).
           05  uw-purchase-count     PIC 9(7).
           05  uw-taxable-amount     PIC S9(11)V99.
           05  uw-state-tax          PIC S9(11)V99.
           05  uw-county-tax         PIC S9(11)V99.
           05  uw-city-tax           PIC S9(11)V99.

       FD  accrual-work-file.
       01  accrual-work-record.
           05  ua-key.
               10  ua-vendor-no      PIC X(10).
               10  ua-invoice-no     PIC X(12).
           05  ua-juris              PIC X(4).
           05  ua-use-tax            PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01  ws-purchase-status        PIC XX.
       01  ws-rate-status            PIC XX.
       01  ws-period-status          PIC XX.
       01  ws-remit-mtd-status       PIC XX.
       01  ws-adjust-status          PIC XX.
       01  ws-gl-status              PIC XX.
       01  ws-register-status        PIC XX.
       01  ws-accrual-his-status     PIC XX.
       01  ws-usetax-log-status      PIC XX.
       01  ws-use-work-status        PIC XX.
       01  ws-accrual-work-status    PIC XX.
       01  ws-eof-flag               PIC X VALUE "N".
           88  ws-eof                VALUE "Y".
       01  ws-rate-eof-flag          PIC X VALUE "N".
           88  ws-rate-eof           VALUE "Y".
       01  ws-period-eof-flag        PIC X VALUE "N".
           88  ws-period-eof         VALUE "Y".
       01  ws-work-eof-flag          PIC X VALUE "N".
           88  ws-work-eof           VALUE "Y".
       01  ws-accrual-eof-flag       PIC X VALUE "N".
           88  ws-accrual-eof        VALUE "Y".
       01  ws-log-eof-flag           PIC X VALUE "N".
           88  ws-log-eof            VALUE "Y".
       01  ws-run-date               PIC 9(8).
       01  ws-run-time               PIC 9(8).
       01  ws-operator-id            PIC X(8) VALUE SPACES.
       01  ws-open-period            PIC 9(6).
       01  ws-period-env             PIC X(6) VALUE SPACES.
       01  ws-run-no                 PIC 9(4) VALUE ZERO.
       01  ws-log-reads              PIC 9(7) VALUE ZERO.

       01  ws-gl-trailer-marker      PIC X(10) VALUE "99999-CTRL".
       01  ws-gl-source-code         PIC X(2)  VALUE "UT".
       01  ws-gl-use-tax-account     PIC X(10) VALUE "2150-UTAX".
       01  ws-gl-purchase-account    PIC X(10) VALUE "5100-PURCH".
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

       01  ws-valid-flag             PIC X VALUE "Y".
           88  ws-is-valid           VALUE "Y".
       01  ws-reject-reason          PIC X(20) VALUE SPACES.
       01  ws-before-tax             PIC S9(9)V99.
       01  ws-state-rate             PIC V999.
       01  ws-county-rate            PIC V999.
       01  ws-city-rate              PIC V999.
       01  ws-state-tax              PIC S9(7)V99.
       01  ws-county-tax             PIC S9(7)V99.
       01  ws-city-tax               PIC S9(7)V99.
       01  ws-computed-tax           PIC S9(9)V99.
       01  ws-use-tax                PIC S9(9)V99.

       01  ws-read-count             PIC 9(7) VALUE ZERO.
       01  ws-accrued-count          PIC 9(7) VALUE ZERO.
       01  ws-no-tax-count           PIC 9(7) VALUE ZERO.
       01  ws-reject-count           PIC 9(7) VALUE ZERO.
       01  ws-use-tax-total          PIC S9(9)V99 VALUE ZERO.
       01  ws-purchase-total         PIC S9(11)V99 VALUE ZERO.
       01  ws-juris-use-tax          PIC S9(11)V99.

       01  ws-register-head-line.
           05  FILLER                PIC X(30) VALUE
               "USE TAX ACCRUAL REGISTER ".
           05  FILLER                PIC X(7)  VALUE "PERIOD ".
           05  uh-head-period        PIC 9(6).
           05  FILLER                PIC X(10) VALUE " RUN DATE ".
           05  uh-head-run-date      PIC 9(8).

       01  ws-register-detail-line.
           05  FILLER                PIC X(4)  VALUE "VND ".
           05  ud-vendor-no          PIC X(10).
           05  FILLER                PIC X(5)  VALUE " INV ".
           05  ud-invoice-no         PIC X(12).
           05  FILLER                PIC X(5)  VALUE " JUR ".
           05  ud-juris              PIC X(4).
           05  FILLER                PIC X(5)  VALUE " CAT ".
           05  ud-category           PIC X(2).
           05  FILLER                PIC X(5)  VALUE " IDT ".
           05  ud-invoice-date       PIC X(8).
           05  FILLER                PIC X(5)  VALUE " AMT ".
           05  ud-amount             PIC -(8)9.99.
           05  FILLER                PIC X(6)  VALUE " VTAX ".
           05  ud-vendor-tax         PIC -(6)9.99.
           05  FILLER                PIC X(4)  VALUE " ST ".
           05  ud-state-tax          PIC -(6)9.99.
           05  FILLER                PIC X(4)  VALUE " CO ".
           05  ud-county-tax         PIC -(6)9.99.
           05  FILLER                PIC X(4)  VALUE " CY ".
           05  ud-city-tax           PIC -(6)9.99.
           05  FILLER                PIC X(5)  VALUE " USE ".
           05  ud-use-tax            PIC -(8)9.99.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  ud-status             PIC X(20).

       01  ws-juris-head-line.
           05  FILLER                PIC X(40) VALUE
               "USE TAX ACCRUED BY JURISDICTION".

       01  ws-juris-detail-line.
           05  FILLER                PIC X(4)  VALUE "JUR ".
           05  uj-juris              PIC X(4).
           05  FILLER                PIC X(6)  VALUE " PURS ".
           05  uj-purchase-count     PIC ZZZZZZ9.
           05  FILLER                PIC X(9)  VALUE " TAXABLE ".
           05  uj-taxable-amount     PIC -(10)9.99.
           05  FILLER                PIC X(4)  VALUE " ST ".
           05  uj-state-tax          PIC -(8)9.99.
           05  FILLER                PIC X(4)  VALUE " CO ".
           05  uj-county-tax         PIC -(8)9.99.
           05  FILLER                PIC X(4)  VALUE " CY ".
           05  uj-city-tax           PIC -(8)9.99.
           05  FILLER                PIC X(5)  VALUE " TOT ".
           05  uj-total-tax          PIC -(8)9.99.

       01  ws-register-total-line.
           05  FILLER                PIC X(5)  VALUE "READ ".
           05  ut-read-count         PIC ZZZZZZ9.
           05  FILLER                PIC X(9)  VALUE " ACCRUED ".
           05  ut-accrued-count      PIC ZZZZZZ9.
           05  FILLER                PIC X(8)  VALUE " NO TAX ".
           05  ut-no-tax-count       PIC ZZZZZZ9.
           05  FILLER                PIC X(10) VALUE " REJECTED ".
           05  ut-reject-count       PIC ZZZZZZ9.
           05  FILLER                PIC X(10) VALUE " PURCHASES".
           05  ut-purchase-total     PIC -(10)9.99.
           05  FILLER                PIC X(9)  VALUE " USE TAX ".
           05  ut-use-tax-total      PIC -(8)9.99.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM OPEN-FILES
           PERFORM UNTIL ws-eof
               READ purchase-file
                   AT END SET ws-eof TO TRUE
                   NOT AT END PERFORM PROCESS-PURCHASE
               END-READ
           END-PERFORM
           PERFORM POST-JURISDICTION-TOTALS
           PERFORM RECORD-ACCRUAL-HISTORY
           PERFORM WRITE-REGISTER-TOTALS
           PERFORM WRITE-GL-TRAILER
           PERFORM WRITE-USETAX-LOG
           DISPLAY "UseTax period " ws-open-period ": read "
               ws-read-count ", accrued " ws-accrued-count
               ", no tax due " ws-no-tax-count
               ", rejected " ws-reject-count
           DISPLAY "UseTax total use tax accrued " ws-use-tax-total
           IF ws-reject-count > ZERO
               DISPLAY "WARNING: " ws-reject-count
                   " purchase lines rejected - see USETXREG.DAT"
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
           ACCEPT ws-period-env FROM ENVIRONMENT "OPEN_PERIOD"
           IF ws-period-env NUMERIC
               MOVE ws-period-env TO ws-open-period
           ELSE
               IF ws-period-env NOT = SPACES
                   DISPLAY "WARNING: invalid OPEN_PERIOD '"
                       ws-period-env "' ignored, using run month"
               END-IF
               MOVE ws-run-date(1:6) TO ws-open-period
           END-IF
           PERFORM CHECK-PERIOD-LOCK
           PERFORM LOAD-RATE-MASTER
           PERFORM READ-USETAX-LOG
           OPEN INPUT purchase-file
           IF ws-purchase-status NOT = "00"
               DISPLAY "ERROR: cannot open AP purchase extract, "
                   "status " ws-purchase-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O accrual-his-file
           IF ws-accrual-his-status = "35"
               OPEN OUTPUT accrual-his-file
               IF ws-accrual-his-status NOT = "00"
                   DISPLAY "ERROR: cannot create use tax history, "
                       "status " ws-accrual-his-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE accrual-his-file
               OPEN I-O accrual-his-file
           END-IF
           IF ws-accrual-his-status NOT = "00"
               DISPLAY "ERROR: cannot open use tax history, status "
                   ws-accrual-his-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT use-work-file
           IF ws-use-work-status NOT = "00"
               DISPLAY "ERROR: cannot open use tax work file, "
                   "status " ws-use-work-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE use-work-file
           OPEN I-O use-work-file
           IF ws-use-work-status NOT = "00"
               DISPLAY "ERROR: cannot reopen use tax work file, "
                   "status " ws-use-work-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT accrual-work-file
           IF ws-accrual-work-status NOT = "00"
               DISPLAY "ERROR: cannot open accrual work file, "
                   "status " ws-accrual-work-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE accrual-work-file
           OPEN I-O accrual-work-file
           IF ws-accrual-work-status NOT = "00"
               DISPLAY "ERROR: cannot reopen accrual work file, "
                   "status " ws-accrual-work-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT gl-file
           IF ws-gl-status NOT = "00"
               DISPLAY "ERROR: cannot open use tax GL feed, status "
                   ws-gl-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT register-file
           IF ws-register-status NOT = "00"
               DISPLAY "ERROR: cannot open use tax register, status "
                   ws-register-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-open-period TO uh-head-period
           MOVE ws-run-date TO uh-head-run-date
           WRITE register-record FROM ws-register-head-line.

       CHECK-PERIOD-LOCK.
           OPEN INPUT period-file
           IF ws-period-status = "00"
               PERFORM UNTIL ws-period-eof
                   READ period-file
                       AT END SET ws-period-eof TO TRUE
                       NOT AT END
                           IF pc-period = ws-open-period
                               AND pc-status = "C"
                               DISPLAY "ERROR: period "
                                   ws-open-period " is closed, "
                                   "run refused"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE period-file
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
           IF ws-juris-count = ZERO
               DISPLAY "ERROR: rate master has no jurisdiction rates"
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

       READ-USETAX-LOG.
           OPEN INPUT usetax-log-file
           IF ws-usetax-log-status = "00"
               PERFORM UNTIL ws-log-eof
                   READ usetax-log-file
                       AT END SET ws-log-eof TO TRUE
                       NOT AT END ADD 1 TO ws-log-reads
                   END-READ
               END-PERFORM
               CLOSE usetax-log-file
           END-IF
           COMPUTE ws-run-no =
               FUNCTION MOD(ws-log-reads, 9999) + 1.

       PROCESS-PURCHASE.
           ADD 1 TO ws-read-count
           MOVE ZERO TO ws-state-tax
           MOVE ZERO TO ws-county-tax
           MOVE ZERO TO ws-city-tax
           MOVE ZERO TO ws-use-tax
           PERFORM VALIDATE-PURCHASE
           IF NOT ws-is-valid
               ADD 1 TO ws-reject-count
               MOVE ws-reject-reason TO ud-status
               PERFORM WRITE-REGISTER-LINE
           ELSE
               ADD ws-before-tax TO ws-purchase-total
               PERFORM COMPUTE-USE-TAX
               IF ws-use-tax = ZERO
                   ADD 1 TO ws-no-tax-count
                   IF ws-computed-tax = ZERO
                       MOVE "NOT TAXABLE" TO ud-status
                   ELSE
                       MOVE "VENDOR TAX CHARGED" TO ud-status
                   END-IF
               ELSE
                   ADD 1 TO ws-accrued-count
                   ADD ws-use-tax TO ws-use-tax-total
                   MOVE "ACCRUED" TO ud-status
                   PERFORM ACCUMULATE-JURISDICTION
               END-IF
               PERFORM STAGE-ACCRUAL-HISTORY
               PERFORM WRITE-REGISTER-LINE
           END-IF.

       VALIDATE-PURCHASE.
           MOVE "Y" TO ws-valid-flag
           EVALUATE TRUE
               WHEN ap-amount NOT NUMERIC
                   OR ap-vendor-tax NOT NUMERIC
                   MOVE "N" TO ws-valid-flag
                   MOVE "INVALID NUMERIC DATA" TO ws-reject-reason
               WHEN ap-amount NOT > ZERO
                   MOVE "N" TO ws-valid-flag
                   MOVE "INVALID AMOUNT" TO ws-reject-reason
               WHEN ap-vendor-tax < ZERO
                   MOVE "N" TO ws-valid-flag
                   MOVE "INVALID VENDOR TAX" TO ws-reject-reason
               WHEN ap-invoice-date NOT NUMERIC
                   MOVE "N" TO ws-valid-flag
                   MOVE "INVALID INVOICE DATE" TO ws-reject-reason
               WHEN FUNCTION TEST-DATE-YYYYMMDD(ap-invoice-date)
                       NOT = ZERO
                   MOVE "N" TO ws-valid-flag
                   MOVE "INVALID INVOICE DATE" TO ws-reject-reason
               WHEN ap-invoice-date > ws-run-date
                   MOVE "N" TO ws-valid-flag
                   MOVE "FUTURE INVOICE DATE" TO ws-reject-reason
               WHEN OTHER
                   MOVE ap-amount TO ws-before-tax
                   MOVE ap-vendor-no TO uh-vendor-no
                   MOVE ap-invoice-no TO uh-invoice-no
                   READ accrual-his-file
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "N" TO ws-valid-flag
                           MOVE "ALREADY ACCRUED" TO ws-reject-reason
                   END-READ
                   IF ws-is-valid
                       MOVE ap-vendor-no TO ua-vendor-no
                       MOVE ap-invoice-no TO ua-invoice-no
                       READ accrual-work-file
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "N" TO ws-valid-flag
                               MOVE "DUPLICATE IN EXTRACT" TO
                                   ws-reject-reason
                       END-READ
                   END-IF
                   IF ws-is-valid
                       PERFORM LOOKUP-JURISDICTION-RATE
                       IF NOT ws-jurisdiction-was-found
                           MOVE "N" TO ws-valid-flag
                           MOVE "JURIS RATE NOT FOUND" TO
                               ws-reject-reason
                       END-IF
                   END-IF
           END-EVALUATE.

       COMPUTE-USE-TAX.
           COMPUTE ws-state-tax ROUNDED =
               ws-before-tax * ws-state-rate
           COMPUTE ws-county-tax ROUNDED =
               ws-before-tax * ws-county-rate
           COMPUTE ws-city-tax ROUNDED =
               ws-before-tax * ws-city-rate
           PERFORM APPLY-TAXABILITY-MATRIX
           COMPUTE ws-computed-tax =
               ws-state-tax + ws-county-tax + ws-city-tax
           EVALUATE TRUE
               WHEN ws-computed-tax = ZERO
                   MOVE ZERO TO ws-use-tax
               WHEN ap-vendor-tax >= ws-computed-tax
                   MOVE ZERO TO ws-use-tax
                   MOVE ZERO TO ws-state-tax
                   MOVE ZERO TO ws-county-tax
                   MOVE ZERO TO ws-city-tax
               WHEN ap-vendor-tax = ZERO
                   MOVE ws-computed-tax TO ws-use-tax
               WHEN OTHER
                   COMPUTE ws-use-tax =
                       ws-computed-tax - ap-vendor-tax
                   COMPUTE ws-state-tax ROUNDED =
                       ws-state-tax * ws-use-tax / ws-computed-tax
                   COMPUTE ws-county-tax ROUNDED =
                       ws-county-tax * ws-use-tax / ws-computed-tax
                   COMPUTE ws-city-tax =
                       ws-use-tax - ws-state-tax - ws-county-tax
           END-EVALUATE.

       LOOKUP-JURISDICTION-RATE.
           MOVE "N" TO ws-jurisdiction-found
           PERFORM VARYING ws-jurisdiction-idx FROM 1 BY 1
                   UNTIL ws-jurisdiction-idx > ws-juris-count
               IF jt-code(ws-jurisdiction-idx) = ap-ship-juris
                   AND jt-eff-from(ws-jurisdiction-idx)
                       <= ap-invoice-date
                   AND jt-eff-to(ws-jurisdiction-idx)
                       >= ap-invoice-date
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
               IF tm-juris(ws-matrix-idx) = ap-ship-juris
                   AND tm-category(ws-matrix-idx) = ap-category
                   AND tm-eff-from(ws-matrix-idx) <= ap-invoice-date
                   AND tm-eff-to(ws-matrix-idx) >= ap-invoice-date
                   MOVE ws-matrix-idx TO ws-matrix-slot
               END-IF
           END-PERFORM
           IF ws-matrix-slot = ZERO
               PERFORM VARYING ws-matrix-idx FROM 1 BY 1
                       UNTIL ws-matrix-idx > ws-matrix-count
                   IF tm-juris(ws-matrix-idx) = ap-ship-juris
                       AND tm-category(ws-matrix-idx) = "**"
                       AND tm-eff-from(ws-matrix-idx)
                           <= ap-invoice-date
                       AND tm-eff-to(ws-matrix-idx)
                           >= ap-invoice-date
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
                   IF ws-before-tax <= tm-cap-amount(ws-matrix-slot)
                       MOVE ZERO TO ws-tier-tax
                   END-IF
               WHEN "C"
                   IF ws-tier-tax > tm-cap-amount(ws-matrix-slot)
                       MOVE tm-cap-amount(ws-matrix-slot) TO
                           ws-tier-tax
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ACCUMULATE-JURISDICTION.
           MOVE ap-ship-juris TO uw-juris
           READ use-work-file
               INVALID KEY
                   MOVE ap-ship-juris TO uw-juris
                   MOVE 1 TO uw-purchase-count
                   MOVE ws-before-tax TO uw-taxable-amount
                   MOVE ws-state-tax TO uw-state-tax
                   MOVE ws-county-tax TO uw-county-tax
                   MOVE ws-city-tax TO uw-city-tax
                   WRITE use-work-record
                       INVALID KEY
                           DISPLAY "ERROR: use tax work write "
                               "failed, jurisdiction " uw-juris
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO uw-purchase-count
                   ADD ws-before-tax TO uw-taxable-amount
                   ADD ws-state-tax TO uw-state-tax
                   ADD ws-county-tax TO uw-county-tax
                   ADD ws-city-tax TO uw-city-tax
                   REWRITE use-work-record
                       INVALID KEY
                           DISPLAY "ERROR: use tax work rewrite "
                               "failed, jurisdiction " uw-juris
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-READ.

       STAGE-ACCRUAL-HISTORY.
           MOVE ap-vendor-no TO ua-vendor-no
           MOVE ap-invoice-no TO ua-invoice-no
           MOVE ap-ship-juris TO ua-juris
           MOVE ws-use-tax TO ua-use-tax
           WRITE accrual-work-record
               INVALID KEY
                   DISPLAY "ERROR: accrual work write failed "
                       "for vendor " ap-vendor-no
                       " invoice " ap-invoice-no
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

       RECORD-ACCRUAL-HISTORY.
           MOVE "N" TO ws-accrual-eof-flag
           MOVE LOW-VALUES TO ua-key
           START accrual-work-file KEY NOT < ua-key
               INVALID KEY SET ws-accrual-eof TO TRUE
           END-START
           PERFORM UNTIL ws-accrual-eof
               READ accrual-work-file NEXT
                   AT END SET ws-accrual-eof TO TRUE
                   NOT AT END PERFORM WRITE-ACCRUAL-HISTORY
               END-READ
           END-PERFORM.

       WRITE-ACCRUAL-HISTORY.
           MOVE ua-vendor-no TO uh-vendor-no
           MOVE ua-invoice-no TO uh-invoice-no
           MOVE ws-run-date TO uh-accrual-date
           MOVE ws-open-period TO uh-period
           MOVE ua-juris TO uh-juris
           MOVE ua-use-tax TO uh-use-tax
           WRITE accrual-his-record
               INVALID KEY
                   DISPLAY "ERROR: use tax history write failed "
                       "for vendor " ua-vendor-no
                       " invoice " ua-invoice-no
                   MOVE 8 TO RETURN-CODE
           END-WRITE.

       WRITE-REGISTER-LINE.
           MOVE ap-vendor-no TO ud-vendor-no
           MOVE ap-invoice-no TO ud-invoice-no
           MOVE ap-ship-juris TO ud-juris
           MOVE ap-category TO ud-category
           MOVE ap-invoice-date TO ud-invoice-date
           IF ap-amount NUMERIC
               MOVE ap-amount TO ud-amount
           ELSE
               MOVE ZERO TO ud-amount
           END-IF
           IF ap-vendor-tax NUMERIC
               MOVE ap-vendor-tax TO ud-vendor-tax
           ELSE
               MOVE ZERO TO ud-vendor-tax
           END-IF
           MOVE ws-state-tax TO ud-state-tax
           MOVE ws-county-tax TO ud-county-tax
           MOVE ws-city-tax TO ud-city-tax
           MOVE ws-use-tax TO ud-use-tax
           WRITE register-record FROM ws-register-detail-line.

       POST-JURISDICTION-TOTALS.
           WRITE register-record FROM ws-juris-head-line
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
           MOVE LOW-VALUES TO uw-juris
           START use-work-file KEY NOT < uw-juris
               INVALID KEY SET ws-work-eof TO TRUE
           END-START
           PERFORM UNTIL ws-work-eof
               READ use-work-file NEXT
                   AT END SET ws-work-eof TO TRUE
                   NOT AT END PERFORM POST-JURISDICTION-ENTRY
               END-READ
           END-PERFORM
           CLOSE remit-mtd-file
           CLOSE adjust-file.

       POST-JURISDICTION-ENTRY.
           COMPUTE ws-juris-use-tax =
               uw-state-tax + uw-county-tax + uw-city-tax
           PERFORM POST-USE-TAX-MTD
           MOVE ws-gl-source-code TO adj-source-code
           MOVE ws-run-date TO adj-run-date
           MOVE ws-run-time TO adj-run-time
           MOVE ws-open-period TO adj-period
           MOVE uw-juris TO adj-juris
           MOVE uw-taxable-amount TO adj-taxable-amount
           MOVE ZERO TO adj-exempt-amount
           MOVE uw-state-tax TO adj-state-tax
           MOVE uw-county-tax TO adj-county-tax
           MOVE uw-city-tax TO adj-city-tax
           MOVE ZERO TO adj-over-tax
           MOVE ws-open-period TO adj-mtd-period
           MOVE "Y" TO adj-mtd-flag
           WRITE adjust-record
           MOVE ws-gl-use-tax-account TO gl-account-code
           MOVE ZERO TO gl-amount
           MOVE ws-juris-use-tax TO gl-tax-amount
           MOVE ws-open-period TO gl-period
           WRITE gl-record
           ADD 1 TO ws-gl-record-count
           ADD ws-juris-use-tax TO ws-gl-net-tax
           MOVE ws-gl-purchase-account TO gl-account-code
           COMPUTE gl-amount = ZERO - ws-juris-use-tax
           MOVE ZERO TO gl-tax-amount
           MOVE ws-open-period TO gl-period
           WRITE gl-record
           ADD 1 TO ws-gl-record-count
           SUBTRACT ws-juris-use-tax FROM ws-gl-net-amount
           MOVE uw-juris TO uj-juris
           MOVE uw-purchase-count TO uj-purchase-count
           MOVE uw-taxable-amount TO uj-taxable-amount
           MOVE uw-state-tax TO uj-state-tax
           MOVE uw-county-tax TO uj-county-tax
           MOVE uw-city-tax TO uj-city-tax
           MOVE ws-juris-use-tax TO uj-total-tax
           WRITE register-record FROM ws-juris-detail-line.

       POST-USE-TAX-MTD.
           MOVE ws-open-period TO rmtd-period
           MOVE uw-juris TO rmtd-juris
           MOVE "U" TO rmtd-line-type
           READ remit-mtd-file
               INVALID KEY
                   MOVE ws-open-period TO rmtd-period
                   MOVE uw-juris TO rmtd-juris
                   MOVE "U" TO rmtd-line-type
                   MOVE uw-taxable-amount TO rmtd-taxable-amount
                   MOVE ZERO TO rmtd-exempt-count
                   MOVE ZERO TO rmtd-exempt-amount
                   MOVE uw-state-tax TO rmtd-state-tax
                   MOVE uw-county-tax TO rmtd-county-tax
                   MOVE uw-city-tax TO rmtd-city-tax
                   WRITE remit-mtd-record
                       INVALID KEY
                           DISPLAY "ERROR: remittance master write "
                               "failed, jurisdiction " rmtd-juris
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
               NOT INVALID KEY
                   ADD uw-taxable-amount TO rmtd-taxable-amount
                   ADD uw-state-tax TO rmtd-state-tax
                   ADD uw-county-tax TO rmtd-county-tax
                   ADD uw-city-tax TO rmtd-city-tax
                   REWRITE remit-mtd-record
                       INVALID KEY
                           DISPLAY "ERROR: remittance master rewrite "
                               "failed, jurisdiction " rmtd-juris
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-READ.

       WRITE-REGISTER-TOTALS.
           MOVE ws-read-count TO ut-read-count
           MOVE ws-accrued-count TO ut-accrued-count
           MOVE ws-no-tax-count TO ut-no-tax-count
           MOVE ws-reject-count TO ut-reject-count
           MOVE ws-purchase-total TO ut-purchase-total
           MOVE ws-use-tax-total TO ut-use-tax-total
           WRITE register-record FROM ws-register-total-line.

       WRITE-GL-TRAILER.
           MOVE ws-gl-trailer-marker TO gt-marker
           MOVE ws-gl-record-count TO gt-record-count
           MOVE ws-gl-net-amount TO gt-net-amount
           MOVE ws-gl-net-tax TO gt-net-tax
           MOVE ws-run-date TO gt-run-date
           MOVE ws-run-no TO gt-run-no
           MOVE ws-gl-source-code TO gt-source-code
           WRITE gl-trailer-record.

       WRITE-USETAX-LOG.
           OPEN EXTEND usetax-log-file
           IF ws-usetax-log-status NOT = "00"
               OPEN OUTPUT usetax-log-file
           END-IF
           IF ws-usetax-log-status NOT = "00"
               DISPLAY "WARNING: cannot write use tax log, status "
                   ws-usetax-log-status
           ELSE
               MOVE ws-run-date TO ul-run-date
               MOVE ws-run-time TO ul-run-time
               MOVE ws-operator-id TO ul-operator
               MOVE ws-open-period TO ul-period
               MOVE ws-run-no TO ul-run-no
               MOVE ws-read-count TO ul-read-count
               MOVE ws-accrued-count TO ul-accrued-count
               MOVE ws-reject-count TO ul-reject-count
               MOVE ws-use-tax-total TO ul-use-tax
               WRITE usetax-log-record
               CLOSE usetax-log-file
           END-IF.

       CLOSE-FILES.
           CLOSE purchase-file
           CLOSE accrual-his-file
           CLOSE use-work-file
           CLOSE accrual-work-file
           CLOSE gl-file
           CLOSE register-file.
