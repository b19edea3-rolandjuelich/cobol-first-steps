       IDENTIFICATION DIVISION.
       PROGRAM-ID. LiabRoll.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT period-file ASSIGN TO "PERIODCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-period-status.
           SELECT authority-file ASSIGN TO "TAXAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-authority-status.
           SELECT balance-file ASSIGN TO "LIABBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lb-key
               FILE STATUS IS ws-balance-status.
           SELECT posting-history-file ASSIGN TO "GLPOSTHS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-posting-history-status.
           SELECT payreq-file ASSIGN TO ws-payreq-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-payreq-status.
           SELECT remit-his-file ASSIGN TO "REMITHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rhis-key
               FILE STATUS IS ws-remit-his-status.
           SELECT status-file ASSIGN TO "PAYSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ps-key
               FILE STATUS IS ws-status-file-status.
           SELECT amend-his-file ASSIGN TO "AMENDHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ah-key
               FILE STATUS IS ws-amend-his-status.
           SELECT adjust-file ASSIGN TO "TAXADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-adjust-status.
           SELECT liab-work-file ASSIGN TO "LIABWRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lw-juris
               FILE STATUS IS ws-liab-work-status.
           SELECT report-file ASSIGN TO "LIABRECN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD  period-file.
       01  period-record.
           05  pc-period             PIC 9(6).
           05  pc-status             PIC X(1).
           05  pc-closed-date        PIC 9(8).

       FD  authority-file.
       01  authority-record.
           05  ta-juris              PIC X(4).
           05  ta-payee              PIC X(30).
           05  ta-addr1              PIC X(30).
           05  ta-addr2              PIC X(30).
           05  ta-frequency          PIC X(1).
           05  ta-due-day            PIC 9(2).
           05  ta-discount-rate      PIC V999.

       FD  balance-file.
       01  balance-record.
           05  lb-key.
               10  lb-period         PIC 9(6).
               10  lb-account        PIC X(10).
           05  lb-first-period       PIC 9(6).
           05  lb-opening-balance    PIC S9(11)V99.
           05  lb-gl-credits         PIC S9(11)V99.
           05  lb-prior-postings     PIC S9(11)V99.
           05  lb-requested          PIC S9(11)V99.
           05  lb-ending-balance     PIC S9(11)V99.
           05  lb-unpaid-tax         PIC S9(11)V99.
           05  lb-roll-date          PIC 9(8).
           05  lb-roll-time          PIC 9(8).

       FD  posting-history-file.
       01  posting-record.
           05  jp-je-number          PIC 9(6).
           05  jp-source-code        PIC X(2).
           05  jp-posting-date       PIC 9(8).
           05  jp-account            PIC X(10).
           05  jp-period             PIC 9(6).
           05  jp-debit-amount       PIC 9(9)V99.
           05  jp-credit-amount      PIC 9(9)V99.
           05  jp-description        PIC X(30).

       FD  payreq-file.
       01  payreq-record.
           05  pr-juris              PIC X(4).
           05  pr-payee              PIC X(30).
           05  pr-addr1              PIC X(30).
           05  pr-addr2              PIC X(30).
           05  pr-period             PIC 9(6).
           05  pr-due-date           PIC 9(8).
           05  pr-gross-tax          PIC S9(11)V99.
           05  pr-discount           PIC S9(11)V99.
           05  pr-net-due            PIC S9(11)V99.

       FD  remit-his-file.
       01  remit-his-record.
           05  rhis-key.
               10  rhis-period       PIC 9(6).
               10  rhis-juris        PIC X(4).
               10  rhis-line-type    PIC X(1).
                   88  rhis-sales-line VALUE "S".
                   88  rhis-over-line  VALUE "O".
                   88  rhis-use-line   VALUE "U".
           05  rhis-taxable-amount   PIC S9(11)V99.
           05  rhis-exempt-count     PIC 9(9).
           05  rhis-exempt-amount    PIC S9(11)V99.
           05  rhis-state-tax        PIC S9(11)V99.
           05  rhis-county-tax       PIC S9(11)V99.
           05  rhis-city-tax         PIC S9(11)V99.

       FD  status-file.
       01  status-record.
           05  ps-key.
               10  ps-juris          PIC X(4).
               10  ps-period         PIC 9(6).
               10  ps-req-type       PIC X(1).
                   88  ps-return-request VALUE "R".
                   88  ps-amend-request  VALUE "A".
               10  ps-due-date       PIC 9(8).
           05  ps-payee              PIC X(30).
           05  ps-gross-tax          PIC S9(11)V99.
           05  ps-discount           PIC S9(11)V99.
           05  ps-net-due            PIC S9(11)V99.
           05  ps-tier OCCURS 5 TIMES.
               10  ps-tier-tax       PIC S9(11)V99.
               10  ps-tier-relieved  PIC S9(11)V99.
           05  ps-paid-amount        PIC S9(11)V99.
           05  ps-status             PIC X(1).
               88  ps-requested      VALUE "R".
               88  ps-partial        VALUE "L".
               88  ps-paid           VALUE "P".
           05  ps-last-check-no      PIC X(10).
           05  ps-last-paid-date     PIC 9(8).
           05  ps-loaded-date        PIC 9(8).

       FD  amend-his-file.
       01  amend-his-record.
           05  ah-key.
               10  ah-period         PIC 9(6).
               10  ah-juris          PIC X(4).
               10  ah-source-code    PIC X(2).
               10  ah-adj-run-date   PIC 9(8).
               10  ah-adj-run-time   PIC 9(8).
           05  ah-amend-date         PIC 9(8).
           05  ah-amend-no           PIC 9(4).
           05  ah-operator           PIC X(8).
           05  ah-taxable-amount     PIC S9(11)V99.
           05  ah-exempt-amount      PIC S9(11)V99.
           05  ah-state-tax          PIC S9(11)V99.
           05  ah-county-tax         PIC S9(11)V99.
           05  ah-city-tax           PIC S9(11)V99.
           05  ah-over-tax           PIC S9(11)V99.
           05  ah-disposition        PIC X(1).

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

       FD  liab-work-file.
       01  liab-work-record.
           05  lw-juris              PIC X(4).
           05  lw-tier OCCURS 3 TIMES.
               10  lw-unpaid         PIC S9(11)V99.
               10  lw-request-unpaid PIC S9(11)V99.
               10  lw-prior-adjust   PIC S9(11)V99.

       FD  report-file.
       01  report-record             PIC X(160).

       WORKING-STORAGE SECTION.
       01  ws-period-status          PIC XX.
       01  ws-authority-status       PIC XX.
       01  ws-balance-status         PIC XX.
       01  ws-posting-history-status PIC XX.
       01  ws-payreq-status          PIC XX.
       01  ws-remit-his-status       PIC XX.
       01  ws-status-file-status     PIC XX.
       01  ws-adjust-status          PIC XX.
       01  ws-amend-his-status       PIC XX.
       01  ws-liab-work-status       PIC XX.
       01  ws-report-status          PIC XX.
       01  ws-eof-flag               PIC X VALUE "N".
           88  ws-eof                VALUE "Y".
       01  ws-line-eof-flag          PIC X VALUE "N".
           88  ws-line-eof           VALUE "Y".
       01  ws-work-eof-flag          PIC X VALUE "N".
           88  ws-work-eof           VALUE "Y".
       01  ws-amend-his-flag         PIC X VALUE "N".
           88  ws-amend-his-open     VALUE "Y".
       01  ws-amended-flag           PIC X VALUE "N".
           88  ws-adjustment-amended VALUE "Y".
       01  ws-status-missing-flag    PIC X VALUE "N".
           88  ws-status-missing     VALUE "Y".
       01  ws-period-closed-flag     PIC X VALUE "N".
           88  ws-period-is-closed   VALUE "Y".
       01  ws-prior-found-flag       PIC X VALUE "N".
           88  ws-prior-found        VALUE "Y".
       01  ws-request-state          PIC X(1).
           88  ws-request-paid       VALUE "P".
           88  ws-request-open       VALUE "O".
           88  ws-request-none       VALUE "N".
       01  ws-warning-flag           PIC X VALUE "N".
           88  ws-warnings           VALUE "Y".

       01  ws-run-date               PIC 9(8).
       01  ws-run-time               PIC 9(8).
       01  ws-period-env             PIC X(6) VALUE SPACES.
       01  ws-roll-period            PIC 9(6).
       01  ws-prior-period           PIC 9(6).
       01  ws-first-period           PIC 9(6).
       01  ws-cutoff-date            PIC 9(8) VALUE ZERO.
       01  ws-payreq-name            PIC X(12) VALUE "APPAYREQ.DAT".
       01  ws-roll-start-date        PIC 9(8).
       01  ws-roll-end-date          PIC 9(8).
       01  ws-period-year            PIC 9(4).
       01  ws-period-month           PIC 9(2).
       01  ws-work-period            PIC 9(6).
       01  ws-filing-period          PIC 9(6).
       01  ws-quarter-idx            PIC 9(1).
       01  ws-frequency              PIC X(1).
       01  ws-net-credit             PIC S9(11)V99.
       01  ws-work-juris             PIC X(4).
       01  ws-tier-idx               PIC 9(1).
       01  ws-tier-sum               PIC S9(11)V99.
       01  ws-item-amount            PIC S9(11)V99.
       01  ws-unexplained-total      PIC S9(11)V99 VALUE ZERO.

       01  ws-account-tier.
           05  tr-entry OCCURS 3 TIMES.
               10  tr-account        PIC X(10).
               10  tr-opening        PIC S9(11)V99.
               10  tr-gl-credits     PIC S9(11)V99.
               10  tr-prior-postings PIC S9(11)V99.
               10  tr-requested      PIC S9(11)V99.
               10  tr-ending         PIC S9(11)V99.
               10  tr-unpaid         PIC S9(11)V99.
               10  tr-remit-period   PIC S9(11)V99.
               10  tr-difference     PIC S9(11)V99.
               10  tr-explained      PIC S9(11)V99.

       01  ws-authority-table.
           05  au-entry OCCURS 200 TIMES.
               10  au-juris          PIC X(4).
               10  au-frequency      PIC X(1).
       01  ws-authority-count        PIC 9(3) VALUE ZERO.
       01  ws-authority-idx          PIC 9(3).

       01  ws-request-table.
           05  rq-entry OCCURS 500 TIMES.
               10  rq-juris          PIC X(4).
               10  rq-period         PIC 9(6).
       01  ws-request-count          PIC 9(3) VALUE ZERO.
       01  ws-request-idx            PIC 9(3).

       01  ws-tier-amounts.
           05  ws-tier-amount OCCURS 5 TIMES PIC S9(11)V99.
       01  ws-add-amounts.
           05  ws-add-tier OCCURS 3 TIMES.
               10  ws-add-unpaid     PIC S9(11)V99.
               10  ws-add-request    PIC S9(11)V99.
               10  ws-add-adjust     PIC S9(11)V99.

       01  ws-report-head-line.
           05  FILLER                PIC X(40) VALUE
               "SALES TAX LIABILITY ROLLFORWARD PERIOD ".
           05  rh-period             PIC 9(6).
           05  FILLER                PIC X(10) VALUE " RUN DATE ".
           05  rh-run-date           PIC 9(8).
           05  FILLER                PIC X(15) VALUE " ACTIVITY FROM ".
           05  rh-first-period       PIC 9(6).

       01  ws-section-line.
           05  sh-text               PIC X(60).

       01  ws-roll-line.
           05  FILLER                PIC X(8)  VALUE "ACCOUNT ".
           05  rl-account            PIC X(10).
           05  FILLER                PIC X(9)  VALUE " OPENING ".
           05  rl-opening            PIC -(10)9.99.
           05  FILLER                PIC X(12) VALUE " GL CREDITS ".
           05  rl-gl-credits         PIC -(10)9.99.
           05  FILLER                PIC X(10) VALUE " PRIOR PD ".
           05  rl-prior-postings     PIC -(10)9.99.
           05  FILLER                PIC X(11) VALUE " REQUESTED ".
           05  rl-requested          PIC -(10)9.99.
           05  FILLER                PIC X(8)  VALUE " ENDING ".
           05  rl-ending             PIC -(10)9.99.

       01  ws-juris-line.
           05  FILLER                PIC X(6)  VALUE "JURIS ".
           05  jl-juris              PIC X(4).
           05  FILLER                PIC X(7)  VALUE " STATE ".
           05  jl-state              PIC -(10)9.99.
           05  FILLER                PIC X(8)  VALUE " COUNTY ".
           05  jl-county             PIC -(10)9.99.
           05  FILLER                PIC X(6)  VALUE " CITY ".
           05  jl-city               PIC -(10)9.99.
           05  FILLER                PIC X(7)  VALUE " TOTAL ".
           05  jl-total              PIC -(10)9.99.
           05  FILLER                PIC X(18) VALUE
               " REQUESTED UNPAID ".
           05  jl-request-unpaid     PIC -(10)9.99.

       01  ws-compare-line.
           05  FILLER                PIC X(8)  VALUE "ACCOUNT ".
           05  cl-account            PIC X(10).
           05  FILLER                PIC X(11) VALUE " GL ENDING ".
           05  cl-ending             PIC -(10)9.99.
           05  FILLER                PIC X(16) VALUE
               " UNPAID PER RET ".
           05  cl-unpaid             PIC -(10)9.99.
           05  FILLER                PIC X(12) VALUE " DIFFERENCE ".
           05  cl-difference         PIC -(10)9.99.

       01  ws-item-line.
           05  FILLER                PIC X(8)  VALUE "ACCOUNT ".
           05  il-account            PIC X(10).
           05  FILLER                PIC X(7)  VALUE " JURIS ".
           05  il-juris              PIC X(4).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  il-source             PIC X(24).
           05  FILLER                PIC X(8)  VALUE " AMOUNT ".
           05  il-amount             PIC -(10)9.99.

       01  ws-status-line.
           05  FILLER                PIC X(19) VALUE
               "UNEXPLAINED TOTAL ".
           05  sl-unexplained        PIC -(10)9.99.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  sl-text               PIC X(20).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM OPEN-FILES
           PERFORM LOAD-OPENING-BALANCES
           PERFORM TALLY-GL-POSTINGS
           PERFORM TALLY-PAYMENT-REQUESTS
           PERFORM TALLY-AMENDED-REQUESTS
           PERFORM TALLY-UNPAID-RETURNS
           PERFORM APPLY-PARTIAL-RELIEF
           PERFORM TALLY-PRIOR-ADJUSTMENTS
           PERFORM WRITE-ROLLFORWARD
           PERFORM WRITE-UNPAID-SCHEDULE
           PERFORM WRITE-COMPARISON
           PERFORM WRITE-RECONCILING-ITEMS
           PERFORM SAVE-ENDING-BALANCES
           DISPLAY "LiabRoll period " ws-roll-period
               ": unexplained difference " ws-unexplained-total
           IF ws-unexplained-total NOT = ZERO OR ws-warnings
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM CLOSE-FILES
           STOP RUN.

       OPEN-FILES.
           ACCEPT ws-run-date FROM DATE YYYYMMDD
           ACCEPT ws-run-time FROM TIME
           ACCEPT ws-period-env FROM ENVIRONMENT "ROLL_PERIOD"
           IF ws-period-env NUMERIC
               MOVE ws-period-env TO ws-roll-period
           ELSE
               DISPLAY "ERROR: ROLL_PERIOD not set or not numeric"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-roll-period(1:4) TO ws-period-year
           MOVE ws-roll-period(5:2) TO ws-period-month
           IF ws-period-month < 1 OR ws-period-month > 12
               DISPLAY "ERROR: ROLL_PERIOD month invalid"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-period-month = 1
               SUBTRACT 1 FROM ws-period-year
               MOVE 12 TO ws-period-month
           ELSE
               SUBTRACT 1 FROM ws-period-month
           END-IF
           COMPUTE ws-prior-period =
               ws-period-year * 100 + ws-period-month
           PERFORM CHECK-PERIOD-CLOSED
           IF NOT ws-period-is-closed
               DISPLAY "ERROR: period " ws-roll-period
                   " is not closed, rollforward refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-AUTHORITY-TABLE
           OPEN I-O balance-file
           IF ws-balance-status = "35"
               OPEN OUTPUT balance-file
               IF ws-balance-status NOT = "00"
                   DISPLAY "ERROR: cannot create liability balance "
                       "file, status " ws-balance-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE balance-file
               OPEN I-O balance-file
           END-IF
           IF ws-balance-status NOT = "00"
               DISPLAY "ERROR: cannot open liability balance file, "
                   "status " ws-balance-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT remit-his-file
           IF ws-remit-his-status NOT = "00"
               DISPLAY "ERROR: cannot open remittance history, "
                   "status " ws-remit-his-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT amend-his-file
           IF ws-amend-his-status = "00"
               SET ws-amend-his-open TO TRUE
           END-IF
           COMPUTE ws-roll-start-date = ws-roll-period * 100 + 1
           COMPUTE ws-roll-end-date = ws-roll-period * 100 + 31
           OPEN INPUT status-file
           IF ws-status-file-status = "35"
               DISPLAY "WARNING: payment status master not found, "
                   "no payments confirmed"
               SET ws-status-missing TO TRUE
           ELSE
               IF ws-status-file-status NOT = "00"
                   DISPLAY "ERROR: cannot open payment status "
                       "master, status " ws-status-file-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT liab-work-file
           IF ws-liab-work-status NOT = "00"
               DISPLAY "ERROR: cannot open liability work file, "
                   "status " ws-liab-work-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE liab-work-file
           OPEN I-O liab-work-file
           IF ws-liab-work-status NOT = "00"
               DISPLAY "ERROR: cannot reopen liability work file, "
                   "status " ws-liab-work-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT report-file
           IF ws-report-status NOT = "00"
               DISPLAY "ERROR: cannot open reconciliation report, "
                   "status " ws-report-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "2110-STAX" TO tr-account(1)
           MOVE "2120-CTAX" TO tr-account(2)
           MOVE "2130-CYTX" TO tr-account(3)
           PERFORM VARYING ws-tier-idx FROM 1 BY 1
                   UNTIL ws-tier-idx > 3
               MOVE ZERO TO tr-opening(ws-tier-idx)
               MOVE ZERO TO tr-gl-credits(ws-tier-idx)
               MOVE ZERO TO tr-prior-postings(ws-tier-idx)
               MOVE ZERO TO tr-requested(ws-tier-idx)
               MOVE ZERO TO tr-ending(ws-tier-idx)
               MOVE ZERO TO tr-unpaid(ws-tier-idx)
               MOVE ZERO TO tr-remit-period(ws-tier-idx)
               MOVE ZERO TO tr-difference(ws-tier-idx)
               MOVE ZERO TO tr-explained(ws-tier-idx)
           END-PERFORM.

       CHECK-PERIOD-CLOSED.
           OPEN INPUT period-file
           IF ws-period-status = "00"
               PERFORM UNTIL ws-eof
                   READ period-file
                       AT END SET ws-eof TO TRUE
                       NOT AT END
                           IF pc-period = ws-roll-period
                               AND pc-status = "C"
                               SET ws-period-is-closed TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE period-file
           END-IF.

       LOAD-AUTHORITY-TABLE.
           MOVE "N" TO ws-eof-flag
           OPEN INPUT authority-file
           IF ws-authority-status NOT = "00"
               DISPLAY "ERROR: cannot open tax authority file, "
                   "status " ws-authority-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ws-eof
               READ authority-file
                   AT END SET ws-eof TO TRUE
                   NOT AT END
                       IF ws-authority-count >= 200
                           DISPLAY "ERROR: tax authority table full"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO ws-authority-count
                       MOVE ta-juris TO au-juris(ws-authority-count)
                       MOVE ta-frequency TO
                           au-frequency(ws-authority-count)
               END-READ
           END-PERFORM
           CLOSE authority-file.

       LOAD-OPENING-BALANCES.
           MOVE ws-roll-period TO ws-first-period
           MOVE ZERO TO ws-cutoff-date
           PERFORM VARYING ws-tier-idx FROM 1 BY 1
                   UNTIL ws-tier-idx > 3
               MOVE ws-prior-period TO lb-period
               MOVE tr-account(ws-tier-idx) TO lb-account
               MOVE "Y" TO ws-prior-found-flag
               READ balance-file
                   INVALID KEY MOVE "N" TO ws-prior-found-flag
               END-READ
               IF ws-prior-found
                   MOVE lb-ending-balance TO tr-opening(ws-tier-idx)
                   MOVE lb-first-period TO ws-first-period
                   MOVE lb-roll-date TO ws-cutoff-date
               ELSE
                   DISPLAY "WARNING: no " ws-prior-period
                       " ending balance for " tr-account(ws-tier-idx)
                       ", opening at zero"
                   SET ws-warnings TO TRUE
               END-IF
           END-PERFORM.

       TALLY-GL-POSTINGS.
           MOVE "N" TO ws-eof-flag
           OPEN INPUT posting-history-file
           IF ws-posting-history-status NOT = "00"
               DISPLAY "WARNING: GL posting history not found, no "
                   "GL credits for the period"
               SET ws-warnings TO TRUE
           ELSE
               PERFORM UNTIL ws-eof
                   READ posting-history-file
                       AT END SET ws-eof TO TRUE
                       NOT AT END PERFORM TALLY-GL-POSTING
                   END-READ
               END-PERFORM
               CLOSE posting-history-file
           END-IF.

       TALLY-GL-POSTING.
           PERFORM VARYING ws-tier-idx FROM 1 BY 1
                   UNTIL ws-tier-idx > 3
                   OR tr-account(ws-tier-idx) = jp-account
               CONTINUE
           END-PERFORM
           IF ws-tier-idx <= 3 AND jp-period NUMERIC
               COMPUTE ws-net-credit =
                   jp-credit-amount - jp-debit-amount
               EVALUATE TRUE
                   WHEN jp-period = ws-roll-period
                       ADD ws-net-credit TO
                           tr-gl-credits(ws-tier-idx)
                   WHEN jp-period < ws-roll-period
                       AND jp-period >= ws-first-period
                       AND jp-posting-date > ws-cutoff-date
                       ADD ws-net-credit TO
                           tr-prior-postings(ws-tier-idx)
               END-EVALUATE
           END-IF.

       TALLY-PAYMENT-REQUESTS.
           MOVE "N" TO ws-eof-flag
           OPEN INPUT payreq-file
           IF ws-payreq-status NOT = "00"
               DISPLAY "WARNING: payment request file not found, no "
                   "payments requested"
               SET ws-warnings TO TRUE
           ELSE
               PERFORM UNTIL ws-eof
                   READ payreq-file
                       AT END SET ws-eof TO TRUE
                       NOT AT END
                           IF pr-period = ws-roll-period
                               PERFORM TALLY-PAYMENT-REQUEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE payreq-file
               IF ws-request-count = ZERO
                   DISPLAY "WARNING: no payment requests for period "
                       ws-roll-period " in APPAYREQ.DAT"
                   SET ws-warnings TO TRUE
               END-IF
           END-IF.

       TALLY-PAYMENT-REQUEST.
           IF ws-request-count >= 500
               DISPLAY "ERROR: payment request table full"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-request-count
           MOVE pr-juris TO rq-juris(ws-request-count)
           MOVE pr-period TO rq-period(ws-request-count)
           PERFORM SPLIT-REQUEST-TIERS
           PERFORM VARYING ws-tier-idx FROM 1 BY 1
                   UNTIL ws-tier-idx > 3
               ADD ws-tier-amount(ws-tier-idx) TO
                   tr-requested(ws-tier-idx)
           END-PERFORM.

       SPLIT-REQUEST-TIERS.
           PERFORM VARYING ws-tier-idx FROM 1 BY 1
                   UNTIL ws-tier-idx > 5
               MOVE ZERO TO ws-tier-amount(ws-tier-idx)
           END-PERFORM
           MOVE pr-juris TO ws-work-juris
           PERFORM FIND-FREQUENCY
           MOVE pr-period(5:2) TO ws-period-month
           IF ws-frequency = "Q"
               AND FUNCTION MOD(ws-period-month, 3) = ZERO
               PERFORM VARYING ws-quarter-idx FROM 2 BY -1
                       UNTIL ws-quarter-idx = ZERO
                   COMPUTE ws-work-period = pr-period
                       - ws-quarter-idx
                   PERFORM ADD-RETURN-TIERS
               END-PERFORM
           END-IF
           MOVE pr-period TO ws-work-period
           PERFORM ADD-RETURN-TIERS
           MOVE ZERO TO ws-tier-sum
           PERFORM VARYING ws-tier-idx FROM 1 BY 1
                   UNTIL ws-tier-idx > 5
               ADD ws-tier-amount(ws-tier-idx) TO ws-tier-sum
           END-PERFORM
           IF ws-tier-sum NOT = pr-gross-tax
               COMPUTE ws-tier-amount(1) = ws-tier-amount(1)
                   + pr-gross-tax - ws-tier-sum
           END-IF.

       ADD-RETURN-TIERS.
           MOVE ws-work-period TO rhis-period
           MOVE pr-juris TO rhis-juris
           MOVE LOW-VALUES TO rhis-line-type
           MOVE "N" TO ws-line-eof-flag
           START remit-his-file KEY NOT < rhis-key
               INVALID KEY SET ws-line-eof TO TRUE
           END-START
           PERFORM UNTIL ws-line-eof
               READ remit-his-file NEXT
                   AT END SET ws-line-eof TO TRUE
                   NOT AT END
                       IF rhis-period NOT = ws-work-period
                           OR rhis-juris NOT = pr-juris
                           SET ws-line-eof TO TRUE
                       ELSE
                           PERFORM ADD-RETURN-LINE-TIERS
                       END-IF
               END-READ
           END-PERFORM.

       ADD-RETURN-LINE-TIERS.
           EVALUATE TRUE
               WHEN rhis-over-line
                   COMPUTE ws-tier-amount(4) = ws-tier-amount(4)
                       + rhis-state-tax + rhis-county-tax
                       + rhis-city-tax
               WHEN rhis-use-line
                   COMPUTE ws-tier-amount(5) = ws-tier-amount(5)
                       + rhis-state-tax + rhis-county-tax
                       + rhis-city-tax
               WHEN OTHER
                   ADD rhis-state-tax TO ws-tier-amount(1)
                   ADD rhis-county-tax TO ws-tier-amount(2)
                   ADD rhis-city-tax TO ws-tier-amount(3)
           END-EVALUATE.

       FIND-FREQUENCY.
           MOVE SPACE TO ws-frequency
           PERFORM VARYING ws-authority-idx FROM 1 BY 1
                   UNTIL ws-authority-idx > ws-authority-count
               IF au-juris(ws-authority-idx) = ws-work-juris
                   MOVE au-frequency(ws-authority-idx) TO
                       ws-frequency
               END-IF
           END-PERFORM.

       TALLY-UNPAID-RETURNS.
           MOVE ws-first-period TO rhis-period
           MOVE LOW-VALUES TO rhis-juris
           MOVE LOW-VALUES TO rhis-line-type
           MOVE "N" TO ws-line-eof-flag
           START remit-his-file KEY NOT < rhis-key
               INVALID KEY SET ws-line-eof TO TRUE
           END-START
           PERFORM UNTIL ws-line-eof
               READ remit-his-file NEXT
                   AT END SET ws-line-eof TO TRUE
                   NOT AT END
                       IF rhis-period > ws-roll-period
                           SET ws-line-eof TO TRUE
                       ELSE
                           IF rhis-sales-line
                               PERFORM TALLY-UNPAID-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-UNPAID-LINE.
           IF rhis-period = ws-roll-period
               ADD rhis-state-tax TO tr-remit-period(1)
               ADD rhis-county-tax TO tr-remit-period(2)
               ADD rhis-city-tax TO tr-remit-period(3)
           END-IF
           MOVE rhis-juris TO ws-work-juris
           PERFORM FIND-FREQUENCY
           MOVE rhis-period TO ws-filing-period
           MOVE rhis-period(5:2) TO ws-period-month
           IF ws-frequency = "Q"
               AND FUNCTION MOD(ws-period-month, 3) NOT = ZERO
               COMPUTE ws-filing-period = rhis-period + 3
                   - FUNCTION MOD(ws-period-month, 3)
           END-IF
           PERFORM FIND-REQUEST-STATE
           IF NOT ws-request-paid
               PERFORM CLEAR-ADD-AMOUNTS
               MOVE rhis-state-tax TO ws-add-unpaid(1)
               MOVE rhis-county-tax TO ws-add-unpaid(2)
               MOVE rhis-city-tax TO ws-add-unpaid(3)
               IF ws-request-open
                   MOVE rhis-state-tax TO ws-add-request(1)
                   MOVE rhis-county-tax TO ws-add-request(2)
                   MOVE rhis-city-tax TO ws-add-request(3)
               END-IF
               PERFORM ADD-TO-LIAB-WORK
           END-IF.

       FIND-REQUEST-STATE.
           SET ws-request-none TO TRUE
           IF NOT ws-status-missing
               MOVE ws-work-juris TO ps-juris
               MOVE ws-filing-period TO ps-period
               MOVE "R" TO ps-req-type
               MOVE ZERO TO ps-due-date
               START status-file KEY NOT < ps-key
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ status-file NEXT
                           AT END CONTINUE
                           NOT AT END
                               IF ps-juris = ws-work-juris
                                   AND ps-period = ws-filing-period
                                   AND ps-return-request
                                   IF ps-paid
                                       SET ws-request-paid TO TRUE
                                   ELSE
                                       SET ws-request-open TO TRUE
                                   END-IF
                               END-IF
                       END-READ
               END-START
           END-IF
           IF ws-request-none
               PERFORM VARYING ws-request-idx FROM 1 BY 1
                       UNTIL ws-request-idx > ws-request-count
                   IF rq-juris(ws-request-idx) = ws-work-juris
                       AND rq-period(ws-request-idx) =
                           ws-filing-period
                       SET ws-request-open TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       APPLY-PARTIAL-RELIEF.
           IF NOT ws-status-missing
               MOVE LOW-VALUES TO ps-key
               MOVE "N" TO ws-line-eof-flag
               START status-file KEY NOT < ps-key
                   INVALID KEY SET ws-line-eof TO TRUE
               END-START
               PERFORM UNTIL ws-line-eof
                   READ status-file NEXT
                       AT END SET ws-line-eof TO TRUE
                       NOT AT END
                           IF ps-return-request AND ps-partial
                               AND ps-period >= ws-first-period
                               AND ps-period <= ws-roll-period
                               PERFORM ADD-PARTIAL-RELIEF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ADD-PARTIAL-RELIEF.
           PERFORM CLEAR-ADD-AMOUNTS
           PERFORM VARYING ws-tier-idx FROM 1 BY 1
                   UNTIL ws-tier-idx > 3
               COMPUTE ws-add-unpaid(ws-tier-idx) =
                   ZERO - ps-tier-relieved(ws-tier-idx)
               COMPUTE ws-add-request(ws-tier-idx) =
                   ZERO - ps-tier-relieved(ws-tier-idx)
           END-PERFORM
           MOVE ps-juris TO ws-work-juris
           PERFORM ADD-TO-LIAB-WORK.

       TALLY-AMENDED-REQUESTS.
           MOVE "AMNDPREQ.DAT" TO ws-payreq-name
           MOVE "N" TO ws-eof-flag
           OPEN INPUT payreq-file
           IF ws-payreq-status = "00"
               PERFORM UNTIL ws-eof
                   READ payreq-file
                       AT END SET ws-eof TO TRUE
                       NOT AT END
                           IF pr-due-date >= ws-roll-start-date
                               AND pr-due-date <= ws-roll-end-date
                               PERFORM TALLY-AMENDED-REQUEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE payreq-file
           END-IF.

       TALLY-AMENDED-REQUEST.
           PERFORM VARYING ws-tier-idx FROM 1 BY 1
                   UNTIL ws-tier-idx > 5
               MOVE ZERO TO ws-tier-amount(ws-tier-idx)
           END-PERFORM
           IF ws-amend-his-open
               MOVE pr-period TO ah-period
               MOVE pr-juris TO ah-juris
               MOVE LOW-VALUES TO ah-source-code
               MOVE ZERO TO ah-adj-run-date
               MOVE ZERO TO ah-adj-run-time
               MOVE "N" TO ws-line-eof-flag
               START amend-his-file KEY NOT < ah-key
                   INVALID KEY SET ws-line-eof TO TRUE
               END-START
               PERFORM UNTIL ws-line-eof
                   READ amend-his-file NEXT
                       AT END SET ws-line-eof TO TRUE
                       NOT AT END
                           IF ah-period NOT = pr-period
                               OR ah-juris NOT = pr-juris
                               SET ws-line-eof TO TRUE
                           ELSE
                               IF ah-amend-date = pr-due-date
                                   ADD ah-state-tax TO
                                       ws-tier-amount(1)
                                   ADD ah-county-tax TO
                                       ws-tier-amount(2)
                                   ADD ah-city-tax TO
                                       ws-tier-amount(3)
                                   ADD ah-over-tax TO
                                       ws-tier-amount(4)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE ZERO TO ws-tier-sum
           PERFORM VARYING ws-tier-idx FROM 1 BY 1
                   UNTIL ws-tier-idx > 5
               ADD ws-tier-amount(ws-tier-idx) TO ws-tier-sum
           END-PERFORM
           IF ws-tier-sum NOT = pr-gross-tax
               COMPUTE ws-tier-amount(1) = ws-tier-amount(1)
                   + pr-gross-tax - ws-tier-sum
           END-IF
           PERFORM VARYING ws-tier-idx FROM 1 BY 1
                   UNTIL ws-tier-idx > 3
               ADD ws-tier-amount(ws-tier-idx) TO
                   tr-requested(ws-tier-idx)
           END-PERFORM.

       CHECK-ADJUSTMENT-AMENDED.
           MOVE "N" TO ws-amended-flag
           IF ws-amend-his-open
               MOVE adj-period TO ah-period
               MOVE adj-juris TO ah-juris
               MOVE adj-source-code TO ah-source-code
               MOVE adj-run-date TO ah-adj-run-date
               MOVE adj-run-time TO ah-adj-run-time
               READ amend-his-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET ws-adjustment-amended TO TRUE
               END-READ
           END-IF.

       TALLY-PRIOR-ADJUSTMENTS.
           MOVE "N" TO ws-eof-flag
           OPEN INPUT adjust-file
           IF ws-adjust-status = "00"
               PERFORM UNTIL ws-eof
                   READ adjust-file
                       AT END SET ws-eof TO TRUE
                       NOT AT END
                           IF NOT adj-posted-to-mtd
                               AND adj-period >= ws-first-period
                               AND adj-period <= ws-roll-period
                               PERFORM CHECK-ADJUSTMENT-AMENDED
                               IF NOT ws-adjustment-amended
                                   PERFORM ADD-PRIOR-ADJUSTMENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE adjust-file
           END-IF.

       ADD-PRIOR-ADJUSTMENT.
           PERFORM CLEAR-ADD-AMOUNTS
           MOVE adj-state-tax TO ws-add-adjust(1)
           MOVE adj-county-tax TO ws-add-adjust(2)
           MOVE adj-city-tax TO ws-add-adjust(3)
           MOVE adj-juris TO ws-work-juris
           PERFORM ADD-TO-LIAB-WORK.

       CLEAR-ADD-AMOUNTS.
           PERFORM VARYING ws-tier-idx FROM 1 BY 1
                   UNTIL ws-tier-idx > 3
               MOVE ZERO TO ws-add-unpaid(ws-tier-idx)
               MOVE ZERO TO ws-add-request(ws-tier-idx)
               MOVE ZERO TO ws-add-adjust(ws-tier-idx)
           END-PERFORM.

       ADD-TO-LIAB-WORK.
           MOVE ws-work-juris TO lw-juris
           READ liab-work-file
               INVALID KEY
                   MOVE ws-work-juris TO lw-juris
                   PERFORM VARYING ws-tier-idx FROM 1 BY 1
                           UNTIL ws-tier-idx > 3
                       MOVE ZERO TO lw-unpaid(ws-tier-idx)
                       MOVE ZERO TO lw-request-unpaid(ws-tier-idx)
                       MOVE ZERO TO lw-prior-adjust(ws-tier-idx)
                   END-PERFORM
                   PERFORM ADD-AMOUNTS-TO-WORK
                   WRITE liab-work-record
                       INVALID KEY
                           DISPLAY "ERROR: liability work write "
                               "failed, jurisdiction " ws-work-juris
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
               NOT INVALID KEY
                   PERFORM ADD-AMOUNTS-TO-WORK
                   REWRITE liab-work-record
                       INVALID KEY
                           DISPLAY "ERROR: liability work rewrite "
                               "failed, jurisdiction " ws-work-juris
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-READ.

       ADD-AMOUNTS-TO-WORK.
           PERFORM VARYING ws-tier-idx FROM 1 BY 1
                   UNTIL ws-tier-idx > 3
               ADD ws-add-unpaid(ws-tier-idx) TO
                   lw-unpaid(ws-tier-idx)
               ADD ws-add-request(ws-tier-idx) TO
                   lw-request-unpaid(ws-tier-idx)
               ADD ws-add-adjust(ws-tier-idx) TO
                   lw-prior-adjust(ws-tier-idx)
               ADD ws-add-unpaid(ws-tier-idx) TO
                   tr-unpaid(ws-tier-idx)
           END-PERFORM.

       WRITE-ROLLFORWARD.
           MOVE ws-roll-period TO rh-period
           MOVE ws-run-date TO rh-run-date
           MOVE ws-first-period TO rh-first-period
           WRITE report-record FROM ws-report-head-line
           MOVE "LIABILITY ACCOUNT ROLLFORWARD" TO sh-text
           WRITE report-record FROM ws-section-line
           PERFORM VARYING ws-tier-idx FROM 1 BY 1
                   UNTIL ws-tier-idx > 3
               COMPUTE tr-ending(ws-tier-idx) =
                   tr-opening(ws-tier-idx)
                   + tr-gl-credits(ws-tier-idx)
                   + tr-prior-postings(ws-tier-idx)
                   - tr-requested(ws-tier-idx)
               MOVE tr-account(ws-tier-idx) TO rl-account
               MOVE tr-opening(ws-tier-idx) TO rl-opening
               MOVE tr-gl-credits(ws-tier-idx) TO rl-gl-credits
               MOVE tr-prior-postings(ws-tier-idx) TO
                   rl-prior-postings
               MOVE tr-requested(ws-tier-idx) TO rl-requested
               MOVE tr-ending(ws-tier-idx) TO rl-ending
               WRITE report-record FROM ws-roll-line
           END-PERFORM.

       WRITE-UNPAID-SCHEDULE.
           MOVE "UNPAID TAX PER REMITTANCE HISTORY BY JURISDICTION"
               TO sh-text
           WRITE report-record FROM ws-section-line
           MOVE "N" TO ws-work-eof-flag
           MOVE LOW-VALUES TO lw-juris
           START liab-work-file KEY NOT < lw-juris
               INVALID KEY SET ws-work-eof TO TRUE
           END-START
           PERFORM UNTIL ws-work-eof
               READ liab-work-file NEXT
                   AT END SET ws-work-eof TO TRUE
                   NOT AT END
                       MOVE lw-juris TO jl-juris
                       MOVE lw-unpaid(1) TO jl-state
                       MOVE lw-unpaid(2) TO jl-county
                       MOVE lw-unpaid(3) TO jl-city
                       COMPUTE jl-total = lw-unpaid(1)
                           + lw-unpaid(2) + lw-unpaid(3)
                       COMPUTE jl-request-unpaid =
                           lw-request-unpaid(1)
                           + lw-request-unpaid(2)
                           + lw-request-unpaid(3)
                       WRITE report-record FROM ws-juris-line
               END-READ
           END-PERFORM
           MOVE "ALL" TO jl-juris
           MOVE tr-unpaid(1) TO jl-state
           MOVE tr-unpaid(2) TO jl-county
           MOVE tr-unpaid(3) TO jl-city
           COMPUTE jl-total = tr-unpaid(1) + tr-unpaid(2)
               + tr-unpaid(3)
           MOVE ZERO TO jl-request-unpaid
           WRITE report-record FROM ws-juris-line.

       WRITE-COMPARISON.
           MOVE "GL ENDING BALANCE VS UNPAID PER RETURNS" TO sh-text
           WRITE report-record FROM ws-section-line
           PERFORM VARYING ws-tier-idx FROM 1 BY 1
                   UNTIL ws-tier-idx > 3
               COMPUTE tr-difference(ws-tier-idx) =
                   tr-ending(ws-tier-idx) - tr-unpaid(ws-tier-idx)
               MOVE tr-account(ws-tier-idx) TO cl-account
               MOVE tr-ending(ws-tier-idx) TO cl-ending
               MOVE tr-unpaid(ws-tier-idx) TO cl-unpaid
               MOVE tr-difference(ws-tier-idx) TO cl-difference
               WRITE report-record FROM ws-compare-line
           END-PERFORM.

       WRITE-RECONCILING-ITEMS.
           MOVE "RECONCILING ITEMS" TO sh-text
           WRITE report-record FROM ws-section-line
           PERFORM VARYING ws-tier-idx FROM 1 BY 1
                   UNTIL ws-tier-idx > 3
               PERFORM WRITE-TIER-ITEMS
           END-PERFORM
           MOVE ws-unexplained-total TO sl-unexplained
           IF ws-unexplained-total = ZERO
               MOVE "RECONCILED" TO sl-text
           ELSE
               MOVE "NOT RECONCILED" TO sl-text
           END-IF
           WRITE report-record FROM ws-status-line.

       WRITE-TIER-ITEMS.
           MOVE ZERO TO tr-explained(ws-tier-idx)
           MOVE tr-account(ws-tier-idx) TO il-account
           IF tr-gl-credits(ws-tier-idx) <
                   tr-remit-period(ws-tier-idx)
               COMPUTE ws-item-amount = tr-gl-credits(ws-tier-idx)
                   - tr-remit-period(ws-tier-idx)
               MOVE SPACES TO il-juris
               MOVE "UNPOSTED GL FEED" TO il-source
               PERFORM WRITE-ITEM-LINE
           END-IF
           MOVE "N" TO ws-work-eof-flag
           MOVE LOW-VALUES TO lw-juris
           START liab-work-file KEY NOT < lw-juris
               INVALID KEY SET ws-work-eof TO TRUE
           END-START
           PERFORM UNTIL ws-work-eof
               READ liab-work-file NEXT
                   AT END SET ws-work-eof TO TRUE
                   NOT AT END PERFORM WRITE-JURIS-ITEMS
               END-READ
           END-PERFORM
           COMPUTE ws-item-amount = tr-difference(ws-tier-idx)
               - tr-explained(ws-tier-idx)
           IF ws-item-amount NOT = ZERO
               MOVE SPACES TO il-juris
               MOVE "UNEXPLAINED" TO il-source
               PERFORM WRITE-ITEM-LINE
               ADD ws-item-amount TO ws-unexplained-total
           END-IF.

       WRITE-JURIS-ITEMS.
           MOVE lw-juris TO il-juris
           IF lw-request-unpaid(ws-tier-idx) NOT = ZERO
               COMPUTE ws-item-amount =
                   ZERO - lw-request-unpaid(ws-tier-idx)
               MOVE "UNPAID REQUEST" TO il-source
               PERFORM WRITE-ITEM-LINE
           END-IF
           IF lw-prior-adjust(ws-tier-idx) NOT = ZERO
               MOVE lw-prior-adjust(ws-tier-idx) TO ws-item-amount
               MOVE "PRIOR-PERIOD ADJUSTMENT" TO il-source
               PERFORM WRITE-ITEM-LINE
           END-IF.

       WRITE-ITEM-LINE.
           MOVE ws-item-amount TO il-amount
           WRITE report-record FROM ws-item-line
           IF il-source NOT = "UNEXPLAINED"
               ADD ws-item-amount TO tr-explained(ws-tier-idx)
           END-IF.

       SAVE-ENDING-BALANCES.
           PERFORM VARYING ws-tier-idx FROM 1 BY 1
                   UNTIL ws-tier-idx > 3
               MOVE ws-roll-period TO lb-period
               MOVE tr-account(ws-tier-idx) TO lb-account
               MOVE "Y" TO ws-prior-found-flag
               READ balance-file
                   INVALID KEY MOVE "N" TO ws-prior-found-flag
               END-READ
               MOVE ws-roll-period TO lb-period
               MOVE tr-account(ws-tier-idx) TO lb-account
               MOVE ws-first-period TO lb-first-period
               MOVE tr-opening(ws-tier-idx) TO lb-opening-balance
               MOVE tr-gl-credits(ws-tier-idx) TO lb-gl-credits
               MOVE tr-prior-postings(ws-tier-idx) TO
                   lb-prior-postings
               MOVE tr-requested(ws-tier-idx) TO lb-requested
               MOVE tr-ending(ws-tier-idx) TO lb-ending-balance
               MOVE tr-unpaid(ws-tier-idx) TO lb-unpaid-tax
               MOVE ws-run-date TO lb-roll-date
               MOVE ws-run-time TO lb-roll-time
               IF ws-prior-found
                   REWRITE balance-record
                       INVALID KEY
                           DISPLAY "ERROR: balance rewrite failed, "
                               "account " lb-account
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
               ELSE
                   WRITE balance-record
                       INVALID KEY
                           DISPLAY "ERROR: balance write failed, "
                               "account " lb-account
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
               END-IF
           END-PERFORM.

       CLOSE-FILES.
           CLOSE balance-file
           IF ws-amend-his-open
               CLOSE amend-his-file
           END-IF
           CLOSE remit-his-file
           IF NOT ws-status-missing
               CLOSE status-file
           END-IF
           CLOSE liab-work-file
           CLOSE report-file.
