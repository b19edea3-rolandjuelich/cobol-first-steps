       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayConf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT paid-file ASSIGN TO "APPAID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-paid-status.
           SELECT payreq-file ASSIGN TO ws-payreq-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-payreq-status.
           SELECT authority-file ASSIGN TO "TAXAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-authority-status.
           SELECT remit-his-file ASSIGN TO "REMITHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rhis-key
               FILE STATUS IS ws-remit-his-status.
           SELECT amend-his-file ASSIGN TO "AMENDHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ah-key
               FILE STATUS IS ws-amend-his-status.
           SELECT status-file ASSIGN TO "PAYSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ps-key
               FILE STATUS IS ws-status-file-status.
           SELECT check-his-file ASSIGN TO "PAYCHKHS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ch-key
               FILE STATUS IS ws-check-his-status.
           SELECT posting-file ASSIGN TO "PAYCNFJE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-posting-status.
           SELECT je-control-file ASSIGN TO "GLJECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-je-control-status.
           SELECT register-file ASSIGN TO "PAYCNFRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-register-status.
           SELECT outstanding-file ASSIGN TO "PAYOUTST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-outstanding-status.
       DATA DIVISION.
       FILE SECTION.
       FD  paid-file.
       01  paid-record.
           05  cf-juris              PIC X(4).
           05  cf-period             PIC 9(6).
           05  cf-check-no           PIC X(10).
           05  cf-paid-date          PIC 9(8).
           05  cf-amount-paid        PIC S9(11)V99.

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

       FD  authority-file.
       01  authority-record.
           05  ta-juris              PIC X(4).
           05  ta-payee              PIC X(30).
           05  ta-addr1              PIC X(30).
           05  ta-addr2              PIC X(30).
           05  ta-frequency          PIC X(1).
           05  ta-due-day            PIC 9(2).
           05  ta-discount-rate      PIC V999.

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

       FD  check-his-file.
       01  check-his-record.
           05  ch-key.
               10  ch-juris          PIC X(4).
               10  ch-period         PIC 9(6).
               10  ch-check-no       PIC X(10).
           05  ch-paid-date          PIC 9(8).
           05  ch-amount-paid        PIC S9(11)V99.
           05  ch-applied-date       PIC 9(8).
           05  ch-req-type           PIC X(1).
           05  ch-due-date           PIC 9(8).
           05  ch-je-number          PIC 9(6).

       FD  posting-file.
       01  posting-record.
           05  jp-je-number          PIC 9(6).
           05  jp-source-code        PIC X(2).
           05  jp-posting-date       PIC 9(8).
           05  jp-account            PIC X(10).
           05  jp-period             PIC 9(6).
           05  jp-debit-amount       PIC 9(9)V99.
           05  jp-credit-amount      PIC 9(9)V99.
           05  jp-description        PIC X(30).

       FD  je-control-file.
       01  je-control-record.
           05  ctl-last-je-number    PIC 9(6).

       FD  register-file.
       01  register-record           PIC X(200).

       FD  outstanding-file.
       01  outstanding-record        PIC X(200).

       WORKING-STORAGE SECTION.
       01  ws-paid-status            PIC XX.
       01  ws-payreq-status          PIC XX.
       01  ws-authority-status       PIC XX.
       01  ws-remit-his-status       PIC XX.
       01  ws-amend-his-status       PIC XX.
       01  ws-status-file-status     PIC XX.
       01  ws-check-his-status       PIC XX.
       01  ws-posting-status         PIC XX.
       01  ws-je-control-status      PIC XX.
       01  ws-register-status        PIC XX.
       01  ws-outstanding-status     PIC XX.
       01  ws-payreq-name            PIC X(40) VALUE SPACES.
       01  ws-eof-flag               PIC X VALUE "N".
           88  ws-eof                VALUE "Y".
       01  ws-payreq-eof-flag        PIC X VALUE "N".
           88  ws-payreq-eof         VALUE "Y".
       01  ws-authority-eof-flag     PIC X VALUE "N".
           88  ws-authority-eof      VALUE "Y".
       01  ws-line-eof-flag          PIC X VALUE "N".
           88  ws-line-eof           VALUE "Y".
       01  ws-status-eof-flag        PIC X VALUE "N".
           88  ws-status-eof         VALUE "Y".
       01  ws-amend-his-flag         PIC X VALUE "N".
           88  ws-amend-his-open     VALUE "Y".
       01  ws-run-date               PIC 9(8).
       01  ws-run-integer            PIC 9(8).

       01  ws-gl-source-code         PIC X(2)  VALUE "PC".
       01  ws-gl-cash-account        PIC X(10) VALUE "1010-CASH".
       01  ws-gl-discount-account    PIC X(10) VALUE "4950-TDSC".
       01  ws-je-description         PIC X(30) VALUE
           "TAX PAYMENT CONFIRMATION".
       01  ws-gl-account-values.
           05  FILLER                PIC X(10) VALUE "2110-STAX".
           05  FILLER                PIC X(10) VALUE "2120-CTAX".
           05  FILLER                PIC X(10) VALUE "2130-CYTX".
           05  FILLER                PIC X(10) VALUE "2140-OCTX".
           05  FILLER                PIC X(10) VALUE "2150-UTAX".
       01  ws-gl-account-table REDEFINES ws-gl-account-values.
           05  ws-gl-tier-account    PIC X(10) OCCURS 5 TIMES.
       01  ws-je-number              PIC 9(6) VALUE ZERO.
       01  ws-je-count               PIC 9(5) VALUE ZERO.
       01  ws-je-account             PIC X(10).
       01  ws-je-net                 PIC S9(11)V99.
       01  ws-je-period              PIC 9(6).
       01  ws-je-debit-total         PIC S9(11)V99 VALUE ZERO.
       01  ws-je-credit-total        PIC S9(11)V99 VALUE ZERO.

       01  ws-authority-table.
           05  au-entry OCCURS 200 TIMES.
               10  au-juris          PIC X(4).
               10  au-frequency      PIC X(1).
       01  ws-authority-count        PIC 9(3) VALUE ZERO.
       01  ws-authority-idx          PIC 9(3).
       01  ws-frequency              PIC X(1).

       01  ws-tier-idx               PIC 9(1).
       01  ws-tier-work.
           05  ws-tier-amount OCCURS 5 TIMES PIC S9(11)V99.
       01  ws-relief-work.
           05  ws-relief-amount OCCURS 5 TIMES PIC S9(11)V99.
       01  ws-tier-sum               PIC S9(11)V99.
       01  ws-relief-sum             PIC S9(11)V99.
       01  ws-discount-taken         PIC S9(11)V99.
       01  ws-work-period            PIC 9(6).
       01  ws-quarter-idx            PIC 9(1).
       01  ws-period-month           PIC 9(2).
       01  ws-req-type               PIC X(1).
       01  ws-request-flag           PIC X VALUE "N".
           88  ws-request-found      VALUE "Y".
       01  ws-exact-flag             PIC X VALUE "N".
           88  ws-exact-found        VALUE "Y".
       01  ws-match-key              PIC X(19).
       01  ws-balance                PIC S9(11)V99.
       01  ws-days-late              PIC S9(5).
       01  ws-valid-flag             PIC X VALUE "Y".
           88  ws-is-valid           VALUE "Y".
       01  ws-reject-reason          PIC X(24) VALUE SPACES.

       01  ws-loaded-count           PIC 9(5) VALUE ZERO.
       01  ws-known-count            PIC 9(5) VALUE ZERO.
       01  ws-read-count             PIC 9(7) VALUE ZERO.
       01  ws-paid-count             PIC 9(7) VALUE ZERO.
       01  ws-partial-count          PIC 9(7) VALUE ZERO.
       01  ws-unmatched-count        PIC 9(7) VALUE ZERO.
       01  ws-duplicate-count        PIC 9(7) VALUE ZERO.
       01  ws-invalid-count          PIC 9(7) VALUE ZERO.
       01  ws-applied-total          PIC S9(11)V99 VALUE ZERO.
       01  ws-outstanding-count      PIC 9(5) VALUE ZERO.
       01  ws-past-due-count         PIC 9(5) VALUE ZERO.
       01  ws-balance-total          PIC S9(11)V99 VALUE ZERO.
       01  ws-lost-discount-total    PIC S9(11)V99 VALUE ZERO.

       01  ws-register-head-line.
           05  FILLER                PIC X(34) VALUE
               "TAX PAYMENT CONFIRMATION REGISTER".
           05  FILLER                PIC X(9)  VALUE "RUN DATE ".
           05  cr-run-date           PIC 9(8).

       01  ws-register-detail-line.
           05  FILLER                PIC X(4)  VALUE "JUR ".
           05  cd-juris              PIC X(4).
           05  FILLER                PIC X(8)  VALUE " PERIOD ".
           05  cd-period             PIC X(6).
           05  FILLER                PIC X(7)  VALUE " CHECK ".
           05  cd-check-no           PIC X(10).
           05  FILLER                PIC X(6)  VALUE " PAID ".
           05  cd-paid-date          PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  cd-amount-paid        PIC -(10)9.99.
           05  FILLER                PIC X(5)  VALUE " REQ ".
           05  cd-req-type           PIC X(1).
           05  FILLER                PIC X(5)  VALUE " DUE ".
           05  cd-due-date           PIC X(8).
           05  FILLER                PIC X(5)  VALUE " BAL ".
           05  cd-balance            PIC -(10)9.99.
           05  FILLER                PIC X(4)  VALUE " JE ".
           05  cd-je-number          PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  cd-status             PIC X(24).

       01  ws-register-total-line.
           05  FILLER                PIC X(5)  VALUE "READ ".
           05  ct-read-count         PIC ZZZZZZ9.
           05  FILLER                PIC X(6)  VALUE " PAID ".
           05  ct-paid-count         PIC ZZZZZZ9.
           05  FILLER                PIC X(9)  VALUE " PARTIAL ".
           05  ct-partial-count      PIC ZZZZZZ9.
           05  FILLER                PIC X(11) VALUE " UNMATCHED ".
           05  ct-unmatched-count    PIC ZZZZZZ9.
           05  FILLER                PIC X(11) VALUE " DUPLICATE ".
           05  ct-duplicate-count    PIC ZZZZZZ9.
           05  FILLER                PIC X(9)  VALUE " INVALID ".
           05  ct-invalid-count      PIC ZZZZZZ9.
           05  FILLER                PIC X(9)  VALUE " APPLIED ".
           05  ct-applied-total      PIC -(10)9.99.

       01  ws-outstanding-head-line.
           05  FILLER                PIC X(34) VALUE
               "OUTSTANDING TAX PAYMENTS REPORT".
           05  FILLER                PIC X(9)  VALUE "RUN DATE ".
           05  oh-run-date           PIC 9(8).

       01  ws-outstanding-detail-line.
           05  FILLER                PIC X(4)  VALUE "JUR ".
           05  od-juris              PIC X(4).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  od-payee              PIC X(30).
           05  FILLER                PIC X(8)  VALUE " PERIOD ".
           05  od-period             PIC 9(6).
           05  FILLER                PIC X(5)  VALUE " REQ ".
           05  od-req-type           PIC X(1).
           05  FILLER                PIC X(5)  VALUE " DUE ".
           05  od-due-date           PIC 9(8).
           05  FILLER                PIC X(5)  VALUE " NET ".
           05  od-net-due            PIC -(10)9.99.
           05  FILLER                PIC X(6)  VALUE " PAID ".
           05  od-paid-amount        PIC -(10)9.99.
           05  FILLER                PIC X(5)  VALUE " BAL ".
           05  od-balance            PIC -(10)9.99.
           05  FILLER                PIC X(6)  VALUE " LATE ".
           05  od-days-late          PIC ZZZZ9.
           05  FILLER                PIC X(6)  VALUE " DISC ".
           05  od-discount           PIC -(8)9.99.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  od-flag               PIC X(24).

       01  ws-outstanding-total-line.
           05  FILLER                PIC X(12) VALUE "OUTSTANDING ".
           05  ot-outstanding-count  PIC ZZZZ9.
           05  FILLER                PIC X(10) VALUE " PAST DUE ".
           05  ot-past-due-count     PIC ZZZZ9.
           05  FILLER                PIC X(9)  VALUE " BALANCE ".
           05  ot-balance-total      PIC -(10)9.99.
           05  FILLER                PIC X(15) VALUE
               " DISCOUNT LOST ".
           05  ot-lost-discount      PIC -(10)9.99.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM OPEN-FILES
           MOVE "APPAYREQ.DAT" TO ws-payreq-name
           MOVE "R" TO ws-req-type
           PERFORM LOAD-PAYMENT-REQUESTS
           MOVE "AMNDPREQ.DAT" TO ws-payreq-name
           MOVE "A" TO ws-req-type
           PERFORM LOAD-PAYMENT-REQUESTS
           PERFORM UNTIL ws-eof
               READ paid-file
                   AT END SET ws-eof TO TRUE
                   NOT AT END PERFORM PROCESS-CONFIRMATION
               END-READ
           END-PERFORM
           PERFORM WRITE-REGISTER-TOTALS
           PERFORM WRITE-OUTSTANDING-REPORT
           PERFORM PUT-JE-NUMBER
           DISPLAY "PayConf requests loaded " ws-loaded-count
               ", confirmations read " ws-read-count
               ", paid " ws-paid-count
               ", partial " ws-partial-count
               ", unmatched " ws-unmatched-count
           DISPLAY "PayConf journal entries " ws-je-count
               ", outstanding " ws-outstanding-count
               ", past due " ws-past-due-count
           IF ws-unmatched-count > ZERO
               OR ws-duplicate-count > ZERO
               OR ws-invalid-count > ZERO
               DISPLAY "WARNING: confirmations not applied - see "
                   "PAYCNFRG.DAT"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM CLOSE-FILES
           STOP RUN.

       OPEN-FILES.
           ACCEPT ws-run-date FROM DATE YYYYMMDD
           COMPUTE ws-run-integer =
               FUNCTION INTEGER-OF-DATE(ws-run-date)
           PERFORM LOAD-AUTHORITY-TABLE
           PERFORM GET-JE-NUMBER
           OPEN INPUT paid-file
           IF ws-paid-status NOT = "00"
               DISPLAY "ERROR: cannot open AP paid file, status "
                   ws-paid-status
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
           OPEN I-O status-file
           IF ws-status-file-status = "35"
               OPEN OUTPUT status-file
               IF ws-status-file-status NOT = "00"
                   DISPLAY "ERROR: cannot create payment status file, "
                       "status " ws-status-file-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE status-file
               OPEN I-O status-file
           END-IF
           IF ws-status-file-status NOT = "00"
               DISPLAY "ERROR: cannot open payment status file, "
                   "status " ws-status-file-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O check-his-file
           IF ws-check-his-status = "35"
               OPEN OUTPUT check-his-file
               IF ws-check-his-status NOT = "00"
                   DISPLAY "ERROR: cannot create payment check "
                       "history, status " ws-check-his-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE check-his-file
               OPEN I-O check-his-file
           END-IF
           IF ws-check-his-status NOT = "00"
               DISPLAY "ERROR: cannot open payment check history, "
                   "status " ws-check-his-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT posting-file
           IF ws-posting-status NOT = "00"
               DISPLAY "ERROR: cannot open posting file, status "
                   ws-posting-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT register-file
           IF ws-register-status NOT = "00"
               DISPLAY "ERROR: cannot open confirmation register, "
                   "status " ws-register-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT outstanding-file
           IF ws-outstanding-status NOT = "00"
               DISPLAY "ERROR: cannot open outstanding payments "
                   "report, status " ws-outstanding-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-run-date TO cr-run-date
           WRITE register-record FROM ws-register-head-line
           MOVE ws-run-date TO oh-run-date
           WRITE outstanding-record FROM ws-outstanding-head-line.

       LOAD-AUTHORITY-TABLE.
           OPEN INPUT authority-file
           IF ws-authority-status NOT = "00"
               DISPLAY "ERROR: cannot open authority master, status "
                   ws-authority-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ws-authority-eof
               READ authority-file
                   AT END SET ws-authority-eof TO TRUE
                   NOT AT END
                       IF ws-authority-count >= 200
                           DISPLAY "ERROR: authority table full"
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

       GET-JE-NUMBER.
           OPEN INPUT je-control-file
           IF ws-je-control-status = "00"
               READ je-control-file
                   AT END CONTINUE
                   NOT AT END
                       IF ctl-last-je-number NUMERIC
                           MOVE ctl-last-je-number TO ws-je-number
                       END-IF
               END-READ
               CLOSE je-control-file
           END-IF.

       PUT-JE-NUMBER.
           IF ws-je-count > ZERO
               OPEN OUTPUT je-control-file
               IF ws-je-control-status NOT = "00"
                   DISPLAY "ERROR: cannot rewrite JE control file, "
                       "status " ws-je-control-status
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE ws-je-number TO ctl-last-je-number
                   WRITE je-control-record
                   CLOSE je-control-file
               END-IF
           END-IF.

       LOAD-PAYMENT-REQUESTS.
           OPEN INPUT payreq-file
           IF ws-payreq-status = "00"
               MOVE "N" TO ws-payreq-eof-flag
               PERFORM UNTIL ws-payreq-eof
                   READ payreq-file
                       AT END SET ws-payreq-eof TO TRUE
                       NOT AT END PERFORM LOAD-PAYMENT-REQUEST
                   END-READ
               END-PERFORM
               CLOSE payreq-file
           ELSE
               DISPLAY "PayConf: no payment requests in "
                   ws-payreq-name
           END-IF.

       LOAD-PAYMENT-REQUEST.
           MOVE pr-juris TO ps-juris
           MOVE pr-period TO ps-period
           MOVE ws-req-type TO ps-req-type
           MOVE pr-due-date TO ps-due-date
           READ status-file
               INVALID KEY PERFORM ADD-PAYMENT-REQUEST
               NOT INVALID KEY ADD 1 TO ws-known-count
           END-READ.

       ADD-PAYMENT-REQUEST.
           MOVE pr-juris TO ps-juris
           MOVE pr-period TO ps-period
           MOVE ws-req-type TO ps-req-type
           MOVE pr-due-date TO ps-due-date
           MOVE pr-payee TO ps-payee
           MOVE pr-gross-tax TO ps-gross-tax
           MOVE pr-discount TO ps-discount
           MOVE pr-net-due TO ps-net-due
           PERFORM SPLIT-REQUEST-TIERS
           PERFORM VARYING ws-tier-idx FROM 1 BY 1
                   UNTIL ws-tier-idx > 5
               MOVE ws-tier-amount(ws-tier-idx) TO
                   ps-tier-tax(ws-tier-idx)
               MOVE ZERO TO ps-tier-relieved(ws-tier-idx)
           END-PERFORM
           MOVE ZERO TO ps-paid-amount
           SET ps-requested TO TRUE
           MOVE SPACES TO ps-last-check-no
           MOVE ZERO TO ps-last-paid-date
           MOVE ws-run-date TO ps-loaded-date
           WRITE status-record
               INVALID KEY
                   DISPLAY "ERROR: payment status write failed, "
                       "jurisdiction " ps-juris
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO ws-loaded-count.

       SPLIT-REQUEST-TIERS.
           PERFORM VARYING ws-tier-idx FROM 1 BY 1
                   UNTIL ws-tier-idx > 5
               MOVE ZERO TO ws-tier-amount(ws-tier-idx)
           END-PERFORM
           IF ws-req-type = "A"
               PERFORM ADD-AMENDMENT-TIERS
           ELSE
               MOVE SPACE TO ws-frequency
               PERFORM VARYING ws-authority-idx FROM 1 BY 1
                       UNTIL ws-authority-idx > ws-authority-count
                   IF au-juris(ws-authority-idx) = pr-juris
                       MOVE au-frequency(ws-authority-idx) TO
                           ws-frequency
                   END-IF
               END-PERFORM
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
           END-IF
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

       ADD-AMENDMENT-TIERS.
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
           END-IF.

       PROCESS-CONFIRMATION.
           ADD 1 TO ws-read-count
           MOVE SPACES TO cd-req-type
           MOVE SPACES TO cd-due-date
           MOVE ZERO TO cd-balance
           MOVE SPACES TO cd-je-number
           PERFORM VALIDATE-CONFIRMATION
           IF NOT ws-is-valid
               ADD 1 TO ws-invalid-count
               MOVE ws-reject-reason TO cd-status
               PERFORM WRITE-REGISTER-LINE
           ELSE
               MOVE cf-juris TO ch-juris
               MOVE cf-period TO ch-period
               MOVE cf-check-no TO ch-check-no
               READ check-his-file
                   INVALID KEY PERFORM MATCH-CONFIRMATION
                   NOT INVALID KEY
                       ADD 1 TO ws-duplicate-count
                       MOVE "DUPLICATE CHECK" TO cd-status
                       PERFORM WRITE-REGISTER-LINE
               END-READ
           END-IF.

       VALIDATE-CONFIRMATION.
           MOVE "Y" TO ws-valid-flag
           EVALUATE TRUE
               WHEN cf-period NOT NUMERIC
                   MOVE "N" TO ws-valid-flag
                   MOVE "INVALID PERIOD" TO ws-reject-reason
               WHEN cf-amount-paid NOT NUMERIC
                   MOVE "N" TO ws-valid-flag
                   MOVE "INVALID AMOUNT" TO ws-reject-reason
               WHEN cf-amount-paid = ZERO
                   MOVE "N" TO ws-valid-flag
                   MOVE "ZERO AMOUNT" TO ws-reject-reason
               WHEN cf-paid-date NOT NUMERIC
                   MOVE "N" TO ws-valid-flag
                   MOVE "INVALID PAID DATE" TO ws-reject-reason
               WHEN FUNCTION TEST-DATE-YYYYMMDD(cf-paid-date)
                       NOT = ZERO
                   MOVE "N" TO ws-valid-flag
                   MOVE "INVALID PAID DATE" TO ws-reject-reason
               WHEN cf-check-no = SPACES
                   MOVE "N" TO ws-valid-flag
                   MOVE "MISSING CHECK/EFT NO" TO ws-reject-reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MATCH-CONFIRMATION.
           MOVE "N" TO ws-request-flag
           MOVE "N" TO ws-exact-flag
           MOVE cf-juris TO ps-juris
           MOVE cf-period TO ps-period
           MOVE LOW-VALUES TO ps-req-type
           MOVE ZERO TO ps-due-date
           MOVE "N" TO ws-status-eof-flag
           START status-file KEY NOT < ps-key
               INVALID KEY SET ws-status-eof TO TRUE
           END-START
           PERFORM UNTIL ws-status-eof OR ws-exact-found
               READ status-file NEXT
                   AT END SET ws-status-eof TO TRUE
                   NOT AT END
                       IF ps-juris NOT = cf-juris
                           OR ps-period NOT = cf-period
                           SET ws-status-eof TO TRUE
                       ELSE
                           IF NOT ps-paid
                               PERFORM CONSIDER-REQUEST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT ws-request-found
               ADD 1 TO ws-unmatched-count
               MOVE "UNMATCHED" TO cd-status
               PERFORM WRITE-REGISTER-LINE
           ELSE
               MOVE ws-match-key TO ps-key
               READ status-file
                   INVALID KEY
                       DISPLAY "ERROR: payment status reread failed, "
                           "jurisdiction " cf-juris
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ
               PERFORM APPLY-CONFIRMATION
           END-IF.

       CONSIDER-REQUEST.
           COMPUTE ws-balance = ps-net-due - ps-paid-amount
           IF NOT ws-request-found
               SET ws-request-found TO TRUE
               MOVE ps-key TO ws-match-key
           END-IF
           IF ws-balance = cf-amount-paid
               SET ws-exact-found TO TRUE
               MOVE ps-key TO ws-match-key
           END-IF.

       APPLY-CONFIRMATION.
           ADD cf-amount-paid TO ps-paid-amount
           ADD cf-amount-paid TO ws-applied-total
           COMPUTE ws-balance = ps-net-due - ps-paid-amount
           IF FUNCTION ABS(ps-paid-amount)
                   >= FUNCTION ABS(ps-net-due)
               SET ps-paid TO TRUE
               ADD 1 TO ws-paid-count
               PERFORM VARYING ws-tier-idx FROM 1 BY 1
                       UNTIL ws-tier-idx > 5
                   COMPUTE ws-relief-amount(ws-tier-idx) =
                       ps-tier-tax(ws-tier-idx)
                       - ps-tier-relieved(ws-tier-idx)
               END-PERFORM
               IF cf-paid-date > ps-due-date
                   MOVE "PAID LATE" TO cd-status
               ELSE
                   MOVE "PAID" TO cd-status
               END-IF
           ELSE
               SET ps-partial TO TRUE
               ADD 1 TO ws-partial-count
               PERFORM ALLOCATE-PARTIAL-RELIEF
               MOVE "PARTIALLY PAID" TO cd-status
           END-IF
           MOVE ZERO TO ws-relief-sum
           PERFORM VARYING ws-tier-idx FROM 1 BY 1
                   UNTIL ws-tier-idx > 5
               ADD ws-relief-amount(ws-tier-idx) TO
                   ps-tier-relieved(ws-tier-idx)
               ADD ws-relief-amount(ws-tier-idx) TO ws-relief-sum
           END-PERFORM
           MOVE cf-check-no TO ps-last-check-no
           MOVE cf-paid-date TO ps-last-paid-date
           REWRITE status-record
               INVALID KEY
                   DISPLAY "ERROR: payment status rewrite failed, "
                       "jurisdiction " ps-juris
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           PERFORM WRITE-RELIEF-ENTRY
           MOVE cf-juris TO ch-juris
           MOVE cf-period TO ch-period
           MOVE cf-check-no TO ch-check-no
           MOVE cf-paid-date TO ch-paid-date
           MOVE cf-amount-paid TO ch-amount-paid
           MOVE ws-run-date TO ch-applied-date
           MOVE ps-req-type TO ch-req-type
           MOVE ps-due-date TO ch-due-date
           MOVE ws-je-number TO ch-je-number
           WRITE check-his-record
               INVALID KEY
                   DISPLAY "ERROR: payment check history write "
                       "failed, check " cf-check-no
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           MOVE ps-req-type TO cd-req-type
           MOVE ps-due-date TO cd-due-date
           MOVE ws-balance TO cd-balance
           MOVE ws-je-number TO cd-je-number
           PERFORM WRITE-REGISTER-LINE.

       ALLOCATE-PARTIAL-RELIEF.
           MOVE ZERO TO ws-relief-sum
           PERFORM VARYING ws-tier-idx FROM 1 BY 1
                   UNTIL ws-tier-idx > 5
               IF ps-gross-tax = ZERO
                   MOVE ZERO TO ws-relief-amount(ws-tier-idx)
               ELSE
                   COMPUTE ws-relief-amount(ws-tier-idx) ROUNDED =
                       cf-amount-paid * ps-tier-tax(ws-tier-idx)
                       / ps-gross-tax
               END-IF
               ADD ws-relief-amount(ws-tier-idx) TO ws-relief-sum
           END-PERFORM
           IF ws-relief-sum NOT = cf-amount-paid
               COMPUTE ws-relief-amount(1) = ws-relief-amount(1)
                   + cf-amount-paid - ws-relief-sum
           END-IF.

       WRITE-RELIEF-ENTRY.
           ADD 1 TO ws-je-number
           ADD 1 TO ws-je-count
           MOVE cf-paid-date(1:6) TO ws-je-period
           PERFORM VARYING ws-tier-idx FROM 1 BY 1
                   UNTIL ws-tier-idx > 5
               IF ws-relief-amount(ws-tier-idx) NOT = ZERO
                   MOVE ws-gl-tier-account(ws-tier-idx) TO
                       ws-je-account
                   MOVE ws-relief-amount(ws-tier-idx) TO ws-je-net
                   PERFORM WRITE-POSTING-LINE
               END-IF
           END-PERFORM
           MOVE ws-gl-cash-account TO ws-je-account
           COMPUTE ws-je-net = ZERO - cf-amount-paid
           PERFORM WRITE-POSTING-LINE
           COMPUTE ws-discount-taken = ws-relief-sum - cf-amount-paid
           IF ws-discount-taken NOT = ZERO
               MOVE ws-gl-discount-account TO ws-je-account
               COMPUTE ws-je-net = ZERO - ws-discount-taken
               PERFORM WRITE-POSTING-LINE
           END-IF.

       WRITE-POSTING-LINE.
           MOVE ws-je-number TO jp-je-number
           MOVE ws-gl-source-code TO jp-source-code
           MOVE ws-run-date TO jp-posting-date
           MOVE ws-je-account TO jp-account
           MOVE ws-je-period TO jp-period
           IF ws-je-net < ZERO
               MOVE ZERO TO jp-debit-amount
               COMPUTE jp-credit-amount = ZERO - ws-je-net
               SUBTRACT ws-je-net FROM ws-je-credit-total
           ELSE
               MOVE ws-je-net TO jp-debit-amount
               MOVE ZERO TO jp-credit-amount
               ADD ws-je-net TO ws-je-debit-total
           END-IF
           MOVE ws-je-description TO jp-description
           WRITE posting-record.

       WRITE-REGISTER-LINE.
           MOVE cf-juris TO cd-juris
           MOVE cf-period TO cd-period
           MOVE cf-check-no TO cd-check-no
           MOVE cf-paid-date TO cd-paid-date
           IF cf-amount-paid NUMERIC
               MOVE cf-amount-paid TO cd-amount-paid
           ELSE
               MOVE ZERO TO cd-amount-paid
           END-IF
           WRITE register-record FROM ws-register-detail-line.

       WRITE-REGISTER-TOTALS.
           MOVE ws-read-count TO ct-read-count
           MOVE ws-paid-count TO ct-paid-count
           MOVE ws-partial-count TO ct-partial-count
           MOVE ws-unmatched-count TO ct-unmatched-count
           MOVE ws-duplicate-count TO ct-duplicate-count
           MOVE ws-invalid-count TO ct-invalid-count
           MOVE ws-applied-total TO ct-applied-total
           WRITE register-record FROM ws-register-total-line
           IF ws-je-debit-total NOT = ws-je-credit-total
               DISPLAY "WARNING: relief entries out of balance, "
                   "debits " ws-je-debit-total
                   " credits " ws-je-credit-total
           END-IF.

       WRITE-OUTSTANDING-REPORT.
           MOVE LOW-VALUES TO ps-key
           MOVE "N" TO ws-status-eof-flag
           START status-file KEY NOT < ps-key
               INVALID KEY SET ws-status-eof TO TRUE
           END-START
           PERFORM UNTIL ws-status-eof
               READ status-file NEXT
                   AT END SET ws-status-eof TO TRUE
                   NOT AT END
                       IF NOT ps-paid
                           PERFORM WRITE-OUTSTANDING-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE ws-outstanding-count TO ot-outstanding-count
           MOVE ws-past-due-count TO ot-past-due-count
           MOVE ws-balance-total TO ot-balance-total
           MOVE ws-lost-discount-total TO ot-lost-discount
           WRITE outstanding-record FROM ws-outstanding-total-line.

       WRITE-OUTSTANDING-LINE.
           ADD 1 TO ws-outstanding-count
           COMPUTE ws-balance = ps-net-due - ps-paid-amount
           ADD ws-balance TO ws-balance-total
           MOVE ps-juris TO od-juris
           MOVE ps-payee TO od-payee
           MOVE ps-period TO od-period
           MOVE ps-req-type TO od-req-type
           MOVE ps-due-date TO od-due-date
           MOVE ps-net-due TO od-net-due
           MOVE ps-paid-amount TO od-paid-amount
           MOVE ws-balance TO od-balance
           MOVE ps-discount TO od-discount
           MOVE ZERO TO ws-days-late
           IF ps-due-date < ws-run-date
               COMPUTE ws-days-late = ws-run-integer
                   - FUNCTION INTEGER-OF-DATE(ps-due-date)
           END-IF
           MOVE ws-days-late TO od-days-late
           EVALUATE TRUE
               WHEN ws-days-late = ZERO
                   IF ps-partial
                       MOVE "PARTIALLY PAID" TO od-flag
                   ELSE
                       MOVE "REQUESTED" TO od-flag
                   END-IF
               WHEN ps-partial
                   ADD 1 TO ws-past-due-count
                   MOVE "PAST DUE - PARTIAL" TO od-flag
               WHEN ps-discount NOT = ZERO
                   ADD 1 TO ws-past-due-count
                   ADD ps-discount TO ws-lost-discount-total
                   MOVE "PAST DUE - DISC LOST" TO od-flag
               WHEN OTHER
                   ADD 1 TO ws-past-due-count
                   MOVE "PAST DUE - NO CONFIRM" TO od-flag
           END-EVALUATE
           WRITE outstanding-record FROM ws-outstanding-detail-line.

       CLOSE-FILES.
           CLOSE paid-file
           CLOSE remit-his-file
           IF ws-amend-his-open
               CLOSE amend-his-file
           END-IF
           CLOSE status-file
           CLOSE check-his-file
           CLOSE posting-file
           CLOSE register-file
           CLOSE outstanding-file.
