       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT gl-file ASSIGN TO ws-gl-feed-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-gl-status.
           SELECT voucher-file ASSIGN TO "GLJV.DAT"
           SELECT posting-file ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-posting-status.
           SELECT posting-history-file ASSIGN TO "GLPOSTHS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-posting-history-status.
           SELECT posting-register-file ASSIGN TO "GLPOSTRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-posting-register-status.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sk-key
               FILE STATUS IS ws-sum-work-status.
           SELECT job-control-file ASSIGN TO "JOBCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS jc-key
               FILE STATUS IS ws-job-control-status.
       DATA DIVISION.
       FILE SECTION.
       FD  gl-file.
           05  gt-net-tax            PIC S9(9)V99.
           05  gt-run-date           PIC 9(8).
           05  gt-run-no             PIC 9(4).
           05  gt-source-code        PIC X(2).

       FD  voucher-file.
       01  voucher-record            PIC X(80).
           05  jp-credit-amount      PIC 9(9)V99.
           05  jp-description        PIC X(30).

       FD  posting-history-file.
       01  posting-history-record    PIC X(84).

       FD  posting-register-file.
       01  posting-register-record   PIC X(120).

           05  sk-amount             PIC S9(11)V99.
           05  sk-tax-amount         PIC S9(11)V99.

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
       01  ws-gl-status              PIC XX.
       01  ws-voucher-status         PIC XX.
       01  ws-gl-county-account      PIC X(10) VALUE "2120-CTAX".
       01  ws-gl-city-account        PIC X(10) VALUE "2130-CYTX".
       01  ws-gl-cash-account        PIC X(10) VALUE "1010-CASH".
       01  ws-gl-rerate-account      PIC X(10) VALUE "6150-RRTX".
       01  ws-gl-over-account        PIC X(10) VALUE "2140-OCTX".
       01  ws-gl-under-account       PIC X(10) VALUE "6160-UCTX".
       01  ws-gl-use-tax-account     PIC X(10) VALUE "2150-UTAX".
       01  ws-gl-purchase-account    PIC X(10) VALUE "5100-PURCH".
       01  ws-gl-feed-name           PIC X(40) VALUE SPACES.
       01  ws-feed-key-flag          PIC X VALUE "N".
           88  ws-feed-key-found     VALUE "Y".
       01  ws-feed-run-date          PIC 9(8) VALUE ZERO.
       01  ws-feed-run-no            PIC 9(4) VALUE ZERO.
       01  ws-feed-source-code       PIC X(2) VALUE "ST".

       01  ws-sum-work-status        PIC XX.
       01  ws-work-eof-flag          PIC X VALUE "N".
       01  ws-decl-net-tax           PIC S9(9)V99 VALUE ZERO.
       01  ws-decl-run-date          PIC 9(8) VALUE ZERO.
       01  ws-decl-run-no            PIC 9(4) VALUE ZERO.
       01  ws-decl-source-code       PIC X(2) VALUE "ST".
       01  ws-je-description         PIC X(30) VALUE
           "SALES TAX DAILY SUMMARY".
       01  ws-revenue-total          PIC S9(9)V99.
       01  ws-tax-liab-total         PIC S9(9)V99.
       01  ws-offset-total           PIC S9(9)V99.
       01  ws-cash-total             PIC S9(9)V99.
       01  ws-debit-total            PIC S9(9)V99.
       01  ws-credit-total           PIC S9(9)V99.

       01  ws-posting-status         PIC XX.
       01  ws-posting-register-status PIC XX.
       01  ws-posting-history-status PIC XX.
       01  ws-posting-eof-flag       PIC X VALUE "N".
           88  ws-posting-eof        VALUE "Y".
       01  ws-je-control-status      PIC XX.
       01  ws-run-date               PIC 9(8).
       01  ws-je-number              PIC 9(6) VALUE ZERO.
       01  ws-post-credit            PIC 9(9)V99.
       01  ws-reg-debit-total        PIC S9(11)V99 VALUE ZERO.
       01  ws-reg-credit-total       PIC S9(11)V99 VALUE ZERO.
       01  ws-job-control-status     PIC XX.
       01  ws-job-name               PIC X(8) VALUE "GLSUM".
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

       01  ws-register-head-line.
           05  FILLER                PIC X(26) VALUE
               DISPLAY "GL FEED CONTROL FAILURE - "
                   "NO VOUCHERS BUILT, SEE VARIANCE REPORT"
           ELSE
               PERFORM SET-JE-DESCRIPTION
               PERFORM BUILD-ALL-VOUCHERS
           END-IF
           MOVE ws-je-count TO pt-je-count
               DISPLAY "VOUCHER REJECTED - SEE VARIANCE REPORT"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE < 8
               PERFORM APPEND-POSTING-HISTORY
           END-IF
           IF RETURN-CODE < 8
               PERFORM MARK-FEED-CONSUMED
           END-IF
           PERFORM RECORD-JOB-END
           PERFORM CLOSE-FILES
           STOP RUN.

       OPEN-FILES.
           ACCEPT ws-gl-feed-name FROM ENVIRONMENT "GL_FEED"
           IF ws-gl-feed-name = SPACES
               MOVE "GLFEED.DAT" TO ws-gl-feed-name
           END-IF
           OPEN INPUT gl-file
           IF ws-gl-status NOT = "00"
               DISPLAY "ERROR: cannot open GL feed file "
                   ws-gl-feed-name ", status " ws-gl-status
               STOP RUN
           END-IF
           PERFORM PRESCAN-FEED-TRAILER
           PERFORM OPEN-JOB-CONTROL
           PERFORM CHECK-JOB-SEQUENCE
           PERFORM RECORD-JOB-START
           OPEN OUTPUT voucher-file
           IF ws-voucher-status NOT = "00"
               DISPLAY "ERROR: cannot open voucher file, status "
           WRITE posting-register-record FROM ws-register-head-line
           PERFORM GET-JE-NUMBER.

       PRESCAN-FEED-TRAILER.
           PERFORM UNTIL ws-eof
               READ gl-file
                   AT END SET ws-eof TO TRUE
                   NOT AT END PERFORM PRESCAN-FEED-RECORD
               END-READ
           END-PERFORM
           CLOSE gl-file
           MOVE "N" TO ws-eof-flag
           OPEN INPUT gl-file
           IF ws-gl-status NOT = "00"
               DISPLAY "ERROR: cannot reopen GL feed file "
                   ws-gl-feed-name ", status " ws-gl-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-feed-source-code TO ws-job-run-key(1:2)
           MOVE ws-feed-run-date TO ws-job-run-key(3:8)
           MOVE ws-feed-run-no TO ws-job-run-key(11:4)
           MOVE ws-job-last-period TO ws-job-period.

       PRESCAN-FEED-RECORD.
           IF gl-account-code = ws-gl-trailer-marker
               SET ws-feed-key-found TO TRUE
               IF gt-run-date NUMERIC
                   MOVE gt-run-date TO ws-feed-run-date
               END-IF
               IF gt-run-no NUMERIC
                   MOVE gt-run-no TO ws-feed-run-no
               END-IF
               IF gt-source-code NOT = SPACES
                   MOVE gt-source-code TO ws-feed-source-code
               END-IF
           ELSE
               IF gl-period NUMERIC
                   IF ws-job-first-period = ZERO
                       OR gl-period < ws-job-first-period
                       MOVE gl-period TO ws-job-first-period
                   END-IF
                   IF gl-period > ws-job-last-period
                       MOVE gl-period TO ws-job-last-period
                   END-IF
               END-IF
           END-IF.

       CHECK-JOB-SEQUENCE.
           IF ws-feed-key-found
               MOVE ws-job-name TO jc-job-name
               MOVE ws-job-run-key TO jc-run-key
               PERFORM READ-JOB-RECORD
               IF ws-job-found AND jc-completed
                   AND jc-return-code < 8
                   MOVE SPACES TO ws-job-message
                   STRING "GL feed " ws-feed-source-code
                       " run " ws-feed-run-date "/" ws-feed-run-no
                       " already posted on " jc-end-date
                       DELIMITED BY SIZE INTO ws-job-message
                   END-STRING
                   PERFORM REFUSE-JOB-START
               END-IF
               IF ws-feed-source-code = "ST"
                   MOVE "SALESTAX" TO jc-job-name
                   MOVE SPACES TO jc-run-key
                   MOVE ws-feed-run-date TO jc-run-key(1:8)
                   MOVE ws-feed-run-no TO jc-run-key(9:4)
                   PERFORM READ-JOB-RECORD
                   MOVE SPACES TO ws-job-message
                   EVALUATE TRUE
                       WHEN NOT ws-job-found
                           STRING "SalesTax run " ws-feed-run-date
                               "/" ws-feed-run-no
                               " not found in job control"
                               DELIMITED BY SIZE INTO ws-job-message
                           END-STRING
                           PERFORM REFUSE-JOB-START
                       WHEN NOT jc-completed
                           OR jc-return-code >= 8
                           STRING "SalesTax run " ws-feed-run-date
                               "/" ws-feed-run-no
                               " did not complete cleanly"
                               DELIMITED BY SIZE INTO ws-job-message
                           END-STRING
                           PERFORM REFUSE-JOB-START
                   END-EVALUATE
               END-IF
           END-IF.

       MARK-FEED-CONSUMED.
           IF ws-feed-key-found AND ws-feed-source-code = "ST"
               MOVE "SALESTAX" TO jc-job-name
               MOVE SPACES TO jc-run-key
               MOVE ws-feed-run-date TO jc-run-key(1:8)
               MOVE ws-feed-run-no TO jc-run-key(9:4)
               PERFORM READ-JOB-RECORD
               IF ws-job-found
                   MOVE "Y" TO jc-consumed-flag
                   MOVE ws-run-date TO jc-consumed-date
                   REWRITE job-control-record
                       INVALID KEY
                           DISPLAY "WARNING: SalesTax run not marked "
                               "posted, status " ws-job-control-status
                   END-REWRITE
               END-IF
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

       GET-JE-NUMBER.
           OPEN INPUT je-control-file
           IF ws-je-control-status = "00"
               MOVE gt-net-tax TO ws-decl-net-tax
               MOVE gt-run-date TO ws-decl-run-date
               MOVE gt-run-no TO ws-decl-run-no
               IF gt-source-code NOT = SPACES
                   MOVE gt-source-code TO ws-decl-source-code
               END-IF
           ELSE
               IF ws-trailer-seen
                   SET ws-records-after-trailer TO TRUE
                   END-IF
           END-EVALUATE.

       SET-JE-DESCRIPTION.
           EVALUATE ws-decl-source-code
               WHEN "RR"
                   MOVE "SALES TAX RE-RATE ADJUSTMENT" TO
                       ws-je-description
               WHEN "UT"
                   MOVE "USE TAX ACCRUAL" TO ws-je-description
               WHEN OTHER
                   MOVE "SALES TAX DAILY SUMMARY" TO ws-je-description
           END-EVALUATE.

       SUMMARIZE-GL-RECORD.
           ADD 1 TO ws-read-count
           MOVE gl-period TO sk-period
       BUILD-VOUCHER.
           MOVE ZERO TO ws-revenue-total
           MOVE ZERO TO ws-tax-liab-total
           MOVE ZERO TO ws-offset-total
           MOVE ZERO TO ws-variance-count
           PERFORM START-PERIOD-SCAN
           PERFORM UNTIL ws-scan-eof
               END-IF
           END-PERFORM
           COMPUTE ws-cash-total =
               ws-revenue-total + ws-tax-liab-total + ws-offset-total
           IF ws-variance-count > ZERO
               SET ws-voucher-rejected TO TRUE
               MOVE ws-this-period TO vl-period
               WHEN ws-gl-state-account
               WHEN ws-gl-county-account
               WHEN ws-gl-city-account
               WHEN ws-gl-over-account
               WHEN ws-gl-use-tax-account
                   IF sk-amount NOT = ZERO
                       PERFORM WRITE-SALES-ON-TAX-VARIANCE
                   END-IF
                   ADD sk-tax-amount TO ws-tax-liab-total
               WHEN ws-gl-rerate-account
               WHEN ws-gl-under-account
               WHEN ws-gl-purchase-account
                   IF sk-tax-amount NOT = ZERO
                       PERFORM WRITE-TAX-ON-REVENUE-VARIANCE
                   END-IF
                   ADD sk-amount TO ws-offset-total
               WHEN OTHER
                   PERFORM WRITE-UNKNOWN-ACCOUNT-VARIANCE
           END-EVALUATE.
           ADD 1 TO ws-je-count
           MOVE ws-this-period TO jv-period
           WRITE voucher-record FROM ws-voucher-head-line
           IF ws-cash-total NOT = ZERO
               MOVE ws-gl-cash-account TO jv-account
               MOVE ws-cash-total TO ws-entry-net
               PERFORM WRITE-DEBIT-NORMAL-LINE
           END-IF
           PERFORM START-PERIOD-SCAN
           PERFORM UNTIL ws-scan-eof
               PERFORM READ-PERIOD-ENTRY

       WRITE-POSTING-LINE.
           MOVE ws-je-number TO jp-je-number
           MOVE ws-decl-source-code TO jp-source-code
           MOVE ws-run-date TO jp-posting-date
           MOVE jv-account TO jp-account
           MOVE ws-this-period TO jp-period
           MOVE ws-post-debit TO jp-debit-amount
           MOVE ws-post-credit TO jp-credit-amount
           MOVE ws-je-description TO jp-description
           WRITE posting-record.

       APPEND-POSTING-HISTORY.
           CLOSE posting-file
           OPEN INPUT posting-file
           IF ws-posting-status NOT = "00"
               DISPLAY "ERROR: cannot reopen posting file, status "
                   ws-posting-status ", posting history not updated"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND posting-history-file
               IF ws-posting-history-status NOT = "00"
                   OPEN OUTPUT posting-history-file
               END-IF
               IF ws-posting-history-status NOT = "00"
                   DISPLAY "ERROR: cannot open posting history, "
                       "status " ws-posting-history-status
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL ws-posting-eof
                       READ posting-file
                           AT END SET ws-posting-eof TO TRUE
                           NOT AT END
                               MOVE posting-record TO
                                   posting-history-record
                               WRITE posting-history-record
                               IF ws-posting-history-status
                                       NOT = "00"
                                   DISPLAY "ERROR: posting history "
                                       "write failed, status "
                                       ws-posting-history-status
                                   MOVE 8 TO RETURN-CODE
                                   SET ws-posting-eof TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE posting-history-file
               END-IF
           END-IF.

       CLOSE-FILES.
           CLOSE gl-file
           CLOSE voucher-file
