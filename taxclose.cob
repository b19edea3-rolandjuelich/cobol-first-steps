           SELECT month-report-file ASSIGN TO "TAXRMTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-month-report-status.
           SELECT adjust-file ASSIGN TO "TAXADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-adjust-status.
           SELECT checkpoint-file ASSIGN TO "TAXCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-checkpoint-status.
           SELECT job-control-file ASSIGN TO "JOBCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS jc-key
               FILE STATUS IS ws-job-control-status.
       DATA DIVISION.
       FILE SECTION.
       FD  remit-mtd-file.
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
           05  rhis-key.
               10  rhis-period       PIC 9(6).
               10  rhis-juris        PIC X(4).
               10  rhis-line-type    PIC X(1).
                   88  rhis-sales-line VALUE "S".
                   88  rhis-over-line  VALUE "O".
           05  rhis-taxable-amount   PIC S9(11)V99.
           05  rhis-exempt-count     PIC 9(9).
           05  rhis-exempt-amount    PIC S9(11)V99.
       FD  month-report-file.
       01  month-report-record       PIC X(160).

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

       FD  checkpoint-file.
       01  checkpoint-record.
           05  ckpt-input-count         PIC 9(7).
           05  ckpt-record-count        PIC 9(7).
           05  ckpt-reject-count        PIC 9(7).
           05  ckpt-grand-total         PIC S9(9)V99.
           05  ckpt-input-amount-total  PIC S9(9)V99.
           05  ckpt-reject-amount-total PIC S9(9)V99.
           05  ckpt-credit-count        PIC 9(7).
           05  ckpt-credit-amount-total PIC S9(9)V99.
           05  ckpt-detail-seq          PIC 9(7).
           05  ckpt-batch-skip-count    PIC 9(7).
           05  ckpt-batch-skip-amount   PIC S9(9)V99.
           05  ckpt-duplicate-count     PIC 9(7).
           05  ckpt-adjust-count        PIC 9(7).
           05  ckpt-adjust-amount       PIC S9(9)V99.
           05  ckpt-adjust-tax          PIC S9(9)V99.
           05  ckpt-gl-record-count     PIC 9(7).
           05  ckpt-gl-net-amount       PIC S9(9)V99.
           05  ckpt-gl-net-tax          PIC S9(9)V99.

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
       01  ws-remit-mtd-status       PIC XX.
       01  ws-remit-his-status       PIC XX.
       01  ws-runhist-status         PIC XX.
       01  ws-period-status          PIC XX.
       01  ws-month-report-status    PIC XX.
       01  ws-adjust-status          PIC XX.
       01  ws-adjust-eof-flag        PIC X VALUE "N".
           88  ws-adjust-eof         VALUE "Y".
       01  ws-adjust-tax-total       PIC S9(11)V99 VALUE ZERO.
       01  ws-checkpoint-status      PIC XX.
       01  ws-checkpoint-eof-flag    PIC X VALUE "N".
           88  ws-checkpoint-eof     VALUE "Y".
       01  ws-restart-point          PIC 9(7) VALUE ZERO.
       01  ws-job-control-status     PIC XX.
       01  ws-job-name               PIC X(8) VALUE "TAXCLOSE".
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
       01  ws-run-date               PIC 9(8).
       01  ws-close-period           PIC 9(6).
       01  ws-period-env             PIC X(6) VALUE SPACES.
       01  ws-month-detail-line.
           05  FILLER                PIC X(4)  VALUE "JUR ".
           05  md-juris-code         PIC X(4).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  md-line-desc          PIC X(5).
           05  FILLER                PIC X(9)  VALUE " TAXABLE ".
           05  md-taxable-amount     PIC -(10)9.99.
           05  FILLER                PIC X(7)  VALUE " EXCNT ".
           PERFORM CHECK-PERIOD-LOCK
           PERFORM REPORT-PERIOD-REMITTANCE
           PERFORM TALLY-RUN-HISTORY
           PERFORM TALLY-POSTED-ADJUSTMENTS
           PERFORM WRITE-TIE-OUT
           IF ws-tie-variance = ZERO
               PERFORM ROLL-PERIOD-FORWARD
                   ws-tie-variance
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-JOB-END
           PERFORM CLOSE-FILES
           STOP RUN.

               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-JOB-CONTROL
           PERFORM CHECK-JOB-SEQUENCE
           MOVE ws-close-period TO ws-job-run-key
           MOVE ws-close-period TO ws-job-period
           MOVE ws-close-period TO ws-job-first-period
           MOVE ws-close-period TO ws-job-last-period
           PERFORM RECORD-JOB-START
           OPEN I-O remit-mtd-file
           IF ws-remit-mtd-status NOT = "00"
               DISPLAY "ERROR: cannot open remittance master, "
               STOP RUN
           END-IF.

       CHECK-JOB-SEQUENCE.
           MOVE ws-job-name TO jc-job-name
           MOVE ws-close-period TO jc-run-key
           PERFORM READ-JOB-RECORD
           IF ws-job-found AND jc-completed AND jc-return-code < 8
               MOVE SPACES TO ws-job-message
               STRING "period " ws-close-period
                   " already closed by TaxClose on " jc-end-date
                   DELIMITED BY SIZE INTO ws-job-message
               END-STRING
               PERFORM REFUSE-JOB-START
           END-IF
           PERFORM READ-CHECKPOINT
           IF ws-restart-point > ZERO
               MOVE SPACES TO ws-job-message
               STRING "SalesTax restart pending in TAXCKPT.DAT after "
                   "record " ws-restart-point
                   DELIMITED BY SIZE INTO ws-job-message
               END-STRING
               PERFORM REFUSE-JOB-START
           END-IF
           PERFORM FIND-LAST-SALES-RUN
           IF ls-found
               MOVE SPACES TO ws-job-message
               EVALUATE TRUE
                   WHEN NOT ls-completed OR ls-return-code >= 8
                       STRING "last SalesTax run " ls-run-key(1:8)
                           "/" ls-run-key(9:4)
                           " did not complete cleanly"
                           DELIMITED BY SIZE INTO ws-job-message
                       END-STRING
                       PERFORM REFUSE-JOB-START
                   WHEN NOT ls-consumed
                       STRING "GL feed of SalesTax run "
                           ls-run-key(1:8) "/" ls-run-key(9:4)
                           " not yet posted by GlSum"
                           DELIMITED BY SIZE INTO ws-job-message
                       END-STRING
                       PERFORM REFUSE-JOB-START
               END-EVALUATE
           END-IF.

       READ-CHECKPOINT.
           OPEN INPUT checkpoint-file
           IF ws-checkpoint-status = "00"
               PERFORM UNTIL ws-checkpoint-eof
                   READ checkpoint-file
                       AT END SET ws-checkpoint-eof TO TRUE
                       NOT AT END
                           IF ckpt-detail-seq NUMERIC
                               MOVE ckpt-detail-seq TO
                                   ws-restart-point
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE checkpoint-file
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

       CHECK-PERIOD-LOCK.
           OPEN INPUT period-file
           IF ws-period-status = "00"
           WRITE month-report-record FROM ws-month-head-line
           MOVE ws-close-period TO rmtd-period
           MOVE LOW-VALUES TO rmtd-juris
           MOVE LOW-VALUES TO rmtd-line-type
           START remit-mtd-file KEY NOT < rmtd-key
               INVALID KEY SET ws-mtd-eof TO TRUE
           END-START
       WRITE-MONTH-DETAIL.
           ADD 1 TO ws-period-record-count
           MOVE rmtd-juris TO md-juris-code
           EVALUATE TRUE
               WHEN rmtd-over-line
                   MOVE "OVCOL" TO md-line-desc
               WHEN rmtd-use-line
                   MOVE "USE" TO md-line-desc
               WHEN OTHER
                   MOVE "SALES" TO md-line-desc
           END-EVALUATE
           MOVE rmtd-taxable-amount TO md-taxable-amount
           MOVE rmtd-exempt-count TO md-exempt-count
           MOVE rmtd-exempt-amount TO md-exempt-amount
                   END-IF
           END-EVALUATE.

       TALLY-POSTED-ADJUSTMENTS.
           OPEN INPUT adjust-file
           IF ws-adjust-status = "00"
               PERFORM UNTIL ws-adjust-eof
                   READ adjust-file
                       AT END SET ws-adjust-eof TO TRUE
                       NOT AT END
                           IF adj-posted-to-mtd
                               AND adj-mtd-period = ws-close-period
                               COMPUTE ws-adjust-tax-total =
                                   ws-adjust-tax-total + adj-state-tax
                                   + adj-county-tax + adj-city-tax
                                   + adj-over-tax
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE adjust-file
           END-IF.

       WRITE-TIE-OUT.
           COMPUTE ws-tie-variance = ws-mtd-tax-total
               - ws-runhist-tax-total - ws-adjust-tax-total
           MOVE "ACCUMULATED TAX MTD" TO tl-label
           MOVE ws-mtd-tax-total TO tl-amount
           WRITE month-report-record FROM ws-tieout-line
           MOVE "RUN HISTORY TAX TOTAL" TO tl-label
           MOVE ws-runhist-tax-total TO tl-amount
           WRITE month-report-record FROM ws-tieout-line
           MOVE "POSTED ADJUSTMENT TAX" TO tl-label
           MOVE ws-adjust-tax-total TO tl-amount
           WRITE month-report-record FROM ws-tieout-line
           MOVE "TIE-OUT VARIANCE" TO tl-label
           MOVE ws-tie-variance TO tl-amount
           WRITE month-report-record FROM ws-tieout-line.
       ROLL-PERIOD-FORWARD.
           MOVE ws-close-period TO rmtd-period
           MOVE LOW-VALUES TO rmtd-juris
           MOVE LOW-VALUES TO rmtd-line-type
           START remit-mtd-file KEY NOT < rmtd-key
               INVALID KEY SET ws-move-eof TO TRUE
           END-START
