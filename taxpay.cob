           SELECT period-file ASSIGN TO "PERIODCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-period-status.
           SELECT job-control-file ASSIGN TO "JOBCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS jc-key
               FILE STATUS IS ws-job-control-status.
       DATA DIVISION.
       FILE SECTION.
       FD  authority-file.
           05  rhis-key.
               10  rhis-period       PIC 9(6).
               10  rhis-juris        PIC X(4).
               10  rhis-line-type    PIC X(1).
                   88  rhis-sales-line VALUE "S".
                   88  rhis-over-line  VALUE "O".
           05  rhis-taxable-amount   PIC S9(11)V99.
           05  rhis-exempt-count     PIC 9(9).
           05  rhis-exempt-amount    PIC S9(11)V99.
           05  pc-status             PIC X(1).
           05  pc-closed-date        PIC 9(8).

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
       01  ws-authority-status       PIC XX.
       01  ws-remit-his-status       PIC XX.
       01  ws-register-status        PIC XX.
       01  ws-run-date               PIC 9(8).
       01  ws-pay-period             PIC 9(6).
       01  ws-job-control-status     PIC XX.
       01  ws-job-name               PIC X(8) VALUE "TAXPAY".
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
       01  ws-gl-posted-flag         PIC X VALUE "N".
           88  ws-gl-posted          VALUE "Y".
       01  ws-period-env             PIC X(6) VALUE SPACES.
       01  ws-authority-eof-flag     PIC X VALUE "N".
           88  ws-authority-eof      VALUE "Y".
       01  ws-scan-eof-flag          PIC X VALUE "N".
           88  ws-scan-eof           VALUE "Y".
       01  ws-line-eof-flag          PIC X VALUE "N".
           88  ws-line-eof           VALUE "Y".
       01  ws-abort-flag             PIC X VALUE "N".
           88  ws-abort-run          VALUE "Y".
       01  ws-period-status          PIC XX.
       01  ws-lookup-idx             PIC 9(3).
       01  ws-juris-known            PIC X VALUE "N".
           88  ws-juris-has-authority VALUE "Y".
       01  ws-unassigned-juris       PIC X(4) VALUE SPACES.
       01  ws-unassigned-tax         PIC S9(11)V99 VALUE ZERO.

       01  ws-period-year            PIC 9(4).
       01  ws-period-month           PIC 9(2).
                   "register"
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
           MOVE ws-pay-period TO ws-job-run-key
           MOVE ws-pay-period TO ws-job-period
           MOVE ws-pay-period TO ws-job-first-period
           MOVE ws-pay-period TO ws-job-last-period
           PERFORM RECORD-JOB-START
           OPEN INPUT remit-his-file
           IF ws-remit-his-status NOT = "00"
               DISPLAY "ERROR: cannot open remittance history, "
           MOVE ws-run-date TO rg-run-date
           WRITE register-record FROM ws-register-head-line.

       CHECK-JOB-SEQUENCE.
           MOVE ws-job-name TO jc-job-name
           MOVE ws-pay-period TO jc-run-key
           PERFORM READ-JOB-RECORD
           IF ws-job-found AND jc-completed AND jc-return-code < 8
               MOVE SPACES TO ws-job-message
               STRING "payment requests for period " ws-pay-period
                   " already issued on " jc-end-date
                   DELIMITED BY SIZE INTO ws-job-message
               END-STRING
               PERFORM REFUSE-JOB-START
           END-IF
           MOVE "TAXCLOSE" TO jc-job-name
           MOVE ws-pay-period TO jc-run-key
           PERFORM READ-JOB-RECORD
           IF NOT ws-job-found OR NOT jc-completed
               OR jc-return-code >= 8
               MOVE SPACES TO ws-job-message
               STRING "TaxClose has not completed for period "
                   ws-pay-period
                   DELIMITED BY SIZE INTO ws-job-message
               END-STRING
               PERFORM REFUSE-JOB-START
           END-IF
           PERFORM CHECK-GL-POSTED
           IF NOT ws-gl-posted
               MOVE SPACES TO ws-job-message
               STRING "GlSum has not posted sales tax for period "
                   ws-pay-period
                   DELIMITED BY SIZE INTO ws-job-message
               END-STRING
               PERFORM REFUSE-JOB-START
           END-IF.

       CHECK-GL-POSTED.
           MOVE "N" TO ws-gl-posted-flag
           MOVE "N" TO ws-job-eof-flag
           MOVE "GLSUM" TO jc-job-name
           MOVE LOW-VALUES TO jc-run-key
           START job-control-file KEY NOT < jc-key
               INVALID KEY SET ws-job-eof TO TRUE
           END-START
           PERFORM UNTIL ws-job-eof OR ws-gl-posted
               READ job-control-file NEXT
                   AT END SET ws-job-eof TO TRUE
                   NOT AT END
                       IF jc-job-name NOT = "GLSUM"
                           SET ws-job-eof TO TRUE
                       ELSE
                           IF jc-run-key(1:2) = "ST"
                               AND jc-completed
                               AND jc-return-code < 8
                               AND jc-first-period <= ws-pay-period
                               AND jc-last-period >= ws-pay-period
                               SET ws-gl-posted TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

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

       LOAD-CLOSED-PERIODS.
           OPEN INPUT period-file
           IF ws-period-status = "00"
           PERFORM CHECK-PERIOD-CLOSED
           MOVE ws-work-period TO rhis-period
           MOVE au-juris(ws-authority-idx) TO rhis-juris
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
                           OR rhis-juris NOT =
                               au-juris(ws-authority-idx)
                           SET ws-line-eof TO TRUE
                       ELSE
                           COMPUTE ws-gross-tax = ws-gross-tax
                               + rhis-state-tax + rhis-county-tax
                               + rhis-city-tax
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-PAYMENT-REQUEST.
           COMPUTE ws-discount ROUNDED = ws-gross-tax
               + ws-due-month * 100 + ws-due-day.

       SCAN-UNASSIGNED-JURIS.
           MOVE SPACES TO ws-unassigned-juris
           MOVE ZERO TO ws-unassigned-tax
           MOVE ws-pay-period TO rhis-period
           MOVE LOW-VALUES TO rhis-juris
           MOVE LOW-VALUES TO rhis-line-type
           START remit-his-file KEY NOT < rhis-key
               INVALID KEY SET ws-scan-eof TO TRUE
           END-START
                           PERFORM CHECK-JURIS-ASSIGNED
                       END-IF
               END-READ
           END-PERFORM
           IF ws-unassigned-juris NOT = SPACES
               PERFORM WRITE-UNASSIGNED-LINE
           END-IF.

       CHECK-JURIS-ASSIGNED.
           MOVE "N" TO ws-juris-known
           END-PERFORM
           IF NOT ws-juris-has-authority
               SET ws-abort-run TO TRUE
               IF rhis-juris NOT = ws-unassigned-juris
                   IF ws-unassigned-juris NOT = SPACES
                       PERFORM WRITE-UNASSIGNED-LINE
                   END-IF
                   MOVE rhis-juris TO ws-unassigned-juris
                   MOVE ZERO TO ws-unassigned-tax
               END-IF
               COMPUTE ws-unassigned-tax = ws-unassigned-tax
                   + rhis-state-tax + rhis-county-tax + rhis-city-tax
           END-IF.

       WRITE-UNASSIGNED-LINE.
           MOVE ws-unassigned-juris TO rd-juris
           MOVE SPACES TO rd-payee
           MOVE ws-unassigned-tax TO rd-gross-tax
           MOVE ZERO TO rd-discount
           MOVE ZERO TO rd-net-due
           MOVE SPACES TO rd-due-date
           MOVE "NO AUTHORITY ON FILE" TO rd-status
           WRITE register-record FROM ws-register-detail-line.

       CLOSE-FILES.
           CLOSE remit-his-file
           CLOSE payreq-file
