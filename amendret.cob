       IDENTIFICATION DIVISION.
       PROGRAM-ID. AmendRet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT adjust-file ASSIGN TO "TAXADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-adjust-status.
           SELECT period-file ASSIGN TO "PERIODCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-period-status.
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
           SELECT amend-work-file ASSIGN TO "AMNDRWRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS aw-key
               FILE STATUS IS ws-amend-work-status.
           SELECT schedule-file ASSIGN TO "AMNDSCHD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-schedule-status.
           SELECT payreq-file ASSIGN TO "AMNDPREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-payreq-status.
           SELECT amend-log-file ASSIGN TO "AMENDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-amend-log-status.
       DATA DIVISION.
       FILE SECTION.
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
               88  adj-pending-amend VALUE "N".

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
               88  ah-supplemental   VALUE "P".
               88  ah-refund-claim   VALUE "R".
               88  ah-no-change      VALUE "Z".

       FD  amend-work-file.
       01  amend-work-record.
           05  aw-key.
               10  aw-period         PIC 9(6).
               10  aw-juris          PIC X(4).
           05  aw-activity-count     PIC 9(5).
           05  aw-taxable-amount     PIC S9(11)V99.
           05  aw-exempt-amount      PIC S9(11)V99.
           05  aw-state-tax          PIC S9(11)V99.
           05  aw-county-tax         PIC S9(11)V99.
           05  aw-city-tax           PIC S9(11)V99.
           05  aw-over-tax           PIC S9(11)V99.
           05  aw-status             PIC X(1).
               88  aw-pending        VALUE " ".
               88  aw-amended        VALUE "A".
               88  aw-held           VALUE "H".
           05  aw-disposition        PIC X(1).

       FD  schedule-file.
       01  schedule-record           PIC X(200).

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

       FD  amend-log-file.
       01  amend-log-record.
           05  al-run-date           PIC 9(8).
           05  al-run-time           PIC 9(8).
           05  al-operator           PIC X(8).
           05  al-amend-no           PIC 9(4).
           05  al-schedule-count     PIC 9(5).
           05  al-payment-count      PIC 9(5).
           05  al-refund-count       PIC 9(5).
           05  al-payment-total      PIC S9(11)V99.
           05  al-refund-total       PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01  ws-adjust-status          PIC XX.
       01  ws-period-status          PIC XX.
       01  ws-authority-status       PIC XX.
       01  ws-remit-his-status       PIC XX.
       01  ws-amend-his-status       PIC XX.
       01  ws-amend-work-status      PIC XX.
       01  ws-schedule-status        PIC XX.
       01  ws-payreq-status          PIC XX.
       01  ws-amend-log-status       PIC XX.
       01  ws-adjust-eof-flag        PIC X VALUE "N".
           88  ws-adjust-eof         VALUE "Y".
       01  ws-period-eof-flag        PIC X VALUE "N".
           88  ws-period-eof         VALUE "Y".
       01  ws-authority-eof-flag     PIC X VALUE "N".
           88  ws-authority-eof      VALUE "Y".
       01  ws-work-eof-flag          PIC X VALUE "N".
           88  ws-work-eof           VALUE "Y".
       01  ws-line-eof-flag          PIC X VALUE "N".
           88  ws-line-eof           VALUE "Y".
       01  ws-log-eof-flag           PIC X VALUE "N".
           88  ws-log-eof            VALUE "Y".
       01  ws-run-date               PIC 9(8).
       01  ws-run-time               PIC 9(8).
       01  ws-operator-id            PIC X(8) VALUE SPACES.
       01  ws-amend-no               PIC 9(4) VALUE ZERO.
       01  ws-log-reads              PIC 9(7) VALUE ZERO.
       01  ws-period-env             PIC X(6) VALUE SPACES.
       01  ws-select-period          PIC 9(6) VALUE ZERO.

       01  ws-closed-table.
           05  cp-period OCCURS 600 TIMES PIC 9(6).
       01  ws-closed-count           PIC 9(3) VALUE ZERO.
       01  ws-closed-idx             PIC 9(3).
       01  ws-period-closed-flag     PIC X VALUE "N".
           88  ws-period-is-closed   VALUE "Y".

       01  ws-authority-table.
           05  au-entry OCCURS 200 TIMES.
               10  au-juris          PIC X(4).
               10  au-payee          PIC X(30).
               10  au-addr1          PIC X(30).
               10  au-addr2          PIC X(30).
       01  ws-authority-count        PIC 9(3) VALUE ZERO.
       01  ws-authority-idx          PIC 9(3).
       01  ws-authority-slot         PIC 9(3).

       01  ws-activity-flag          PIC X VALUE "N".
           88  ws-activity-selected  VALUE "Y".

       01  ws-orig-amounts.
           05  wo-taxable-amount     PIC S9(11)V99.
           05  wo-exempt-amount      PIC S9(11)V99.
           05  wo-state-tax          PIC S9(11)V99.
           05  wo-county-tax         PIC S9(11)V99.
           05  wo-city-tax           PIC S9(11)V99.
           05  wo-over-tax           PIC S9(11)V99.
       01  ws-prior-amounts.
           05  wp-taxable-amount     PIC S9(11)V99.
           05  wp-exempt-amount      PIC S9(11)V99.
           05  wp-state-tax          PIC S9(11)V99.
           05  wp-county-tax         PIC S9(11)V99.
           05  wp-city-tax           PIC S9(11)V99.
           05  wp-over-tax           PIC S9(11)V99.
       01  ws-amended-amounts.
           05  wa-taxable-amount     PIC S9(11)V99.
           05  wa-exempt-amount      PIC S9(11)V99.
           05  wa-state-tax          PIC S9(11)V99.
           05  wa-county-tax         PIC S9(11)V99.
           05  wa-city-tax           PIC S9(11)V99.
           05  wa-over-tax           PIC S9(11)V99.
       01  ws-net-change             PIC S9(11)V99.

       01  ws-adjust-read-count      PIC 9(7) VALUE ZERO.
       01  ws-selected-count         PIC 9(7) VALUE ZERO.
       01  ws-already-count          PIC 9(7) VALUE ZERO.
       01  ws-held-count             PIC 9(7) VALUE ZERO.
       01  ws-history-count          PIC 9(7) VALUE ZERO.
       01  ws-schedule-count         PIC 9(5) VALUE ZERO.
       01  ws-no-authority-count     PIC 9(5) VALUE ZERO.
       01  ws-payment-count          PIC 9(5) VALUE ZERO.
       01  ws-refund-count           PIC 9(5) VALUE ZERO.
       01  ws-no-change-count        PIC 9(5) VALUE ZERO.
       01  ws-payment-total          PIC S9(11)V99 VALUE ZERO.
       01  ws-refund-total           PIC S9(11)V99 VALUE ZERO.

       01  ws-schedule-head-line.
           05  FILLER                PIC X(31) VALUE
               "AMENDED RETURN SCHEDULE".
           05  FILLER                PIC X(10) VALUE "RUN DATE ".
           05  sh-run-date           PIC 9(8).
           05  FILLER                PIC X(14) VALUE " AMENDMENT NO ".
           05  sh-amend-no           PIC 9(4).

       01  ws-schedule-juris-line.
           05  FILLER                PIC X(7)  VALUE "PERIOD ".
           05  sj-period             PIC 9(6).
           05  FILLER                PIC X(5)  VALUE " JUR ".
           05  sj-juris              PIC X(4).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  sj-payee              PIC X(30).
           05  FILLER                PIC X(10) VALUE " ACTIVITY ".
           05  sj-activity-count     PIC ZZZZ9.

       01  ws-schedule-amount-line.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  sa-label              PIC X(20).
           05  FILLER                PIC X(9)  VALUE " TAXABLE ".
           05  sa-taxable-amount     PIC -(10)9.99.
           05  FILLER                PIC X(8)  VALUE " EXEMPT ".
           05  sa-exempt-amount      PIC -(10)9.99.
           05  FILLER                PIC X(4)  VALUE " ST ".
           05  sa-state-tax          PIC -(10)9.99.
           05  FILLER                PIC X(4)  VALUE " CO ".
           05  sa-county-tax         PIC -(10)9.99.
           05  FILLER                PIC X(4)  VALUE " CY ".
           05  sa-city-tax           PIC -(10)9.99.
           05  FILLER                PIC X(4)  VALUE " OV ".
           05  sa-over-tax           PIC -(10)9.99.
           05  FILLER                PIC X(5)  VALUE " TOT ".
           05  sa-total-tax          PIC -(10)9.99.

       01  ws-schedule-disp-line.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  sd-disposition        PIC X(24).
           05  FILLER                PIC X(8)  VALUE " AMOUNT ".
           05  sd-amount             PIC -(10)9.99.
           05  FILLER                PIC X(5)  VALUE " DUE ".
           05  sd-due-date           PIC X(8).

       01  ws-held-line.
           05  FILLER                PIC X(7)  VALUE "PERIOD ".
           05  hl-period             PIC 9(6).
           05  FILLER                PIC X(5)  VALUE " JUR ".
           05  hl-juris              PIC X(4).
           05  FILLER                PIC X(5)  VALUE " SRC ".
           05  hl-source-code        PIC X(2).
           05  FILLER                PIC X(5)  VALUE " RUN ".
           05  hl-run-date           PIC 9(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  hl-reason             PIC X(24).

       01  ws-schedule-total-line.
           05  FILLER                PIC X(10) VALUE "SCHEDULES ".
           05  st-schedule-count     PIC ZZZZ9.
           05  FILLER                PIC X(14) VALUE " SUPPLEMENTAL ".
           05  st-payment-count      PIC ZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  st-payment-total      PIC -(10)9.99.
           05  FILLER                PIC X(8)  VALUE " REFUND ".
           05  st-refund-count       PIC ZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  st-refund-total       PIC -(10)9.99.
           05  FILLER                PIC X(11) VALUE " NO CHANGE ".
           05  st-no-change-count    PIC ZZZZ9.
           05  FILLER                PIC X(6)  VALUE " HELD ".
           05  st-held-count         PIC ZZZZZZ9.
           05  FILLER                PIC X(17) VALUE
               " ALREADY AMENDED ".
           05  st-already-count      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM OPEN-FILES
           PERFORM COLLECT-ADJUSTMENTS
           PERFORM PRODUCE-SCHEDULES
           PERFORM RECORD-AMENDMENT-HISTORY
           PERFORM WRITE-SCHEDULE-TOTALS
           PERFORM WRITE-AMEND-LOG
           DISPLAY "AmendRet amendment " ws-amend-no ": "
               ws-schedule-count " schedules, "
               ws-payment-count " supplemental payments, "
               ws-refund-count " refund claims"
           DISPLAY "AmendRet adjustments read " ws-adjust-read-count
               ", amended " ws-history-count
               ", already amended " ws-already-count
               ", held " ws-held-count
           IF ws-held-count > ZERO OR ws-no-authority-count > ZERO
               DISPLAY "WARNING: adjustment activity held - see "
                   "AMNDSCHD.DAT"
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
           ACCEPT ws-period-env FROM ENVIRONMENT "AMEND_PERIOD"
           IF ws-period-env NUMERIC
               MOVE ws-period-env TO ws-select-period
           ELSE
               IF ws-period-env NOT = SPACES
                   DISPLAY "ERROR: AMEND_PERIOD '" ws-period-env
                       "' not numeric"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-AUTHORITY-TABLE
           PERFORM READ-AMEND-LOG
           OPEN INPUT remit-his-file
           IF ws-remit-his-status NOT = "00"
               DISPLAY "ERROR: cannot open remittance history, "
                   "status " ws-remit-his-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O amend-his-file
           IF ws-amend-his-status = "35"
               OPEN OUTPUT amend-his-file
               IF ws-amend-his-status NOT = "00"
                   DISPLAY "ERROR: cannot create amendment history, "
                       "status " ws-amend-his-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE amend-his-file
               OPEN I-O amend-his-file
           END-IF
           IF ws-amend-his-status NOT = "00"
               DISPLAY "ERROR: cannot open amendment history, status "
                   ws-amend-his-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT amend-work-file
           IF ws-amend-work-status NOT = "00"
               DISPLAY "ERROR: cannot open amendment work file, "
                   "status " ws-amend-work-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE amend-work-file
           OPEN I-O amend-work-file
           IF ws-amend-work-status NOT = "00"
               DISPLAY "ERROR: cannot reopen amendment work file, "
                   "status " ws-amend-work-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT schedule-file
           IF ws-schedule-status NOT = "00"
               DISPLAY "ERROR: cannot open amended return schedule, "
                   "status " ws-schedule-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT payreq-file
           IF ws-payreq-status NOT = "00"
               DISPLAY "ERROR: cannot open amended payment request "
                   "file, status " ws-payreq-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-run-date TO sh-run-date
           MOVE ws-amend-no TO sh-amend-no
           WRITE schedule-record FROM ws-schedule-head-line.

       LOAD-CLOSED-PERIODS.
           OPEN INPUT period-file
           IF ws-period-status NOT = "00"
               DISPLAY "ERROR: cannot open period control, status "
                   ws-period-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ws-period-eof
               READ period-file
                   AT END SET ws-period-eof TO TRUE
                   NOT AT END
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
           CLOSE period-file.

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
                       MOVE ta-payee TO au-payee(ws-authority-count)
                       MOVE ta-addr1 TO au-addr1(ws-authority-count)
                       MOVE ta-addr2 TO au-addr2(ws-authority-count)
               END-READ
           END-PERFORM
           CLOSE authority-file.

       READ-AMEND-LOG.
           OPEN INPUT amend-log-file
           IF ws-amend-log-status = "00"
               PERFORM UNTIL ws-log-eof
                   READ amend-log-file
                       AT END SET ws-log-eof TO TRUE
                       NOT AT END ADD 1 TO ws-log-reads
                   END-READ
               END-PERFORM
               CLOSE amend-log-file
           END-IF
           COMPUTE ws-amend-no =
               FUNCTION MOD(ws-log-reads, 9999) + 1.

       CHECK-PERIOD-CLOSED.
           MOVE "N" TO ws-period-closed-flag
           PERFORM VARYING ws-closed-idx FROM 1 BY 1
                   UNTIL ws-closed-idx > ws-closed-count
               IF cp-period(ws-closed-idx) = adj-period
                   SET ws-period-is-closed TO TRUE
               END-IF
           END-PERFORM.

       FIND-AUTHORITY.
           MOVE ZERO TO ws-authority-slot
           PERFORM VARYING ws-authority-idx FROM 1 BY 1
                   UNTIL ws-authority-idx > ws-authority-count
               IF au-juris(ws-authority-idx) = aw-juris
                   MOVE ws-authority-idx TO ws-authority-slot
               END-IF
           END-PERFORM.

       COLLECT-ADJUSTMENTS.
           OPEN INPUT adjust-file
           IF ws-adjust-status = "35"
               DISPLAY "AmendRet: no tax adjustment activity on file"
           ELSE
               IF ws-adjust-status NOT = "00"
                   DISPLAY "ERROR: cannot open tax adjustment file, "
                       "status " ws-adjust-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO ws-adjust-eof-flag
               PERFORM UNTIL ws-adjust-eof
                   READ adjust-file
                       AT END SET ws-adjust-eof TO TRUE
                       NOT AT END PERFORM COLLECT-ADJUSTMENT-RECORD
                   END-READ
               END-PERFORM
               CLOSE adjust-file
           END-IF.

       COLLECT-ADJUSTMENT-RECORD.
           ADD 1 TO ws-adjust-read-count
           PERFORM SELECT-ADJUSTMENT
           IF ws-activity-selected
               PERFORM CHECK-PERIOD-CLOSED
               IF NOT ws-period-is-closed
                   ADD 1 TO ws-held-count
                   PERFORM WRITE-HELD-LINE
               ELSE
                   ADD 1 TO ws-selected-count
                   PERFORM ACCUMULATE-AMENDMENT
               END-IF
           END-IF.

       SELECT-ADJUSTMENT.
           MOVE "N" TO ws-activity-flag
           IF adj-pending-amend
               AND (ws-select-period = ZERO
                   OR adj-period = ws-select-period)
               MOVE adj-period TO ah-period
               MOVE adj-juris TO ah-juris
               MOVE adj-source-code TO ah-source-code
               MOVE adj-run-date TO ah-adj-run-date
               MOVE adj-run-time TO ah-adj-run-time
               READ amend-his-file
                   INVALID KEY SET ws-activity-selected TO TRUE
                   NOT INVALID KEY ADD 1 TO ws-already-count
               END-READ
           END-IF.

       WRITE-HELD-LINE.
           MOVE adj-period TO hl-period
           MOVE adj-juris TO hl-juris
           MOVE adj-source-code TO hl-source-code
           MOVE adj-run-date TO hl-run-date
           MOVE "PERIOD NOT CLOSED - HELD" TO hl-reason
           WRITE schedule-record FROM ws-held-line.

       ACCUMULATE-AMENDMENT.
           MOVE adj-period TO aw-period
           MOVE adj-juris TO aw-juris
           READ amend-work-file
               INVALID KEY
                   MOVE adj-period TO aw-period
                   MOVE adj-juris TO aw-juris
                   MOVE 1 TO aw-activity-count
                   MOVE adj-taxable-amount TO aw-taxable-amount
                   MOVE adj-exempt-amount TO aw-exempt-amount
                   MOVE adj-state-tax TO aw-state-tax
                   MOVE adj-county-tax TO aw-county-tax
                   MOVE adj-city-tax TO aw-city-tax
                   MOVE adj-over-tax TO aw-over-tax
                   MOVE SPACE TO aw-status
                   MOVE SPACE TO aw-disposition
                   WRITE amend-work-record
                       INVALID KEY
                           DISPLAY "ERROR: amendment work write "
                               "failed, jurisdiction " aw-juris
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO aw-activity-count
                   ADD adj-taxable-amount TO aw-taxable-amount
                   ADD adj-exempt-amount TO aw-exempt-amount
                   ADD adj-state-tax TO aw-state-tax
                   ADD adj-county-tax TO aw-county-tax
                   ADD adj-city-tax TO aw-city-tax
                   ADD adj-over-tax TO aw-over-tax
                   REWRITE amend-work-record
                       INVALID KEY
                           DISPLAY "ERROR: amendment work rewrite "
                               "failed, jurisdiction " aw-juris
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-READ.

       PRODUCE-SCHEDULES.
           MOVE "N" TO ws-work-eof-flag
           MOVE LOW-VALUES TO aw-key
           START amend-work-file KEY NOT < aw-key
               INVALID KEY SET ws-work-eof TO TRUE
           END-START
           PERFORM UNTIL ws-work-eof
               READ amend-work-file NEXT
                   AT END SET ws-work-eof TO TRUE
                   NOT AT END PERFORM PRODUCE-SCHEDULE-ENTRY
               END-READ
           END-PERFORM.

       PRODUCE-SCHEDULE-ENTRY.
           ADD 1 TO ws-schedule-count
           PERFORM FIND-AUTHORITY
           MOVE aw-period TO sj-period
           MOVE aw-juris TO sj-juris
           MOVE aw-activity-count TO sj-activity-count
           IF ws-authority-slot = ZERO
               MOVE SPACES TO sj-payee
           ELSE
               MOVE au-payee(ws-authority-slot) TO sj-payee
           END-IF
           WRITE schedule-record FROM ws-schedule-juris-line
           PERFORM GATHER-ORIGINAL-RETURN
           PERFORM GATHER-PRIOR-AMENDMENTS
           COMPUTE wa-taxable-amount = wo-taxable-amount
               + wp-taxable-amount + aw-taxable-amount
           COMPUTE wa-exempt-amount = wo-exempt-amount
               + wp-exempt-amount + aw-exempt-amount
           COMPUTE wa-state-tax = wo-state-tax
               + wp-state-tax + aw-state-tax
           COMPUTE wa-county-tax = wo-county-tax
               + wp-county-tax + aw-county-tax
           COMPUTE wa-city-tax = wo-city-tax
               + wp-city-tax + aw-city-tax
           COMPUTE wa-over-tax = wo-over-tax
               + wp-over-tax + aw-over-tax
           COMPUTE ws-net-change = aw-state-tax + aw-county-tax
               + aw-city-tax + aw-over-tax
           MOVE "AS ORIGINALLY FILED" TO sa-label
           MOVE wo-taxable-amount TO sa-taxable-amount
           MOVE wo-exempt-amount TO sa-exempt-amount
           MOVE wo-state-tax TO sa-state-tax
           MOVE wo-county-tax TO sa-county-tax
           MOVE wo-city-tax TO sa-city-tax
           MOVE wo-over-tax TO sa-over-tax
           COMPUTE sa-total-tax = wo-state-tax + wo-county-tax
               + wo-city-tax + wo-over-tax
           WRITE schedule-record FROM ws-schedule-amount-line
           MOVE "PRIOR AMENDMENTS" TO sa-label
           MOVE wp-taxable-amount TO sa-taxable-amount
           MOVE wp-exempt-amount TO sa-exempt-amount
           MOVE wp-state-tax TO sa-state-tax
           MOVE wp-county-tax TO sa-county-tax
           MOVE wp-city-tax TO sa-city-tax
           MOVE wp-over-tax TO sa-over-tax
           COMPUTE sa-total-tax = wp-state-tax + wp-county-tax
               + wp-city-tax + wp-over-tax
           WRITE schedule-record FROM ws-schedule-amount-line
           MOVE "THIS AMENDMENT" TO sa-label
           MOVE aw-taxable-amount TO sa-taxable-amount
           MOVE aw-exempt-amount TO sa-exempt-amount
           MOVE aw-state-tax TO sa-state-tax
           MOVE aw-county-tax TO sa-county-tax
           MOVE aw-city-tax TO sa-city-tax
           MOVE aw-over-tax TO sa-over-tax
           MOVE ws-net-change TO sa-total-tax
           WRITE schedule-record FROM ws-schedule-amount-line
           MOVE "AMENDED RETURN" TO sa-label
           MOVE wa-taxable-amount TO sa-taxable-amount
           MOVE wa-exempt-amount TO sa-exempt-amount
           MOVE wa-state-tax TO sa-state-tax
           MOVE wa-county-tax TO sa-county-tax
           MOVE wa-city-tax TO sa-city-tax
           MOVE wa-over-tax TO sa-over-tax
           COMPUTE sa-total-tax = wa-state-tax + wa-county-tax
               + wa-city-tax + wa-over-tax
           WRITE schedule-record FROM ws-schedule-amount-line
           MOVE ws-net-change TO sd-amount
           MOVE SPACES TO sd-due-date
           EVALUATE TRUE
               WHEN ws-authority-slot = ZERO
                   ADD 1 TO ws-no-authority-count
                   SET aw-held TO TRUE
                   MOVE "NO AUTHORITY ON FILE" TO sd-disposition
               WHEN ws-net-change > ZERO
                   ADD 1 TO ws-payment-count
                   ADD ws-net-change TO ws-payment-total
                   SET aw-amended TO TRUE
                   MOVE "P" TO aw-disposition
                   MOVE "SUPPLEMENTAL PAYMENT" TO sd-disposition
                   MOVE ws-run-date TO sd-due-date
                   PERFORM WRITE-PAYMENT-REQUEST
               WHEN ws-net-change < ZERO
                   ADD 1 TO ws-refund-count
                   ADD ws-net-change TO ws-refund-total
                   SET aw-amended TO TRUE
                   MOVE "R" TO aw-disposition
                   MOVE "REFUND CLAIM" TO sd-disposition
                   MOVE ws-run-date TO sd-due-date
                   PERFORM WRITE-PAYMENT-REQUEST
               WHEN OTHER
                   ADD 1 TO ws-no-change-count
                   SET aw-amended TO TRUE
                   MOVE "Z" TO aw-disposition
                   MOVE "NO CHANGE IN TAX" TO sd-disposition
           END-EVALUATE
           WRITE schedule-record FROM ws-schedule-disp-line
           REWRITE amend-work-record
               INVALID KEY
                   DISPLAY "ERROR: amendment work rewrite failed, "
                       "jurisdiction " aw-juris
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       GATHER-ORIGINAL-RETURN.
           MOVE ZERO TO wo-taxable-amount
           MOVE ZERO TO wo-exempt-amount
           MOVE ZERO TO wo-state-tax
           MOVE ZERO TO wo-county-tax
           MOVE ZERO TO wo-city-tax
           MOVE ZERO TO wo-over-tax
           MOVE aw-period TO rhis-period
           MOVE aw-juris TO rhis-juris
           MOVE LOW-VALUES TO rhis-line-type
           MOVE "N" TO ws-line-eof-flag
           START remit-his-file KEY NOT < rhis-key
               INVALID KEY SET ws-line-eof TO TRUE
           END-START
           PERFORM UNTIL ws-line-eof
               READ remit-his-file NEXT
                   AT END SET ws-line-eof TO TRUE
                   NOT AT END
                       IF rhis-period NOT = aw-period
                           OR rhis-juris NOT = aw-juris
                           SET ws-line-eof TO TRUE
                       ELSE
                           PERFORM ADD-ORIGINAL-RETURN-LINE
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ORIGINAL-RETURN-LINE.
           ADD rhis-taxable-amount TO wo-taxable-amount
           ADD rhis-exempt-amount TO wo-exempt-amount
           IF rhis-over-line
               COMPUTE wo-over-tax = wo-over-tax + rhis-state-tax
                   + rhis-county-tax + rhis-city-tax
           ELSE
               ADD rhis-state-tax TO wo-state-tax
               ADD rhis-county-tax TO wo-county-tax
               ADD rhis-city-tax TO wo-city-tax
           END-IF.

       GATHER-PRIOR-AMENDMENTS.
           MOVE ZERO TO wp-taxable-amount
           MOVE ZERO TO wp-exempt-amount
           MOVE ZERO TO wp-state-tax
           MOVE ZERO TO wp-county-tax
           MOVE ZERO TO wp-city-tax
           MOVE ZERO TO wp-over-tax
           MOVE aw-period TO ah-period
           MOVE aw-juris TO ah-juris
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
                       IF ah-period NOT = aw-period
                           OR ah-juris NOT = aw-juris
                           SET ws-line-eof TO TRUE
                       ELSE
                           ADD ah-taxable-amount TO wp-taxable-amount
                           ADD ah-exempt-amount TO wp-exempt-amount
                           ADD ah-state-tax TO wp-state-tax
                           ADD ah-county-tax TO wp-county-tax
                           ADD ah-city-tax TO wp-city-tax
                           ADD ah-over-tax TO wp-over-tax
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-PAYMENT-REQUEST.
           MOVE aw-juris TO pr-juris
           MOVE au-payee(ws-authority-slot) TO pr-payee
           MOVE au-addr1(ws-authority-slot) TO pr-addr1
           MOVE au-addr2(ws-authority-slot) TO pr-addr2
           MOVE aw-period TO pr-period
           MOVE ws-run-date TO pr-due-date
           MOVE ws-net-change TO pr-gross-tax
           MOVE ZERO TO pr-discount
           MOVE ws-net-change TO pr-net-due
           WRITE payreq-record.

       RECORD-AMENDMENT-HISTORY.
           OPEN INPUT adjust-file
           IF ws-adjust-status = "00"
               MOVE "N" TO ws-adjust-eof-flag
               PERFORM UNTIL ws-adjust-eof
                   READ adjust-file
                       AT END SET ws-adjust-eof TO TRUE
                       NOT AT END PERFORM RECORD-ADJUSTMENT-HISTORY
                   END-READ
               END-PERFORM
               CLOSE adjust-file
           END-IF.

       RECORD-ADJUSTMENT-HISTORY.
           PERFORM SELECT-ADJUSTMENT
           IF ws-activity-selected
               MOVE adj-period TO aw-period
               MOVE adj-juris TO aw-juris
               READ amend-work-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF aw-amended
                           PERFORM WRITE-AMENDMENT-HISTORY
                       END-IF
               END-READ
           END-IF.

       WRITE-AMENDMENT-HISTORY.
           MOVE adj-period TO ah-period
           MOVE adj-juris TO ah-juris
           MOVE adj-source-code TO ah-source-code
           MOVE adj-run-date TO ah-adj-run-date
           MOVE adj-run-time TO ah-adj-run-time
           MOVE ws-run-date TO ah-amend-date
           MOVE ws-amend-no TO ah-amend-no
           MOVE ws-operator-id TO ah-operator
           MOVE adj-taxable-amount TO ah-taxable-amount
           MOVE adj-exempt-amount TO ah-exempt-amount
           MOVE adj-state-tax TO ah-state-tax
           MOVE adj-county-tax TO ah-county-tax
           MOVE adj-city-tax TO ah-city-tax
           MOVE adj-over-tax TO ah-over-tax
           MOVE aw-disposition TO ah-disposition
           WRITE amend-his-record
               INVALID KEY
                   DISPLAY "ERROR: amendment history write failed "
                       "for period " adj-period " jurisdiction "
                       adj-juris
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO ws-history-count
           END-WRITE.

       WRITE-SCHEDULE-TOTALS.
           MOVE ws-schedule-count TO st-schedule-count
           MOVE ws-payment-count TO st-payment-count
           MOVE ws-payment-total TO st-payment-total
           MOVE ws-refund-count TO st-refund-count
           MOVE ws-refund-total TO st-refund-total
           MOVE ws-no-change-count TO st-no-change-count
           MOVE ws-held-count TO st-held-count
           MOVE ws-already-count TO st-already-count
           WRITE schedule-record FROM ws-schedule-total-line.

       WRITE-AMEND-LOG.
           OPEN EXTEND amend-log-file
           IF ws-amend-log-status NOT = "00"
               OPEN OUTPUT amend-log-file
           END-IF
           IF ws-amend-log-status NOT = "00"
               DISPLAY "WARNING: cannot write amendment log, status "
                   ws-amend-log-status
           ELSE
               MOVE ws-run-date TO al-run-date
               MOVE ws-run-time TO al-run-time
               MOVE ws-operator-id TO al-operator
               MOVE ws-amend-no TO al-amend-no
               MOVE ws-schedule-count TO al-schedule-count
               MOVE ws-payment-count TO al-payment-count
               MOVE ws-refund-count TO al-refund-count
               MOVE ws-payment-total TO al-payment-total
               MOVE ws-refund-total TO al-refund-total
               WRITE amend-log-record
               CLOSE amend-log-file
           END-IF.

       CLOSE-FILES.
           CLOSE remit-his-file
           CLOSE amend-his-file
           CLOSE amend-work-file
           CLOSE schedule-file
           CLOSE payreq-file.
