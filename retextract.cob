       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetExtract.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT authority-file ASSIGN TO "TAXAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-authority-status.
           SELECT remit-his-file ASSIGN TO "REMITHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rhis-key
               FILE STATUS IS ws-remit-his-status.
           SELECT period-file ASSIGN TO "PERIODCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-period-status.
           SELECT return-file ASSIGN TO ws-return-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-return-status.
           SELECT filing-log-file ASSIGN TO "RETFILLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-filing-log-status.
       DATA DIVISION.
       FILE SECTION.
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

       FD  period-file.
       01  period-record.
           05  pc-period             PIC 9(6).
           05  pc-status             PIC X(1).
           05  pc-closed-date        PIC 9(8).

       FD  return-file.
       01  return-header-record.
           05  rx-record-type        PIC X(1).
           05  rx-h-juris            PIC X(4).
           05  rx-h-payee            PIC X(30).
           05  rx-h-addr1            PIC X(30).
           05  rx-h-addr2            PIC X(30).
           05  rx-h-frequency        PIC X(1).
           05  rx-h-return-period    PIC 9(6).
           05  rx-h-from-period      PIC 9(6).
           05  rx-h-to-period        PIC 9(6).
           05  rx-h-due-date         PIC 9(8).
           05  rx-h-prepared-date    PIC 9(8).
           05  rx-h-prepared-time    PIC 9(6).
           05  rx-h-discount-rate    PIC V999.
       01  return-detail-record.
           05  rx-d-record-type      PIC X(1).
           05  rx-d-juris            PIC X(4).
           05  rx-d-period           PIC 9(6).
           05  rx-d-line-type        PIC X(1).
           05  rx-d-taxable-amount   PIC S9(11)V99.
           05  rx-d-exempt-count     PIC 9(9).
           05  rx-d-exempt-amount    PIC S9(11)V99.
           05  rx-d-state-tax        PIC S9(11)V99.
           05  rx-d-county-tax       PIC S9(11)V99.
           05  rx-d-city-tax         PIC S9(11)V99.
           05  rx-d-total-tax        PIC S9(11)V99.
       01  return-trailer-record.
           05  rx-t-record-type      PIC X(1).
           05  rx-t-juris            PIC X(4).
           05  rx-t-detail-count     PIC 9(7).
           05  rx-t-taxable-amount   PIC S9(11)V99.
           05  rx-t-exempt-count     PIC 9(9).
           05  rx-t-exempt-amount    PIC S9(11)V99.
           05  rx-t-state-tax        PIC S9(11)V99.
           05  rx-t-county-tax       PIC S9(11)V99.
           05  rx-t-city-tax         PIC S9(11)V99.
           05  rx-t-gross-tax        PIC S9(11)V99.
           05  rx-t-discount         PIC S9(11)V99.
           05  rx-t-net-due          PIC S9(11)V99.
           05  rx-t-record-count     PIC 9(7).

       FD  filing-log-file.
       01  filing-log-record.
           05  fl-run-date           PIC 9(8).
           05  fl-run-time           PIC 9(8).
           05  fl-operator           PIC X(8).
           05  fl-juris              PIC X(4).
           05  fl-return-period      PIC 9(6).
           05  fl-frequency          PIC X(1).
           05  fl-from-period        PIC 9(6).
           05  fl-to-period          PIC 9(6).
           05  fl-file-name          PIC X(40).
           05  fl-detail-count       PIC 9(7).
           05  fl-gross-tax          PIC S9(11)V99.
           05  fl-discount           PIC S9(11)V99.
           05  fl-net-due            PIC S9(11)V99.
           05  fl-due-date           PIC 9(8).
           05  fl-disposition        PIC X(20).

       WORKING-STORAGE SECTION.
       01  ws-authority-status       PIC XX.
       01  ws-remit-his-status       PIC XX.
       01  ws-period-status          PIC XX.
       01  ws-return-status          PIC XX.
       01  ws-filing-log-status      PIC XX.
       01  ws-return-name            PIC X(40) VALUE SPACES.
       01  ws-eof-flag               PIC X VALUE "N".
           88  ws-eof                VALUE "Y".
       01  ws-period-eof-flag        PIC X VALUE "N".
           88  ws-period-eof         VALUE "Y".
       01  ws-line-eof-flag          PIC X VALUE "N".
           88  ws-line-eof           VALUE "Y".
       01  ws-log-eof-flag           PIC X VALUE "N".
           88  ws-log-eof            VALUE "Y".
       01  ws-run-date               PIC 9(8).
       01  ws-run-time               PIC 9(8).
       01  ws-operator-id            PIC X(8) VALUE SPACES.
       01  ws-period-env             PIC X(6) VALUE SPACES.
       01  ws-juris-env              PIC X(4) VALUE SPACES.
       01  ws-return-period          PIC 9(6).
       01  ws-from-period            PIC 9(6).
       01  ws-work-period            PIC 9(6).
       01  ws-period-year            PIC 9(4).
       01  ws-period-month           PIC 9(2).
       01  ws-due-year               PIC 9(4).
       01  ws-due-month              PIC 9(2).
       01  ws-due-day                PIC 9(2).
       01  ws-due-date               PIC 9(8).
       01  ws-eom-year               PIC 9(4).
       01  ws-eom-month              PIC 9(2).
       01  ws-month-first-date       PIC 9(8).
       01  ws-eom-integer            PIC 9(8).
       01  ws-eom-date               PIC 9(8).
       01  ws-eom-day                PIC 9(2).

       01  ws-closed-table.
           05  cp-period OCCURS 600 TIMES PIC 9(6).
       01  ws-closed-count           PIC 9(3) VALUE ZERO.
       01  ws-closed-idx             PIC 9(3).
       01  ws-period-closed-flag     PIC X VALUE "N".
           88  ws-period-is-closed   VALUE "Y".
       01  ws-unclosed-flag          PIC X VALUE "N".
           88  ws-quarter-unclosed   VALUE "Y".

       01  ws-filed-table.
           05  fd-entry OCCURS 2000 TIMES.
               10  fd-juris          PIC X(4).
               10  fd-period         PIC 9(6).
       01  ws-filed-count            PIC 9(4) VALUE ZERO.
       01  ws-filed-idx              PIC 9(4).
       01  ws-filed-before-flag      PIC X VALUE "N".
           88  ws-filed-before       VALUE "Y".

       01  ws-return-totals.
           05  rt-detail-count       PIC 9(7).
           05  rt-taxable-amount     PIC S9(11)V99.
           05  rt-exempt-count       PIC 9(9).
           05  rt-exempt-amount      PIC S9(11)V99.
           05  rt-state-tax          PIC S9(11)V99.
           05  rt-county-tax         PIC S9(11)V99.
           05  rt-city-tax           PIC S9(11)V99.
       01  ws-gross-tax              PIC S9(11)V99.
       01  ws-discount               PIC S9(11)V99.
       01  ws-net-due                PIC S9(11)V99.

       01  ws-authority-count        PIC 9(5) VALUE ZERO.
       01  ws-return-count           PIC 9(5) VALUE ZERO.
       01  ws-skipped-count          PIC 9(5) VALUE ZERO.
       01  ws-refused-count          PIC 9(5) VALUE ZERO.
       01  ws-abort-flag             PIC X VALUE "N".
           88  ws-abort-run          VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM OPEN-FILES
           PERFORM UNTIL ws-eof
               READ authority-file
                   AT END SET ws-eof TO TRUE
                   NOT AT END
                       IF ws-juris-env = SPACES
                           OR ws-juris-env = ta-juris
                           PERFORM PROCESS-AUTHORITY
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "RetExtract period " ws-return-period
               ": authorities " ws-authority-count
               ", returns built " ws-return-count
               ", not due " ws-skipped-count
               ", refused " ws-refused-count
           IF ws-abort-run
               DISPLAY "RetExtract: returns refused - see RETFILLG.DAT"
               MOVE 8 TO RETURN-CODE
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
           ACCEPT ws-period-env FROM ENVIRONMENT "RETURN_PERIOD"
           IF ws-period-env NUMERIC
               MOVE ws-period-env TO ws-return-period
           ELSE
               DISPLAY "ERROR: RETURN_PERIOD not set or not numeric"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-return-period(1:4) TO ws-period-year
           MOVE ws-return-period(5:2) TO ws-period-month
           IF ws-period-month < 1 OR ws-period-month > 12
               DISPLAY "ERROR: RETURN_PERIOD month invalid"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT ws-juris-env FROM ENVIRONMENT "RETURN_JURIS"
           PERFORM LOAD-CLOSED-PERIODS
           MOVE ws-return-period TO ws-work-period
           PERFORM CHECK-PERIOD-CLOSED
           IF NOT ws-period-is-closed
               DISPLAY "ERROR: period " ws-return-period
                   " is not closed, no returns built"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-FILING-LOG
           OPEN INPUT authority-file
           IF ws-authority-status NOT = "00"
               DISPLAY "ERROR: cannot open tax authority file, "
                   "status " ws-authority-status
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
           OPEN EXTEND filing-log-file
           IF ws-filing-log-status NOT = "00"
               OPEN OUTPUT filing-log-file
           END-IF
           IF ws-filing-log-status NOT = "00"
               DISPLAY "ERROR: cannot open filing log, status "
                   ws-filing-log-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CLOSED-PERIODS.
           OPEN INPUT period-file
           IF ws-period-status = "00"
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
               CLOSE period-file
           ELSE
               DISPLAY "WARNING: period control not found, no "
                   "periods are closed"
           END-IF.

       CHECK-PERIOD-CLOSED.
           MOVE "N" TO ws-period-closed-flag
           PERFORM VARYING ws-closed-idx FROM 1 BY 1
                   UNTIL ws-closed-idx > ws-closed-count
               IF cp-period(ws-closed-idx) = ws-work-period
                   SET ws-period-is-closed TO TRUE
               END-IF
           END-PERFORM
           IF NOT ws-period-is-closed
               SET ws-quarter-unclosed TO TRUE
           END-IF.

       LOAD-FILING-LOG.
           OPEN INPUT filing-log-file
           IF ws-filing-log-status = "00"
               PERFORM UNTIL ws-log-eof
                   READ filing-log-file
                       AT END SET ws-log-eof TO TRUE
                       NOT AT END
                           IF fl-disposition(1:5) = "FILED"
                               AND fl-return-period = ws-return-period
                               AND ws-filed-count < 2000
                               ADD 1 TO ws-filed-count
                               MOVE fl-juris TO
                                   fd-juris(ws-filed-count)
                               MOVE fl-return-period TO
                                   fd-period(ws-filed-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE filing-log-file
           END-IF.

       PROCESS-AUTHORITY.
           ADD 1 TO ws-authority-count
           MOVE ws-return-period TO ws-from-period
           IF ta-frequency = "Q"
               COMPUTE ws-from-period = ws-return-period - 2
           END-IF
           MOVE SPACES TO ws-return-name
           MOVE ZERO TO rt-detail-count
           MOVE ZERO TO rt-taxable-amount
           MOVE ZERO TO rt-exempt-count
           MOVE ZERO TO rt-exempt-amount
           MOVE ZERO TO rt-state-tax
           MOVE ZERO TO rt-county-tax
           MOVE ZERO TO rt-city-tax
           MOVE ZERO TO ws-gross-tax
           MOVE ZERO TO ws-discount
           MOVE ZERO TO ws-net-due
           MOVE ZERO TO ws-due-date
           EVALUATE TRUE
               WHEN ta-due-day NOT NUMERIC
                   OR ta-discount-rate NOT NUMERIC
                   OR (ta-frequency NOT = "M"
                       AND ta-frequency NOT = "Q")
                   SET ws-abort-run TO TRUE
                   ADD 1 TO ws-refused-count
                   MOVE "INVALID AUTHORITY" TO fl-disposition
               WHEN ta-frequency = "Q"
                   AND ws-period-month NOT = 3
                   AND ws-period-month NOT = 6
                   AND ws-period-month NOT = 9
                   AND ws-period-month NOT = 12
                   ADD 1 TO ws-skipped-count
                   MOVE "QUARTER OPEN" TO fl-disposition
               WHEN OTHER
                   PERFORM CHECK-FILING-PERIODS
                   IF ws-quarter-unclosed
                       SET ws-abort-run TO TRUE
                       ADD 1 TO ws-refused-count
                       MOVE "PERIOD NOT CLOSED" TO fl-disposition
                   ELSE
                       PERFORM BUILD-RETURN
                   END-IF
           END-EVALUATE
           PERFORM WRITE-FILING-LOG.

       CHECK-FILING-PERIODS.
           MOVE "N" TO ws-unclosed-flag
           MOVE ws-from-period TO ws-work-period
           PERFORM UNTIL ws-work-period > ws-return-period
               PERFORM CHECK-PERIOD-CLOSED
               ADD 1 TO ws-work-period
           END-PERFORM.

       BUILD-RETURN.
           PERFORM COMPUTE-DUE-DATE
           STRING "RET" DELIMITED BY SIZE
               ta-juris DELIMITED BY SPACE
               ws-return-period DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO ws-return-name
           END-STRING
           OPEN OUTPUT return-file
           IF ws-return-status NOT = "00"
               DISPLAY "ERROR: cannot open return file "
                   ws-return-name ", status " ws-return-status
               SET ws-abort-run TO TRUE
               ADD 1 TO ws-refused-count
               MOVE "CANNOT OPEN FILE" TO fl-disposition
           ELSE
               MOVE SPACES TO return-header-record
               MOVE "H" TO rx-record-type
               MOVE ta-juris TO rx-h-juris
               MOVE ta-payee TO rx-h-payee
               MOVE ta-addr1 TO rx-h-addr1
               MOVE ta-addr2 TO rx-h-addr2
               MOVE ta-frequency TO rx-h-frequency
               MOVE ws-return-period TO rx-h-return-period
               MOVE ws-from-period TO rx-h-from-period
               MOVE ws-return-period TO rx-h-to-period
               MOVE ws-due-date TO rx-h-due-date
               MOVE ws-run-date TO rx-h-prepared-date
               MOVE ws-run-time(1:6) TO rx-h-prepared-time
               MOVE ta-discount-rate TO rx-h-discount-rate
               WRITE return-header-record
               MOVE ws-from-period TO ws-work-period
               PERFORM UNTIL ws-work-period > ws-return-period
                   PERFORM EXTRACT-PERIOD-LINES
                   ADD 1 TO ws-work-period
               END-PERFORM
               COMPUTE ws-gross-tax = rt-state-tax + rt-county-tax
                   + rt-city-tax
               IF ws-run-date > ws-due-date
                   MOVE ZERO TO ws-discount
               ELSE
                   COMPUTE ws-discount ROUNDED = ws-gross-tax
                       * ta-discount-rate
               END-IF
               COMPUTE ws-net-due = ws-gross-tax - ws-discount
               MOVE SPACES TO return-trailer-record
               MOVE "T" TO rx-t-record-type
               MOVE ta-juris TO rx-t-juris
               MOVE rt-detail-count TO rx-t-detail-count
               MOVE rt-taxable-amount TO rx-t-taxable-amount
               MOVE rt-exempt-count TO rx-t-exempt-count
               MOVE rt-exempt-amount TO rx-t-exempt-amount
               MOVE rt-state-tax TO rx-t-state-tax
               MOVE rt-county-tax TO rx-t-county-tax
               MOVE rt-city-tax TO rx-t-city-tax
               MOVE ws-gross-tax TO rx-t-gross-tax
               MOVE ws-discount TO rx-t-discount
               MOVE ws-net-due TO rx-t-net-due
               COMPUTE rx-t-record-count = rt-detail-count + 2
               WRITE return-trailer-record
               CLOSE return-file
               ADD 1 TO ws-return-count
               PERFORM CHECK-FILED-BEFORE
               EVALUATE TRUE
                   WHEN ws-filed-before
                       MOVE "FILED - REFILE" TO fl-disposition
                   WHEN ws-run-date > ws-due-date
                       MOVE "FILED - LATE" TO fl-disposition
                   WHEN rt-detail-count = ZERO
                       MOVE "FILED - ZERO RETURN" TO fl-disposition
                   WHEN OTHER
                       MOVE "FILED - TIMELY" TO fl-disposition
               END-EVALUATE
           END-IF.

       EXTRACT-PERIOD-LINES.
           MOVE ws-work-period TO rhis-period
           MOVE ta-juris TO rhis-juris
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
                           OR rhis-juris NOT = ta-juris
                           SET ws-line-eof TO TRUE
                       ELSE
                           PERFORM WRITE-RETURN-DETAIL
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-RETURN-DETAIL.
           MOVE SPACES TO return-detail-record
           MOVE "D" TO rx-d-record-type
           MOVE rhis-juris TO rx-d-juris
           MOVE rhis-period TO rx-d-period
           MOVE rhis-line-type TO rx-d-line-type
           MOVE rhis-taxable-amount TO rx-d-taxable-amount
           MOVE rhis-exempt-count TO rx-d-exempt-count
           MOVE rhis-exempt-amount TO rx-d-exempt-amount
           MOVE rhis-state-tax TO rx-d-state-tax
           MOVE rhis-county-tax TO rx-d-county-tax
           MOVE rhis-city-tax TO rx-d-city-tax
           COMPUTE rx-d-total-tax = rhis-state-tax
               + rhis-county-tax + rhis-city-tax
           WRITE return-detail-record
           ADD 1 TO rt-detail-count
           ADD rhis-taxable-amount TO rt-taxable-amount
           ADD rhis-exempt-count TO rt-exempt-count
           ADD rhis-exempt-amount TO rt-exempt-amount
           ADD rhis-state-tax TO rt-state-tax
           ADD rhis-county-tax TO rt-county-tax
           ADD rhis-city-tax TO rt-city-tax.

       CHECK-FILED-BEFORE.
           MOVE "N" TO ws-filed-before-flag
           PERFORM VARYING ws-filed-idx FROM 1 BY 1
                   UNTIL ws-filed-idx > ws-filed-count
               IF fd-juris(ws-filed-idx) = ta-juris
                   AND fd-period(ws-filed-idx) = ws-return-period
                   SET ws-filed-before TO TRUE
               END-IF
           END-PERFORM.

       COMPUTE-DUE-DATE.
           MOVE ws-period-year TO ws-due-year
           MOVE ws-period-month TO ws-due-month
           IF ws-due-month = 12
               ADD 1 TO ws-due-year
               MOVE 1 TO ws-due-month
           ELSE
               ADD 1 TO ws-due-month
           END-IF
           MOVE ws-due-year TO ws-eom-year
           MOVE ws-due-month TO ws-eom-month
           IF ws-eom-month = 12
               ADD 1 TO ws-eom-year
               MOVE 1 TO ws-eom-month
           ELSE
               ADD 1 TO ws-eom-month
           END-IF
           COMPUTE ws-month-first-date = ws-eom-year * 10000
               + ws-eom-month * 100 + 1
           COMPUTE ws-eom-integer =
               FUNCTION INTEGER-OF-DATE(ws-month-first-date) - 1
           MOVE FUNCTION DATE-OF-INTEGER(ws-eom-integer) TO
               ws-eom-date
           MOVE ws-eom-date(7:2) TO ws-eom-day
           IF ta-due-day > ws-eom-day
               MOVE ws-eom-day TO ws-due-day
           ELSE
               MOVE ta-due-day TO ws-due-day
           END-IF
           COMPUTE ws-due-date = ws-due-year * 10000
               + ws-due-month * 100 + ws-due-day.

       WRITE-FILING-LOG.
           MOVE ws-run-date TO fl-run-date
           MOVE ws-run-time TO fl-run-time
           MOVE ws-operator-id TO fl-operator
           MOVE ta-juris TO fl-juris
           MOVE ws-return-period TO fl-return-period
           MOVE ta-frequency TO fl-frequency
           MOVE ws-from-period TO fl-from-period
           MOVE ws-return-period TO fl-to-period
           MOVE ws-return-name TO fl-file-name
           MOVE rt-detail-count TO fl-detail-count
           MOVE ws-gross-tax TO fl-gross-tax
           MOVE ws-discount TO fl-discount
           MOVE ws-net-due TO fl-net-due
           MOVE ws-due-date TO fl-due-date
           WRITE filing-log-record.

       CLOSE-FILES.
           CLOSE authority-file
           CLOSE remit-his-file
           CLOSE filing-log-file.
