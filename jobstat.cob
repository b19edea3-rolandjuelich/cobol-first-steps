       IDENTIFICATION DIVISION.
       PROGRAM-ID. JobStat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT job-control-file ASSIGN TO "JOBCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS jc-key
               FILE STATUS IS ws-job-control-status.
           SELECT report-file ASSIGN TO "JOBSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-status.
       DATA DIVISION.
       FILE SECTION.
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

       FD  report-file.
       01  report-record             PIC X(160).

       WORKING-STORAGE SECTION.
       01  ws-job-control-status     PIC XX.
       01  ws-report-status          PIC XX.
       01  ws-eof-flag               PIC X VALUE "N".
           88  ws-eof                VALUE "Y".
       01  ws-control-missing-flag   PIC X VALUE "N".
           88  ws-control-missing    VALUE "Y".
       01  ws-run-date               PIC 9(8).
       01  ws-report-date            PIC 9(8).
       01  ws-date-env               PIC X(8) VALUE SPACES.
       01  ws-pass                   PIC 9(1).
       01  ws-run-count              PIC 9(5) VALUE ZERO.
       01  ws-completed-count        PIC 9(5) VALUE ZERO.
       01  ws-warning-count          PIC 9(5) VALUE ZERO.
       01  ws-failed-count           PIC 9(5) VALUE ZERO.
       01  ws-incomplete-count       PIC 9(5) VALUE ZERO.
       01  ws-override-count         PIC 9(5) VALUE ZERO.
       01  ws-outstanding-count      PIC 9(5) VALUE ZERO.

       01  ws-report-head-line.
           05  FILLER                PIC X(28) VALUE
               "DAILY JOB STATUS REPORT ".
           05  FILLER                PIC X(5)  VALUE "DATE ".
           05  rh-report-date        PIC 9(8).
           05  FILLER                PIC X(10) VALUE " RUN DATE ".
           05  rh-run-date           PIC 9(8).

       01  ws-section-line.
           05  sh-text               PIC X(60).

       01  ws-job-line.
           05  jl-job-name           PIC X(8).
           05  FILLER                PIC X(5)  VALUE " RUN ".
           05  jl-run-key            PIC X(14).
           05  FILLER                PIC X(8)  VALUE " PERIOD ".
           05  jl-period             PIC 9(6).
           05  FILLER                PIC X(7)  VALUE " START ".
           05  jl-start-date         PIC 9(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  jl-start-time         PIC 9(6).
           05  FILLER                PIC X(5)  VALUE " END ".
           05  jl-end-date           PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  jl-end-time           PIC X(6).
           05  FILLER                PIC X(4)  VALUE " RC ".
           05  jl-return-code        PIC X(4).
           05  FILLER                PIC X(5)  VALUE " TRY ".
           05  jl-attempt-count      PIC ZZ9.
           05  FILLER                PIC X(4)  VALUE " OP ".
           05  jl-operator           PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  jl-status             PIC X(22).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  jl-override           PIC X(8).

       01  ws-return-code-edit       PIC ZZZ9.

       01  ws-report-total-line.
           05  FILLER                PIC X(5)  VALUE "RUNS ".
           05  rt-run-count          PIC ZZZZ9.
           05  FILLER                PIC X(11) VALUE " COMPLETED ".
           05  rt-completed-count    PIC ZZZZ9.
           05  FILLER                PIC X(10) VALUE " WARNINGS ".
           05  rt-warning-count      PIC ZZZZ9.
           05  FILLER                PIC X(8)  VALUE " FAILED ".
           05  rt-failed-count       PIC ZZZZ9.
           05  FILLER                PIC X(12) VALUE " INCOMPLETE ".
           05  rt-incomplete-count   PIC ZZZZ9.
           05  FILLER                PIC X(11) VALUE " OVERRIDES ".
           05  rt-override-count     PIC ZZZZ9.
           05  FILLER                PIC X(13) VALUE " OUTSTANDING ".
           05  rt-outstanding-count  PIC ZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM OPEN-FILES
           IF NOT ws-control-missing
               MOVE "JOBS RUN ON REPORT DATE" TO sh-text
               WRITE report-record FROM ws-section-line
               MOVE 1 TO ws-pass
               PERFORM SCAN-JOB-CONTROL
               MOVE "OUTSTANDING FROM EARLIER DATES" TO sh-text
               WRITE report-record FROM ws-section-line
               MOVE 2 TO ws-pass
               PERFORM SCAN-JOB-CONTROL
           END-IF
           MOVE ws-run-count TO rt-run-count
           MOVE ws-completed-count TO rt-completed-count
           MOVE ws-warning-count TO rt-warning-count
           MOVE ws-failed-count TO rt-failed-count
           MOVE ws-incomplete-count TO rt-incomplete-count
           MOVE ws-override-count TO rt-override-count
           MOVE ws-outstanding-count TO rt-outstanding-count
           WRITE report-record FROM ws-report-total-line
           DISPLAY "JobStat " ws-report-date ": runs " ws-run-count
               ", failed " ws-failed-count
               ", incomplete " ws-incomplete-count
               ", overrides " ws-override-count
               ", outstanding " ws-outstanding-count
           IF ws-failed-count > ZERO OR ws-incomplete-count > ZERO
               OR ws-outstanding-count > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM CLOSE-FILES
           STOP RUN.

       OPEN-FILES.
           ACCEPT ws-run-date FROM DATE YYYYMMDD
           ACCEPT ws-date-env FROM ENVIRONMENT "JOB_DATE"
           IF ws-date-env NUMERIC
               MOVE ws-date-env TO ws-report-date
           ELSE
               IF ws-date-env NOT = SPACES
                   DISPLAY "WARNING: invalid JOB_DATE '"
                       ws-date-env "' ignored, using run date"
               END-IF
               MOVE ws-run-date TO ws-report-date
           END-IF
           OPEN INPUT job-control-file
           IF ws-job-control-status = "35"
               DISPLAY "WARNING: job control file not found, "
                   "no jobs recorded"
               SET ws-control-missing TO TRUE
           ELSE
               IF ws-job-control-status NOT = "00"
                   DISPLAY "ERROR: cannot open job control file, "
                       "status " ws-job-control-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT report-file
           IF ws-report-status NOT = "00"
               DISPLAY "ERROR: cannot open job status report, status "
                   ws-report-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-report-date TO rh-report-date
           MOVE ws-run-date TO rh-run-date
           WRITE report-record FROM ws-report-head-line.

       SCAN-JOB-CONTROL.
           MOVE "N" TO ws-eof-flag
           MOVE LOW-VALUES TO jc-key
           START job-control-file KEY NOT < jc-key
               INVALID KEY SET ws-eof TO TRUE
           END-START
           PERFORM UNTIL ws-eof
               READ job-control-file NEXT
                   AT END SET ws-eof TO TRUE
                   NOT AT END
                       IF ws-pass = 1
                           PERFORM REPORT-DAY-JOB
                       ELSE
                           PERFORM REPORT-OUTSTANDING-JOB
                       END-IF
               END-READ
           END-PERFORM.

       REPORT-DAY-JOB.
           IF jc-start-date = ws-report-date
               OR jc-end-date = ws-report-date
               ADD 1 TO ws-run-count
               PERFORM SET-JOB-LINE
               EVALUATE TRUE
                   WHEN jc-started
                       ADD 1 TO ws-incomplete-count
                   WHEN jc-return-code >= 8
                       ADD 1 TO ws-failed-count
                   WHEN jc-return-code > ZERO
                       ADD 1 TO ws-warning-count
                   WHEN OTHER
                       ADD 1 TO ws-completed-count
               END-EVALUATE
               IF jc-overridden
                   ADD 1 TO ws-override-count
               END-IF
               WRITE report-record FROM ws-job-line
           END-IF.

       REPORT-OUTSTANDING-JOB.
           IF jc-start-date < ws-report-date
               AND jc-end-date NOT = ws-report-date
               EVALUATE TRUE
                   WHEN jc-started
                       ADD 1 TO ws-outstanding-count
                       PERFORM SET-JOB-LINE
                       WRITE report-record FROM ws-job-line
                   WHEN jc-job-name = "SALESTAX"
                       AND jc-return-code < 8
                       AND NOT jc-consumed
                       ADD 1 TO ws-outstanding-count
                       PERFORM SET-JOB-LINE
                       WRITE report-record FROM ws-job-line
               END-EVALUATE
           END-IF.

       SET-JOB-LINE.
           MOVE jc-job-name TO jl-job-name
           MOVE jc-run-key TO jl-run-key
           MOVE jc-period TO jl-period
           MOVE jc-start-date TO jl-start-date
           MOVE jc-start-time(1:6) TO jl-start-time
           MOVE jc-attempt-count TO jl-attempt-count
           MOVE jc-operator TO jl-operator
           IF jc-started
               MOVE SPACES TO jl-end-date
               MOVE SPACES TO jl-end-time
               MOVE SPACES TO jl-return-code
               MOVE "STARTED - NOT COMPLETE" TO jl-status
           ELSE
               MOVE jc-end-date TO jl-end-date
               MOVE jc-end-time(1:6) TO jl-end-time
               MOVE jc-return-code TO ws-return-code-edit
               MOVE ws-return-code-edit TO jl-return-code
               EVALUATE TRUE
                   WHEN jc-return-code >= 8
                       MOVE "FAILED" TO jl-status
                   WHEN jc-job-name = "SALESTAX"
                       AND NOT jc-consumed
                       MOVE "GL FEED NOT POSTED" TO jl-status
                   WHEN jc-return-code > ZERO
                       MOVE "COMPLETED - WARNINGS" TO jl-status
                   WHEN OTHER
                       MOVE "COMPLETED" TO jl-status
               END-EVALUATE
           END-IF
           IF jc-overridden
               MOVE "OVERRIDE" TO jl-override
           ELSE
               MOVE SPACES TO jl-override
           END-IF.

       CLOSE-FILES.
           IF NOT ws-control-missing
               CLOSE job-control-file
           END-IF
           CLOSE report-file.
