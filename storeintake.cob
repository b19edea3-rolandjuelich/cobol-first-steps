       IDENTIFICATION DIVISION.
       PROGRAM-ID. StoreIntake.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT manifest-file ASSIGN TO "UPLOADS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-manifest-status.
           SELECT upload-file ASSIGN TO ws-upload-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-upload-status.
           SELECT txn-file ASSIGN TO "SALETXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-txn-status.
           SELECT store-master-file ASSIGN TO "STOREMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-store-master-status.
           SELECT intake-his-file ASSIGN TO "INTAKEHS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ih-key
               FILE STATUS IS ws-intake-his-status.
           SELECT intake-work-file ASSIGN TO "INTAKWRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS iw-key
               FILE STATUS IS ws-intake-work-status.
           SELECT intake-log-file ASSIGN TO "INTAKLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-intake-log-status.
           SELECT report-file ASSIGN TO "INTAKRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD  manifest-file.
       01  manifest-record.
           05  um-file-name          PIC X(40).
           05  um-received-date      PIC X(8).
           05  um-received-time      PIC X(6).

       FD  upload-file.
       01  upload-record.
           05  up-record-type        PIC X(1).
               88  up-rec-header     VALUE "H".
               88  up-rec-trailer    VALUE "T".
               88  up-rec-detail     VALUE "D".
           05  up-detail-fields.
               10  up-invoice-no         PIC 9(6).
               10  up-jurisdiction-code  PIC X(4).
               10  up-before-tax         PIC S9(7)V99.
               10  FILLER                PIC X(47).
           05  up-header-fields REDEFINES up-detail-fields.
               10  up-store-no           PIC 9(4).
               10  up-business-date      PIC 9(8).
               10  FILLER                PIC X(54).
           05  up-trailer-fields REDEFINES up-detail-fields.
               10  up-trailer-count      PIC 9(7).
               10  up-trailer-hash       PIC S9(11)V99.
               10  FILLER                PIC X(46).

       FD  txn-file.
       01  txn-record                PIC X(67).

       FD  store-master-file.
       01  store-master-record.
           05  sm-store-no           PIC 9(4).
           05  sm-name               PIC X(25).
           05  sm-region             PIC X(4).
           05  sm-home-juris         PIC X(4).
           05  sm-status             PIC X(1).
               88  sm-active         VALUE "A" " ".
               88  sm-closed         VALUE "C".

       FD  intake-his-file.
       01  intake-his-record.
           05  ih-key.
               10  ih-store-no       PIC 9(4).
               10  ih-business-date  PIC 9(8).
           05  ih-file-name          PIC X(40).
           05  ih-received-date      PIC 9(8).
           05  ih-received-time      PIC 9(6).
           05  ih-loaded-date        PIC 9(8).
           05  ih-loaded-time        PIC 9(8).
           05  ih-record-count       PIC 9(7).
           05  ih-hash               PIC S9(11)V99.

       FD  intake-work-file.
       01  intake-work-record.
           05  iw-key.
               10  iw-store-no       PIC 9(4).
               10  iw-business-date  PIC 9(8).
               10  iw-seq            PIC 9(7).
           05  iw-txn-record         PIC X(67).

       FD  intake-log-file.
       01  intake-log-record.
           05  il-run-date           PIC 9(8).
           05  il-run-time           PIC 9(8).
           05  il-file-name          PIC X(40).
           05  il-store-no           PIC 9(4).
           05  il-business-date      PIC 9(8).
           05  il-received-date      PIC 9(8).
           05  il-received-time      PIC 9(6).
           05  il-record-count       PIC 9(7).
           05  il-hash               PIC S9(11)V99.
           05  il-disposition        PIC X(24).

       FD  report-file.
       01  report-record             PIC X(160).

       WORKING-STORAGE SECTION.
       01  ws-manifest-status        PIC XX.
       01  ws-upload-status          PIC XX.
       01  ws-txn-status             PIC XX.
       01  ws-store-master-status    PIC XX.
       01  ws-intake-his-status      PIC XX.
       01  ws-intake-work-status     PIC XX.
       01  ws-intake-log-status      PIC XX.
       01  ws-report-status          PIC XX.
       01  ws-upload-name            PIC X(40) VALUE SPACES.
       01  ws-eof-flag               PIC X VALUE "N".
           88  ws-eof                VALUE "Y".
       01  ws-upload-eof-flag        PIC X VALUE "N".
           88  ws-upload-eof         VALUE "Y".
       01  ws-store-master-eof-flag  PIC X VALUE "N".
           88  ws-store-master-eof   VALUE "Y".
       01  ws-work-eof-flag          PIC X VALUE "N".
           88  ws-work-eof           VALUE "Y".
       01  ws-his-found-flag         PIC X VALUE "N".
           88  ws-his-found          VALUE "Y".
       01  ws-run-date               PIC 9(8).
       01  ws-run-time               PIC 9(8).
       01  ws-run-integer            PIC 9(8).
       01  ws-received-date          PIC 9(8).
       01  ws-received-time          PIC 9(6).
       01  ws-date-env               PIC X(8) VALUE SPACES.
       01  ws-days-env               PIC X(3) VALUE SPACES.
       01  ws-window-end             PIC 9(8).
       01  ws-window-days            PIC 9(3) VALUE 7.
       01  ws-window-integer         PIC 9(8).
       01  ws-check-integer          PIC 9(8).
       01  ws-check-date             PIC 9(8).
       01  ws-day-idx                PIC 9(3).
       01  ws-late-integer           PIC 9(8).

       01  ws-store-table.
           05  st-entry OCCURS 999 TIMES.
               10  st-store-no       PIC 9(4).
               10  st-name           PIC X(25).
               10  st-region         PIC X(4).
               10  st-status         PIC X(1).
                   88  st-active     VALUE "A" " ".
       01  ws-store-count            PIC 9(3) VALUE ZERO.
       01  ws-store-idx              PIC 9(3).
       01  ws-store-slot             PIC 9(3).

       01  ws-batch-table.
           05  fb-entry OCCURS 31 TIMES.
               10  fb-store-no       PIC 9(4).
               10  fb-business-date  PIC 9(8).
               10  fb-declared-count PIC 9(7).
               10  fb-read-count     PIC 9(7).
               10  fb-declared-hash  PIC S9(11)V99.
               10  fb-read-hash      PIC S9(11)V99.
               10  fb-status         PIC X(12).
       01  ws-batch-count            PIC 9(3) VALUE ZERO.
       01  ws-batch-idx              PIC 9(3).
       01  ws-dup-idx                PIC 9(3).
       01  ws-batch-active           PIC X VALUE "N".
           88  ws-in-batch           VALUE "Y".
       01  ws-file-record-count      PIC 9(7).
       01  ws-file-reason            PIC X(24).
       01  ws-file-disposition       PIC X(1).
           88  ws-file-accepted      VALUE "A".
           88  ws-file-rejected      VALUE "R".
           88  ws-file-held          VALUE "H".
       01  ws-loaded-table.
           05  ld-entry OCCURS 5000 TIMES.
               10  ld-store-no       PIC 9(4).
               10  ld-business-date  PIC 9(8).
               10  ld-file-name      PIC X(40).
               10  ld-received-date  PIC 9(8).
               10  ld-received-time  PIC 9(6).
               10  ld-record-count   PIC 9(7).
               10  ld-hash           PIC S9(11)V99.
       01  ws-loaded-idx             PIC 9(4).
       01  ws-seq                    PIC 9(7).
       01  ws-cur-store-no           PIC 9(4).
       01  ws-cur-business-date     PIC 9(8).

       01  ws-file-count             PIC 9(5) VALUE ZERO.
       01  ws-accepted-count         PIC 9(5) VALUE ZERO.
       01  ws-rejected-count         PIC 9(5) VALUE ZERO.
       01  ws-held-count             PIC 9(5) VALUE ZERO.
       01  ws-store-day-count        PIC 9(5) VALUE ZERO.
       01  ws-merged-count           PIC 9(7) VALUE ZERO.
       01  ws-missing-count          PIC 9(5) VALUE ZERO.
       01  ws-late-count             PIC 9(5) VALUE ZERO.

       01  ws-report-head-line.
           05  FILLER                PIC X(32) VALUE
               "STORE UPLOAD INTAKE REPORT".
           05  FILLER                PIC X(9)  VALUE "RUN DATE ".
           05  rh-run-date           PIC 9(8).

       01  ws-file-line.
           05  FILLER                PIC X(5)  VALUE "FILE ".
           05  fl-file-name          PIC X(40).
           05  FILLER                PIC X(12) VALUE " STORE-DAYS ".
           05  fl-batch-count        PIC ZZ9.
           05  FILLER                PIC X(9)  VALUE " RECORDS ".
           05  fl-record-count       PIC ZZZZZZ9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  fl-disposition        PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  fl-reason             PIC X(24).

       01  ws-store-day-line.
           05  FILLER                PIC X(8)  VALUE "  STORE ".
           05  sl-store-no           PIC 9(4).
           05  FILLER                PIC X(6)  VALUE " DATE ".
           05  sl-business-date      PIC 9(8).
           05  FILLER                PIC X(7)  VALUE " COUNT ".
           05  sl-record-count       PIC ZZZZZZ9.
           05  FILLER                PIC X(6)  VALUE " HASH ".
           05  sl-hash               PIC -(10)9.99.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  sl-status             PIC X(24).

       01  ws-missing-head-line.
           05  FILLER                PIC X(32) VALUE
               "MISSING / LATE STORE-DAY REPORT".
           05  FILLER                PIC X(5)  VALUE "FROM ".
           05  mh-from-date          PIC 9(8).
           05  FILLER                PIC X(4)  VALUE " TO ".
           05  mh-to-date            PIC 9(8).

       01  ws-missing-line.
           05  FILLER                PIC X(6)  VALUE "STORE ".
           05  ml-store-no           PIC 9(4).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  ml-name               PIC X(25).
           05  FILLER                PIC X(8)  VALUE " REGION ".
           05  ml-region             PIC X(4).
           05  FILLER                PIC X(6)  VALUE " DATE ".
           05  ml-business-date      PIC 9(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  ml-status             PIC X(8).
           05  FILLER                PIC X(10) VALUE " RECEIVED ".
           05  ml-received-date      PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  ml-received-time      PIC X(6).

       01  ws-report-total-line.
           05  FILLER                PIC X(6)  VALUE "FILES ".
           05  rt-file-count         PIC ZZZZ9.
           05  FILLER                PIC X(10) VALUE " ACCEPTED ".
           05  rt-accepted-count     PIC ZZZZ9.
           05  FILLER                PIC X(10) VALUE " REJECTED ".
           05  rt-rejected-count     PIC ZZZZ9.
           05  FILLER                PIC X(6)  VALUE " HELD ".
           05  rt-held-count         PIC ZZZZ9.
           05  FILLER                PIC X(12) VALUE " STORE-DAYS ".
           05  rt-store-day-count    PIC ZZZZ9.
           05  FILLER                PIC X(8)  VALUE " MERGED ".
           05  rt-merged-count       PIC ZZZZZZ9.
           05  FILLER                PIC X(9)  VALUE " MISSING ".
           05  rt-missing-count      PIC ZZZZ9.
           05  FILLER                PIC X(6)  VALUE " LATE ".
           05  rt-late-count         PIC ZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM OPEN-FILES
           PERFORM UNTIL ws-eof
               READ manifest-file
                   AT END SET ws-eof TO TRUE
                   NOT AT END
                       IF um-file-name NOT = SPACES
                           PERFORM PROCESS-UPLOAD
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-MERGED-FILE
           PERFORM WRITE-MISSING-REPORT
           PERFORM WRITE-REPORT-TOTALS
           DISPLAY "StoreIntake files " ws-file-count
               ", accepted " ws-accepted-count
               ", rejected " ws-rejected-count
               ", held " ws-held-count
           DISPLAY "StoreIntake store-days loaded " ws-store-day-count
               ", records merged " ws-merged-count
               ", missing " ws-missing-count
               ", late " ws-late-count
           IF ws-rejected-count > ZERO OR ws-held-count > ZERO
               OR ws-missing-count > ZERO
               DISPLAY "WARNING: uploads rejected, held or missing - "
                   "see INTAKRPT.DAT"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM CLOSE-FILES
           STOP RUN.

       OPEN-FILES.
           ACCEPT ws-run-date FROM DATE YYYYMMDD
           ACCEPT ws-run-time FROM TIME
           COMPUTE ws-run-integer =
               FUNCTION INTEGER-OF-DATE(ws-run-date)
           ACCEPT ws-date-env FROM ENVIRONMENT "INTAKE_DATE"
           MOVE ZERO TO ws-window-end
           IF ws-date-env NUMERIC
               MOVE ws-date-env TO ws-window-end
               IF FUNCTION TEST-DATE-YYYYMMDD(ws-window-end)
                       NOT = ZERO
                   MOVE ZERO TO ws-window-end
               END-IF
           END-IF
           IF ws-window-end = ZERO
               IF ws-date-env NOT = SPACES
                   DISPLAY "WARNING: invalid INTAKE_DATE '"
                       ws-date-env "' ignored, using prior day"
               END-IF
               MOVE FUNCTION DATE-OF-INTEGER(ws-run-integer - 1) TO
                   ws-window-end
           END-IF
           ACCEPT ws-days-env FROM ENVIRONMENT "INTAKE_DAYS"
           IF ws-days-env NOT = SPACES
               IF FUNCTION TEST-NUMVAL(ws-days-env) = ZERO
                   AND FUNCTION NUMVAL(ws-days-env) > ZERO
                   MOVE FUNCTION NUMVAL(ws-days-env) TO
                       ws-window-days
               ELSE
                   DISPLAY "WARNING: invalid INTAKE_DAYS '"
                       ws-days-env "' ignored, using 7"
               END-IF
           END-IF
           COMPUTE ws-window-integer =
               FUNCTION INTEGER-OF-DATE(ws-window-end)
               - ws-window-days + 1
           PERFORM LOAD-STORE-MASTER
           OPEN INPUT manifest-file
           IF ws-manifest-status NOT = "00"
               DISPLAY "ERROR: cannot open upload manifest, status "
                   ws-manifest-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O intake-his-file
           IF ws-intake-his-status = "35"
               OPEN OUTPUT intake-his-file
               IF ws-intake-his-status NOT = "00"
                   DISPLAY "ERROR: cannot create intake history, "
                       "status " ws-intake-his-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE intake-his-file
               OPEN I-O intake-his-file
           END-IF
           IF ws-intake-his-status NOT = "00"
               DISPLAY "ERROR: cannot open intake history, status "
                   ws-intake-his-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT intake-work-file
           IF ws-intake-work-status NOT = "00"
               DISPLAY "ERROR: cannot open intake work file, status "
                   ws-intake-work-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE intake-work-file
           OPEN I-O intake-work-file
           IF ws-intake-work-status NOT = "00"
               DISPLAY "ERROR: cannot reopen intake work file, "
                   "status " ws-intake-work-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND intake-log-file
           IF ws-intake-log-status NOT = "00"
               OPEN OUTPUT intake-log-file
           END-IF
           IF ws-intake-log-status NOT = "00"
               DISPLAY "ERROR: cannot open intake log, status "
                   ws-intake-log-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT report-file
           IF ws-report-status NOT = "00"
               DISPLAY "ERROR: cannot open intake report, status "
                   ws-report-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-run-date TO rh-run-date
           WRITE report-record FROM ws-report-head-line.

       LOAD-STORE-MASTER.
           OPEN INPUT store-master-file
           IF ws-store-master-status NOT = "00"
               DISPLAY "ERROR: cannot open store master, status "
                   ws-store-master-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ws-store-master-eof
               READ store-master-file
                   AT END SET ws-store-master-eof TO TRUE
                   NOT AT END PERFORM LOAD-STORE-RECORD
               END-READ
           END-PERFORM
           CLOSE store-master-file.

       LOAD-STORE-RECORD.
           IF sm-store-no NOT NUMERIC
               DISPLAY "WARNING: store master record with invalid "
                   "store number skipped"
           ELSE
               IF ws-store-count >= 999
                   DISPLAY "ERROR: store table full"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ws-store-count
               MOVE sm-store-no TO st-store-no(ws-store-count)
               MOVE sm-name TO st-name(ws-store-count)
               MOVE sm-region TO st-region(ws-store-count)
               MOVE sm-status TO st-status(ws-store-count)
           END-IF.

       FIND-STORE-MASTER.
           MOVE ZERO TO ws-store-slot
           PERFORM VARYING ws-store-idx FROM 1 BY 1
                   UNTIL ws-store-idx > ws-store-count
               IF st-store-no(ws-store-idx) = ws-cur-store-no
                   MOVE ws-store-idx TO ws-store-slot
               END-IF
           END-PERFORM.

       PROCESS-UPLOAD.
           ADD 1 TO ws-file-count
           MOVE um-file-name TO ws-upload-name
           IF um-received-date NUMERIC
               MOVE um-received-date TO ws-received-date
           ELSE
               MOVE ws-run-date TO ws-received-date
           END-IF
           IF um-received-time NUMERIC
               MOVE um-received-time TO ws-received-time
           ELSE
               MOVE ws-run-time(1:6) TO ws-received-time
           END-IF
           SET ws-file-accepted TO TRUE
           MOVE SPACES TO ws-file-reason
           PERFORM VERIFY-UPLOAD
           IF ws-file-accepted
               PERFORM CHECK-STORE-DAYS
           END-IF
           MOVE ws-upload-name TO fl-file-name
           MOVE ws-batch-count TO fl-batch-count
           MOVE ws-file-record-count TO fl-record-count
           MOVE ws-file-reason TO fl-reason
           EVALUATE TRUE
               WHEN ws-file-accepted
                   ADD 1 TO ws-accepted-count
                   MOVE "LOADED" TO fl-disposition
                   PERFORM LOAD-UPLOAD
               WHEN ws-file-held
                   ADD 1 TO ws-held-count
                   MOVE "HELD" TO fl-disposition
               WHEN OTHER
                   ADD 1 TO ws-rejected-count
                   MOVE "REJECTED" TO fl-disposition
           END-EVALUATE
           WRITE report-record FROM ws-file-line
           PERFORM VARYING ws-batch-idx FROM 1 BY 1
                   UNTIL ws-batch-idx > ws-batch-count
               PERFORM WRITE-STORE-DAY-LINE
           END-PERFORM
           IF ws-batch-count = ZERO
               MOVE ZERO TO il-store-no
               MOVE ZERO TO il-business-date
               MOVE ws-file-record-count TO il-record-count
               MOVE ZERO TO il-hash
               MOVE ws-file-reason TO il-disposition
               PERFORM WRITE-INTAKE-LOG
           END-IF.

       VERIFY-UPLOAD.
           MOVE ZERO TO ws-batch-count
           MOVE ZERO TO ws-file-record-count
           MOVE "N" TO ws-batch-active
           OPEN INPUT upload-file
           IF ws-upload-status NOT = "00"
               SET ws-file-rejected TO TRUE
               MOVE "CANNOT OPEN FILE" TO ws-file-reason
           ELSE
               MOVE "N" TO ws-upload-eof-flag
               PERFORM UNTIL ws-upload-eof OR ws-file-rejected
                   READ upload-file
                       AT END SET ws-upload-eof TO TRUE
                       NOT AT END PERFORM TALLY-UPLOAD-RECORD
                   END-READ
               END-PERFORM
               CLOSE upload-file
               IF ws-in-batch
                   AND fb-status(ws-batch-count) = SPACES
                   MOVE "NO TRAILER" TO fb-status(ws-batch-count)
               END-IF
               IF ws-file-accepted
                   IF ws-batch-count = ZERO
                       SET ws-file-rejected TO TRUE
                       MOVE "NO STORE-DAY HEADER" TO ws-file-reason
                   ELSE
                       PERFORM VARYING ws-batch-idx FROM 1 BY 1
                               UNTIL ws-batch-idx > ws-batch-count
                           IF fb-status(ws-batch-idx) NOT = "OK"
                               AND ws-file-accepted
                               SET ws-file-rejected TO TRUE
                               MOVE fb-status(ws-batch-idx) TO
                                   ws-file-reason
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

       TALLY-UPLOAD-RECORD.
           ADD 1 TO ws-file-record-count
           EVALUATE TRUE
               WHEN up-rec-header
                   IF ws-in-batch
                       AND fb-status(ws-batch-count) = SPACES
                       MOVE "NO TRAILER" TO fb-status(ws-batch-count)
                   END-IF
                   IF ws-batch-count >= 31
                       SET ws-file-rejected TO TRUE
                       MOVE "TOO MANY STORE-DAYS" TO ws-file-reason
                   ELSE
                       ADD 1 TO ws-batch-count
                       SET ws-in-batch TO TRUE
                       MOVE ZERO TO fb-store-no(ws-batch-count)
                       MOVE ZERO TO fb-business-date(ws-batch-count)
                       MOVE ZERO TO fb-declared-count(ws-batch-count)
                       MOVE ZERO TO fb-read-count(ws-batch-count)
                       MOVE ZERO TO fb-declared-hash(ws-batch-count)
                       MOVE ZERO TO fb-read-hash(ws-batch-count)
                       MOVE SPACES TO fb-status(ws-batch-count)
                       EVALUATE TRUE
                           WHEN up-store-no NOT NUMERIC
                               MOVE "BAD HEADER" TO
                                   fb-status(ws-batch-count)
                           WHEN up-business-date NOT NUMERIC
                               MOVE "BAD HEADER" TO
                                   fb-status(ws-batch-count)
                           WHEN FUNCTION TEST-DATE-YYYYMMDD
                                   (up-business-date) NOT = ZERO
                               MOVE "BAD HEADER" TO
                                   fb-status(ws-batch-count)
                           WHEN up-business-date > ws-run-date
                               MOVE "FUTURE DATE" TO
                                   fb-status(ws-batch-count)
                           WHEN OTHER
                               MOVE up-store-no TO
                                   fb-store-no(ws-batch-count)
                               MOVE up-business-date TO
                                   fb-business-date(ws-batch-count)
                       END-EVALUATE
                   END-IF
               WHEN up-rec-trailer
                   IF NOT ws-in-batch
                       SET ws-file-rejected TO TRUE
                       MOVE "TRAILER WITHOUT HEADER" TO ws-file-reason
                   ELSE
                       IF fb-status(ws-batch-count) = SPACES
                           IF up-trailer-count NUMERIC
                               MOVE up-trailer-count TO
                                   fb-declared-count(ws-batch-count)
                           END-IF
                           IF up-trailer-hash NUMERIC
                               MOVE up-trailer-hash TO
                                   fb-declared-hash(ws-batch-count)
                           END-IF
                           EVALUATE TRUE
                               WHEN fb-declared-count(ws-batch-count)
                                   NOT = fb-read-count(ws-batch-count)
                                   MOVE "BAD COUNT" TO
                                       fb-status(ws-batch-count)
                               WHEN fb-declared-hash(ws-batch-count)
                                   NOT = fb-read-hash(ws-batch-count)
                                   MOVE "BAD HASH" TO
                                       fb-status(ws-batch-count)
                               WHEN OTHER
                                   MOVE "OK" TO
                                       fb-status(ws-batch-count)
                           END-EVALUATE
                       END-IF
                   END-IF
               WHEN OTHER
                   IF NOT ws-in-batch
                       SET ws-file-rejected TO TRUE
                       MOVE "DETAIL BEFORE HEADER" TO ws-file-reason
                   ELSE
                       IF fb-status(ws-batch-count) = SPACES
                           ADD 1 TO fb-read-count(ws-batch-count)
                           IF up-before-tax NUMERIC
                               ADD up-before-tax TO
                                   fb-read-hash(ws-batch-count)
                           END-IF
                       ELSE
                           IF fb-status(ws-batch-count) = "OK"
                               MOVE "EXTRA RECS" TO
                                   fb-status(ws-batch-count)
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       CHECK-STORE-DAYS.
           PERFORM VARYING ws-batch-idx FROM 1 BY 1
                   UNTIL ws-batch-idx > ws-batch-count
               MOVE fb-store-no(ws-batch-idx) TO ws-cur-store-no
               PERFORM FIND-STORE-MASTER
               EVALUATE TRUE
                   WHEN ws-store-slot = ZERO
                       MOVE "UNKNOWN STORE" TO fb-status(ws-batch-idx)
                   WHEN NOT st-active(ws-store-slot)
                       MOVE "STORE NOT ACTIVE" TO
                           fb-status(ws-batch-idx)
                   WHEN OTHER
                       PERFORM VARYING ws-dup-idx FROM 1 BY 1
                               UNTIL ws-dup-idx >= ws-batch-idx
                           IF fb-store-no(ws-dup-idx) =
                                   fb-store-no(ws-batch-idx)
                               AND fb-business-date(ws-dup-idx) =
                                   fb-business-date(ws-batch-idx)
                               MOVE "DUP IN FILE" TO
                                   fb-status(ws-batch-idx)
                           END-IF
                       END-PERFORM
               END-EVALUATE
               IF fb-status(ws-batch-idx) NOT = "OK"
                   IF ws-file-accepted
                       SET ws-file-rejected TO TRUE
                       MOVE fb-status(ws-batch-idx) TO ws-file-reason
                   END-IF
               ELSE
                   MOVE fb-store-no(ws-batch-idx) TO ih-store-no
                   MOVE fb-business-date(ws-batch-idx) TO
                       ih-business-date
                   READ intake-his-file
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "ALREADY LOADED" TO
                               fb-status(ws-batch-idx)
                   END-READ
                   PERFORM VARYING ws-loaded-idx FROM 1 BY 1
                           UNTIL ws-loaded-idx > ws-store-day-count
                       IF ld-store-no(ws-loaded-idx) =
                               fb-store-no(ws-batch-idx)
                           AND ld-business-date(ws-loaded-idx) =
                               fb-business-date(ws-batch-idx)
                           MOVE "ALREADY LOADED" TO
                               fb-status(ws-batch-idx)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF ws-file-accepted
               PERFORM VARYING ws-batch-idx FROM 1 BY 1
                       UNTIL ws-batch-idx > ws-batch-count
                   IF fb-status(ws-batch-idx) = "ALREADY LOADED"
                       SET ws-file-held TO TRUE
                       MOVE "STORE-DAY ALREADY LOADED" TO
                           ws-file-reason
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-UPLOAD.
           OPEN INPUT upload-file
           IF ws-upload-status NOT = "00"
               DISPLAY "ERROR: cannot reopen upload " ws-upload-name
                   ", status " ws-upload-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO ws-upload-eof-flag
           PERFORM UNTIL ws-upload-eof
               READ upload-file
                   AT END SET ws-upload-eof TO TRUE
                   NOT AT END PERFORM STAGE-UPLOAD-RECORD
               END-READ
           END-PERFORM
           CLOSE upload-file
           PERFORM VARYING ws-batch-idx FROM 1 BY 1
                   UNTIL ws-batch-idx > ws-batch-count
               IF ws-store-day-count >= 5000
                   DISPLAY "ERROR: loaded store-day table full"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ws-store-day-count
               MOVE fb-store-no(ws-batch-idx) TO
                   ld-store-no(ws-store-day-count)
               MOVE fb-business-date(ws-batch-idx) TO
                   ld-business-date(ws-store-day-count)
               MOVE ws-upload-name TO ld-file-name(ws-store-day-count)
               MOVE ws-received-date TO
                   ld-received-date(ws-store-day-count)
               MOVE ws-received-time TO
                   ld-received-time(ws-store-day-count)
               MOVE fb-read-count(ws-batch-idx) TO
                   ld-record-count(ws-store-day-count)
               MOVE fb-read-hash(ws-batch-idx) TO
                   ld-hash(ws-store-day-count)
           END-PERFORM.

       STAGE-UPLOAD-RECORD.
           EVALUATE TRUE
               WHEN up-rec-header
                   MOVE up-store-no TO ws-cur-store-no
                   MOVE up-business-date TO ws-cur-business-date
                   MOVE ZERO TO ws-seq
               WHEN up-rec-trailer
                   MOVE 9999999 TO ws-seq
               WHEN OTHER
                   ADD 1 TO ws-seq
           END-EVALUATE
           MOVE ws-cur-store-no TO iw-store-no
           MOVE ws-cur-business-date TO iw-business-date
           MOVE ws-seq TO iw-seq
           MOVE upload-record TO iw-txn-record
           WRITE intake-work-record
               INVALID KEY
                   DISPLAY "ERROR: intake work write failed, store "
                       iw-store-no " date " iw-business-date
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

       WRITE-STORE-DAY-LINE.
           MOVE fb-store-no(ws-batch-idx) TO sl-store-no
           MOVE fb-business-date(ws-batch-idx) TO sl-business-date
           MOVE fb-read-count(ws-batch-idx) TO sl-record-count
           MOVE fb-read-hash(ws-batch-idx) TO sl-hash
           EVALUATE TRUE
               WHEN ws-file-accepted
                   MOVE "LOADED" TO sl-status
               WHEN ws-file-held
                   IF fb-status(ws-batch-idx) = "ALREADY LOADED"
                       MOVE "HELD - ALREADY LOADED" TO sl-status
                   ELSE
                       MOVE "HELD FOR REVIEW" TO sl-status
                   END-IF
               WHEN fb-status(ws-batch-idx) = "OK" OR SPACES
                   MOVE "REJECTED WITH FILE" TO sl-status
               WHEN OTHER
                   MOVE fb-status(ws-batch-idx) TO sl-status
           END-EVALUATE
           WRITE report-record FROM ws-store-day-line
           MOVE fb-store-no(ws-batch-idx) TO il-store-no
           MOVE fb-business-date(ws-batch-idx) TO il-business-date
           MOVE fb-read-count(ws-batch-idx) TO il-record-count
           MOVE fb-read-hash(ws-batch-idx) TO il-hash
           MOVE sl-status TO il-disposition
           PERFORM WRITE-INTAKE-LOG.

       WRITE-INTAKE-LOG.
           MOVE ws-run-date TO il-run-date
           MOVE ws-run-time TO il-run-time
           MOVE ws-upload-name TO il-file-name
           MOVE ws-received-date TO il-received-date
           MOVE ws-received-time TO il-received-time
           WRITE intake-log-record.

       WRITE-MERGED-FILE.
           IF ws-accepted-count = ZERO
               DISPLAY "WARNING: no uploads accepted, SALETXN.DAT "
                   "not replaced"
           ELSE
               OPEN OUTPUT txn-file
               IF ws-txn-status NOT = "00"
                   DISPLAY "ERROR: cannot open transaction file, "
                       "status " ws-txn-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO ws-work-eof-flag
               MOVE LOW-VALUES TO iw-key
               START intake-work-file KEY NOT < iw-key
                   INVALID KEY SET ws-work-eof TO TRUE
               END-START
               PERFORM UNTIL ws-work-eof
                   READ intake-work-file NEXT
                       AT END SET ws-work-eof TO TRUE
                       NOT AT END
                           MOVE iw-txn-record TO txn-record
                           WRITE txn-record
                           IF ws-txn-status NOT = "00"
                               DISPLAY "ERROR: transaction file write "
                                   "failed, status " ws-txn-status
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO ws-merged-count
                   END-READ
               END-PERFORM
               CLOSE txn-file
               IF ws-txn-status NOT = "00"
                   DISPLAY "ERROR: transaction file close failed, "
                       "status " ws-txn-status
                   DISPLAY "ERROR: intake history not updated"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VARYING ws-loaded-idx FROM 1 BY 1
                           UNTIL ws-loaded-idx > ws-store-day-count
                       PERFORM WRITE-INTAKE-HISTORY
                   END-PERFORM
               END-IF
           END-IF.

       WRITE-INTAKE-HISTORY.
           MOVE ld-store-no(ws-loaded-idx) TO ih-store-no
           MOVE ld-business-date(ws-loaded-idx) TO ih-business-date
           MOVE ld-file-name(ws-loaded-idx) TO ih-file-name
           MOVE ld-received-date(ws-loaded-idx) TO ih-received-date
           MOVE ld-received-time(ws-loaded-idx) TO ih-received-time
           MOVE ws-run-date TO ih-loaded-date
           MOVE ws-run-time TO ih-loaded-time
           MOVE ld-record-count(ws-loaded-idx) TO ih-record-count
           MOVE ld-hash(ws-loaded-idx) TO ih-hash
           WRITE intake-his-record
               INVALID KEY
                   DISPLAY "ERROR: intake history write failed, "
                       "store " ih-store-no " date " ih-business-date
                   MOVE 8 TO RETURN-CODE
           END-WRITE.

       WRITE-MISSING-REPORT.
           MOVE FUNCTION DATE-OF-INTEGER(ws-window-integer) TO
               mh-from-date
           MOVE ws-window-end TO mh-to-date
           WRITE report-record FROM ws-missing-head-line
           PERFORM VARYING ws-store-idx FROM 1 BY 1
                   UNTIL ws-store-idx > ws-store-count
               IF st-active(ws-store-idx)
                   PERFORM VARYING ws-day-idx FROM ZERO BY 1
                           UNTIL ws-day-idx >= ws-window-days
                       COMPUTE ws-check-integer =
                           ws-window-integer + ws-day-idx
                       MOVE FUNCTION DATE-OF-INTEGER(ws-check-integer)
                           TO ws-check-date
                       PERFORM CHECK-STORE-DAY-RECEIVED
                   END-PERFORM
               END-IF
           END-PERFORM.

       CHECK-STORE-DAY-RECEIVED.
           MOVE st-store-no(ws-store-idx) TO ih-store-no
           MOVE ws-check-date TO ih-business-date
           MOVE st-store-no(ws-store-idx) TO ml-store-no
           MOVE st-name(ws-store-idx) TO ml-name
           MOVE st-region(ws-store-idx) TO ml-region
           MOVE ws-check-date TO ml-business-date
           MOVE "Y" TO ws-his-found-flag
           READ intake-his-file
               INVALID KEY MOVE "N" TO ws-his-found-flag
           END-READ
           IF ws-his-found
               COMPUTE ws-late-integer =
                   FUNCTION INTEGER-OF-DATE(ih-received-date)
               IF ws-late-integer > ws-check-integer + 1
                   ADD 1 TO ws-late-count
                   MOVE "LATE" TO ml-status
                   MOVE ih-received-date TO ml-received-date
                   MOVE ih-received-time TO ml-received-time
                   WRITE report-record FROM ws-missing-line
               END-IF
           ELSE
               ADD 1 TO ws-missing-count
               MOVE "MISSING" TO ml-status
               MOVE SPACES TO ml-received-date
               MOVE SPACES TO ml-received-time
               WRITE report-record FROM ws-missing-line
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE ws-file-count TO rt-file-count
           MOVE ws-accepted-count TO rt-accepted-count
           MOVE ws-rejected-count TO rt-rejected-count
           MOVE ws-held-count TO rt-held-count
           MOVE ws-store-day-count TO rt-store-day-count
           MOVE ws-merged-count TO rt-merged-count
           MOVE ws-missing-count TO rt-missing-count
           MOVE ws-late-count TO rt-late-count
           WRITE report-record FROM ws-report-total-line.

       CLOSE-FILES.
           CLOSE manifest-file
           CLOSE intake-his-file
           CLOSE intake-work-file
           CLOSE intake-log-file
           CLOSE report-file.
