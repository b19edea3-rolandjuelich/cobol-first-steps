       IDENTIFICATION DIVISION.
       PROGRAM-ID. RemitConv.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT old-mtd-file ASSIGN TO "REMITMTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS om-key
               FILE STATUS IS ws-old-mtd-status.
           SELECT new-mtd-file ASSIGN TO "REMITMTDN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS nm-key
               FILE STATUS IS ws-new-mtd-status.
           SELECT old-his-file ASSIGN TO "REMITHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS oh-key
               FILE STATUS IS ws-old-his-status.
           SELECT new-his-file ASSIGN TO "REMITHISN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS nh-key
               FILE STATUS IS ws-new-his-status.
       DATA DIVISION.
       FILE SECTION.
       FD  old-mtd-file.
       01  old-mtd-record.
           05  om-key.
               10  om-period         PIC 9(6).
               10  om-juris          PIC X(4).
           05  om-amounts            PIC X(74).

       FD  new-mtd-file.
       01  new-mtd-record.
           05  nm-key.
               10  nm-period         PIC 9(6).
               10  nm-juris          PIC X(4).
               10  nm-line-type      PIC X(1).
           05  nm-amounts            PIC X(74).

       FD  old-his-file.
       01  old-his-record.
           05  oh-key.
               10  oh-period         PIC 9(6).
               10  oh-juris          PIC X(4).
           05  oh-amounts            PIC X(74).

       FD  new-his-file.
       01  new-his-record.
           05  nh-key.
               10  nh-period         PIC 9(6).
               10  nh-juris          PIC X(4).
               10  nh-line-type      PIC X(1).
           05  nh-amounts            PIC X(74).

       WORKING-STORAGE SECTION.
       01  ws-old-mtd-status         PIC XX.
       01  ws-new-mtd-status         PIC XX.
       01  ws-old-his-status         PIC XX.
       01  ws-new-his-status         PIC XX.
       01  ws-eof-flag               PIC X VALUE "N".
           88  ws-eof                VALUE "Y".
       01  ws-mtd-read-count         PIC 9(7) VALUE ZERO.
       01  ws-his-read-count         PIC 9(7) VALUE ZERO.
       01  ws-written-count          PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM CONVERT-REMIT-MTD
           PERFORM CONVERT-REMIT-HISTORY
           DISPLAY "RemitConv read " ws-mtd-read-count
               " month-to-date and " ws-his-read-count
               " history records, written " ws-written-count
           DISPLAY "Replace REMITMTD.DAT with REMITMTDN.DAT and "
               "REMITHIS.DAT with REMITHISN.DAT to complete the "
               "conversion"
           STOP RUN.

       CONVERT-REMIT-MTD.
           OPEN INPUT old-mtd-file
           IF ws-old-mtd-status = "35"
               DISPLAY "RemitConv: no remittance master to convert"
           ELSE
               IF ws-old-mtd-status NOT = "00"
                   DISPLAY "ERROR: cannot open remittance master, "
                       "status " ws-old-mtd-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT new-mtd-file
               IF ws-new-mtd-status NOT = "00"
                   DISPLAY "ERROR: cannot open converted remittance "
                       "master, status " ws-new-mtd-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO ws-eof-flag
               MOVE LOW-VALUES TO om-key
               START old-mtd-file KEY NOT < om-key
                   INVALID KEY SET ws-eof TO TRUE
               END-START
               PERFORM UNTIL ws-eof
                   READ old-mtd-file NEXT
                       AT END SET ws-eof TO TRUE
                       NOT AT END PERFORM CONVERT-MTD-RECORD
                   END-READ
               END-PERFORM
               CLOSE old-mtd-file
               CLOSE new-mtd-file
           END-IF.

       CONVERT-MTD-RECORD.
           ADD 1 TO ws-mtd-read-count
           MOVE om-period TO nm-period
           MOVE om-juris TO nm-juris
           MOVE "S" TO nm-line-type
           MOVE om-amounts TO nm-amounts
           WRITE new-mtd-record
               INVALID KEY
                   DISPLAY "ERROR: converted remittance master write "
                       "failed, jurisdiction " nm-juris
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO ws-written-count.

       CONVERT-REMIT-HISTORY.
           OPEN INPUT old-his-file
           IF ws-old-his-status = "35"
               DISPLAY "RemitConv: no remittance history to convert"
           ELSE
               IF ws-old-his-status NOT = "00"
                   DISPLAY "ERROR: cannot open remittance history, "
                       "status " ws-old-his-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT new-his-file
               IF ws-new-his-status NOT = "00"
                   DISPLAY "ERROR: cannot open converted remittance "
                       "history, status " ws-new-his-status
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO ws-eof-flag
               MOVE LOW-VALUES TO oh-key
               START old-his-file KEY NOT < oh-key
                   INVALID KEY SET ws-eof TO TRUE
               END-START
               PERFORM UNTIL ws-eof
                   READ old-his-file NEXT
                       AT END SET ws-eof TO TRUE
                       NOT AT END PERFORM CONVERT-HIS-RECORD
                   END-READ
               END-PERFORM
               CLOSE old-his-file
               CLOSE new-his-file
           END-IF.

       CONVERT-HIS-RECORD.
           ADD 1 TO ws-his-read-count
           MOVE oh-period TO nh-period
           MOVE oh-juris TO nh-juris
           MOVE "S" TO nh-line-type
           MOVE oh-amounts TO nh-amounts
           WRITE new-his-record
               INVALID KEY
                   DISPLAY "ERROR: converted remittance history "
                       "write failed, jurisdiction " nh-juris
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO ws-written-count.
