       01  old-history-record.
           05  oh-invoice-no         PIC 9(6).
           05  oh-processed-date     PIC 9(8).
           05  oh-type-code          PIC X(1).
           05  oh-before-tax         PIC S9(7)V99.
           05  oh-jurisdiction       PIC X(4).
           05  oh-category           PIC X(2).
           05  oh-state-tax          PIC S9(7)V99.
           05  oh-county-tax         PIC S9(7)V99.
           05  oh-city-tax           PIC S9(7)V99.
           05  oh-credit-amount      PIC 9(9)V99.
           05  oh-credit-tax         PIC 9(9)V99.

       FD  new-history-file.
       01  new-history-record.
           05  nh-invoice-no         PIC 9(6).
           05  nh-processed-date     PIC 9(8).
           05  nh-type-code          PIC X(1).
               88  nh-is-credit      VALUE "C".
           05  nh-before-tax         PIC S9(7)V99.
           05  nh-jurisdiction       PIC X(4).
           05  nh-category           PIC X(2).
           05  nh-city-tax           PIC S9(7)V99.
           05  nh-credit-amount      PIC 9(9)V99.
           05  nh-credit-tax         PIC 9(9)V99.
           05  nh-sale-date          PIC 9(8).
           05  nh-posting-period     PIC 9(6).
           05  nh-exemption-code     PIC X(1).
               88  nh-exemption-unknown VALUE "U".
           05  nh-orig-invoice-no    PIC 9(6).

       WORKING-STORAGE SECTION.
       01  ws-old-history-status     PIC XX.
           88  ws-eof                VALUE "Y".
       01  ws-read-count             PIC 9(7) VALUE ZERO.
       01  ws-written-count          PIC 9(7) VALUE ZERO.
       01  ws-unknown-count          PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
           END-PERFORM
           DISPLAY "HistConv read " ws-read-count
               ", written " ws-written-count
               ", exemption unknown " ws-unknown-count
           DISPLAY "Replace INVHIST.DAT with INVHISTN.DAT to "
               "complete the conversion"
           PERFORM CLOSE-FILES
           ELSE
               MOVE ZERO TO nh-processed-date
           END-IF
           MOVE oh-type-code TO nh-type-code
           MOVE oh-jurisdiction TO nh-jurisdiction
           MOVE oh-category TO nh-category
           IF oh-before-tax NUMERIC
               MOVE oh-before-tax TO nh-before-tax
           ELSE
               MOVE ZERO TO nh-before-tax
           END-IF
           IF oh-state-tax NUMERIC AND oh-county-tax NUMERIC
                   AND oh-city-tax NUMERIC
               MOVE oh-state-tax TO nh-state-tax
               MOVE oh-county-tax TO nh-county-tax
               MOVE oh-city-tax TO nh-city-tax
           ELSE
               MOVE ZERO TO nh-state-tax
               MOVE ZERO TO nh-county-tax
               MOVE ZERO TO nh-city-tax
           END-IF
           IF oh-credit-amount NUMERIC AND oh-credit-tax NUMERIC
               MOVE oh-credit-amount TO nh-credit-amount
               MOVE oh-credit-tax TO nh-credit-tax
           ELSE
               MOVE ZERO TO nh-credit-amount
               MOVE ZERO TO nh-credit-tax
           END-IF
           MOVE nh-processed-date TO nh-sale-date
           MOVE nh-processed-date(1:6) TO nh-posting-period
           MOVE SPACES TO nh-exemption-code
           IF NOT nh-is-credit
               AND nh-before-tax NOT = ZERO
               AND nh-state-tax = ZERO
               AND nh-county-tax = ZERO
               AND nh-city-tax = ZERO
               SET nh-exemption-unknown TO TRUE
               ADD 1 TO ws-unknown-count
           END-IF
           MOVE ZERO TO nh-orig-invoice-no
           WRITE new-history-record
               INVALID KEY
                   DISPLAY "ERROR: converted history write failed, "
