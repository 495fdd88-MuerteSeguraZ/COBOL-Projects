       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDEXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-CRED-FILE ASSIGN TO "HTTPCRED"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CRD-FILE-STATUS.

           SELECT EXPIRY-PARM-FILE ASSIGN TO "CREDEXPPRM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT EXPIRY-REPORT-FILE ASSIGN TO "CREDEXPRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CXR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> Shares the HTTPCRED layout read by the web handler and
       *> maintained through CARDMAINT.
       FD  AUTH-CRED-FILE.
       01  AUTH-CRED-RECORD.
           05 AC-CREDENTIAL        PIC X(64).
           05 FILLER               PIC X(1).
           05 AC-ROLE              PIC X(8).
           05 FILLER               PIC X(1).
           05 AC-OWNER             PIC X(16).
           05 AC-EXPIRES           PIC X(8).
           05 AC-STATUS            PIC X(1).
              88 AC-LOCKED               VALUE "L".
              88 AC-REVOKED              VALUE "R".
           05 FILLER               PIC X(1).

       *> Optional: how many days ahead to look (default 30).
       FD  EXPIRY-PARM-FILE.
       01  EXPIRY-PARM-RECORD.
           05 PARM-DAYS-AHEAD      PIC 9(3).

       FD  EXPIRY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  EXPIRY-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.

       01 CRD-FILE-STATUS   PIC X(2) VALUE "00".
       01 PARM-FILE-STATUS  PIC X(2) VALUE "00".
       01 CXR-FILE-STATUS   PIC X(2) VALUE "00".

       01 CRD-EOF-SW        PIC X(1) VALUE "N".
          88 CRD-EOF               VALUE "Y".

       01 DAYS-AHEAD        PIC 9(3) COMP-5 VALUE 30.
       01 TODAY-DATE        PIC 9(8) VALUE 0.
       01 TODAY-DAYNUM      PIC 9(9) COMP-5 VALUE 0.
       01 EXPIRES-NUM       PIC 9(8) VALUE 0.
       01 DAYS-LEFT         PIC S9(9) COMP-5 VALUE 0.
       01 LINE-STATE        PIC X(10) VALUE SPACES.
       01 LIST-LINE-SW      PIC X(1) VALUE "N".
          88 LIST-THIS-LINE        VALUE "Y".

       01 READ-COUNT        PIC 9(5) COMP-5 VALUE 0.
       01 EXPIRING-COUNT    PIC 9(5) COMP-5 VALUE 0.
       01 EXPIRED-COUNT     PIC 9(5) COMP-5 VALUE 0.
       01 NO-EXPIRY-COUNT   PIC 9(5) COMP-5 VALUE 0.
       01 REVOKED-COUNT     PIC 9(5) COMP-5 VALUE 0.
       01 BAD-DATE-COUNT    PIC 9(5) COMP-5 VALUE 0.

       01 RPT-COUNT-DISP    PIC 9(5) VALUE 0.
       01 RPT-DAYS-DISP     PIC 9(3) VALUE 0.
       01 RPT-LEFT-DISP     PIC -(5)9.

       *> Parameter block for RPTGEN, the shared report generation
       *> keeper. CREDEXPRPT is handed over a line at a time once
       *> written, so earlier runs' reports stay on hand.
       01 REPORT-GEN-PARMS.
          05 RG-FUNCTION       PIC X(1).
          05 RG-REPORT-TYPE    PIC X(10).
          05 RG-PROGRAM        PIC X(14).
          05 RG-RUN-TS         PIC X(14).
          05 RG-GENERATION     PIC 9(5).
          05 RG-LINE-COUNT     PIC 9(7).
          05 RG-LINE           PIC X(180).
       01 RG-EOF-SW         PIC X(1) VALUE "N".
          88 RG-EOF                VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-SECTION.

           DISPLAY "Starting Credential Expiry Report..."
           DISPLAY "----------------------------------"

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE TODAY-DAYNUM = FUNCTION INTEGER-OF-DATE(TODAY-DATE)
           PERFORM READ-EXPIRY-PARMS

           OPEN INPUT AUTH-CRED-FILE
           IF CRD-FILE-STATUS NOT = "00"
               DISPLAY "HTTPCRED credentials file not available,"
                   " status=" CRD-FILE-STATUS
               DISPLAY "Credential Expiry Report terminating."
               STOP RUN
           END-IF

           PERFORM OPEN-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           PERFORM UNTIL CRD-EOF
               READ AUTH-CRED-FILE
                   AT END
                       SET CRD-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-CREDENTIAL-EXPIRY
               END-READ
           END-PERFORM

           PERFORM WRITE-REPORT-SUMMARY
           CLOSE EXPIRY-REPORT-FILE
           PERFORM KEEP-REPORT-GENERATION
           CLOSE AUTH-CRED-FILE

           IF EXPIRING-COUNT > 0 OR EXPIRED-COUNT > 0
               OR BAD-DATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "----------------------------------"
           DISPLAY "Credential Expiry Report Complete:"
           DISPLAY "  Credentials read:     " READ-COUNT
           DISPLAY "  Expiring in window:   " EXPIRING-COUNT
           DISPLAY "  Already expired:      " EXPIRED-COUNT
           DISPLAY "  No expiry set:        " NO-EXPIRY-COUNT
           DISPLAY "  Bad expiry date:      " BAD-DATE-COUNT

           STOP RUN.

       READ-EXPIRY-PARMS.
           OPEN INPUT EXPIRY-PARM-FILE
           IF PARM-FILE-STATUS = "00"
               READ EXPIRY-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DAYS-AHEAD IS NUMERIC
                           MOVE PARM-DAYS-AHEAD TO DAYS-AHEAD
                       ELSE
                           DISPLAY "CREDEXPPRM days is not numeric,"
                               " using 30."
                       END-IF
               END-READ
               CLOSE EXPIRY-PARM-FILE
           END-IF.

       *> Revoked lines are out of service for good and are only
       *> counted. Everything else with a date inside the window,
       *> already past it, or not a real date is listed; locked
       *> lines are listed too, since an unlock would bring the
       *> expiry straight back into play.
       CHECK-CREDENTIAL-EXPIRY.
           ADD 1 TO READ-COUNT
           MOVE "N" TO LIST-LINE-SW
           MOVE 0 TO DAYS-LEFT
           IF AC-REVOKED
               ADD 1 TO REVOKED-COUNT
           ELSE
               IF AC-EXPIRES = SPACES
                   ADD 1 TO NO-EXPIRY-COUNT
               ELSE
                   PERFORM CHECK-EXPIRY-DATE
               END-IF
           END-IF
           IF LIST-THIS-LINE
               PERFORM WRITE-CREDENTIAL-LINE
           END-IF.

       CHECK-EXPIRY-DATE.
           MOVE 0 TO EXPIRES-NUM
           IF AC-EXPIRES IS NUMERIC
               MOVE AC-EXPIRES TO EXPIRES-NUM
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(EXPIRES-NUM) NOT = 0
               MOVE "BAD DATE" TO LINE-STATE
               ADD 1 TO BAD-DATE-COUNT
               SET LIST-THIS-LINE TO TRUE
           ELSE
               COMPUTE DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(EXPIRES-NUM) - TODAY-DAYNUM
               IF DAYS-LEFT < 0
                   MOVE "EXPIRED" TO LINE-STATE
                   ADD 1 TO EXPIRED-COUNT
                   SET LIST-THIS-LINE TO TRUE
               ELSE IF DAYS-LEFT <= DAYS-AHEAD
                   MOVE "EXPIRING" TO LINE-STATE
                   ADD 1 TO EXPIRING-COUNT
                   SET LIST-THIS-LINE TO TRUE
               END-IF
           END-IF.

       *> The credential is shown only as its "Basic " prefix and
       *> first encoded characters - enough to find the line in
       *> CARDMAINT without putting the secret on paper.
       WRITE-CREDENTIAL-LINE.
           MOVE DAYS-LEFT TO RPT-LEFT-DISP
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           MOVE AC-OWNER               TO EXPIRY-REPORT-RECORD(1:16)
           MOVE AC-ROLE                TO EXPIRY-REPORT-RECORD(19:8)
           MOVE AC-CREDENTIAL(1:12)    TO EXPIRY-REPORT-RECORD(29:12)
           MOVE "..."                  TO EXPIRY-REPORT-RECORD(41:3)
           MOVE AC-EXPIRES             TO EXPIRY-REPORT-RECORD(46:8)
           IF LINE-STATE NOT = "BAD DATE"
               MOVE RPT-LEFT-DISP      TO EXPIRY-REPORT-RECORD(56:6)
           END-IF
           MOVE LINE-STATE             TO EXPIRY-REPORT-RECORD(64:8)
           IF AC-LOCKED
               MOVE "LOCKED"           TO EXPIRY-REPORT-RECORD(74:6)
           END-IF
           WRITE EXPIRY-REPORT-RECORD.

       OPEN-REPORT-FILE.
           OPEN OUTPUT EXPIRY-REPORT-FILE
           IF CXR-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open CREDEXPRPT report file, status="
                   CXR-FILE-STATUS
               DISPLAY "Credential Expiry Report terminating."
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE DAYS-AHEAD TO RPT-DAYS-DISP
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           STRING "CREDENTIAL EXPIRY REPORT - AS OF " TODAY-DATE
                  " - NEXT " RPT-DAYS-DISP " DAYS"
               DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
           END-STRING
           WRITE EXPIRY-REPORT-RECORD

           MOVE SPACES TO EXPIRY-REPORT-RECORD
           WRITE EXPIRY-REPORT-RECORD

           MOVE SPACES TO EXPIRY-REPORT-RECORD
           STRING "OWNER             ROLE      CREDENTIAL       "
                  "EXPIRES     DAYS  STATE     LOCK"
               DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
           END-STRING
           WRITE EXPIRY-REPORT-RECORD

           MOVE SPACES TO EXPIRY-REPORT-RECORD
           STRING "----------------  --------  ---------------  "
                  "--------  ------  --------  ------"
               DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
           END-STRING
           WRITE EXPIRY-REPORT-RECORD.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           WRITE EXPIRY-REPORT-RECORD

           MOVE SPACES TO EXPIRY-REPORT-RECORD
           STRING "CREDENTIAL EXPIRY REPORT COMPLETE"
               DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
           END-STRING
           WRITE EXPIRY-REPORT-RECORD

           MOVE READ-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           STRING "  CREDENTIALS READ:     " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
           END-STRING
           WRITE EXPIRY-REPORT-RECORD

           MOVE EXPIRING-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           STRING "  EXPIRING IN WINDOW:   " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
           END-STRING
           WRITE EXPIRY-REPORT-RECORD

           MOVE EXPIRED-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           STRING "  ALREADY EXPIRED:      " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
           END-STRING
           WRITE EXPIRY-REPORT-RECORD

           MOVE NO-EXPIRY-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           STRING "  NO EXPIRY SET:        " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
           END-STRING
           WRITE EXPIRY-REPORT-RECORD

           MOVE REVOKED-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           STRING "  REVOKED (NOT LISTED): " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
           END-STRING
           WRITE EXPIRY-REPORT-RECORD

           MOVE BAD-DATE-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           STRING "  BAD EXPIRY DATE:      " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
           END-STRING
           WRITE EXPIRY-REPORT-RECORD.

       KEEP-REPORT-GENERATION.
           MOVE SPACES TO REPORT-GEN-PARMS
           MOVE "B" TO RG-FUNCTION
           MOVE "CREDEXPRPT" TO RG-REPORT-TYPE
           PERFORM CALL-REPORT-GEN
           OPEN INPUT EXPIRY-REPORT-FILE
           IF CXR-FILE-STATUS = "00"
               MOVE "N" TO RG-EOF-SW
               PERFORM UNTIL RG-EOF
                   READ EXPIRY-REPORT-FILE
                       AT END
                           SET RG-EOF TO TRUE
                       NOT AT END
                           MOVE "L" TO RG-FUNCTION
                           MOVE EXPIRY-REPORT-RECORD TO RG-LINE
                           PERFORM CALL-REPORT-GEN
                   END-READ
               END-PERFORM
               CLOSE EXPIRY-REPORT-FILE
           END-IF
           MOVE "E" TO RG-FUNCTION
           PERFORM CALL-REPORT-GEN
           IF RG-GENERATION > 0
               DISPLAY "CREDEXPRPT kept as generation " RG-GENERATION
           END-IF.

       CALL-REPORT-GEN.
           MOVE "CREDEXP" TO RG-PROGRAM
           MOVE SPACES TO RG-RUN-TS
           CALL "RPTGEN" USING REPORT-GEN-PARMS.
