               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RTE-FILE-STATUS.

           SELECT FAIL-PARM-FILE ASSIGN TO "HTTPFAIL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FLP-FILE-STATUS.

           SELECT AUTH-CRED-FILE ASSIGN TO "HTTPCRED"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CRD-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ALR-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "DESTAPPR"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS APR-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTAUDIT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       *> The operator card files are read and rewritten whole
       *> through one 80-byte line image; the column layouts below
       *> mirror the records their reader programs declare.
       FD  DIAG-CONTROL-FILE.
       01  DIAG-PARM-RECORD        PIC X(21).

       FD  THREAD-PARM-FILE.
       01  THREAD-PARM-RECORD      PIC X(22).

       FD  JOB-SCHED-FILE.
       01  JOB-SCHED-RECORD        PIC X(57).

       FD  JOB-CANCEL-FILE.
       01  JOB-CANCEL-RECORD       PIC X(30).
       FD  RATE-PARM-FILE.
       01  RATE-PARM-RECORD        PIC X(6).

       FD  FAIL-PARM-FILE.
       01  FAIL-PARM-RECORD        PIC X(7).

       *> Shares the HTTPCRED layout read by the web handler. The
       *> credential itself is never listed or audited here; only
       *> its standing (expiry date, active/locked/revoked) is
       *> maintained, and new credentials are still issued by hand.
       FD  AUTH-CRED-FILE.
       01  AUTH-CRED-RECORD.
           05 AC-CREDENTIAL        PIC X(64).
           05 FILLER               PIC X(1).
           05 AC-ROLE              PIC X(8).
           05 FILLER               PIC X(1).
           05 AC-OWNER             PIC X(16).
           05 AC-EXPIRES           PIC X(8).
           05 AC-STATUS            PIC X(1).
           05 FILLER               PIC X(1).

       *> Shares the ALERTS layout written by ALERTWR. Unlike the
       *> card files it is never rewritten whole: the programs that
       *> raise alerts append to it at any time, so an acknowledge
       *> or close is applied at once to that one line in place.
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           05 AL-ALERT-ID          PIC 9(6).
           05 FILLER               PIC X(1).
           05 AL-STATE             PIC X(1).
              88 AL-OPEN                 VALUE "O".
              88 AL-ACKNOWLEDGED         VALUE "A".
              88 AL-CLOSED               VALUE "C".
           05 FILLER               PIC X(1).
           05 AL-SEVERITY          PIC X(1).
           05 FILLER               PIC X(1).
           05 AL-SOURCE            PIC X(14).
           05 FILLER               PIC X(1).
           05 AL-CODE              PIC X(8).
           05 FILLER               PIC X(1).
           05 AL-OBJECT            PIC X(30).
           05 FILLER               PIC X(1).
           05 AL-FIRST-TS          PIC X(14).
           05 FILLER               PIC X(1).
           05 AL-LAST-TS           PIC X(14).
           05 FILLER               PIC X(1).
           05 AL-COUNT             PIC 9(5).
           05 FILLER               PIC X(1).
           05 AL-TEXT              PIC X(40).
           05 FILLER               PIC X(1).
           05 AL-ACK-BY            PIC X(8).
           05 FILLER               PIC X(1).
           05 AL-ACK-TS            PIC X(14).
           05 FILLER               PIC X(13).

       *> Shares the DESTAPPR layout kept by APPRGATE. Like ALERTS it
       *> is updated a line at a time: requests are appended, and an
       *> approval or rejection is applied at once in place, since
       *> the programs doing the work mark requests used as they go.
       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           05 DA-REQUEST-ID        PIC 9(6).
           05 FILLER               PIC X(1).
           05 DA-STATE             PIC X(1).
              88 DA-PENDING              VALUE "P".
              88 DA-APPROVED             VALUE "A".
              88 DA-REJECTED             VALUE "R".
              88 DA-EXPIRED              VALUE "E".
              88 DA-USED                 VALUE "U".
           05 FILLER               PIC X(1).
           05 DA-ACTION            PIC X(8).
           05 FILLER               PIC X(1).
           05 DA-VOLUME-ID         PIC X(6).
           05 FILLER               PIC X(1).
           05 DA-TARGET-VOLUME     PIC X(6).
           05 FILLER               PIC X(1).
           05 DA-REQUESTED-BY      PIC X(8).
           05 FILLER               PIC X(1).
           05 DA-REQUESTED-TS      PIC X(14).
           05 FILLER               PIC X(1).
           05 DA-EXPIRES           PIC X(8).
           05 FILLER               PIC X(1).
           05 DA-REASON            PIC X(40).
           05 FILLER               PIC X(1).
           05 DA-DECIDED-BY        PIC X(8).
           05 FILLER               PIC X(1).
           05 DA-DECIDED-TS        PIC X(14).
           05 FILLER               PIC X(1).
           05 DA-USED-BY           PIC X(14).
           05 FILLER               PIC X(1).
           05 DA-USED-TS           PIC X(14).
           05 FILLER               PIC X(41).

       *> One line per applied change: who, when, which file, which
       *> action, and the card content after the change (or before
       *> it, for a delete).
       01 JSC-FILE-STATUS   PIC X(2) VALUE "00".
       01 JCX-FILE-STATUS   PIC X(2) VALUE "00".
       01 RTE-FILE-STATUS   PIC X(2) VALUE "00".
       01 FLP-FILE-STATUS   PIC X(2) VALUE "00".
       01 CRD-FILE-STATUS   PIC X(2) VALUE "00".
       01 ALR-FILE-STATUS   PIC X(2) VALUE "00".
       01 APR-FILE-STATUS   PIC X(2) VALUE "00".
       01 AUD-FILE-STATUS   PIC X(2) VALUE "00".

       01 OPERATOR-ID       PIC X(8) VALUE SPACES.
          88 FILE-CHANGED          VALUE "Y".
       01 CURR-FILE-NAME    PIC X(10) VALUE SPACES.

       *> HTTPCRED lines are 100 bytes, wider than LINE-TABLE, so
       *> they get their own image, used only to list and pick
       *> lines; LINE-COUNT still counts them so ASK-LINE-NUMBER
       *> works unchanged.
       01 CRED-TABLE.
          05 CRED-ENTRY OCCURS 200 TIMES PIC X(100).
       01 CRED-LINE.
          05 CL-CREDENTIAL     PIC X(64).
          05 FILLER            PIC X(1).
          05 CL-ROLE           PIC X(8).
          05 FILLER            PIC X(1).
          05 CL-OWNER          PIC X(16).
          05 CL-EXPIRES        PIC X(8).
          05 CL-STATUS         PIC X(1).
             88 CL-LOCKED            VALUE "L".
             88 CL-REVOKED           VALUE "R".
          05 FILLER            PIC X(1).
       01 CRED-STATE-TEXT   PIC X(7) VALUE SPACES.
       01 TODAY-DATE        PIC 9(8) VALUE 0.
       01 EXPIRES-NUM       PIC 9(8) VALUE 0.
       01 CRED-PICKED       PIC X(64) VALUE SPACES.
       01 CRED-ACTION       PIC X(1) VALUE SPACES.
          88 CRED-UNLOCK           VALUE "U".
          88 CRED-EXTEND           VALUE "E".
          88 CRED-REVOKE           VALUE "R".
       01 CRED-FOUND-SW     PIC X(1) VALUE "N".
          88 CRED-FOUND            VALUE "Y".

       *> Operator alerts are picked by alert id, not line number.
       01 IN-ALERT-ID       PIC X(6) VALUE SPACES.
       01 ALERT-ID-NUM      PIC 9(6) VALUE 0.
       01 ALERT-ACTION      PIC X(1) VALUE SPACES.
          88 ALERT-ACK             VALUE "A".
          88 ALERT-CLOSE           VALUE "C".
       01 ALERT-FOUND-SW    PIC X(1) VALUE "N".
          88 ALERT-FOUND           VALUE "Y".
       01 ALERT-SHOWN-COUNT PIC 9(5) COMP-5 VALUE 0.
       01 ALERT-STATE-TEXT  PIC X(12) VALUE SPACES.
       01 ALERT-TS          PIC X(14) VALUE SPACES.
       01 ALERT-CLOCK.
          05 ALERT-HHMMSS      PIC X(6).
          05 FILLER            PIC X(2).

       *> Destructive-action approvals are picked by request id.
       01 IN-REQUEST-ID     PIC X(6) VALUE SPACES.
       01 REQUEST-ID-NUM    PIC 9(6) VALUE 0.
       01 HIGH-REQUEST-ID   PIC 9(6) VALUE 0.
       01 OPEN-REQUEST-ID   PIC 9(6) VALUE 0.
       01 APPR-DECISION     PIC X(1) VALUE SPACES.
          88 APPR-APPROVE          VALUE "A".
          88 APPR-REJECT           VALUE "R".
       01 APPR-FOUND-SW     PIC X(1) VALUE "N".
          88 APPR-FOUND            VALUE "Y".
       01 APPR-SHOWN-COUNT  PIC 9(5) COMP-5 VALUE 0.
       01 APPR-STATE-TEXT   PIC X(8) VALUE SPACES.
       01 VALID-DAYS        PIC 9(2) VALUE 0.
       01 APPR-EXPIRES      PIC 9(8) VALUE 0.

       *> Parameter block for APPRGATE, here only used to expire
       *> stale requests before the screen shows anything.
       01 APPROVAL-PARMS.
          05 AG-FUNCTION       PIC X(1).
          05 AG-ACTION         PIC X(8).
          05 AG-VOLUME-ID      PIC X(6).
          05 AG-TARGET-VOLUME  PIC X(6).
          05 AG-PROGRAM        PIC X(14).
          05 AG-OPERATOR       PIC X(8).
          05 AG-APPROVED-SW    PIC X(1).
          05 AG-REQUEST-ID     PIC 9(6).
          05 AG-REFUSAL        PIC X(40).

       01 WORK-LINE         PIC X(80) VALUE SPACES.
       01 LINE-NUM-IN       PIC X(4) VALUE SPACES.
       01 EDIT-OK-SW        PIC X(1) VALUE "N".
       01 IN-FREQUENCY      PIC X(10) VALUE SPACES.
       01 IN-THRESHOLD-5    PIC X(5) VALUE SPACES.
       01 IN-WINDOW-UNIT    PIC X(1) VALUE SPACES.
       01 IN-URGENT-MINUTES PIC X(4) VALUE SPACES.
       01 IN-DEADLINE-HHMM  PIC X(4) VALUE SPACES.
       01 IN-MAX-FAILURES   PIC X(3) VALUE SPACES.
       01 IN-FAIL-MINUTES   PIC X(4) VALUE SPACES.
       01 IN-EXPIRES        PIC X(8) VALUE SPACES.
       01 IN-CONFIRM        PIC X(1) VALUE SPACES.
       01 IN-ACTION         PIC X(8) VALUE SPACES.
       01 IN-TARGET-VOLUME  PIC X(6) VALUE SPACES.
       01 IN-REASON         PIC X(40) VALUE SPACES.
       01 IN-DAYS           PIC X(2) VALUE SPACES.

       01 AUDIT-DATE        PIC 9(8) VALUE 0.
       01 AUDIT-TIME        PIC 9(6) VALUE 0.
       01 AUDIT-ACTION      PIC X(7) VALUE SPACES.
       01 AUDIT-DETAIL      PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
                       PERFORM MAINTAIN-JOBCANCEL
                   WHEN "6"
                       PERFORM MAINTAIN-HTTPRATE
                   WHEN "7"
                       PERFORM MAINTAIN-HTTPFAIL
                   WHEN "8"
                       PERFORM MAINTAIN-HTTPCRED
                   WHEN "9"
                       PERFORM MAINTAIN-ALERTS
                   WHEN "A"
                       PERFORM MAINTAIN-DESTAPPR
                   WHEN "a"
                       PERFORM MAINTAIN-DESTAPPR
                   WHEN "X"
                       SET MENU-DONE TO TRUE
                   WHEN "x"
           DISPLAY "  4 = JOBSCHED   (recurring job calendar)"
           DISPLAY "  5 = JOBCANCEL  (cancel list)"
           DISPLAY "  6 = HTTPRATE   (rate limiter parm card)"
           DISPLAY "  7 = HTTPFAIL   (login lockout parm card)"
           DISPLAY "  8 = HTTPCRED   (web credentials: unlock, extend,"
               " revoke)"
           DISPLAY "  9 = ALERTS     (operator alerts: acknowledge,"
               " close)"
           DISPLAY "  A = DESTAPPR   (wipe/retire/evacuation"
               " approvals)"
           DISPLAY "  X = exit"
           DISPLAY "Choice: " WITH NO ADVANCING.


       WRITE-AUDIT-LINE.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT ALERT-CLOCK FROM TIME
           MOVE ALERT-HHMMSS TO AUDIT-TIME
           OPEN EXTEND MAINT-AUDIT-FILE
           IF AUD-FILE-STATUS NOT = "00"
               OPEN OUTPUT MAINT-AUDIT-FILE
                               ADD 1 TO LINE-COUNT
                               MOVE SPACES TO LINE-ENTRY(LINE-COUNT)
                               MOVE THREAD-PARM-RECORD
                                   TO LINE-ENTRY(LINE-COUNT) (1:22)
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               PERFORM VARYING LINE-SUB FROM 1 BY 1
                   UNTIL LINE-SUB > LINE-COUNT
                   MOVE LINE-ENTRY(LINE-SUB) (1:22)
                       TO THREAD-PARM-RECORD
                   WRITE THREAD-PARM-RECORD
               END-PERFORM
               DISPLAY "THREADPARM saved."
           END-IF.

       *> Card 1 carries the global thread/retry counts and the
       *> deadline urgency window (blank = COBOL-THREADS default of
       *> 60 minutes); cards after
       *> it are per-type concurrency limits (a limit of 000 is the
       *> quarantine knob - hold every job of the type).
       ADD-THREADPARM-CARD.
           ACCEPT IN-THREADS
           DISPLAY "Max retries (2 digits): " WITH NO ADVANCING
           ACCEPT IN-RETRIES
           DISPLAY "Deadline urgency minutes (4 digits, blank=60): "
               WITH NO ADVANCING
           ACCEPT IN-URGENT-MINUTES
           IF IN-THREADS IS NOT NUMERIC OR IN-THREADS = "000"
               DISPLAY "Rejected: thread count must be numeric > 0."
           ELSE IF IN-RETRIES IS NOT NUMERIC
               DISPLAY "Rejected: max retries is not numeric."
           ELSE IF IN-URGENT-MINUTES NOT = SPACES
               AND (IN-URGENT-MINUTES IS NOT NUMERIC
                    OR IN-URGENT-MINUTES = "0000")
               DISPLAY "Rejected: urgency minutes must be numeric > 0."
           ELSE
               MOVE SPACES TO WORK-LINE
               MOVE IN-THREADS TO WORK-LINE(1:3)
               MOVE IN-RETRIES TO WORK-LINE(4:2)
               MOVE IN-URGENT-MINUTES TO WORK-LINE(19:4)
               SET EDIT-OK TO TRUE
           END-IF.

                               ADD 1 TO LINE-COUNT
                               MOVE SPACES TO LINE-ENTRY(LINE-COUNT)
                               MOVE JOB-SCHED-RECORD
                                   TO LINE-ENTRY(LINE-COUNT) (1:57)
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               PERFORM VARYING LINE-SUB FROM 1 BY 1
                   UNTIL LINE-SUB > LINE-COUNT
                   MOVE LINE-ENTRY(LINE-SUB) (1:57)
                       TO JOB-SCHED-RECORD
                   WRITE JOB-SCHED-RECORD
               END-PERFORM
           ACCEPT IN-PAYLOAD-REF
           DISPLAY "Frequency (DAILY/HOURLY): " WITH NO ADVANCING
           ACCEPT IN-FREQUENCY
           DISPLAY "Deadline time HHMM (blank=none): " WITH NO ADVANCING
           ACCEPT IN-DEADLINE-HHMM
           IF IN-JOB-TYPE = SPACES
               DISPLAY "Rejected: job type is blank."
           ELSE IF IN-PRIORITY IS NOT NUMERIC
           ELSE IF IN-FREQUENCY NOT = "DAILY"
               AND IN-FREQUENCY NOT = "HOURLY"
               DISPLAY "Rejected: frequency must be DAILY or HOURLY."
           ELSE IF IN-DEADLINE-HHMM NOT = SPACES
               AND (IN-DEADLINE-HHMM IS NOT NUMERIC
                    OR IN-DEADLINE-HHMM(1:2) > "23"
                    OR IN-DEADLINE-HHMM(3:2) > "59")
               DISPLAY "Rejected: deadline time must be HHMM."
           ELSE
               MOVE SPACES TO WORK-LINE
               MOVE IN-JOB-TYPE    TO WORK-LINE(1:10)
               MOVE IN-PRIORITY    TO WORK-LINE(11:3)
               MOVE IN-PAYLOAD-REF TO WORK-LINE(14:30)
               MOVE IN-FREQUENCY   TO WORK-LINE(44:10)
               MOVE IN-DEADLINE-HHMM TO WORK-LINE(54:4)
               SET EDIT-OK TO TRUE
           END-IF.

               MOVE IN-WINDOW-UNIT TO WORK-LINE(6:1)
               SET EDIT-OK TO TRUE
           END-IF.

      *> --------------------------------------------------------------
      *> HTTPFAIL - single login lockout parm card
      *> --------------------------------------------------------------
       MAINTAIN-HTTPFAIL.
           MOVE "HTTPFAIL" TO CURR-FILE-NAME
           MOVE 0 TO LINE-COUNT
           OPEN INPUT FAIL-PARM-FILE
           IF FLP-FILE-STATUS = "00"
               READ FAIL-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 1 TO LINE-COUNT
                       MOVE SPACES TO LINE-ENTRY(1)
                       MOVE FAIL-PARM-RECORD TO LINE-ENTRY(1) (1:7)
               END-READ
               CLOSE FAIL-PARM-FILE
           END-IF
           IF LINE-COUNT > 0
               DISPLAY "Current card: [" WITH NO ADVANCING
               DISPLAY LINE-ENTRY(1) (1:7) WITH NO ADVANCING
               DISPLAY "]"
           ELSE
               DISPLAY "No HTTPFAIL card on file yet."
           END-IF
           PERFORM EDIT-HTTPFAIL-FIELDS
           IF EDIT-OK
               OPEN OUTPUT FAIL-PARM-FILE
               IF FLP-FILE-STATUS = "00"
                   MOVE WORK-LINE(1:7) TO FAIL-PARM-RECORD
                   WRITE FAIL-PARM-RECORD
                   CLOSE FAIL-PARM-FILE
                   MOVE "CHANGE" TO AUDIT-ACTION
                   MOVE WORK-LINE TO AUDIT-DETAIL
                   PERFORM WRITE-AUDIT-LINE
                   DISPLAY "HTTPFAIL saved."
               ELSE
                   DISPLAY "Unable to rewrite HTTPFAIL, status="
                       FLP-FILE-STATUS
               END-IF
           END-IF.

       EDIT-HTTPFAIL-FIELDS.
           MOVE "N" TO EDIT-OK-SW
           DISPLAY "Failed logins before lockout (3 digits): "
               WITH NO ADVANCING
           ACCEPT IN-MAX-FAILURES
           DISPLAY "Counting window in minutes (4 digits): "
               WITH NO ADVANCING
           ACCEPT IN-FAIL-MINUTES
           IF IN-MAX-FAILURES IS NOT NUMERIC
               OR IN-MAX-FAILURES = "000"
               DISPLAY "Rejected: failure limit must be numeric > 0."
           ELSE IF IN-FAIL-MINUTES IS NOT NUMERIC
               OR IN-FAIL-MINUTES = "0000"
               DISPLAY "Rejected: window must be numeric > 0."
           ELSE
               MOVE SPACES TO WORK-LINE
               MOVE IN-MAX-FAILURES TO WORK-LINE(1:3)
               MOVE IN-FAIL-MINUTES TO WORK-LINE(4:4)
               SET EDIT-OK TO TRUE
           END-IF.

      *> --------------------------------------------------------------
      *> HTTPCRED - web credential standing
      *> --------------------------------------------------------------
       *> The web handler locks HTTPCRED lines in place at any time,
       *> so unlike the card files this one is never rewritten whole.
       *> The lines are read afresh for every listing and every pick,
       *> and each change is checked again against the line as it
       *> stands on file and rewritten there, one record at a time.
       MAINTAIN-HTTPCRED.
           MOVE "HTTPCRED" TO CURR-FILE-NAME
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE "N" TO FILE-DONE-SW
           PERFORM UNTIL FILE-DONE
               DISPLAY " "
               DISPLAY CURR-FILE-NAME WITH NO ADVANCING
               DISPLAY " - L=list U=unlock E=extend R=revoke"
                   " X=exit"
               DISPLAY "Action: " WITH NO ADVANCING
               ACCEPT ACTION-CHOICE
               EVALUATE ACTION-CHOICE
                   WHEN "L" PERFORM LIST-HTTPCRED
                   WHEN "l" PERFORM LIST-HTTPCRED
                   WHEN "U" PERFORM UNLOCK-HTTPCRED
                   WHEN "u" PERFORM UNLOCK-HTTPCRED
                   WHEN "E" PERFORM EXTEND-HTTPCRED
                   WHEN "e" PERFORM EXTEND-HTTPCRED
                   WHEN "R" PERFORM REVOKE-HTTPCRED
                   WHEN "r" PERFORM REVOKE-HTTPCRED
                   WHEN "X" SET FILE-DONE TO TRUE
                   WHEN "x" SET FILE-DONE TO TRUE
                   WHEN OTHER DISPLAY "Unknown action."
               END-EVALUATE
           END-PERFORM.

       LOAD-HTTPCRED.
           MOVE 0 TO LINE-COUNT
           OPEN INPUT AUTH-CRED-FILE
           IF CRD-FILE-STATUS = "00"
               MOVE "N" TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ AUTH-CRED-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF LINE-COUNT < 200
                               ADD 1 TO LINE-COUNT
                               MOVE AUTH-CRED-RECORD
                                   TO CRED-ENTRY(LINE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-CRED-FILE
           END-IF.

       *> Only the "Basic " prefix and the first few encoded
       *> characters are shown, enough to tell lines apart.
       LIST-HTTPCRED.
           PERFORM LOAD-HTTPCRED
           IF LINE-COUNT = 0
               DISPLAY "(file is empty)"
           ELSE
               DISPLAY "LNE CREDENTIAL       ROLE     OWNER"
                   "            EXPIRES  STATE"
               PERFORM VARYING LINE-SUB FROM 1 BY 1
                   UNTIL LINE-SUB > LINE-COUNT
                   MOVE CRED-ENTRY(LINE-SUB) TO CRED-LINE
                   PERFORM SET-CRED-STATE-TEXT
                   MOVE LINE-SUB TO LINE-NUM-DISP
                   PERFORM SHOW-CRED-LINE
               END-PERFORM
           END-IF.

       SHOW-CRED-LINE.
           DISPLAY LINE-NUM-DISP " "
               CL-CREDENTIAL(1:12) "... "
               CL-ROLE " " CL-OWNER " "
               CL-EXPIRES " " CRED-STATE-TEXT.

       SET-CRED-STATE-TEXT.
           IF CL-REVOKED
               MOVE "REVOKED" TO CRED-STATE-TEXT
           ELSE IF CL-LOCKED
               MOVE "LOCKED" TO CRED-STATE-TEXT
           ELSE IF CL-EXPIRES IS NUMERIC
               AND CL-EXPIRES < TODAY-DATE
               MOVE "EXPIRED" TO CRED-STATE-TEXT
           ELSE
               MOVE "ACTIVE" TO CRED-STATE-TEXT
           END-IF.

       *> The picked line is shown as it is on file now, so the
       *> operator sees its current standing before confirming.
       PICK-CRED-LINE.
           PERFORM LOAD-HTTPCRED
           PERFORM ASK-LINE-NUMBER
           IF SEL-SUB > 0
               MOVE CRED-ENTRY(SEL-SUB) TO CRED-LINE
               MOVE CL-CREDENTIAL TO CRED-PICKED
               PERFORM SET-CRED-STATE-TEXT
               MOVE SEL-SUB TO LINE-NUM-DISP
               PERFORM SHOW-CRED-LINE
           END-IF.

       UNLOCK-HTTPCRED.
           MOVE "U" TO CRED-ACTION
           PERFORM PICK-CRED-LINE
           IF SEL-SUB > 0
               IF NOT CL-LOCKED
                   DISPLAY "Rejected: credential is not locked."
               ELSE
                   PERFORM UPDATE-CRED-LINE
               END-IF
           END-IF.

       *> The new last-good date has to be a real date no earlier
       *> than today; a revoked credential stays revoked.
       EXTEND-HTTPCRED.
           MOVE "E" TO CRED-ACTION
           PERFORM PICK-CRED-LINE
           IF SEL-SUB > 0
               IF CL-REVOKED
                   DISPLAY "Rejected: credential is revoked."
               ELSE
                   DISPLAY "New expiry date (YYYYMMDD): "
                       WITH NO ADVANCING
                   ACCEPT IN-EXPIRES
                   PERFORM CHECK-NEW-EXPIRY
                   IF EDIT-OK
                       PERFORM UPDATE-CRED-LINE
                   END-IF
               END-IF
           END-IF.

       CHECK-NEW-EXPIRY.
           MOVE "N" TO EDIT-OK-SW
           IF IN-EXPIRES IS NOT NUMERIC
               DISPLAY "Rejected: expiry is not a date."
           ELSE
               MOVE IN-EXPIRES TO EXPIRES-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(EXPIRES-NUM) NOT = 0
                   DISPLAY "Rejected: expiry is not a date."
               ELSE IF EXPIRES-NUM < TODAY-DATE
                   DISPLAY "Rejected: expiry is in the past."
               ELSE
                   SET EDIT-OK TO TRUE
               END-IF
           END-IF.

       REVOKE-HTTPCRED.
           MOVE "R" TO CRED-ACTION
           PERFORM PICK-CRED-LINE
           IF SEL-SUB > 0
               IF CL-REVOKED
                   DISPLAY "Rejected: credential is already revoked."
               ELSE
                   DISPLAY "Revoke this credential for good (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT IN-CONFIRM
                   IF IN-CONFIRM = "Y" OR IN-CONFIRM = "y"
                       PERFORM UPDATE-CRED-LINE
                   ELSE
                       DISPLAY "Not revoked."
                   END-IF
               END-IF
           END-IF.

       *> Reads forward to the picked line and rewrites it where it
       *> stands, the same way an alert or approval is updated.
       UPDATE-CRED-LINE.
           MOVE "N" TO CRED-FOUND-SW
           OPEN I-O AUTH-CRED-FILE
           IF CRD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open HTTPCRED, status="
                   CRD-FILE-STATUS
           ELSE
               MOVE 0 TO LINE-SUB
               MOVE "N" TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF OR CRED-FOUND
                   READ AUTH-CRED-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO LINE-SUB
                           IF LINE-SUB = SEL-SUB
                               SET CRED-FOUND TO TRUE
                               PERFORM APPLY-CRED-ACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-CRED-FILE
               IF NOT CRED-FOUND
                   DISPLAY "Rejected: line is no longer in HTTPCRED."
               END-IF
           END-IF.

       *> The standing may have moved on since the line was picked -
       *> a lockout by the web handler, or another operator - so the
       *> action is judged again on the record just read. A line
       *> holding a different credential means HTTPCRED was edited
       *> by hand in the meantime and the line number is stale.
       APPLY-CRED-ACTION.
           MOVE AUTH-CRED-RECORD TO CRED-LINE
           IF CL-CREDENTIAL NOT = CRED-PICKED
               DISPLAY "Rejected: HTTPCRED has changed, list it again."
           ELSE IF CRED-UNLOCK AND NOT CL-LOCKED
               DISPLAY "Rejected: credential is no longer locked."
           ELSE IF NOT CRED-UNLOCK AND CL-REVOKED
               DISPLAY "Rejected: credential is now revoked."
           ELSE
               IF CRED-UNLOCK
                   MOVE "A" TO CL-STATUS
                   MOVE "UNLOCK" TO AUDIT-ACTION
               END-IF
               IF CRED-EXTEND
                   MOVE IN-EXPIRES TO CL-EXPIRES
                   MOVE "EXTEND" TO AUDIT-ACTION
               END-IF
               IF CRED-REVOKE
                   MOVE "R" TO CL-STATUS
                   MOVE "REVOKE" TO AUDIT-ACTION
               END-IF
               MOVE CRED-LINE TO AUTH-CRED-RECORD
               REWRITE AUTH-CRED-RECORD
               IF CRD-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to update HTTPCRED, status="
                       CRD-FILE-STATUS
               ELSE
                   PERFORM AUDIT-CRED-LINE
                   IF CRED-UNLOCK
                       DISPLAY "Credential unlocked."
                   END-IF
                   IF CRED-EXTEND
                       DISPLAY "Expiry changed."
                   END-IF
                   IF CRED-REVOKE
                       DISPLAY "Credential revoked."
                   END-IF
               END-IF
           END-IF.

       *> Audits the change by line number, owner, role and the new
       *> standing - never the credential.
       AUDIT-CRED-LINE.
           PERFORM SET-CRED-STATE-TEXT
           MOVE SEL-SUB TO LINE-NUM-DISP
           MOVE SPACES TO AUDIT-DETAIL
           STRING "LINE "         DELIMITED BY SIZE
                  LINE-NUM-DISP   DELIMITED BY SIZE
                  " ROLE="        DELIMITED BY SIZE
                  CL-ROLE         DELIMITED BY SIZE
                  " OWNER="       DELIMITED BY SIZE
                  CL-OWNER        DELIMITED BY SIZE
                  " EXPIRES="     DELIMITED BY SIZE
                  CL-EXPIRES      DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  CRED-STATE-TEXT DELIMITED BY SIZE
               INTO AUDIT-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT-LINE.

      *> --------------------------------------------------------------
      *> ALERTS - operator alerts raised through ALERTWR
      *> --------------------------------------------------------------
       MAINTAIN-ALERTS.
           MOVE "ALERTS" TO CURR-FILE-NAME
           MOVE "N" TO FILE-DONE-SW
           PERFORM UNTIL FILE-DONE
               DISPLAY " "
               DISPLAY CURR-FILE-NAME WITH NO ADVANCING
               DISPLAY " - L=list A=acknowledge C=close X=exit"
               DISPLAY "Action: " WITH NO ADVANCING
               ACCEPT ACTION-CHOICE
               EVALUATE ACTION-CHOICE
                   WHEN "L" PERFORM LIST-ALERTS
                   WHEN "l" PERFORM LIST-ALERTS
                   WHEN "A"
                       MOVE "A" TO ALERT-ACTION
                       PERFORM UPDATE-ALERT
                   WHEN "a"
                       MOVE "A" TO ALERT-ACTION
                       PERFORM UPDATE-ALERT
                   WHEN "C"
                       MOVE "C" TO ALERT-ACTION
                       PERFORM UPDATE-ALERT
                   WHEN "c"
                       MOVE "C" TO ALERT-ACTION
                       PERFORM UPDATE-ALERT
                   WHEN "X" SET FILE-DONE TO TRUE
                   WHEN "x" SET FILE-DONE TO TRUE
                   WHEN OTHER DISPLAY "Unknown action."
               END-EVALUATE
           END-PERFORM.

       *> Closed alerts are history and are not listed.
       LIST-ALERTS.
           MOVE 0 TO ALERT-SHOWN-COUNT
           OPEN INPUT ALERT-FILE
           IF ALR-FILE-STATUS = "00"
               DISPLAY "ID     STATE        S SOURCE         CODE"
                   "     OBJECT                         COUNT"
               MOVE "N" TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ ALERT-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF AL-OPEN OR AL-ACKNOWLEDGED
                               PERFORM SHOW-ALERT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF
           IF ALERT-SHOWN-COUNT = 0
               DISPLAY "(no open alerts)"
           END-IF.

       SHOW-ALERT-LINE.
           ADD 1 TO ALERT-SHOWN-COUNT
           IF AL-OPEN
               MOVE "OPEN" TO ALERT-STATE-TEXT
           ELSE
               MOVE "ACKNOWLEDGED" TO ALERT-STATE-TEXT
           END-IF
           DISPLAY AL-ALERT-ID " " ALERT-STATE-TEXT " "
               AL-SEVERITY " " AL-SOURCE " " AL-CODE " "
               AL-OBJECT " " AL-COUNT
           DISPLAY "       LAST " AL-LAST-TS " " AL-TEXT
           IF AL-ACKNOWLEDGED
               DISPLAY "       ACK  " AL-ACK-TS " BY " AL-ACK-BY
           END-IF.

       *> An open alert can be acknowledged; an open or acknowledged
       *> one can be closed. The line is rewritten where it stands.
       UPDATE-ALERT.
           DISPLAY "Alert id: " WITH NO ADVANCING
           ACCEPT IN-ALERT-ID
           IF IN-ALERT-ID IS NOT NUMERIC
               DISPLAY "Rejected: alert id must be 6 digits."
           ELSE
               MOVE IN-ALERT-ID TO ALERT-ID-NUM
               PERFORM BUILD-ALERT-TS
               MOVE "N" TO ALERT-FOUND-SW
               OPEN I-O ALERT-FILE
               IF ALR-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open ALERTS, status="
                       ALR-FILE-STATUS
               ELSE
                   MOVE "N" TO FILE-EOF-SW
                   PERFORM UNTIL FILE-EOF OR ALERT-FOUND
                       READ ALERT-FILE
                           AT END
                               SET FILE-EOF TO TRUE
                           NOT AT END
                               IF AL-ALERT-ID = ALERT-ID-NUM
                                   SET ALERT-FOUND TO TRUE
                                   PERFORM APPLY-ALERT-ACTION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ALERT-FILE
                   IF NOT ALERT-FOUND
                       DISPLAY "No such alert."
                   END-IF
               END-IF
           END-IF.

       APPLY-ALERT-ACTION.
           IF AL-CLOSED
               DISPLAY "Rejected: alert is already closed."
           ELSE
               IF ALERT-ACK AND AL-ACKNOWLEDGED
                   DISPLAY "Rejected: alert is already acknowledged."
               ELSE
                   IF ALERT-ACK
                       MOVE "A" TO AL-STATE
                       MOVE OPERATOR-ID TO AL-ACK-BY
                       MOVE ALERT-TS TO AL-ACK-TS
                       MOVE "ACK" TO AUDIT-ACTION
                   ELSE
                       MOVE "C" TO AL-STATE
                       MOVE "CLOSE" TO AUDIT-ACTION
                   END-IF
                   REWRITE ALERT-RECORD
                   IF ALR-FILE-STATUS NOT = "00"
                       DISPLAY "Unable to update ALERTS, status="
                           ALR-FILE-STATUS
                   ELSE
                       MOVE SPACES TO AUDIT-DETAIL
                       STRING "ALERT "    DELIMITED BY SIZE
                              AL-ALERT-ID DELIMITED BY SIZE
                              " "         DELIMITED BY SIZE
                              AL-SOURCE   DELIMITED BY SIZE
                              " "         DELIMITED BY SIZE
                              AL-CODE     DELIMITED BY SIZE
                              " "         DELIMITED BY SIZE
                              AL-OBJECT   DELIMITED BY SIZE
                           INTO AUDIT-DETAIL
                       END-STRING
                       PERFORM WRITE-AUDIT-LINE
                       IF ALERT-ACK
                           DISPLAY "Alert acknowledged."
                       ELSE
                           DISPLAY "Alert closed."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       BUILD-ALERT-TS.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT ALERT-CLOCK FROM TIME
           MOVE SPACES TO ALERT-TS
           STRING AUDIT-DATE   DELIMITED BY SIZE
                  ALERT-HHMMSS DELIMITED BY SIZE
               INTO ALERT-TS
           END-STRING.

      *> --------------------------------------------------------------
      *> DESTAPPR - two-person approval of destructive volume actions
      *> --------------------------------------------------------------
       MAINTAIN-DESTAPPR.
           MOVE "DESTAPPR" TO CURR-FILE-NAME
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO APPROVAL-PARMS
           MOVE "S" TO AG-FUNCTION
           MOVE "CARDMAINT" TO AG-PROGRAM
           MOVE OPERATOR-ID TO AG-OPERATOR
           CALL "APPRGATE" USING APPROVAL-PARMS
           MOVE "N" TO FILE-DONE-SW
           PERFORM UNTIL FILE-DONE
               DISPLAY " "
               DISPLAY CURR-FILE-NAME WITH NO ADVANCING
               DISPLAY " - L=list R=request P=approve J=reject X=exit"
               DISPLAY "Action: " WITH NO ADVANCING
               ACCEPT ACTION-CHOICE
               EVALUATE ACTION-CHOICE
                   WHEN "L" PERFORM LIST-APPROVALS
                   WHEN "l" PERFORM LIST-APPROVALS
                   WHEN "R" PERFORM REQUEST-APPROVAL
                   WHEN "r" PERFORM REQUEST-APPROVAL
                   WHEN "P"
                       MOVE "A" TO APPR-DECISION
                       PERFORM DECIDE-APPROVAL
                   WHEN "p"
                       MOVE "A" TO APPR-DECISION
                       PERFORM DECIDE-APPROVAL
                   WHEN "J"
                       MOVE "R" TO APPR-DECISION
                       PERFORM DECIDE-APPROVAL
                   WHEN "j"
                       MOVE "R" TO APPR-DECISION
                       PERFORM DECIDE-APPROVAL
                   WHEN "X" SET FILE-DONE TO TRUE
                   WHEN "x" SET FILE-DONE TO TRUE
                   WHEN OTHER DISPLAY "Unknown action."
               END-EVALUATE
           END-PERFORM.

       *> Rejected, expired and used requests are history and are
       *> not listed.
       LIST-APPROVALS.
           MOVE 0 TO APPR-SHOWN-COUNT
           OPEN INPUT APPROVAL-FILE
           IF APR-FILE-STATUS = "00"
               DISPLAY "ID     STATE    ACTION   VOLUME TARGET"
                   " REQUESTED BY         EXPIRES"
               MOVE "N" TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ APPROVAL-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF DA-PENDING OR DA-APPROVED
                               PERFORM SHOW-APPROVAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF
           IF APPR-SHOWN-COUNT = 0
               DISPLAY "(no pending or approved requests)"
           END-IF.

       SHOW-APPROVAL-LINE.
           ADD 1 TO APPR-SHOWN-COUNT
           IF DA-PENDING
               MOVE "PENDING" TO APPR-STATE-TEXT
           ELSE
               MOVE "APPROVED" TO APPR-STATE-TEXT
           END-IF
           DISPLAY DA-REQUEST-ID " " APPR-STATE-TEXT " "
               DA-ACTION " " DA-VOLUME-ID " " DA-TARGET-VOLUME " "
               DA-REQUESTED-BY " " DA-REQUESTED-TS(1:8) " "
               DA-EXPIRES
           DISPLAY "       REASON " DA-REASON
           IF DA-APPROVED
               DISPLAY "       APPROVED " DA-DECIDED-TS " BY "
                   DA-DECIDED-BY
           END-IF.

       *> A request names the action, the volume (and for an
       *> evacuation the target), why, and how many days it may wait
       *> for approval and use. Only one open request per action and
       *> volume is allowed.
       REQUEST-APPROVAL.
           DISPLAY "Action (WIPE, RETIRE, WIPED, EVACUATE): "
               WITH NO ADVANCING
           ACCEPT IN-ACTION
           DISPLAY "Volume id: " WITH NO ADVANCING
           ACCEPT IN-VOLUME-ID
           MOVE SPACES TO IN-TARGET-VOLUME
           IF IN-ACTION = "EVACUATE"
               DISPLAY "Target volume id: " WITH NO ADVANCING
               ACCEPT IN-TARGET-VOLUME
           END-IF
           DISPLAY "Reason: " WITH NO ADVANCING
           ACCEPT IN-REASON
           DISPLAY "Days valid (2 digits 01-30, blank=07): "
               WITH NO ADVANCING
           ACCEPT IN-DAYS
           PERFORM CHECK-APPROVAL-REQUEST
           IF EDIT-OK
               PERFORM FIND-OPEN-REQUEST
               IF OPEN-REQUEST-ID > 0
                   DISPLAY "Rejected: request " OPEN-REQUEST-ID
                       " is already open for that action."
               ELSE
                   PERFORM ADD-APPROVAL-REQUEST
               END-IF
           END-IF.

       CHECK-APPROVAL-REQUEST.
           MOVE "N" TO EDIT-OK-SW
           IF IN-ACTION NOT = "WIPE" AND IN-ACTION NOT = "RETIRE"
               AND IN-ACTION NOT = "WIPED"
               AND IN-ACTION NOT = "EVACUATE"
               DISPLAY "Rejected: action must be WIPE, RETIRE, WIPED"
                   " or EVACUATE."
           ELSE IF IN-VOLUME-ID = SPACES
               DISPLAY "Rejected: volume id is required."
           ELSE IF IN-ACTION = "EVACUATE"
               AND (IN-TARGET-VOLUME = SPACES
                    OR IN-TARGET-VOLUME = IN-VOLUME-ID)
               DISPLAY "Rejected: evacuation needs a different"
                   " target volume."
           ELSE IF IN-REASON = SPACES
               DISPLAY "Rejected: a reason is required."
           ELSE IF IN-DAYS NOT = SPACES
               AND (IN-DAYS IS NOT NUMERIC
                    OR IN-DAYS < "01" OR IN-DAYS > "30")
               DISPLAY "Rejected: days valid must be 01 to 30."
           ELSE
               IF IN-DAYS = SPACES
                   MOVE 7 TO VALID-DAYS
               ELSE
                   MOVE IN-DAYS TO VALID-DAYS
               END-IF
               COMPUTE APPR-EXPIRES = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE) + VALID-DAYS)
               SET EDIT-OK TO TRUE
           END-IF.

       *> Also finds the highest request id in use for the next one.
       FIND-OPEN-REQUEST.
           MOVE 0 TO OPEN-REQUEST-ID
           MOVE 0 TO HIGH-REQUEST-ID
           OPEN INPUT APPROVAL-FILE
           IF APR-FILE-STATUS = "00"
               MOVE "N" TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ APPROVAL-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF DA-REQUEST-ID IS NUMERIC
                               AND DA-REQUEST-ID > HIGH-REQUEST-ID
                               MOVE DA-REQUEST-ID TO HIGH-REQUEST-ID
                           END-IF
                           IF (DA-PENDING OR DA-APPROVED)
                               AND DA-ACTION = IN-ACTION
                               AND DA-VOLUME-ID = IN-VOLUME-ID
                               MOVE DA-REQUEST-ID TO OPEN-REQUEST-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.

       ADD-APPROVAL-REQUEST.
           PERFORM BUILD-ALERT-TS
           OPEN EXTEND APPROVAL-FILE
           IF APR-FILE-STATUS NOT = "00"
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN EXTEND APPROVAL-FILE
           END-IF
           IF APR-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open DESTAPPR, status="
                   APR-FILE-STATUS
           ELSE
               MOVE SPACES TO APPROVAL-RECORD
               ADD 1 TO HIGH-REQUEST-ID
               MOVE HIGH-REQUEST-ID  TO DA-REQUEST-ID
               MOVE "P"              TO DA-STATE
               MOVE IN-ACTION        TO DA-ACTION
               MOVE IN-VOLUME-ID     TO DA-VOLUME-ID
               MOVE IN-TARGET-VOLUME TO DA-TARGET-VOLUME
               MOVE OPERATOR-ID      TO DA-REQUESTED-BY
               MOVE ALERT-TS         TO DA-REQUESTED-TS
               MOVE APPR-EXPIRES     TO DA-EXPIRES
               MOVE IN-REASON        TO DA-REASON
               WRITE APPROVAL-RECORD
               CLOSE APPROVAL-FILE
               MOVE "REQUEST" TO AUDIT-ACTION
               PERFORM BUILD-APPROVAL-AUDIT
               STRING "UNTIL " DA-EXPIRES " " DA-REASON
                   DELIMITED BY SIZE INTO AUDIT-DETAIL(35:)
               END-STRING
               PERFORM WRITE-AUDIT-LINE
               DISPLAY "Request " DA-REQUEST-ID
                   " raised, awaiting approval by another operator."
           END-IF.

       *> Approve or reject a pending request by id. The operator who
       *> raised a request may withdraw it by rejecting it, but never
       *> approve it.
       DECIDE-APPROVAL.
           DISPLAY "Request id: " WITH NO ADVANCING
           ACCEPT IN-REQUEST-ID
           IF IN-REQUEST-ID IS NOT NUMERIC
               DISPLAY "Rejected: request id must be 6 digits."
           ELSE
               MOVE IN-REQUEST-ID TO REQUEST-ID-NUM
               PERFORM BUILD-ALERT-TS
               MOVE "N" TO APPR-FOUND-SW
               OPEN I-O APPROVAL-FILE
               IF APR-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open DESTAPPR, status="
                       APR-FILE-STATUS
               ELSE
                   MOVE "N" TO FILE-EOF-SW
                   PERFORM UNTIL FILE-EOF OR APPR-FOUND
                       READ APPROVAL-FILE
                           AT END
                               SET FILE-EOF TO TRUE
                           NOT AT END
                               IF DA-REQUEST-ID = REQUEST-ID-NUM
                                   SET APPR-FOUND TO TRUE
                                   PERFORM APPLY-APPROVAL-DECISION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE APPROVAL-FILE
                   IF NOT APPR-FOUND
                       DISPLAY "No such request."
                   END-IF
               END-IF
           END-IF.

       APPLY-APPROVAL-DECISION.
           IF NOT DA-PENDING
               DISPLAY "Rejected: request is not pending."
           ELSE
               IF APPR-APPROVE AND DA-REQUESTED-BY = OPERATOR-ID
                   DISPLAY "Rejected: a request must be approved by"
                       " an operator other than the requester."
               ELSE
                   IF APPR-APPROVE
                       MOVE "A" TO DA-STATE
                       MOVE "APPROVE" TO AUDIT-ACTION
                   ELSE
                       MOVE "R" TO DA-STATE
                       MOVE "REJECT" TO AUDIT-ACTION
                   END-IF
                   MOVE OPERATOR-ID TO DA-DECIDED-BY
                   MOVE ALERT-TS TO DA-DECIDED-TS
                   REWRITE APPROVAL-RECORD
                   IF APR-FILE-STATUS NOT = "00"
                       DISPLAY "Unable to update DESTAPPR, status="
                           APR-FILE-STATUS
                   ELSE
                       PERFORM BUILD-APPROVAL-AUDIT
                       STRING "REQUESTED BY " DA-REQUESTED-BY
                           DELIMITED BY SIZE INTO AUDIT-DETAIL(35:)
                       END-STRING
                       PERFORM WRITE-AUDIT-LINE
                       IF APPR-APPROVE
                           DISPLAY "Request approved."
                       ELSE
                           DISPLAY "Request rejected."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       *> Request id, action, volume and target, as APPRGATE writes
       *> them for expiry and use; the caller adds the rest from
       *> column 35.
       BUILD-APPROVAL-AUDIT.
           MOVE SPACES TO AUDIT-DETAIL
           STRING "REQ "           DELIMITED BY SIZE
                  DA-REQUEST-ID    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  DA-ACTION        DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  DA-VOLUME-ID     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  DA-TARGET-VOLUME DELIMITED BY SIZE
               INTO AUDIT-DETAIL
           END-STRING.
