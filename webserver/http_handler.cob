               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT FAIL-PARM-FILE ASSIGN TO "HTTPFAIL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FAIL-FILE-STATUS.

           SELECT JOB-INPUT-FILE ASSIGN TO "JOBIN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PLOCK-FILE-STATUS.

           SELECT JOB-HOLD-FILE ASSIGN TO "JOBHOLD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JHOLD-FILE-STATUS.

           SELECT JOB-CANCEL-FILE ASSIGN TO "JOBCANCEL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JCAN-FILE-STATUS.

           SELECT JOB-CKPT-FILE ASSIGN TO "JOBCKPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JCKPT-FILE-STATUS.

           SELECT JOB-HIST-FILE ASSIGN TO "JOBHIST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JHIST-FILE-STATUS.

           SELECT JOB-RESULT-FILE ASSIGN TO "JOBRESULT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRES-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO "RPTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RCAT-FILE-STATUS.

           SELECT REPORT-GEN-FILE ASSIGN TO "RPTGENS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-KEY
               FILE STATUS IS WS-RGEN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       *> expected "Basic <base64>" Authorization value, column 66
       *> the role (READONLY / SUBMIT / ADMIN). A line with a blank
       *> role is treated as ADMIN so credential files from before
       *> roles existed keep working unchanged. Column 75 is the
       *> owner (person or department) that jobs submitted under the
       *> credential are charged to; blank means the user name
       *> inside the credential itself. Column 91 is the last day
       *> the credential is good for (YYYYMMDD, blank = no expiry)
       *> and column 99 its standing: blank or "A" active, "L"
       *> locked after repeated failed logins, "R" revoked.
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

       *> Shares the DIAGHIST layout written by DIAGNOSTICMODE.
       FD  DIAG-HISTORY-FILE.
       FD  JOB-REPORT-FILE.
       01  JOB-REPORT-RECORD       PIC X(80).

       *> Shares the RPTCAT layout written by RPTGEN.
       FD  REPORT-CATALOG-FILE.
       01  REPORT-CATALOG-RECORD.
           05 RC-KEY.
              10 RC-REPORT-TYPE    PIC X(10).
              10 RC-GENERATION     PIC 9(5).
           05 RC-STATE             PIC X(1).
           05 RC-PROGRAM           PIC X(14).
           05 RC-RUN-TS            PIC X(14).
           05 RC-LEDGER-SW         PIC X(1).
           05 RC-LINE-COUNT        PIC 9(7).
           05 RC-CATALOG-TS        PIC X(14).
           05 RC-PURGED-TS         PIC X(14).

       *> Shares the RPTGENS layout written by RPTGEN.
       FD  REPORT-GEN-FILE.
       01  REPORT-GEN-RECORD.
           05 GL-KEY.
              10 GL-REPORT-TYPE    PIC X(10).
              10 GL-GENERATION     PIC 9(5).
              10 GL-LINE-NO        PIC 9(7).
           05 GL-TEXT              PIC X(180).

       *> Operator parm card for the per-credential rate limiter:
       *> requests allowed per window, and the window granularity
       *> ("D" = per calendar day, "H" = per clock hour).
           05 RP-THRESHOLD         PIC 9(5).
           05 RP-WINDOW-UNIT       PIC X(1).

       *> Operator parm card for the failed-login lockout: failures
       *> allowed per user inside the window, and the window length
       *> in minutes.
       FD  FAIL-PARM-FILE.
       01  FAIL-PARM-RECORD.
           05 FP-MAX-FAILURES      PIC 9(3).
           05 FP-WINDOW-MINUTES    PIC 9(4).

       *> Shares the JOBIN card layout read by COBOL-THREADS; POST
       *> /jobs appends one fully validated card per call.
       FD  JOB-INPUT-FILE.
           05 JIN-PRIORITY         PIC 9(3).
           05 JIN-PAYLOAD-REF      PIC X(30).
           05 JIN-DEPENDS-ON       PIC X(30).
           05 JIN-DEADLINE         PIC X(12).
           05 JIN-SUBMITTER        PIC X(16).
           05 JIN-TARGET-VOLUME    PIC X(6).

       *> Run locks written by DIAGNOSTICMODE (DIAGLOCK) and
       *> COBOL-THREADS (POOLLOCK): a start-timestamp record while a
       01  POOL-LOCK-RECORD.
           05 PLK-TIMESTAMP        PIC X(14).

       *> The files below are owned by COBOL-THREADS and only read
       *> here, by GET /jobs/{payload-ref}.
       *> Shares the JOBHOLD holdover layout (the JOBIN card layout).
       FD  JOB-HOLD-FILE.
       01  JOB-HOLD-RECORD.
           05 JHO-JOB-TYPE         PIC X(10).
           05 JHO-PRIORITY         PIC 9(3).
           05 JHO-PAYLOAD-REF      PIC X(30).
           05 JHO-DEPENDS-ON       PIC X(30).
           05 JHO-DEADLINE         PIC X(12).
           05 JHO-SUBMITTER        PIC X(16).
           05 JHO-TARGET-VOLUME    PIC X(6).

       *> Shares the JOBCANCEL layout, one payload ref per line.
       FD  JOB-CANCEL-FILE.
       01  JOB-CANCEL-RECORD.
           05 CANCEL-PAYLOAD-REF   PIC X(30).

       *> Shares the JOBCKPT restart checkpoint layout.
       FD  JOB-CKPT-FILE.
       01  JOB-CKPT-RECORD.
           05 CKP-PAYLOAD-REF      PIC X(30).
           05 CKP-STATUS           PIC X(10).
           05 CKP-RETURN-CODE      PIC S9(4) SIGN LEADING SEPARATE.
           05 CKP-RETRY-COUNT      PIC 9(2).
           05 CKP-ELAPSED-MS       PIC 9(6).
           05 CKP-OUTPUT-TEXT      PIC X(60).
           05 CKP-FINISH-TS        PIC X(12).

       *> Shares the JOBHIST cross-run history layout.
       FD  JOB-HIST-FILE.
       01  JOB-HIST-RECORD.
           05 JH-RUN-TIMESTAMP     PIC X(14).
           05 JH-PAYLOAD-REF       PIC X(30).
           05 JH-JOB-TYPE          PIC X(10).
           05 JH-STATUS            PIC X(10).
           05 JH-RETURN-CODE       PIC S9(4) SIGN LEADING SEPARATE.
           05 JH-RETRY-COUNT       PIC 9(2).
           05 JH-ELAPSED-MS        PIC 9(6).
           05 JH-DEADLINE          PIC X(12).
           05 JH-DEADLINE-MET      PIC X(1).
           05 JH-FINISH-TS         PIC X(12).
           05 JH-DELAY-FLAGS       PIC X(4).
           05 JH-SUBMITTER         PIC X(16).

       *> Shares the JOBRESULT layout: output text at column 70,
       *> payload ref at column 149, a "JOB-ID" heading line first.
       FD  JOB-RESULT-FILE.
       01  JOB-RESULT-RECORD       PIC X(180).

       *> Shares the ALERTS layout written by ALERTWR; only read
       *> here, by GET /alerts.
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           05 AL-ALERT-ID          PIC 9(6).
           05 FILLER               PIC X(1).
           05 AL-STATE             PIC X(1).
              88 AL-OPEN                 VALUE "O".
              88 AL-ACKNOWLEDGED         VALUE "A".
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

       WORKING-STORAGE SECTION.
       01 WS-REQ-METHOD            PIC X(4) VALUE SPACES.
       01 WS-REQ-PATH              PIC X(20) VALUE SPACES.
       01 WS-REQ-QUERY             PIC X(20) VALUE SPACES.
       *> Routing, rate limiting and the audit line all work on the
       *> first 20 characters of the path; GET /jobs/{payload-ref}
       *> needs the rest of it, so the full path is kept as well.
       01 WS-REQ-PATH-FULL         PIC X(40) VALUE SPACES.
       01 WS-FOUND-SPACE           PIC X VALUE "N".
       01 WS-FOUND-QMARK           PIC X VALUE "N".
       01 WS-PATH-LEN              PIC 9(2) COMP VALUE 0.
       *> Audit trail of every request handled, one line per call.
       01 WS-AUDIT-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-AUDIT-DATE            PIC 9(8) VALUE 0.
       01 WS-AUDIT-TIME.
          05 WS-AUDIT-HHMMSS         PIC X(6).
          05 FILLER                  PIC X(2).
       01 WS-AUDIT-LEN-DISP        PIC 9(9) VALUE 0.
       01 WS-RESP-STATUS-TXT       PIC X(3) VALUE "000".


       *> Basic Auth gate on POST/PUT - the credentials file holds the
       *> full expected "Basic <base64>" Authorization value per line,
       *> so the check here is a straight line match (the operator's
       *> credential entries are already encoded the way a
       *> browser/client would send them).
       01 WS-CRED-FILE-STATUS      PIC X(2) VALUE "00".
       01 WS-AUTH-OK               PIC X VALUE "N".
       01 WS-CRED-EOF-SW           PIC X VALUE "N".
       01 WS-ROLE-REQUIRED         PIC X(8) VALUE "SUBMIT".
       01 WS-ROLE-OK               PIC X VALUE "N".

       *> Who a POST /jobs submission is recorded against: the
       *> matched credential's owner column, or failing that the
       *> user name decoded from the Basic credential ("user:pass").
       01 WS-AUTH-SUBMITTER        PIC X(16) VALUE SPACES.
       01 WS-B64-SOURCE            PIC X(64) VALUE SPACES.
       01 WS-B64-USER              PIC X(16) VALUE SPACES.
       01 WS-B64-ALPHABET.
          05 FILLER                PIC X(32) VALUE
              "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdef".
          05 FILLER                PIC X(32) VALUE
              "ghijklmnopqrstuvwxyz0123456789+/".
       01 WS-B64-POS               PIC 9(4) COMP VALUE 0.
       01 WS-B64-QUAD-IDX          PIC 9(4) COMP VALUE 0.
       01 WS-B64-ALPHA-IDX         PIC 9(4) COMP VALUE 0.
       01 WS-B64-SEXTET            PIC 9(4) COMP VALUE 0.
       01 WS-B64-VALUE             PIC 9(9) COMP VALUE 0.
       01 WS-B64-BYTES             PIC 9(9) COMP VALUE 0.
       01 WS-B64-BYTE              PIC 9(4) COMP VALUE 0.
       01 WS-B64-BYTE-IDX          PIC 9(4) COMP VALUE 0.
       01 WS-B64-DIVISOR           PIC 9(9) COMP VALUE 0.
       01 WS-B64-CHAR              PIC X VALUE SPACE.
       01 WS-B64-OUT-LEN           PIC 9(4) COMP VALUE 0.
       01 WS-B64-DONE              PIC X VALUE "N".

       *> Expiry and lockout. A matched credential that is past its
       *> expiry date, locked or revoked is refused like a wrong one.
       *> Failed attempts are counted per user name (the part of the
       *> Basic value before the ":"), because every password guessed
       *> for one user arrives as a different Authorization value; a
       *> value that does not decode counts under its own text.
       *> Reaching WS-FAIL-MAX failures inside the window locks every
       *> HTTPCRED line for that user and writes a LOCK line to
       *> HTTPAUDIT. Like the rate-limit table the counts live for
       *> the run unit; the lock itself stays on file until an
       *> operator clears it in CARDMAINT.
       01 WS-AUTH-REFUSED          PIC X VALUE "N".
       01 WS-AUTH-TODAY            PIC 9(8) VALUE 0.
       01 WS-AUTH-CLOCK.
          05 WS-AUTH-CLOCK-HH      PIC 9(2).
          05 WS-AUTH-CLOCK-MI      PIC 9(2).
          05 FILLER                PIC X(4).
       01 WS-FAIL-TABLE.
          05 WS-FAIL-ENTRY OCCURS 50 TIMES.
             10 FL-KEY             PIC X(64).
             10 FL-COUNT           PIC 9(3) COMP-5.
             10 FL-FIRST-MINUTE    PIC 9(9) COMP-5.
       01 WS-FAIL-ENTRY-COUNT      PIC 9(3) COMP-5 VALUE 0.
       01 WS-FAIL-IDX              PIC 9(3) COMP-5 VALUE 0.
       01 WS-FAIL-SCAN             PIC 9(3) COMP-5 VALUE 0.
       01 WS-FAIL-KEY              PIC X(64) VALUE SPACES.
       01 WS-FAIL-KEY-IS-USER      PIC X VALUE "N".
       01 WS-FAIL-LINE-KEY         PIC X(64) VALUE SPACES.
       01 WS-FAIL-NOW-MINUTE       PIC 9(9) COMP-5 VALUE 0.
       01 WS-FAIL-LOCKED-LINES     PIC 9(3) COMP-5 VALUE 0.
       01 WS-FAIL-COUNT-DISP       PIC 9(3) VALUE 0.
       01 WS-FAIL-LINES-DISP       PIC 9(3) VALUE 0.
       01 WS-FAIL-FILE-STATUS      PIC X(2) VALUE "00".
       01 WS-FAIL-PARMS-READ       PIC X VALUE "N".
       77 WS-FAIL-MAX              PIC 9(3) COMP-5 VALUE 5.
       77 WS-FAIL-WINDOW-MINUTES   PIC 9(4) COMP-5 VALUE 15.

       *> Status endpoints for the floppy diagnostics and thread-pool
       *> batch programs - counts only, the history/report files
       *> themselves stay owned by DIAGNOSTICMODE and COBOL-THREADS.
       *> strict parsers reject the whole document. WS-NUM-PADDED /
       *> WS-NUM-DISPLAY is the same padded-REDEFINES trick
       *> BUILD-AUDIT-LEN-TEXT uses, sized for the PIC 9(6) counts.
       01 WS-JSON-BODY             PIC X(4096) VALUE SPACES.
       01 WS-JSON-PTR              PIC 9(4) COMP VALUE 1.
       01 WS-JSON-BODY-LEN         PIC 9(4) COMP VALUE 0.
       01 WS-NUM-PADDED            PIC X(6) VALUE SPACES.
       01 WS-NUM-DISPLAY           REDEFINES WS-NUM-PADDED PIC 9(6).
       01 WS-NUM-POS               PIC 9(2) COMP VALUE 0.
       01 WS-NUM-LEN               PIC 9(2) COMP VALUE 0.
       01 WS-JSON-TEXT             PIC X(60) VALUE SPACES.
       01 WS-JSON-TEXT-LEN         PIC 9(4) COMP VALUE 0.
       01 WS-JSON-SCAN             PIC 9(4) COMP VALUE 0.
       01 WS-JSON-FLAG             PIC X VALUE "N".

       01 WS-POOL-FILE-STATUS      PIC X(2) VALUE "00".
       01 WS-POOL-EOF-SW           PIC X VALUE "N".
       01 WS-POOL-OK-COUNT         PIC 9(6) VALUE 0.
       01 WS-POOL-DEADLETTER-COUNT PIC 9(6) VALUE 0.
       01 WS-POOL-TOTAL-COUNT      PIC 9(6) VALUE 0.
       01 WS-POOL-LINE             PIC X(80) VALUE SPACES.

       *> /diag and /pool take an optional gen=nnnnn or date=YYYYMMDD
       *> to report on a kept generation of DIAGRPT / JOBRPT from the
       *> RPTCAT catalog instead of the current files. date= picks
       *> the latest kept generation from runs started that day.
       01 WS-RCAT-FILE-STATUS      PIC X(2) VALUE "00".
       01 WS-RGEN-FILE-STATUS      PIC X(2) VALUE "00".
       01 WS-RCAT-EOF-SW           PIC X VALUE "N".
       01 WS-RGEN-EOF-SW           PIC X VALUE "N".
       01 WS-RGEN-OPEN-SW          PIC X VALUE "N".
       01 WS-GEN-FILTER-SW         PIC X VALUE "N".
       01 WS-GEN-FILTER-NUM        PIC 9(5) VALUE 0.
       01 WS-GEN-FILTER-DATE       PIC X(8) VALUE SPACES.
       01 WS-GEN-REPORT-TYPE       PIC X(10) VALUE SPACES.
       01 WS-GEN-FOUND-SW          PIC X VALUE "N".
       01 WS-GEN-MATCH             PIC 9(5) VALUE 0.

       *> /audit - reads HTTPAUDIT, optionally filtered by
       *> method=/status= on the query string and paginated with
       77 WS-RATE-LIMIT-THRESHOLD  PIC 9(5) COMP-5 VALUE 100.

       *> POST /jobs - form-style body fields type=, priority=,
       *> payload=, depends=, deadline= (YYYYMMDDHHMM), volume=
       *> (the floppy volume the job works on, if any). Each
       *> capture buffer is one character wider than the JOBIN
       *> column it feeds, so a value that is too long for the card
       *> shows up as a measured length past the PIC size instead of
       *> being silently truncated.
       01 WS-JOBIN-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-JOB-TYPE-IN           PIC X(11) VALUE SPACES.
       01 WS-JOB-TYPE-LEN          PIC 9(4) COMP VALUE 0.
       01 WS-JOB-PAYLOAD-LEN       PIC 9(4) COMP VALUE 0.
       01 WS-JOB-DEPENDS-IN        PIC X(31) VALUE SPACES.
       01 WS-JOB-DEPENDS-LEN       PIC 9(4) COMP VALUE 0.
       01 WS-JOB-DEADLINE-IN       PIC X(13) VALUE SPACES.
       01 WS-JOB-DEADLINE-LEN      PIC 9(4) COMP VALUE 0.
       01 WS-JOB-VOLUME-IN         PIC X(7) VALUE SPACES.
       01 WS-JOB-VOLUME-LEN        PIC 9(4) COMP VALUE 0.
       01 WS-JOB-DL-TEXT.
          05 WS-JOB-DL-DATE        PIC 9(8).
          05 WS-JOB-DL-HH          PIC 9(2).
          05 WS-JOB-DL-MM          PIC 9(2).
       01 WS-JOB-DL-TEXT-X REDEFINES WS-JOB-DL-TEXT PIC X(12).
       01 WS-JOBS-VALUE            PIC X(31) VALUE SPACES.
       01 WS-JOBS-VALUE-LEN        PIC 9(4) COMP VALUE 0.
       01 WS-JOBS-VAL-START        PIC 9(4) COMP VALUE 0.
       01 WS-JOB-GEN-DATE          PIC 9(8) VALUE 0.
       01 WS-JOB-GEN-TIME          PIC 9(6) VALUE 0.

       *> GET /jobs/{payload-ref} - where a job is now. Each file a
       *> job can sit in is read for the ref: the JOBIN deck, the
       *> JOBHOLD holdover deck, JOBCANCEL, the JOBCKPT checkpoint of
       *> a run in flight (or one that died), the JOBHIST history
       *> (last run wins) and the JOBRESULT output of the last run.
       *> The state reported is the most recent of those: a
       *> checkpointed outcome, then held over, then the last history
       *> record, then still queued on the deck.
       01 WS-JHOLD-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-JCAN-FILE-STATUS      PIC X(2) VALUE "00".
       01 WS-JCKPT-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-JHIST-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-JRES-FILE-STATUS      PIC X(2) VALUE "00".
       01 WS-LOOKUP-EOF-SW         PIC X VALUE "N".
       01 WS-LOOKUP-REF            PIC X(30) VALUE SPACES.
       01 WS-LOOKUP-REF-LEN        PIC 9(4) COMP VALUE 0.
       01 WS-LOOKUP-STATE          PIC X(10) VALUE SPACES.
       01 WS-LOOKUP-QUEUED         PIC X VALUE "N".
       01 WS-LOOKUP-HELD           PIC X VALUE "N".
       01 WS-LOOKUP-CANCEL         PIC X VALUE "N".
       01 WS-LOOKUP-CKPT-FOUND     PIC X VALUE "N".
       01 WS-LOOKUP-HIST-FOUND     PIC X VALUE "N".
       01 WS-LOOKUP-RUN-FOUND      PIC X VALUE "N".
       01 WS-LOOKUP-OUT-FOUND      PIC X VALUE "N".
       01 WS-LOOKUP-JOB-TYPE       PIC X(10) VALUE SPACES.
       01 WS-LOOKUP-SUBMITTER      PIC X(16) VALUE SPACES.
       01 WS-LOOKUP-DEADLINE       PIC X(12) VALUE SPACES.
       01 WS-LOOKUP-RUN-TS         PIC X(14) VALUE SPACES.
       01 WS-LOOKUP-STATUS         PIC X(10) VALUE SPACES.
       01 WS-LOOKUP-RC             PIC S9(4) VALUE 0.
       01 WS-LOOKUP-RETRIES        PIC 9(2) VALUE 0.
       01 WS-LOOKUP-ELAPSED        PIC 9(6) VALUE 0.
       01 WS-LOOKUP-FINISH-TS      PIC X(12) VALUE SPACES.
       01 WS-LOOKUP-OUTPUT         PIC X(60) VALUE SPACES.
       01 WS-LOOKUP-CKPT-RC        PIC S9(4) VALUE 0.
       01 WS-LOOKUP-CKPT-RETRIES   PIC 9(2) VALUE 0.
       01 WS-LOOKUP-CKPT-ELAPSED   PIC 9(6) VALUE 0.
       01 WS-LOOKUP-CKPT-STATUS    PIC X(10) VALUE SPACES.
       01 WS-LOOKUP-CKPT-FINISH    PIC X(12) VALUE SPACES.
       01 WS-LOOKUP-CKPT-OUTPUT    PIC X(60) VALUE SPACES.
       01 WS-LOOKUP-RC-EDIT        PIC -(4)9.

       *> Run-lock probe: a lock record under a day old means a run
       *> is (or may be) still going - the same staleness rule the
       *> batch programs apply when they take a lock over.
       01 WS-LOCK-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-LOCK-AGE-DAYS         PIC S9(5) COMP-5 VALUE 0.
       01 WS-LOCK-DATE-NOW         PIC 9(8) VALUE 0.
       01 WS-LOCK-TIME-NOW.
          05 WS-LOCK-HHMMSS-NOW      PIC X(6).
          05 FILLER                  PIC X(2).

       *> GET /alerts - the operator wallboard feed. Counts every
       *> open and acknowledged line on ALERTS and lists the most
       *> recently raised WS-ALERT-LIST-MAX of them, oldest first;
       *> closed lines are history and are not shown. The list is a
       *> ring buffer over the matching lines, like /audit's.
       01 WS-ALERT-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-ALERT-EOF-SW          PIC X VALUE "N".
       01 WS-ALERT-LIST-TABLE.
          05 WS-ALERT-LIST-ENTRY OCCURS 10 TIMES PIC X(180).
       01 WS-ALERT-MATCH-COUNT     PIC 9(9) COMP-5 VALUE 0.
       01 WS-ALERT-MATCH-SEQ       PIC 9(9) COMP-5 VALUE 0.
       01 WS-ALERT-RING-IDX        PIC 9(4) COMP-5 VALUE 0.
       01 WS-ALERT-SHOW-COUNT      PIC 9(4) COMP-5 VALUE 0.
       01 WS-ALERT-ENTRY-IDX       PIC 9(4) COMP-5 VALUE 0.
       01 WS-ALERT-OPEN-COUNT      PIC 9(6) VALUE 0.
       01 WS-ALERT-ACK-COUNT       PIC 9(6) VALUE 0.
       01 WS-ALERT-CRIT-COUNT      PIC 9(6) VALUE 0.
       77 WS-ALERT-LIST-MAX        PIC 9(4) COMP-5 VALUE 10.

       *> Parameter block for ALERTWR, the shared operator alert
       *> writer: credential lockouts and rate-limit refusals are
       *> raised from here. Neither ever carries the credential.
       01 WS-ALERT-PARMS.
          05 WS-AP-SEVERITY        PIC X(1).
          05 WS-AP-SOURCE          PIC X(14).
          05 WS-AP-CODE            PIC X(8).
          05 WS-AP-OBJECT          PIC X(30).
          05 WS-AP-TEXT            PIC X(40).
       01 WS-ALERT-LIMIT-DISP      PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       01 REQUEST-DATA             PIC X(4096).
                   WHEN 1
                       PERFORM RESP-200-HELLO
                   WHEN 2
                       PERFORM RESP-200-DIAG THRU RESP-200-DIAG-X
                   WHEN 3
                       PERFORM RESP-200-POOL THRU RESP-200-POOL-X
                   WHEN 4
                       PERFORM RESP-200-AUDIT
                   WHEN 5
                       PERFORM RESP-200-JOB-STATUS
                   WHEN 6
                       PERFORM RESP-200-ALERTS
                   WHEN OTHER
                       PERFORM RESP-404-NOT-FOUND
               END-EVALUATE
           STRING
               WS-AUDIT-DATE      DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-AUDIT-HHMMSS    DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-REQ-METHOD      DELIMITED BY SIZE
               " "                DELIMITED BY SIZE

       EXTRACT-PATH.
           MOVE SPACES TO WS-REQ-PATH
           MOVE SPACES TO WS-REQ-PATH-FULL
           MOVE SPACES TO WS-REQ-QUERY
           MOVE "N" TO WS-FOUND-SPACE
           MOVE "N" TO WS-FOUND-QMARK

           IF WS-METHOD-END > 0
               MOVE 1 TO WS-IDX
               PERFORM UNTIL WS-IDX > 60
                   OR WS-METHOD-END + WS-IDX > REQUEST-LEN
                   OR WS-FOUND-SPACE = "Y"
                   IF REQUEST-DATA(WS-METHOD-END + WS-IDX:1) = SPACE OR
                           MOVE REQUEST-DATA(WS-METHOD-END + WS-IDX:1)
                               TO WS-REQ-PATH(WS-PATH-LEN:1)
                       END-IF
                       IF WS-PATH-LEN <= 40
                           MOVE REQUEST-DATA(WS-METHOD-END + WS-IDX:1)
                               TO WS-REQ-PATH-FULL(WS-PATH-LEN:1)
                       END-IF
                   END-IF
                   ADD 1 TO WS-IDX
               END-PERFORM
           MOVE 6        TO RT-PREFIX-LEN(ROUTE-COUNT)
           MOVE 4        TO RT-HANDLER-ID(ROUTE-COUNT)

           ADD 1 TO ROUTE-COUNT
           MOVE "/jobs" TO RT-PATH-PREFIX(ROUTE-COUNT)
           MOVE 5       TO RT-PREFIX-LEN(ROUTE-COUNT)
           MOVE 5       TO RT-HANDLER-ID(ROUTE-COUNT)

           ADD 1 TO ROUTE-COUNT
           MOVE "/alerts" TO RT-PATH-PREFIX(ROUTE-COUNT)
           MOVE 7         TO RT-PREFIX-LEN(ROUTE-COUNT)
           MOVE 6         TO RT-HANDLER-ID(ROUTE-COUNT)

           ADD 1 TO ROUTE-COUNT
           MOVE "/h"    TO RT-PATH-PREFIX(ROUTE-COUNT)
           MOVE 2       TO RT-PREFIX-LEN(ROUTE-COUNT)
                   - FUNCTION INTEGER-OF-DATE(WS-LOCK-DATE-NUM)
               IF WS-LOCK-AGE-DAYS > 1
                   OR (WS-LOCK-AGE-DAYS = 1
                       AND WS-LOCK-TS(9:6) <= WS-LOCK-HHMMSS-NOW)
                   MOVE "N" TO WS-LOCK-HELD
               END-IF
           ELSE
           MOVE 0 TO WS-JOB-PRIO-LEN
           MOVE 0 TO WS-JOB-PAYLOAD-LEN
           MOVE 0 TO WS-JOB-DEPENDS-LEN
           MOVE SPACES TO WS-JOB-DEADLINE-IN
           MOVE 0 TO WS-JOB-DEADLINE-LEN
           MOVE SPACES TO WS-JOB-VOLUME-IN
           MOVE 0 TO WS-JOB-VOLUME-LEN

           IF WS-BODY-LEN >= 6
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       MOVE WS-JOBS-VALUE-LEN TO WS-JOB-DEPENDS-LEN
                   END-IF
               END-PERFORM
           END-IF

           IF WS-BODY-LEN >= 10
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-BODY-LEN - 9
                   IF WS-BODY-EXACT(WS-IDX:9) = "deadline="
                       AND (WS-IDX = 1
                           OR WS-BODY-EXACT(WS-IDX - 1:1) = "&")
                       COMPUTE WS-JOBS-VAL-START = WS-IDX + 9
                       PERFORM COPY-JOBS-VALUE
                       MOVE WS-JOBS-VALUE     TO WS-JOB-DEADLINE-IN
                       MOVE WS-JOBS-VALUE-LEN TO WS-JOB-DEADLINE-LEN
                   END-IF
               END-PERFORM
           END-IF

           IF WS-BODY-LEN >= 8
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-BODY-LEN - 7
                   IF WS-BODY-EXACT(WS-IDX:7) = "volume="
                       AND (WS-IDX = 1
                           OR WS-BODY-EXACT(WS-IDX - 1:1) = "&")
                       COMPUTE WS-JOBS-VAL-START = WS-IDX + 7
                       PERFORM COPY-JOBS-VALUE
                       MOVE WS-JOBS-VALUE     TO WS-JOB-VOLUME-IN
                       MOVE WS-JOBS-VALUE-LEN TO WS-JOB-VOLUME-LEN
                   END-IF
               END-PERFORM
           END-IF.

       *> Copies a body value up to the next "&" or end of body.
               MOVE "payload exceeds 30 characters" TO WS-JOB-ERR-TEXT
           ELSE IF WS-JOB-DEPENDS-LEN > 30
               MOVE "depends exceeds 30 characters" TO WS-JOB-ERR-TEXT
           ELSE IF WS-JOB-DEADLINE-LEN > 0
               AND WS-JOB-DEADLINE-LEN NOT = 12
               MOVE "deadline must be YYYYMMDDHHMM" TO WS-JOB-ERR-TEXT
           ELSE IF WS-JOB-VOLUME-LEN > 6
               MOVE "volume exceeds 6 characters" TO WS-JOB-ERR-TEXT
           ELSE IF WS-JOB-VOLUME-LEN > 0
               AND WS-JOB-VOLUME-IN(1:1) = SPACE
               MOVE "volume must not start with a space"
                   TO WS-JOB-ERR-TEXT
           END-IF

           *> A deadline must also name a real date and clock time.
           IF WS-JOB-ERR-TEXT = SPACES AND WS-JOB-DEADLINE-LEN = 12
               MOVE WS-JOB-DEADLINE-IN(1:12) TO WS-JOB-DL-TEXT-X
               IF WS-JOB-DL-TEXT-X IS NOT NUMERIC
                   MOVE "deadline must be YYYYMMDDHHMM"
                       TO WS-JOB-ERR-TEXT
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-JOB-DL-DATE)
                           NOT = 0
                       OR WS-JOB-DL-HH > 23 OR WS-JOB-DL-MM > 59
                       MOVE "deadline is not a valid date and time"
                           TO WS-JOB-ERR-TEXT
                   END-IF
               END-IF
           END-IF

           IF WS-JOB-ERR-TEXT = SPACES
               MOVE WS-JOB-PRIO-NUM         TO JIN-PRIORITY
               MOVE WS-JOB-PAYLOAD-IN(1:30) TO JIN-PAYLOAD-REF
               MOVE WS-JOB-DEPENDS-IN(1:30) TO JIN-DEPENDS-ON
               MOVE WS-JOB-DEADLINE-IN(1:12) TO JIN-DEADLINE
               MOVE WS-AUTH-SUBMITTER       TO JIN-SUBMITTER
               MOVE WS-JOB-VOLUME-IN(1:6)   TO JIN-TARGET-VOLUME
               WRITE JOB-INPUT-RECORD
               CLOSE JOB-INPUT-FILE
           END-IF.

       CHECK-BASIC-AUTH.
           MOVE "N" TO WS-AUTH-OK
           MOVE "N" TO WS-AUTH-REFUSED
           MOVE SPACES TO WS-AUTH-ROLE
           MOVE SPACES TO WS-AUTH-SUBMITTER
           ACCEPT WS-AUTH-TODAY FROM DATE YYYYMMDD
           IF WS-AUTH-HEADER NOT = SPACES
               OPEN INPUT AUTH-CRED-FILE
               IF WS-CRED-FILE-STATUS = "00"
                           NOT AT END
                               IF FUNCTION TRIM(AC-CREDENTIAL) =
                                   FUNCTION TRIM(WS-AUTH-HEADER)
                                   PERFORM CHECK-CRED-STANDING
                                   MOVE "Y" TO WS-CRED-EOF-SW
                               END-IF
                       END-READ
                   DISPLAY "DEBUG: No HTTPCRED credentials file found."
               END-IF
           END-IF
           IF WS-AUTH-OK = "Y" AND WS-AUTH-SUBMITTER = SPACES
               MOVE WS-AUTH-HEADER TO WS-B64-SOURCE
               PERFORM DECODE-CRED-USER
               MOVE WS-B64-USER TO WS-AUTH-SUBMITTER
               IF WS-AUTH-SUBMITTER = SPACES
                   MOVE "HTTP" TO WS-AUTH-SUBMITTER
               END-IF
           END-IF
           *> Only a wrong credential counts toward a lockout; one
           *> that matched but is locked, revoked or expired is
           *> already out of service.
           IF WS-AUTH-HEADER NOT = SPACES
               IF WS-AUTH-OK = "Y"
                   PERFORM CLEAR-AUTH-FAILURES
               ELSE
                   IF WS-AUTH-REFUSED = "N"
                       PERFORM RECORD-AUTH-FAILURE
                   END-IF
               END-IF
           END-IF
           PERFORM CHECK-AUTH-ROLE.

       *> A matched line must also still be in service: not locked,
       *> not revoked and not past its expiry date.
       CHECK-CRED-STANDING.
           IF AC-LOCKED OR AC-REVOKED
               MOVE "Y" TO WS-AUTH-REFUSED
               DISPLAY "DEBUG: Credential is locked or revoked."
           ELSE
               IF AC-EXPIRES IS NUMERIC
                   AND AC-EXPIRES < WS-AUTH-TODAY
                   MOVE "Y" TO WS-AUTH-REFUSED
                   DISPLAY "DEBUG: Credential has expired."
               ELSE
                   MOVE "Y" TO WS-AUTH-OK
                   IF AC-ROLE = SPACES
                       MOVE "ADMIN" TO WS-AUTH-ROLE
                   ELSE
                       MOVE AC-ROLE TO WS-AUTH-ROLE
                   END-IF
                   MOVE AC-OWNER TO WS-AUTH-SUBMITTER
               END-IF
           END-IF.

       *> Decodes the base64 part of the "Basic <base64>" value in
       *> WS-B64-SOURCE four characters at a time, keeping the bytes
       *> up to the ":" that separates user from password, into
       *> WS-B64-USER. Anything undecodable leaves it blank.
       DECODE-CRED-USER.
           MOVE SPACES TO WS-B64-USER
           MOVE 0 TO WS-B64-OUT-LEN
           MOVE "N" TO WS-B64-DONE
           IF WS-B64-SOURCE(1:6) = "Basic "
               PERFORM VARYING WS-B64-POS FROM 7 BY 4
                   UNTIL WS-B64-POS > 61 OR WS-B64-DONE = "Y"
                   PERFORM DECODE-B64-QUAD
               END-PERFORM
           END-IF.

       DECODE-B64-QUAD.
           MOVE 0 TO WS-B64-VALUE
           MOVE 3 TO WS-B64-BYTES
           PERFORM VARYING WS-B64-QUAD-IDX FROM 0 BY 1
               UNTIL WS-B64-QUAD-IDX > 3
               MOVE WS-B64-SOURCE(WS-B64-POS + WS-B64-QUAD-IDX:1)
                   TO WS-B64-CHAR
               MOVE 0 TO WS-B64-SEXTET
               IF WS-B64-CHAR = "=" OR WS-B64-CHAR = SPACE
                   SUBTRACT 1 FROM WS-B64-BYTES
                   IF WS-B64-QUAD-IDX < 2
                       MOVE "Y" TO WS-B64-DONE
                   END-IF
               ELSE
                   MOVE 99 TO WS-B64-SEXTET
                   PERFORM VARYING WS-B64-ALPHA-IDX FROM 1 BY 1
                       UNTIL WS-B64-ALPHA-IDX > 64
                       IF WS-B64-ALPHABET(WS-B64-ALPHA-IDX:1)
                           = WS-B64-CHAR
                           COMPUTE WS-B64-SEXTET = WS-B64-ALPHA-IDX - 1
                       END-IF
                   END-PERFORM
                   IF WS-B64-SEXTET = 99
                       MOVE "Y" TO WS-B64-DONE
                       MOVE 0 TO WS-B64-SEXTET
                   END-IF
               END-IF
               COMPUTE WS-B64-VALUE = WS-B64-VALUE * 64 + WS-B64-SEXTET
           END-PERFORM
           IF WS-B64-BYTES > 3
               MOVE 0 TO WS-B64-BYTES
           END-IF
           MOVE 65536 TO WS-B64-DIVISOR
           PERFORM VARYING WS-B64-BYTE-IDX FROM 1 BY 1
               UNTIL WS-B64-BYTE-IDX > WS-B64-BYTES
                   OR WS-B64-DONE = "Y"
               DIVIDE WS-B64-VALUE BY WS-B64-DIVISOR
                   GIVING WS-B64-BYTE REMAINDER WS-B64-VALUE
               DIVIDE 256 INTO WS-B64-DIVISOR
               IF WS-B64-BYTE = 58
                   MOVE "Y" TO WS-B64-DONE
               ELSE
                   IF WS-B64-OUT-LEN < 16
                       ADD 1 TO WS-B64-OUT-LEN
                       MOVE FUNCTION CHAR(WS-B64-BYTE + 1)
                           TO WS-B64-USER(WS-B64-OUT-LEN:1)
                   ELSE
                       MOVE "Y" TO WS-B64-DONE
                   END-IF
               END-IF
           END-PERFORM.

       *> The lockout key for the value in WS-B64-SOURCE: its user
       *> name when it decodes to one, otherwise the value itself.
       BUILD-FAIL-LINE-KEY.
           PERFORM DECODE-CRED-USER
           MOVE SPACES TO WS-FAIL-LINE-KEY
           IF WS-B64-USER NOT = SPACES
               MOVE WS-B64-USER TO WS-FAIL-LINE-KEY
           ELSE
               MOVE WS-B64-SOURCE TO WS-FAIL-LINE-KEY
           END-IF.

       RECORD-AUTH-FAILURE.
           IF WS-FAIL-PARMS-READ = "N"
               PERFORM READ-FAIL-PARMS
               MOVE "Y" TO WS-FAIL-PARMS-READ
           END-IF
           MOVE WS-AUTH-HEADER TO WS-B64-SOURCE
           PERFORM BUILD-FAIL-LINE-KEY
           MOVE WS-FAIL-LINE-KEY TO WS-FAIL-KEY
           IF WS-B64-USER NOT = SPACES
               MOVE "Y" TO WS-FAIL-KEY-IS-USER
           ELSE
               MOVE "N" TO WS-FAIL-KEY-IS-USER
           END-IF
           ACCEPT WS-AUTH-CLOCK FROM TIME
           COMPUTE WS-FAIL-NOW-MINUTE =
               FUNCTION INTEGER-OF-DATE(WS-AUTH-TODAY) * 1440
               + WS-AUTH-CLOCK-HH * 60 + WS-AUTH-CLOCK-MI
           PERFORM FIND-FAIL-ENTRY
           IF WS-FAIL-IDX > 0
               IF WS-FAIL-NOW-MINUTE - FL-FIRST-MINUTE(WS-FAIL-IDX)
                   >= WS-FAIL-WINDOW-MINUTES
                   MOVE 0 TO FL-COUNT(WS-FAIL-IDX)
                   MOVE WS-FAIL-NOW-MINUTE
                       TO FL-FIRST-MINUTE(WS-FAIL-IDX)
               END-IF
               ADD 1 TO FL-COUNT(WS-FAIL-IDX)
               DISPLAY "DEBUG: Failed login count = "
                   FL-COUNT(WS-FAIL-IDX)
               IF FL-COUNT(WS-FAIL-IDX) >= WS-FAIL-MAX
                   PERFORM LOCK-FAILED-CREDENTIAL
               END-IF
           END-IF.

       *> Finds the key's slot, or takes a free one, or failing that
       *> one whose window has run out. With every slot busy inside
       *> its window the attempt is not tracked (WS-FAIL-IDX = 0).
       FIND-FAIL-ENTRY.
           MOVE 0 TO WS-FAIL-IDX
           PERFORM VARYING WS-FAIL-SCAN FROM 1 BY 1
               UNTIL WS-FAIL-SCAN > WS-FAIL-ENTRY-COUNT
               IF FL-KEY(WS-FAIL-SCAN) = WS-FAIL-KEY
                   MOVE WS-FAIL-SCAN TO WS-FAIL-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FAIL-IDX = 0 AND WS-FAIL-ENTRY-COUNT < 50
               ADD 1 TO WS-FAIL-ENTRY-COUNT
               MOVE WS-FAIL-ENTRY-COUNT TO WS-FAIL-IDX
           END-IF
           IF WS-FAIL-IDX = 0
               PERFORM VARYING WS-FAIL-SCAN FROM 1 BY 1
                   UNTIL WS-FAIL-SCAN > WS-FAIL-ENTRY-COUNT
                   IF WS-FAIL-NOW-MINUTE - FL-FIRST-MINUTE(WS-FAIL-SCAN)
                       >= WS-FAIL-WINDOW-MINUTES
                       MOVE WS-FAIL-SCAN TO WS-FAIL-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FAIL-IDX > 0
               AND FL-KEY(WS-FAIL-IDX) NOT = WS-FAIL-KEY
               MOVE WS-FAIL-KEY TO FL-KEY(WS-FAIL-IDX)
               MOVE 0 TO FL-COUNT(WS-FAIL-IDX)
               MOVE WS-FAIL-NOW-MINUTE TO FL-FIRST-MINUTE(WS-FAIL-IDX)
           END-IF.

       *> A good login clears that user's run of failures.
       CLEAR-AUTH-FAILURES.
           MOVE WS-AUTH-HEADER TO WS-B64-SOURCE
           PERFORM BUILD-FAIL-LINE-KEY
           PERFORM VARYING WS-FAIL-SCAN FROM 1 BY 1
               UNTIL WS-FAIL-SCAN > WS-FAIL-ENTRY-COUNT
               IF FL-KEY(WS-FAIL-SCAN) = WS-FAIL-LINE-KEY
                   MOVE 0 TO FL-COUNT(WS-FAIL-SCAN)
               END-IF
           END-PERFORM.

       *> Flags every active HTTPCRED line for the failing user as
       *> locked, in place, then starts the count over so an
       *> operator unlock is not undone by the very next attempt.
       LOCK-FAILED-CREDENTIAL.
           MOVE 0 TO WS-FAIL-LOCKED-LINES
           OPEN I-O AUTH-CRED-FILE
           IF WS-CRED-FILE-STATUS = "00"
               MOVE "N" TO WS-CRED-EOF-SW
               PERFORM UNTIL WS-CRED-EOF-SW = "Y"
                   READ AUTH-CRED-FILE
                       AT END
                           MOVE "Y" TO WS-CRED-EOF-SW
                       NOT AT END
                           IF NOT AC-LOCKED AND NOT AC-REVOKED
                               MOVE AC-CREDENTIAL TO WS-B64-SOURCE
                               PERFORM BUILD-FAIL-LINE-KEY
                               IF WS-FAIL-LINE-KEY = WS-FAIL-KEY
                                   MOVE "L" TO AC-STATUS
                                   REWRITE AUTH-CRED-RECORD
                                   ADD 1 TO WS-FAIL-LOCKED-LINES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-CRED-FILE
           END-IF
           MOVE FL-COUNT(WS-FAIL-IDX) TO WS-FAIL-COUNT-DISP
           PERFORM WRITE-LOCKOUT-AUDIT
           PERFORM RAISE-LOCKOUT-ALERT
           MOVE 0 TO FL-COUNT(WS-FAIL-IDX)
           MOVE WS-FAIL-NOW-MINUTE TO FL-FIRST-MINUTE(WS-FAIL-IDX).

       *> Same column layout as WRITE-AUDIT-LOG, so /audit can filter
       *> on method=LOCK, with the user and counts after the length.
       *> A key that is not a user name is a raw credential guess
       *> and is not copied into the log.
       WRITE-LOCKOUT-AUDIT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE 0 TO WS-AUDIT-LEN-DISP
           MOVE WS-FAIL-LOCKED-LINES TO WS-FAIL-LINES-DISP

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF

           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING
               WS-AUDIT-DATE      DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-AUDIT-HHMMSS    DELIMITED BY SIZE
               " LOCK "           DELIMITED BY SIZE
               WS-REQ-PATH        DELIMITED BY SIZE
               " 401 "            DELIMITED BY SIZE
               WS-AUDIT-LEN-DISP  DELIMITED BY SIZE
               " LOCKOUT "        DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           END-STRING
           IF WS-FAIL-KEY-IS-USER = "Y"
               MOVE WS-FAIL-KEY(1:16) TO AUDIT-LOG-RECORD(65:16)
           ELSE
               MOVE "(undecodable)" TO AUDIT-LOG-RECORD(65:16)
           END-IF
           STRING
               "FAILS=" DELIMITED BY SIZE
               WS-FAIL-COUNT-DISP DELIMITED BY SIZE
               " CREDS=" DELIMITED BY SIZE
               WS-FAIL-LINES-DISP DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD(82:19)
           END-STRING
           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE.

       *> Keyed on the user, so every lockout of one user while the
       *> alert is still open counts on the same line.
       RAISE-LOCKOUT-ALERT.
           MOVE SPACES TO WS-ALERT-PARMS
           MOVE "W" TO WS-AP-SEVERITY
           MOVE "HTTP_HANDLER" TO WS-AP-SOURCE
           MOVE "AUTHLOCK" TO WS-AP-CODE
           IF WS-FAIL-KEY-IS-USER = "Y"
               MOVE WS-FAIL-KEY(1:16) TO WS-AP-OBJECT
           ELSE
               MOVE "(undecodable)" TO WS-AP-OBJECT
           END-IF
           STRING "LOCKED AFTER " WS-FAIL-COUNT-DISP
                  " FAILURES, CREDS=" WS-FAIL-LINES-DISP
               DELIMITED BY SIZE INTO WS-AP-TEXT
           END-STRING
           CALL "ALERTWR" USING WS-ALERT-PARMS.

       *> Same shape as READ-RATE-LIMIT-PARMS: no card, or a bad
       *> field on it, keeps the compiled-in default.
       READ-FAIL-PARMS.
           OPEN INPUT FAIL-PARM-FILE
           IF WS-FAIL-FILE-STATUS = "00"
               READ FAIL-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FP-MAX-FAILURES IS NUMERIC
                           AND FP-MAX-FAILURES > 0
                           MOVE FP-MAX-FAILURES TO WS-FAIL-MAX
                       END-IF
                       IF FP-WINDOW-MINUTES IS NUMERIC
                           AND FP-WINDOW-MINUTES > 0
                           MOVE FP-WINDOW-MINUTES
                               TO WS-FAIL-WINDOW-MINUTES
                       END-IF
               END-READ
               CLOSE FAIL-PARM-FILE
           ELSE
               DISPLAY "DEBUG: No HTTPFAIL parm file found,"
                   " using default lockout limits."
           END-IF.

       CHECK-AUTH-ROLE.
           MOVE "N" TO WS-ROLE-OK
           IF WS-AUTH-OK = "Y"
           EXIT.

       RESP-200-DIAG.
           PERFORM PARSE-GEN-QUERY
           IF WS-GEN-FILTER-SW = "N"
               PERFORM READ-DIAG-HISTORY-COUNTS
           ELSE
               MOVE "DIAGRPT" TO WS-GEN-REPORT-TYPE
               PERFORM FIND-REPORT-GENERATION
               IF WS-GEN-FOUND-SW = "N"
                   PERFORM RESP-404-NOT-FOUND
                   GO TO RESP-200-DIAG-X
               END-IF
               PERFORM READ-DIAG-GEN-COUNTS
           END-IF
           MOVE "200" TO WS-RESP-STATUS-TXT
           PERFORM CHECK-ACCEPT-JSON
           MOVE SPACES TO WS-TEMP
           IF WS-ACCEPT-IS-JSON = "Y"
           MOVE WS-RESPONSE-LEN TO RESPONSE-LEN
           DISPLAY "DEBUG: Response length = " WS-RESPONSE-LEN
           DISPLAY "DEBUG: Response data (first 100 chars) = ["
               RESPONSE-DATA(1:100) "]".
       RESP-200-DIAG-X.
           EXIT.

       READ-DIAG-HISTORY-COUNTS.
           END-IF.

       RESP-200-POOL.
           PERFORM PARSE-GEN-QUERY
           IF WS-GEN-FILTER-SW = "N"
               PERFORM READ-POOL-REPORT-COUNTS
           ELSE
               MOVE "JOBRPT" TO WS-GEN-REPORT-TYPE
               PERFORM FIND-REPORT-GENERATION
               IF WS-GEN-FOUND-SW = "N"
                   PERFORM RESP-404-NOT-FOUND
                   GO TO RESP-200-POOL-X
               END-IF
               PERFORM READ-POOL-GEN-COUNTS
           END-IF
           MOVE "200" TO WS-RESP-STATUS-TXT
           PERFORM CHECK-ACCEPT-JSON
           MOVE SPACES TO WS-TEMP
           IF WS-ACCEPT-IS-JSON = "Y"
           MOVE WS-RESPONSE-LEN TO RESPONSE-LEN
           DISPLAY "DEBUG: Response length = " WS-RESPONSE-LEN
           DISPLAY "DEBUG: Response data (first 100 chars) = ["
               RESPONSE-DATA(1:100) "]".
       RESP-200-POOL-X.
           EXIT.

       READ-POOL-REPORT-COUNTS.
                       AT END
                           MOVE "Y" TO WS-POOL-EOF-SW
                       NOT AT END
                           MOVE JOB-REPORT-RECORD TO WS-POOL-LINE
                           PERFORM TALLY-POOL-REPORT-LINE
                   END-READ
               END-PERFORM
               CLOSE JOB-REPORT-FILE
               DISPLAY "DEBUG: No JOBRPT report file found."
           END-IF.

       TALLY-POOL-REPORT-LINE.
           IF WS-POOL-LINE(1:6) NOT = "JOB-ID"
               ADD 1 TO WS-POOL-TOTAL-COUNT
               IF WS-POOL-LINE(8:2) = "OK"
                   ADD 1 TO WS-POOL-OK-COUNT
               ELSE
                   ADD 1 TO WS-POOL-DEADLETTER-COUNT
               END-IF
           END-IF.

       *> gen= takes up to five digits; date= exactly eight. The
       *> bounds keep each grab inside the 20-character query.
       PARSE-GEN-QUERY.
           MOVE "N" TO WS-GEN-FILTER-SW
           MOVE 0 TO WS-GEN-FILTER-NUM
           MOVE SPACES TO WS-GEN-FILTER-DATE

           IF WS-REQ-QUERY NOT = SPACES
               PERFORM VARYING WS-HDR-IDX FROM 1 BY 1
                   UNTIL WS-HDR-IDX > 16
                   IF WS-REQ-QUERY(WS-HDR-IDX:4) = "gen="
                       AND WS-REQ-QUERY(WS-HDR-IDX + 4:1) IS NUMERIC
                       MOVE "G" TO WS-GEN-FILTER-SW
                       MOVE 0 TO WS-GEN-FILTER-NUM
                       COMPUTE WS-HDR-SCAN = WS-HDR-IDX + 4
                       PERFORM UNTIL WS-HDR-SCAN > 20
                           OR WS-REQ-QUERY(WS-HDR-SCAN:1)
                               IS NOT NUMERIC
                           OR WS-GEN-FILTER-NUM > 9999
                           MOVE WS-REQ-QUERY(WS-HDR-SCAN:1)
                               TO WS-DIGIT
                           COMPUTE WS-GEN-FILTER-NUM =
                               WS-GEN-FILTER-NUM * 10 + WS-DIGIT
                           ADD 1 TO WS-HDR-SCAN
                       END-PERFORM
                   END-IF
               END-PERFORM

               IF WS-GEN-FILTER-SW = "N"
                   PERFORM VARYING WS-HDR-IDX FROM 1 BY 1
                       UNTIL WS-HDR-IDX > 8
                       IF WS-REQ-QUERY(WS-HDR-IDX:5) = "date="
                           AND WS-REQ-QUERY(WS-HDR-IDX + 5:8)
                               IS NUMERIC
                           MOVE "D" TO WS-GEN-FILTER-SW
                           MOVE WS-REQ-QUERY(WS-HDR-IDX + 5:8)
                               TO WS-GEN-FILTER-DATE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       *> Looks the wanted generation of WS-GEN-REPORT-TYPE up in
       *> RPTCAT. Only a generation still kept (state "A") counts as
       *> found; a purged one answers 404 like one never cataloged.
       FIND-REPORT-GENERATION.
           MOVE "N" TO WS-GEN-FOUND-SW
           MOVE 0 TO WS-GEN-MATCH
           OPEN INPUT REPORT-CATALOG-FILE
           IF WS-RCAT-FILE-STATUS = "00"
               MOVE WS-GEN-REPORT-TYPE TO RC-REPORT-TYPE
               MOVE 0 TO RC-GENERATION
               START REPORT-CATALOG-FILE KEY IS >= RC-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-RCAT-EOF-SW
                   NOT INVALID KEY
                       MOVE "N" TO WS-RCAT-EOF-SW
               END-START
               PERFORM UNTIL WS-RCAT-EOF-SW = "Y"
                   READ REPORT-CATALOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-RCAT-EOF-SW
                       NOT AT END
                           IF RC-REPORT-TYPE NOT = WS-GEN-REPORT-TYPE
                               MOVE "Y" TO WS-RCAT-EOF-SW
                           ELSE
                               PERFORM MATCH-CATALOG-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-CATALOG-FILE
           ELSE
               DISPLAY "DEBUG: No RPTCAT report catalog found."
           END-IF.

       MATCH-CATALOG-ENTRY.
           IF RC-STATE = "A"
               IF (WS-GEN-FILTER-SW = "G"
                       AND RC-GENERATION = WS-GEN-FILTER-NUM)
                   OR (WS-GEN-FILTER-SW = "D"
                       AND RC-RUN-TS(1:8) = WS-GEN-FILTER-DATE)
                   MOVE "Y" TO WS-GEN-FOUND-SW
                   MOVE RC-GENERATION TO WS-GEN-MATCH
               END-IF
           END-IF.

       *> Reads the kept lines of generation WS-GEN-MATCH in order,
       *> leaving each in GL-TEXT for the caller's tally paragraph.
       OPEN-GENERATION-LINES.
           MOVE "N" TO WS-RGEN-OPEN-SW
           OPEN INPUT REPORT-GEN-FILE
           IF WS-RGEN-FILE-STATUS = "00"
               MOVE "Y" TO WS-RGEN-OPEN-SW
               MOVE WS-GEN-REPORT-TYPE TO GL-REPORT-TYPE
               MOVE WS-GEN-MATCH TO GL-GENERATION
               MOVE 0 TO GL-LINE-NO
               START REPORT-GEN-FILE KEY IS >= GL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-RGEN-EOF-SW
                   NOT INVALID KEY
                       MOVE "N" TO WS-RGEN-EOF-SW
               END-START
           ELSE
               MOVE "Y" TO WS-RGEN-EOF-SW
               DISPLAY "DEBUG: No RPTGENS report store found."
           END-IF.

       READ-GENERATION-LINE.
           READ REPORT-GEN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RGEN-EOF-SW
               NOT AT END
                   IF GL-REPORT-TYPE NOT = WS-GEN-REPORT-TYPE
                       OR GL-GENERATION NOT = WS-GEN-MATCH
                       MOVE "Y" TO WS-RGEN-EOF-SW
                   END-IF
           END-READ.

       READ-POOL-GEN-COUNTS.
           MOVE 0 TO WS-POOL-OK-COUNT
           MOVE 0 TO WS-POOL-DEADLETTER-COUNT
           MOVE 0 TO WS-POOL-TOTAL-COUNT

           PERFORM OPEN-GENERATION-LINES
           IF WS-RGEN-EOF-SW = "N"
               PERFORM READ-GENERATION-LINE
           END-IF
           PERFORM UNTIL WS-RGEN-EOF-SW = "Y"
               MOVE GL-TEXT TO WS-POOL-LINE
               PERFORM TALLY-POOL-REPORT-LINE
               PERFORM READ-GENERATION-LINE
           END-PERFORM
           IF WS-RGEN-OPEN-SW = "Y"
               CLOSE REPORT-GEN-FILE
           END-IF.

       *> A kept DIAGRPT carries the run's counts on its summary
       *> lines; TOTAL is their sum, as for the DIAGHIST counts.
       READ-DIAG-GEN-COUNTS.
           MOVE 0 TO WS-DIAG-VALID-COUNT
           MOVE 0 TO WS-DIAG-DIVERGE-COUNT
           MOVE 0 TO WS-DIAG-CORRUPT-COUNT
           MOVE 0 TO WS-DIAG-SUSPECT-COUNT
           MOVE 0 TO WS-DIAG-WIPED-COUNT
           MOVE 0 TO WS-DIAG-TOTAL-COUNT

           PERFORM OPEN-GENERATION-LINES
           IF WS-RGEN-EOF-SW = "N"
               PERFORM READ-GENERATION-LINE
           END-IF
           PERFORM UNTIL WS-RGEN-EOF-SW = "Y"
               IF GL-TEXT(22:5) IS NUMERIC
                   EVALUATE GL-TEXT(1:21)
                       WHEN "  VALID SECTORS:     "
                           MOVE GL-TEXT(22:5) TO WS-DIAG-VALID-COUNT
                       WHEN "  DIVERGED SECTORS:  "
                           MOVE GL-TEXT(22:5) TO WS-DIAG-DIVERGE-COUNT
                       WHEN "  CORRUPTED SECTORS: "
                           MOVE GL-TEXT(22:5) TO WS-DIAG-CORRUPT-COUNT
                       WHEN "  SUSPECT SECTORS:   "
                           MOVE GL-TEXT(22:5) TO WS-DIAG-SUSPECT-COUNT
                       WHEN "  SECTORS WIPED:     "
                           MOVE GL-TEXT(22:5) TO WS-DIAG-WIPED-COUNT
                   END-EVALUATE
               END-IF
               PERFORM READ-GENERATION-LINE
           END-PERFORM
           IF WS-RGEN-OPEN-SW = "Y"
               CLOSE REPORT-GEN-FILE
           END-IF
           COMPUTE WS-DIAG-TOTAL-COUNT = WS-DIAG-VALID-COUNT
               + WS-DIAG-DIVERGE-COUNT + WS-DIAG-CORRUPT-COUNT
               + WS-DIAG-SUSPECT-COUNT + WS-DIAG-WIPED-COUNT.

       BUILD-DIAG-JSON-BODY.
           MOVE SPACES TO WS-JSON-BODY
           MOVE 1 TO WS-JSON-PTR
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING.

       *> GET /jobs/{payload-ref}. The ref is everything after
       *> "/jobs/" in the full path, taken as sent.
       RESP-200-JOB-STATUS.
           MOVE SPACES TO WS-JOB-ERR-TEXT
           MOVE SPACES TO WS-LOOKUP-REF
           MOVE 0 TO WS-LOOKUP-REF-LEN
           IF WS-PATH-LEN > 6 AND WS-REQ-PATH-FULL(1:6) = "/jobs/"
               COMPUTE WS-LOOKUP-REF-LEN = WS-PATH-LEN - 6
           END-IF
           IF WS-LOOKUP-REF-LEN = 0
               MOVE "payload ref is required" TO WS-JOB-ERR-TEXT
           ELSE
               IF WS-LOOKUP-REF-LEN > 30
                   MOVE "payload ref exceeds 30 characters"
                       TO WS-JOB-ERR-TEXT
               ELSE
                   MOVE WS-REQ-PATH-FULL(7:WS-LOOKUP-REF-LEN)
                       TO WS-LOOKUP-REF
               END-IF
           END-IF
           IF WS-JOB-ERR-TEXT NOT = SPACES
               PERFORM RESP-400-JOBS-INVALID
           ELSE
               PERFORM FIND-JOB-STATUS
               IF WS-LOOKUP-STATE = SPACES
                   PERFORM RESP-404-NOT-FOUND
               ELSE
                   MOVE "200" TO WS-RESP-STATUS-TXT
                   PERFORM CHECK-ACCEPT-JSON
                   IF WS-ACCEPT-IS-JSON = "Y"
                       PERFORM BUILD-JOB-STATUS-JSON
                   ELSE
                       PERFORM BUILD-JOB-STATUS-TEXT
                   END-IF
               END-IF
           END-IF
           EXIT.

       FIND-JOB-STATUS.
           MOVE SPACES TO WS-LOOKUP-STATE
           MOVE "N" TO WS-LOOKUP-QUEUED
           MOVE "N" TO WS-LOOKUP-HELD
           MOVE "N" TO WS-LOOKUP-CANCEL
           MOVE "N" TO WS-LOOKUP-CKPT-FOUND
           MOVE "N" TO WS-LOOKUP-HIST-FOUND
           MOVE "N" TO WS-LOOKUP-RUN-FOUND
           MOVE "N" TO WS-LOOKUP-OUT-FOUND
           MOVE SPACES TO WS-LOOKUP-JOB-TYPE
           MOVE SPACES TO WS-LOOKUP-SUBMITTER
           MOVE SPACES TO WS-LOOKUP-DEADLINE
           MOVE SPACES TO WS-LOOKUP-RUN-TS
           MOVE SPACES TO WS-LOOKUP-STATUS
           MOVE 0 TO WS-LOOKUP-RC
           MOVE 0 TO WS-LOOKUP-RETRIES
           MOVE 0 TO WS-LOOKUP-ELAPSED
           MOVE SPACES TO WS-LOOKUP-FINISH-TS
           MOVE SPACES TO WS-LOOKUP-OUTPUT

           PERFORM SCAN-JOBIN-FOR-REF
           PERFORM SCAN-JOBHOLD-FOR-REF
           PERFORM SCAN-JOBCANCEL-FOR-REF
           PERFORM SCAN-JOBHIST-FOR-REF
           PERFORM SCAN-JOBRESULT-FOR-REF
           PERFORM SCAN-JOBCKPT-FOR-REF

           *> A checkpoint record is newer than anything in the
           *> history or result files - it was written by a run that
           *> has not finished (or did not finish cleanly).
           IF WS-LOOKUP-CKPT-FOUND = "Y"
               MOVE "Y" TO WS-LOOKUP-RUN-FOUND
               MOVE SPACES TO WS-LOOKUP-RUN-TS
               MOVE WS-LOOKUP-CKPT-STATUS  TO WS-LOOKUP-STATUS
               MOVE WS-LOOKUP-CKPT-RC      TO WS-LOOKUP-RC
               MOVE WS-LOOKUP-CKPT-RETRIES TO WS-LOOKUP-RETRIES
               MOVE WS-LOOKUP-CKPT-ELAPSED TO WS-LOOKUP-ELAPSED
               MOVE WS-LOOKUP-CKPT-FINISH  TO WS-LOOKUP-FINISH-TS
               MOVE WS-LOOKUP-CKPT-OUTPUT  TO WS-LOOKUP-OUTPUT
               MOVE "Y" TO WS-LOOKUP-OUT-FOUND
           END-IF
           IF WS-LOOKUP-HIST-FOUND = "Y"
               MOVE "Y" TO WS-LOOKUP-RUN-FOUND
           END-IF

           IF WS-LOOKUP-CKPT-FOUND = "Y"
               MOVE WS-LOOKUP-STATUS TO WS-LOOKUP-STATE
           ELSE IF WS-LOOKUP-HELD = "Y"
               MOVE "HELD" TO WS-LOOKUP-STATE
           ELSE IF WS-LOOKUP-HIST-FOUND = "Y"
               MOVE WS-LOOKUP-STATUS TO WS-LOOKUP-STATE
           ELSE IF WS-LOOKUP-QUEUED = "Y"
               MOVE "QUEUED" TO WS-LOOKUP-STATE
           ELSE IF WS-LOOKUP-CANCEL = "Y"
               MOVE "CANCELLED" TO WS-LOOKUP-STATE
           END-IF.

       SCAN-JOBIN-FOR-REF.
           OPEN INPUT JOB-INPUT-FILE
           IF WS-JOBIN-FILE-STATUS = "00"
               MOVE "N" TO WS-LOOKUP-EOF-SW
               PERFORM UNTIL WS-LOOKUP-EOF-SW = "Y"
                   READ JOB-INPUT-FILE
                       AT END
                           MOVE "Y" TO WS-LOOKUP-EOF-SW
                       NOT AT END
                           IF JIN-PAYLOAD-REF = WS-LOOKUP-REF
                               MOVE "Y" TO WS-LOOKUP-QUEUED
                               MOVE JIN-JOB-TYPE  TO WS-LOOKUP-JOB-TYPE
                               MOVE JIN-SUBMITTER
                                   TO WS-LOOKUP-SUBMITTER
                               MOVE JIN-DEADLINE  TO WS-LOOKUP-DEADLINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-INPUT-FILE
           END-IF.

       SCAN-JOBHOLD-FOR-REF.
           OPEN INPUT JOB-HOLD-FILE
           IF WS-JHOLD-FILE-STATUS = "00"
               MOVE "N" TO WS-LOOKUP-EOF-SW
               PERFORM UNTIL WS-LOOKUP-EOF-SW = "Y"
                   READ JOB-HOLD-FILE
                       AT END
                           MOVE "Y" TO WS-LOOKUP-EOF-SW
                       NOT AT END
                           IF JHO-PAYLOAD-REF = WS-LOOKUP-REF
                               MOVE "Y" TO WS-LOOKUP-HELD
                               MOVE JHO-JOB-TYPE  TO WS-LOOKUP-JOB-TYPE
                               MOVE JHO-SUBMITTER
                                   TO WS-LOOKUP-SUBMITTER
                               MOVE JHO-DEADLINE  TO WS-LOOKUP-DEADLINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-HOLD-FILE
           END-IF.

       SCAN-JOBCANCEL-FOR-REF.
           OPEN INPUT JOB-CANCEL-FILE
           IF WS-JCAN-FILE-STATUS = "00"
               MOVE "N" TO WS-LOOKUP-EOF-SW
               PERFORM UNTIL WS-LOOKUP-EOF-SW = "Y"
                   READ JOB-CANCEL-FILE
                       AT END
                           MOVE "Y" TO WS-LOOKUP-EOF-SW
                       NOT AT END
                           IF CANCEL-PAYLOAD-REF = WS-LOOKUP-REF
                               MOVE "Y" TO WS-LOOKUP-CANCEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-CANCEL-FILE
           END-IF.

       *> The history file is never overwritten, so the last record
       *> for the ref is its most recent run.
       SCAN-JOBHIST-FOR-REF.
           OPEN INPUT JOB-HIST-FILE
           IF WS-JHIST-FILE-STATUS = "00"
               MOVE "N" TO WS-LOOKUP-EOF-SW
               PERFORM UNTIL WS-LOOKUP-EOF-SW = "Y"
                   READ JOB-HIST-FILE
                       AT END
                           MOVE "Y" TO WS-LOOKUP-EOF-SW
                       NOT AT END
                           IF JH-PAYLOAD-REF = WS-LOOKUP-REF
                               PERFORM KEEP-JOBHIST-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-HIST-FILE
           END-IF.

       KEEP-JOBHIST-RECORD.
           MOVE "Y" TO WS-LOOKUP-HIST-FOUND
           MOVE JH-JOB-TYPE      TO WS-LOOKUP-JOB-TYPE
           MOVE JH-SUBMITTER     TO WS-LOOKUP-SUBMITTER
           MOVE JH-DEADLINE      TO WS-LOOKUP-DEADLINE
           MOVE JH-RUN-TIMESTAMP TO WS-LOOKUP-RUN-TS
           MOVE JH-STATUS        TO WS-LOOKUP-STATUS
           MOVE JH-RETURN-CODE   TO WS-LOOKUP-RC
           MOVE JH-RETRY-COUNT   TO WS-LOOKUP-RETRIES
           MOVE JH-ELAPSED-MS    TO WS-LOOKUP-ELAPSED
           MOVE JH-FINISH-TS     TO WS-LOOKUP-FINISH-TS.

       SCAN-JOBRESULT-FOR-REF.
           OPEN INPUT JOB-RESULT-FILE
           IF WS-JRES-FILE-STATUS = "00"
               MOVE "N" TO WS-LOOKUP-EOF-SW
               PERFORM UNTIL WS-LOOKUP-EOF-SW = "Y"
                   READ JOB-RESULT-FILE
                       AT END
                           MOVE "Y" TO WS-LOOKUP-EOF-SW
                       NOT AT END
                           IF JOB-RESULT-RECORD(1:6) NOT = "JOB-ID"
                               AND JOB-RESULT-RECORD(149:30)
                                   = WS-LOOKUP-REF
                               MOVE "Y" TO WS-LOOKUP-OUT-FOUND
                               MOVE JOB-RESULT-RECORD(70:60)
                                   TO WS-LOOKUP-OUTPUT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-RESULT-FILE
           END-IF.

       *> Checkpoint replay rule: the last record per ref wins.
       SCAN-JOBCKPT-FOR-REF.
           OPEN INPUT JOB-CKPT-FILE
           IF WS-JCKPT-FILE-STATUS = "00"
               MOVE "N" TO WS-LOOKUP-EOF-SW
               PERFORM UNTIL WS-LOOKUP-EOF-SW = "Y"
                   READ JOB-CKPT-FILE
                       AT END
                           MOVE "Y" TO WS-LOOKUP-EOF-SW
                       NOT AT END
                           IF CKP-PAYLOAD-REF = WS-LOOKUP-REF
                               MOVE "Y" TO WS-LOOKUP-CKPT-FOUND
                               MOVE CKP-STATUS
                                   TO WS-LOOKUP-CKPT-STATUS
                               MOVE CKP-RETURN-CODE
                                   TO WS-LOOKUP-CKPT-RC
                               MOVE CKP-RETRY-COUNT
                                   TO WS-LOOKUP-CKPT-RETRIES
                               MOVE CKP-ELAPSED-MS
                                   TO WS-LOOKUP-CKPT-ELAPSED
                               MOVE CKP-FINISH-TS
                                   TO WS-LOOKUP-CKPT-FINISH
                               MOVE CKP-OUTPUT-TEXT
                                   TO WS-LOOKUP-CKPT-OUTPUT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-CKPT-FILE
           END-IF.

       *> One KEY=VALUE line, the same plain style as /diag and
       *> /pool. Run details appear once the job has run; OUTPUT
       *> is last because it is free text and may contain spaces.
       BUILD-JOB-STATUS-TEXT.
           MOVE SPACES TO WS-AUDIT-BODY
           MOVE 1 TO WS-AUDIT-PTR
           STRING "PAYLOAD-REF=" DELIMITED BY SIZE
                  WS-LOOKUP-REF(1:WS-LOOKUP-REF-LEN) DELIMITED BY SIZE
                  " STATE=" DELIMITED BY SIZE
                  WS-LOOKUP-STATE DELIMITED BY SPACE
                  " TYPE=" DELIMITED BY SIZE
                  WS-LOOKUP-JOB-TYPE DELIMITED BY SPACE
                  " SUBMITTER=" DELIMITED BY SIZE
                  WS-LOOKUP-SUBMITTER DELIMITED BY "  "
                  " DEADLINE=" DELIMITED BY SIZE
                  WS-LOOKUP-DEADLINE DELIMITED BY SPACE
                  " QUEUED=" DELIMITED BY SIZE
                  WS-LOOKUP-QUEUED DELIMITED BY SIZE
                  " HELD=" DELIMITED BY SIZE
                  WS-LOOKUP-HELD DELIMITED BY SIZE
                  " CANCEL=" DELIMITED BY SIZE
                  WS-LOOKUP-CANCEL DELIMITED BY SIZE
               INTO WS-AUDIT-BODY WITH POINTER WS-AUDIT-PTR
           END-STRING
           IF WS-LOOKUP-RUN-FOUND = "Y"
               MOVE WS-LOOKUP-RC TO WS-LOOKUP-RC-EDIT
               STRING " LAST-RUN=" DELIMITED BY SIZE
                      WS-LOOKUP-RUN-TS DELIMITED BY SPACE
                      " STATUS=" DELIMITED BY SIZE
                      WS-LOOKUP-STATUS DELIMITED BY SPACE
                      " RC=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LOOKUP-RC-EDIT)
                          DELIMITED BY SIZE
                      " RETRIES=" DELIMITED BY SIZE
                      WS-LOOKUP-RETRIES DELIMITED BY SIZE
                      " ELAPSED-MS=" DELIMITED BY SIZE
                      WS-LOOKUP-ELAPSED DELIMITED BY SIZE
                      " FINISHED=" DELIMITED BY SIZE
                      WS-LOOKUP-FINISH-TS DELIMITED BY SPACE
                   INTO WS-AUDIT-BODY WITH POINTER WS-AUDIT-PTR
               END-STRING
           END-IF
           IF WS-LOOKUP-OUT-FOUND = "Y"
               AND WS-LOOKUP-OUTPUT NOT = SPACES
               STRING " OUTPUT=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LOOKUP-OUTPUT TRAILING)
                          DELIMITED BY SIZE
                   INTO WS-AUDIT-BODY WITH POINTER WS-AUDIT-PTR
               END-STRING
           END-IF
           COMPUTE WS-AUDIT-BODY-LEN = WS-AUDIT-PTR - 1
           PERFORM BUILD-AUDIT-LEN-TEXT

           MOVE SPACES TO WS-TEMP
           STRING
               "HTTP/1.1 200 OK" DELIMITED BY SIZE
               X"0D0A"
               "Content-Type: text/plain" DELIMITED BY SIZE
               X"0D0A"
               "Content-Length: " DELIMITED BY SIZE
               WS-AUDIT-LEN-TXT(1:WS-IDX-SHORT) DELIMITED BY SIZE
               X"0D0A"
               X"0D0A"
               WS-AUDIT-BODY(1:WS-AUDIT-BODY-LEN) DELIMITED BY SIZE
               INTO WS-TEMP
           END-STRING

           MOVE WS-TEMP TO RESPONSE-DATA
           PERFORM FIND-RESPONSE-LEN
           MOVE WS-RESPONSE-LEN TO RESPONSE-LEN.

       *> Fields that do not apply yet (no run, no deadline) go out
       *> as null so every response has the same shape.
       BUILD-JOB-STATUS-JSON.
           MOVE SPACES TO WS-JSON-BODY
           MOVE 1 TO WS-JSON-PTR
           STRING "{""payload_ref"":" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-LOOKUP-REF TO WS-JSON-TEXT
           PERFORM APPEND-JSON-TEXT
           STRING ",""state"":" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-LOOKUP-STATE TO WS-JSON-TEXT
           PERFORM APPEND-JSON-TEXT
           STRING ",""type"":" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-LOOKUP-JOB-TYPE TO WS-JSON-TEXT
           PERFORM APPEND-JSON-TEXT
           STRING ",""submitter"":" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-LOOKUP-SUBMITTER TO WS-JSON-TEXT
           PERFORM APPEND-JSON-TEXT
           STRING ",""deadline"":" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-LOOKUP-DEADLINE TO WS-JSON-TEXT
           PERFORM APPEND-JSON-TEXT-OR-NULL
           STRING ",""queued"":" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-LOOKUP-QUEUED TO WS-JSON-FLAG
           PERFORM APPEND-JSON-FLAG
           STRING ",""held"":" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-LOOKUP-HELD TO WS-JSON-FLAG
           PERFORM APPEND-JSON-FLAG
           STRING ",""cancel_requested"":" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-LOOKUP-CANCEL TO WS-JSON-FLAG
           PERFORM APPEND-JSON-FLAG
           IF WS-LOOKUP-RUN-FOUND = "Y"
               STRING ",""last_run"":" DELIMITED BY SIZE
                   INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
               END-STRING
               MOVE WS-LOOKUP-RUN-TS TO WS-JSON-TEXT
               PERFORM APPEND-JSON-TEXT-OR-NULL
               STRING ",""status"":" DELIMITED BY SIZE
                   INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
               END-STRING
               MOVE WS-LOOKUP-STATUS TO WS-JSON-TEXT
               PERFORM APPEND-JSON-TEXT
               MOVE WS-LOOKUP-RC TO WS-LOOKUP-RC-EDIT
               STRING ",""return_code"":" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LOOKUP-RC-EDIT)
                          DELIMITED BY SIZE
                      ",""retries"":" DELIMITED BY SIZE
                   INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
               END-STRING
               MOVE WS-LOOKUP-RETRIES TO WS-NUM-DISPLAY
               PERFORM APPEND-JSON-COUNT
               STRING ",""elapsed_ms"":" DELIMITED BY SIZE
                   INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
               END-STRING
               MOVE WS-LOOKUP-ELAPSED TO WS-NUM-DISPLAY
               PERFORM APPEND-JSON-COUNT
               STRING ",""finished"":" DELIMITED BY SIZE
                   INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
               END-STRING
               MOVE WS-LOOKUP-FINISH-TS TO WS-JSON-TEXT
               PERFORM APPEND-JSON-TEXT-OR-NULL
           ELSE
               STRING ",""last_run"":null,""status"":null"
                          DELIMITED BY SIZE
                      ",""return_code"":null,""retries"":null"
                          DELIMITED BY SIZE
                      ",""elapsed_ms"":null,""finished"":null"
                          DELIMITED BY SIZE
                   INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF
           STRING ",""output"":" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           IF WS-LOOKUP-OUT-FOUND = "Y"
               MOVE WS-LOOKUP-OUTPUT TO WS-JSON-TEXT
               PERFORM APPEND-JSON-TEXT-OR-NULL
           ELSE
               STRING "null" DELIMITED BY SIZE
                   INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF
           STRING "}" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           COMPUTE WS-JSON-BODY-LEN = WS-JSON-PTR - 1
           MOVE WS-JSON-BODY-LEN TO WS-AUDIT-BODY-LEN
           PERFORM BUILD-AUDIT-LEN-TEXT

           MOVE SPACES TO WS-TEMP
           STRING
               "HTTP/1.1 200 OK" DELIMITED BY SIZE
               X"0D0A"
               "Content-Type: application/json" DELIMITED BY SIZE
               X"0D0A"
               "Content-Length: " DELIMITED BY SIZE
               WS-AUDIT-LEN-TXT(1:WS-IDX-SHORT) DELIMITED BY SIZE
               X"0D0A"
               X"0D0A"
               WS-JSON-BODY(1:WS-JSON-BODY-LEN) DELIMITED BY SIZE
               INTO WS-TEMP
           END-STRING

           MOVE WS-TEMP TO RESPONSE-DATA
           PERFORM FIND-RESPONSE-LEN
           MOVE WS-RESPONSE-LEN TO RESPONSE-LEN.

       *> Appends WS-JSON-TEXT as a JSON string with trailing spaces
       *> dropped; quotes and backslashes are escaped and control
       *> characters become spaces, since job output text is free
       *> form.
       APPEND-JSON-TEXT.
           MOVE LENGTH OF WS-JSON-TEXT TO WS-JSON-TEXT-LEN
           PERFORM UNTIL WS-JSON-TEXT-LEN = 0
               OR WS-JSON-TEXT(WS-JSON-TEXT-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-JSON-TEXT-LEN
           END-PERFORM
           STRING """" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           PERFORM VARYING WS-JSON-SCAN FROM 1 BY 1
               UNTIL WS-JSON-SCAN > WS-JSON-TEXT-LEN
               MOVE WS-JSON-TEXT(WS-JSON-SCAN:1) TO WS-TEMP-CHAR
               IF WS-TEMP-CHAR = """" OR WS-TEMP-CHAR = "\"
                   STRING "\" DELIMITED BY SIZE
                       INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
                   END-STRING
               END-IF
               IF WS-TEMP-CHAR < SPACE
                   MOVE SPACE TO WS-TEMP-CHAR
               END-IF
               STRING WS-TEMP-CHAR DELIMITED BY SIZE
                   INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
               END-STRING
           END-PERFORM
           STRING """" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING.

       APPEND-JSON-TEXT-OR-NULL.
           IF WS-JSON-TEXT = SPACES
               STRING "null" DELIMITED BY SIZE
                   INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
               END-STRING
           ELSE
               PERFORM APPEND-JSON-TEXT
           END-IF.

       APPEND-JSON-FLAG.
           IF WS-JSON-FLAG = "Y"
               STRING "true" DELIMITED BY SIZE
                   INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
               END-STRING
           ELSE
               STRING "false" DELIMITED BY SIZE
                   INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF.

       *> GET /alerts. The text form is a count line followed by the
       *> ALERTS lines as stored; the JSON form carries the same
       *> counts and one object per listed alert.
       RESP-200-ALERTS.
           MOVE "200" TO WS-RESP-STATUS-TXT
           PERFORM READ-OPEN-ALERTS
           IF WS-ALERT-MATCH-COUNT > WS-ALERT-LIST-MAX
               MOVE WS-ALERT-LIST-MAX TO WS-ALERT-SHOW-COUNT
           ELSE
               MOVE WS-ALERT-MATCH-COUNT TO WS-ALERT-SHOW-COUNT
           END-IF
           PERFORM CHECK-ACCEPT-JSON
           IF WS-ACCEPT-IS-JSON = "Y"
               PERFORM BUILD-ALERTS-JSON
           ELSE
               PERFORM BUILD-ALERTS-TEXT
           END-IF
           EXIT.

       READ-OPEN-ALERTS.
           MOVE 0 TO WS-ALERT-MATCH-COUNT
           MOVE 0 TO WS-ALERT-OPEN-COUNT
           MOVE 0 TO WS-ALERT-ACK-COUNT
           MOVE 0 TO WS-ALERT-CRIT-COUNT
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-FILE-STATUS = "00"
               MOVE "N" TO WS-ALERT-EOF-SW
               PERFORM UNTIL WS-ALERT-EOF-SW = "Y"
                   READ ALERT-FILE
                       AT END
                           MOVE "Y" TO WS-ALERT-EOF-SW
                       NOT AT END
                           IF AL-OPEN OR AL-ACKNOWLEDGED
                               PERFORM KEEP-OPEN-ALERT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           ELSE
               DISPLAY "DEBUG: No ALERTS alert file found."
           END-IF.

       KEEP-OPEN-ALERT.
           IF AL-OPEN
               ADD 1 TO WS-ALERT-OPEN-COUNT
           ELSE
               ADD 1 TO WS-ALERT-ACK-COUNT
           END-IF
           IF AL-SEVERITY = "C"
               ADD 1 TO WS-ALERT-CRIT-COUNT
           END-IF
           ADD 1 TO WS-ALERT-MATCH-COUNT
           COMPUTE WS-ALERT-RING-IDX =
               FUNCTION MOD(WS-ALERT-MATCH-COUNT - 1,
                            WS-ALERT-LIST-MAX) + 1
           MOVE ALERT-RECORD TO WS-ALERT-LIST-ENTRY(WS-ALERT-RING-IDX).

       *> Entry N of the retained window (1 = oldest shown) lives in
       *> the ring slot for match number WS-ALERT-MATCH-SEQ.
       LOCATE-ALERT-ENTRY.
           COMPUTE WS-ALERT-MATCH-SEQ =
               WS-ALERT-MATCH-COUNT - WS-ALERT-SHOW-COUNT
               + WS-ALERT-ENTRY-IDX
           COMPUTE WS-ALERT-RING-IDX =
               FUNCTION MOD(WS-ALERT-MATCH-SEQ - 1,
                            WS-ALERT-LIST-MAX) + 1
           MOVE WS-ALERT-LIST-ENTRY(WS-ALERT-RING-IDX)
               TO ALERT-RECORD.

       BUILD-ALERTS-TEXT.
           MOVE SPACES TO WS-AUDIT-BODY
           MOVE 1 TO WS-AUDIT-PTR
           STRING "OPEN=" DELIMITED BY SIZE
                  WS-ALERT-OPEN-COUNT DELIMITED BY SIZE
                  " ACKNOWLEDGED=" DELIMITED BY SIZE
                  WS-ALERT-ACK-COUNT DELIMITED BY SIZE
                  " CRITICAL=" DELIMITED BY SIZE
                  WS-ALERT-CRIT-COUNT DELIMITED BY SIZE
                  X"0A" DELIMITED BY SIZE
               INTO WS-AUDIT-BODY WITH POINTER WS-AUDIT-PTR
           END-STRING
           PERFORM VARYING WS-ALERT-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ALERT-ENTRY-IDX > WS-ALERT-SHOW-COUNT
               PERFORM LOCATE-ALERT-ENTRY
               STRING FUNCTION TRIM(ALERT-RECORD TRAILING)
                          DELIMITED BY SIZE
                      X"0A" DELIMITED BY SIZE
                   INTO WS-AUDIT-BODY WITH POINTER WS-AUDIT-PTR
               END-STRING
           END-PERFORM
           COMPUTE WS-AUDIT-BODY-LEN = WS-AUDIT-PTR - 1
           PERFORM BUILD-AUDIT-LEN-TEXT

           MOVE SPACES TO WS-TEMP
           STRING
               "HTTP/1.1 200 OK" DELIMITED BY SIZE
               X"0D0A"
               "Content-Type: text/plain" DELIMITED BY SIZE
               X"0D0A"
               "Content-Length: " DELIMITED BY SIZE
               WS-AUDIT-LEN-TXT(1:WS-IDX-SHORT) DELIMITED BY SIZE
               X"0D0A"
               X"0D0A"
               WS-AUDIT-BODY(1:WS-AUDIT-BODY-LEN) DELIMITED BY SIZE
               INTO WS-TEMP
           END-STRING

           MOVE WS-TEMP TO RESPONSE-DATA
           PERFORM FIND-RESPONSE-LEN
           MOVE WS-RESPONSE-LEN TO RESPONSE-LEN.

       BUILD-ALERTS-JSON.
           MOVE SPACES TO WS-JSON-BODY
           MOVE 1 TO WS-JSON-PTR
           STRING "{""open"":" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-ALERT-OPEN-COUNT TO WS-NUM-DISPLAY
           PERFORM APPEND-JSON-COUNT
           STRING ",""acknowledged"":" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-ALERT-ACK-COUNT TO WS-NUM-DISPLAY
           PERFORM APPEND-JSON-COUNT
           STRING ",""critical"":" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-ALERT-CRIT-COUNT TO WS-NUM-DISPLAY
           PERFORM APPEND-JSON-COUNT
           STRING ",""alerts"":[" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           PERFORM VARYING WS-ALERT-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ALERT-ENTRY-IDX > WS-ALERT-SHOW-COUNT
               IF WS-ALERT-ENTRY-IDX > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
                   END-STRING
               END-IF
               PERFORM LOCATE-ALERT-ENTRY
               PERFORM APPEND-ALERT-JSON
           END-PERFORM
           STRING "]}" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           COMPUTE WS-JSON-BODY-LEN = WS-JSON-PTR - 1
           MOVE WS-JSON-BODY-LEN TO WS-AUDIT-BODY-LEN
           PERFORM BUILD-AUDIT-LEN-TEXT

           MOVE SPACES TO WS-TEMP
           STRING
               "HTTP/1.1 200 OK" DELIMITED BY SIZE
               X"0D0A"
               "Content-Type: application/json" DELIMITED BY SIZE
               X"0D0A"
               "Content-Length: " DELIMITED BY SIZE
               WS-AUDIT-LEN-TXT(1:WS-IDX-SHORT) DELIMITED BY SIZE
               X"0D0A"
               X"0D0A"
               WS-JSON-BODY(1:WS-JSON-BODY-LEN) DELIMITED BY SIZE
               INTO WS-TEMP
           END-STRING

           MOVE WS-TEMP TO RESPONSE-DATA
           PERFORM FIND-RESPONSE-LEN
           MOVE WS-RESPONSE-LEN TO RESPONSE-LEN.

       APPEND-ALERT-JSON.
           STRING "{""id"":" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE AL-ALERT-ID TO WS-NUM-DISPLAY
           PERFORM APPEND-JSON-COUNT
           STRING ",""state"":" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           IF AL-OPEN
               MOVE "OPEN" TO WS-JSON-TEXT
           ELSE
               MOVE "ACKNOWLEDGED" TO WS-JSON-TEXT
           END-IF
           PERFORM APPEND-JSON-TEXT
           STRING ",""severity"":" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           EVALUATE AL-SEVERITY
               WHEN "C"   MOVE "CRITICAL" TO WS-JSON-TEXT
               WHEN "W"   MOVE "WARNING" TO WS-JSON-TEXT
               WHEN OTHER MOVE "INFO" TO WS-JSON-TEXT
           END-EVALUATE
           PERFORM APPEND-JSON-TEXT
           STRING ",""source"":" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE AL-SOURCE TO WS-JSON-TEXT
           PERFORM APPEND-JSON-TEXT
           STRING ",""code"":" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE AL-CODE TO WS-JSON-TEXT
           PERFORM APPEND-JSON-TEXT
           STRING ",""object"":" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE AL-OBJECT TO WS-JSON-TEXT
           PERFORM APPEND-JSON-TEXT
           STRING ",""first"":" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE AL-FIRST-TS TO WS-JSON-TEXT
           PERFORM APPEND-JSON-TEXT
           STRING ",""last"":" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE AL-LAST-TS TO WS-JSON-TEXT
           PERFORM APPEND-JSON-TEXT
           STRING ",""count"":" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE AL-COUNT TO WS-NUM-DISPLAY
           PERFORM APPEND-JSON-COUNT
           STRING ",""text"":" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE AL-TEXT TO WS-JSON-TEXT
           PERFORM APPEND-JSON-TEXT
           STRING ",""acknowledged_by"":" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE AL-ACK-BY TO WS-JSON-TEXT
           PERFORM APPEND-JSON-TEXT-OR-NULL
           STRING "}" DELIMITED BY SIZE
               INTO WS-JSON-BODY WITH POINTER WS-JSON-PTR
           END-STRING.

       RESP-200-AUDIT.
           MOVE "200" TO WS-RESP-STATUS-TXT
           PERFORM PARSE-AUDIT-QUERY
           PERFORM READ-AUDIT-MATCHES
           PERFORM BUILD-AUDIT-PAGE-BODY
           PERFORM BUILD-AUDIT-LEN-TEXT

           MOVE SPACES TO WS-TEMP
           STRING
               ADD 1 TO RL-COUNT(WS-RATE-IDX)
               IF RL-COUNT(WS-RATE-IDX) > WS-RATE-LIMIT-THRESHOLD
                   MOVE "Y" TO WS-RATE-LIMITED-SW
                   IF RL-COUNT(WS-RATE-IDX)
                       = WS-RATE-LIMIT-THRESHOLD + 1
                       PERFORM RAISE-RATE-LIMIT-ALERT
                   END-IF
               END-IF
           END-IF.

       *> Raised on the first refusal in a window only, so a caller
       *> hammering away does not also hammer the alert file. The
       *> object is the decoded user for a credentialed caller and
       *> the path for an anonymous one; never the credential.
       RAISE-RATE-LIMIT-ALERT.
           MOVE SPACES TO WS-ALERT-PARMS
           MOVE "I" TO WS-AP-SEVERITY
           MOVE "HTTP_HANDLER" TO WS-AP-SOURCE
           MOVE "RATELIM" TO WS-AP-CODE
           IF WS-AUTH-HEADER NOT = SPACES
               MOVE WS-AUTH-HEADER TO WS-B64-SOURCE
               PERFORM DECODE-CRED-USER
               IF WS-B64-USER NOT = SPACES
                   MOVE WS-B64-USER TO WS-AP-OBJECT
               ELSE
                   MOVE "(undecodable)" TO WS-AP-OBJECT
               END-IF
           ELSE
               MOVE WS-REQ-PATH TO WS-AP-OBJECT
           END-IF
           MOVE WS-RATE-LIMIT-THRESHOLD TO WS-ALERT-LIMIT-DISP
           IF WS-RATE-WINDOW-UNIT = "H"
               STRING "OVER " WS-ALERT-LIMIT-DISP
                      " REQUESTS THIS HOUR"
                   DELIMITED BY SIZE INTO WS-AP-TEXT
               END-STRING
           ELSE
               STRING "OVER " WS-ALERT-LIMIT-DISP
                      " REQUESTS TODAY"
                   DELIMITED BY SIZE INTO WS-AP-TEXT
               END-STRING
           END-IF
           CALL "ALERTWR" USING WS-ALERT-PARMS.

       *> Same shape as the HTTPCRED read in CHECK-BASIC-AUTH: a
       *> missing or unreadable parm card just leaves the compiled-in
       *> defaults in place.
