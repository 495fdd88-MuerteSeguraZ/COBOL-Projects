           05 JIN-PRIORITY          PIC 9(3).
           05 JIN-PAYLOAD-REF       PIC X(30).
           05 JIN-DEPENDS-ON        PIC X(30).
           05 JIN-DEADLINE          PIC X(12).
           05 JIN-SUBMITTER         PIC X(16).
           05 JIN-TARGET-VOLUME     PIC X(6).

       SD  JOB-SORT-FILE.
       01  JOB-SORT-RECORD.
           05 SRT-PRIORITY          PIC 9(3).
           05 SRT-PAYLOAD-REF       PIC X(30).
           05 SRT-DEPENDS-ON        PIC X(30).
           05 SRT-DEADLINE          PIC X(12).
           05 SRT-SUBMITTER         PIC X(16).
           05 SRT-TARGET-VOLUME     PIC X(6).

       FD  JOB-SORTED-FILE.
       01  JOB-SORTED-RECORD.
           05 JSR-PRIORITY          PIC 9(3).
           05 JSR-PAYLOAD-REF       PIC X(30).
           05 JSR-DEPENDS-ON        PIC X(30).
           05 JSR-DEADLINE          PIC X(12).
           05 JSR-SUBMITTER         PIC X(16).
           05 JSR-TARGET-VOLUME     PIC X(6).

       FD  THREAD-PARM-FILE.
       01  THREAD-PARM-RECORD.
           05 PARM-MAX-RETRIES      PIC 9(2).
           05 PARM-TYPE-LIMIT-TYPE  PIC X(10).
           05 PARM-TYPE-LIMIT-COUNT PIC 9(3).
           05 PARM-URGENT-MINUTES   PIC 9(4).

       FD  JOB-REPORT-FILE.
       01  JOB-REPORT-RECORD        PIC X(80).
           05 SCHED-PRIORITY        PIC 9(3).
           05 SCHED-PAYLOAD-REF     PIC X(30).
           05 SCHED-FREQUENCY       PIC X(10).
           05 SCHED-DEADLINE-HHMM   PIC X(4).

       *> One record per calendar job that has been expanded at least
       *> once - the YYYYMMDDHH stamp of the run that last expanded
       01  JOB-CANCEL-RECORD.
           05 CANCEL-PAYLOAD-REF    PIC X(30).

       *> Captured input and output per finished job. The payload
       *> ref at column 149 lets GET /jobs/{payload-ref} find a job's
       *> line without knowing this run's job ids.
       FD  JOB-RESULT-FILE.
       01  JOB-RESULT-RECORD        PIC X(180).

       *> Restart checkpoint, one record appended per job as it
       *> reaches a terminal state. The file is replayed on startup
           05 CKP-RETRY-COUNT       PIC 9(2).
           05 CKP-ELAPSED-MS        PIC 9(6).
           05 CKP-OUTPUT-TEXT       PIC X(60).
           05 CKP-FINISH-TS         PIC X(12).

       *> Cumulative cross-run job history, one record appended per
       *> job per run; JOBTREND reads it back for failure and
       *> elapsed-time trends. Unlike JOBRPT/JOBRESULT this file is
       *> never overwritten. JH-DEADLINE-MET is "Y" finished OK by
       *> the deadline, "N" missed (late, failed or cancelled), "P"
       *> held over with the deadline still ahead, blank when the job
       *> had no deadline. JH-DELAY-FLAGS marks what held the job
       *> back: "D" waited on its dependency, "W" on its run window,
       *> "R" needed retries, "V" waited on its target volume (held
       *> by floppy maintenance or RETIRING/WIPED). JH-SUBMITTER is
       *> who queued the job: an HTTP credential owner, OPERATOR for
       *> a JOBIN card or CALENDAR for a JOBSCHED expansion.
       FD  JOB-HIST-FILE.
       01  JOB-HIST-RECORD.
           05 JH-RUN-TIMESTAMP      PIC X(14).
           05 JH-RETURN-CODE        PIC S9(4) SIGN LEADING SEPARATE.
           05 JH-RETRY-COUNT        PIC 9(2).
           05 JH-ELAPSED-MS         PIC 9(6).
           05 JH-DEADLINE           PIC X(12).
           05 JH-DEADLINE-MET       PIC X(1).
           05 JH-FINISH-TS          PIC X(12).
           05 JH-DELAY-FLAGS        PIC X(4).
           05 JH-SUBMITTER          PIC X(16).

       *> Per-type run windows, HHMM earliest and latest clock time.
       *> A window with earliest > latest spans midnight (2200-0400).
           05 JHO-PRIORITY          PIC 9(3).
           05 JHO-PAYLOAD-REF       PIC X(30).
           05 JHO-DEPENDS-ON        PIC X(30).
           05 JHO-DEADLINE          PIC X(12).
           05 JHO-SUBMITTER         PIC X(16).
           05 JHO-TARGET-VOLUME     PIC X(6).

       *> Shared run ledger in the layout written by DIAGNOSTICMODE:
       *> a START record as the run begins, an END record with the
             10 CKT-RETRY-COUNT    PIC 9(2) COMP-5.
             10 CKT-ELAPSED-MS     PIC 9(6) COMP-5.
             10 CKT-OUTPUT-TEXT    PIC X(60).
             10 CKT-FINISH-TS      PIC X(12).
       01 JOB-CKPT-COUNT   PIC 9(4) COMP-5 VALUE 0.
       01 CKT-SUB          PIC 9(4) COMP-5 VALUE 0.
       01 CKT-MATCH-SUB    PIC 9(4) COMP-5 VALUE 0.
       01 JHS-FILE-STATUS  PIC X(2) VALUE "00".
       01 RUN-TIMESTAMP    PIC X(14) VALUE SPACES.
       01 RUN-DATE-WS      PIC 9(8) VALUE 0.
       01 RUN-TIME-WS.
          05 RUN-HHMMSS-WS    PIC X(6).
          05 FILLER           PIC X(2).

       01 JWD-FILE-STATUS  PIC X(2) VALUE "00".
       01 JWD-EOF-SW       PIC X(1) VALUE "N".
             10 JT-OUTPUT-TEXT     PIC X(60).
             10 JT-INPUT-TEXT      PIC X(60).
             10 JT-WAIT-ROUNDS     PIC 9(4) COMP-5.
             10 JT-DEADLINE        PIC X(12).
             10 JT-DEADLINE-MINS   PIC 9(9) COMP-5.
             10 JT-FINISH-TS       PIC X(12).
             10 JT-DEP-WAIT-SW     PIC X(1).
             10 JT-WINDOW-WAIT-SW  PIC X(1).
             10 JT-SUBMITTER       PIC X(16).
             10 JT-TARGET-VOLUME   PIC X(6).
             10 JT-VOLUME-WAIT-SW  PIC X(1).

       01 JT-WS-JOB-TYPE    PIC X(10) VALUE SPACES.
       01 JT-WS-PRIORITY    PIC 9(3) VALUE 0.
       01 JT-WS-PAYLOAD-REF PIC X(30) VALUE SPACES.
       01 JT-WS-DEPENDS-ON  PIC X(30) VALUE SPACES.
       01 JT-WS-DEADLINE    PIC X(12) VALUE SPACES.
       01 JT-WS-SUBMITTER   PIC X(16) VALUE SPACES.
       01 JT-WS-TARGET-VOLUME PIC X(6) VALUE SPACES.

       *> "Must complete by" handling. A deadline is YYYYMMDDHHMM
       *> and is carried as minutes since the calendar epoch so two
       *> of them subtract directly. A job whose deadline is within
       *> URGENT-MINUTES of the clock (or already past) is urgent:
       *> it gets first claim on submission slots each round, ahead
       *> of aged jobs.
       01 URGENT-MINUTES    PIC 9(4) COMP-5 VALUE 60.
       01 NOW-MINS          PIC 9(9) COMP-5 VALUE 0.
       01 DEADLINE-URGENT-SW PIC X(1) VALUE "N".
          88 DEADLINE-URGENT       VALUE "Y".
       01 DL-TEXT.
          05 DL-DATE           PIC 9(8).
          05 DL-HH             PIC 9(2).
          05 DL-MM             PIC 9(2).
       01 DL-TEXT-X REDEFINES DL-TEXT PIC X(12).
       01 DL-MINS           PIC 9(9) COMP-5 VALUE 0.
       01 DL-VALID-SW       PIC X(1) VALUE "N".
          88 DL-VALID              VALUE "Y".
       01 DL-CLOCK-DATE     PIC 9(8) VALUE 0.
       01 DL-CLOCK-TIME.
          05 DL-CLOCK-HH       PIC 9(2).
          05 DL-CLOCK-MI       PIC 9(2).
          05 FILLER            PIC 9(4).
       01 SCHED-DL-HHMM     PIC 9(4) VALUE 0.
       01 SCHED-NOW-HHMM    PIC 9(4) VALUE 0.
       01 SCHED-DEADLINE-OK-SW PIC X(1) VALUE "Y".
          88 SCHED-DEADLINE-OK     VALUE "Y".
       01 LATE-COUNT        PIC 9(4) COMP-5 VALUE 0.
       01 LEDGER-LATE-DISP  PIC 9(4) VALUE 0.

       *> "submit_job" is a synchronous call - it hands the job to
       *> the pool and only returns once the job's final RC is known,
          88 DEP-FOUND             VALUE "Y".
       01 DEP-STATUS-WS     PIC X(7) VALUE SPACES.

       *> Parameter block for ALERTWR, the shared operator alert
       *> writer.
       01 ALERT-PARMS.
          05 AP-SEVERITY       PIC X(1).
          05 AP-SOURCE         PIC X(14).
          05 AP-CODE           PIC X(8).
          05 AP-OBJECT         PIC X(30).
          05 AP-TEXT           PIC X(40).
       01 ALERT-RC-DISP     PIC -9(4).

       *> Parameter block for VOLRSV, the shared volume reservation
       *> check. Every volume the loaded jobs name is reserved as
       *> JOBS for the length of the run, so DIAGNOSTICMODE and
       *> VOLEVAC defer a wipe or evacuation of it; a job whose
       *> volume is reserved for a scan, wipe or evacuation (or is
       *> RETIRING/WIPED on DIAGVOLS) waits, and is held over if it
       *> is still blocked when the run stalls.
       01 RESERVE-PARMS.
          05 RV-FUNCTION       PIC X(1).
          05 RV-VOLUME-ID      PIC X(6).
          05 RV-KIND           PIC X(8).
          05 RV-PROGRAM        PIC X(14).
          05 RV-RUN-TS         PIC X(14).
          05 RV-BLOCKED-SW     PIC X(1).
             88 RV-BLOCKED           VALUE "Y".
          05 RV-JOB-COUNT      PIC 9(5).
          05 RV-REASON         PIC X(40).
       01 VOLUME-BLOCKED-SW PIC X(1) VALUE "N".
          88 VOLUME-BLOCKED        VALUE "Y".
       01 VOL-SUB           PIC 9(4) COMP-5 VALUE 0.
       01 VOL-SEEN-SW       PIC X(1) VALUE "N".
          88 VOL-SEEN              VALUE "Y".
       01 ALERT-RETRY-DISP  PIC 9(2) VALUE 0.

       *> Parameter block for RPTGEN, the shared report generation
       *> keeper. JOBRPT and JOBRESULT are handed over a line at a
       *> time once written, so earlier runs' reports stay on hand.
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
       MAIN-PARA.
           PERFORM BUILD-RUN-TIMESTAMP
               STOP RUN
           END-IF

           *> Holding POOLLOCK means no other pool run is live, so any
           *> JOBS reservation still held under this program is left
           *> from a run that died.
           MOVE SPACES TO RESERVE-PARMS
           MOVE "F" TO RV-FUNCTION
           PERFORM CALL-VOLUME-RESERVE

           PERFORM WRITE-LEDGER-START

           DISPLAY "Initializing thread pool with " NUM-THREADS

           PERFORM LOAD-SORTED-JOBS
           PERFORM LOAD-HOLDOVER-JOBS
           PERFORM RESERVE-JOB-VOLUMES

           IF RESTORED-OK-COUNT > 0 OR RESTORED-DL-COUNT > 0
               DISPLAY "Restart: " RESTORED-OK-COUNT
           PERFORM WRITE-JOB-HISTORY
           PERFORM CLEAR-JOB-CHECKPOINT
           PERFORM WRITE-LEDGER-END
           PERFORM FREE-JOB-VOLUMES
           PERFORM RELEASE-RUN-LOCK

           DISPLAY "All threads terminated. Goodbye."
           PERFORM UNTIL ALL-SUBMITTED
               MOVE "N" TO PROGRESS-MADE-SW
               PERFORM RESET-ROUND-SUBMITS
               PERFORM BUILD-NOW-MINS

               *> Jobs at or near their deadline go first of all, then
               *> jobs that have waited past the aging threshold get
               *> the next claim on each type's per-round submission
               *> slots, so a long-waiting job moves to the front of
               *> the line without ever exceeding its type's
               *> concurrency limit.
               PERFORM VARYING JOB-SUB FROM 1 BY 1
                   UNTIL JOB-SUB > JOB-COUNT
                   IF JT-STATUS(JOB-SUB) = "PENDING"
                       PERFORM CHECK-DEADLINE-URGENT
                       IF DEADLINE-URGENT
                           PERFORM EVALUATE-PENDING-JOB
                       END-IF
                   END-IF
               END-PERFORM

               PERFORM VARYING JOB-SUB FROM 1 BY 1
                   UNTIL JOB-SUB > JOB-COUNT
                   IF JT-STATUS(JOB-SUB) = "PENDING"
                   DISPLAY " did not complete successfully"
                   SET PROGRESS-MADE TO TRUE
               WHEN "WAITING"
                   MOVE "Y" TO JT-DEP-WAIT-SW(JOB-SUB)
               WHEN "HELD"
                   MOVE "Y" TO JT-DEP-WAIT-SW(JOB-SUB)
               WHEN OTHER
                   PERFORM CHECK-RUN-WINDOW
                   IF WINDOW-BLOCKED
                       MOVE "Y" TO JT-WINDOW-WAIT-SW(JOB-SUB)
                   ELSE
                       PERFORM CHECK-TARGET-VOLUME
                       IF VOLUME-BLOCKED
                           MOVE "Y" TO JT-VOLUME-WAIT-SW(JOB-SUB)
                       ELSE
                           PERFORM CHECK-TYPE-THROTTLE
                           IF THROTTLE-BLOCKED
                               CONTINUE
                           ELSE
                               PERFORM SUBMIT-JOB-WITH-RETRY
                               SET PROGRESS-MADE TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
               END-IF
           END-PERFORM.

       BUILD-NOW-MINS.
           ACCEPT DL-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT DL-CLOCK-TIME FROM TIME
           COMPUTE NOW-MINS =
               FUNCTION INTEGER-OF-DATE(DL-CLOCK-DATE) * 1440
               + DL-CLOCK-HH * 60 + DL-CLOCK-MI.

       CHECK-DEADLINE-URGENT.
           MOVE "N" TO DEADLINE-URGENT-SW
           IF JT-DEADLINE-MINS(JOB-SUB) > 0
               IF JT-DEADLINE-MINS(JOB-SUB) <= NOW-MINS + URGENT-MINUTES
                   SET DEADLINE-URGENT TO TRUE
               END-IF
           END-IF.

       *> Loads DL-TEXT-X with a YYYYMMDDHHMM deadline first. A
       *> deadline must be all digits, a real calendar date and a
       *> real clock time; DL-MINS is then its minute number.
       VALIDATE-DEADLINE.
           MOVE "N" TO DL-VALID-SW
           MOVE 0 TO DL-MINS
           IF DL-TEXT-X IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(DL-DATE) = 0
                   AND DL-HH <= 23 AND DL-MM <= 59
                   SET DL-VALID TO TRUE
                   COMPUTE DL-MINS =
                       FUNCTION INTEGER-OF-DATE(DL-DATE) * 1440
                       + DL-HH * 60 + DL-MM
               END-IF
           END-IF.

       AGE-PENDING-JOBS.
           PERFORM VARYING JOB-SUB FROM 1 BY 1 UNTIL JOB-SUB > JOB-COUNT
               IF JT-STATUS(JOB-SUB) = "PENDING"
               END-IF
           END-PERFORM.

       *> Jobs stalled only by their run window, by a reserved
       *> target volume (or by a dependency that is itself held) are
       *> not failures - they go to the holdover deck for the next
       *> run instead of being cancelled. Holds propagate in
       *> separate passes because table order is arbitrary: a
       *> dependent can sort ahead of its window-blocked
       *> predecessor, and in a single pass it would still see the
       *> predecessor PENDING and be cancelled. First every window-
       *> or volume-blocked job is held, then dependency holds ripple
       *> until a full pass changes nothing (chains can be several
       *> jobs deep), and only what is left gets cancelled.
       CANCEL-STALLED-JOBS.
                   PERFORM CHECK-RUN-WINDOW
                   IF WINDOW-BLOCKED
                       MOVE "HELD" TO JT-STATUS(JOB-SUB)
                       MOVE "Y" TO JT-WINDOW-WAIT-SW(JOB-SUB)
                       PERFORM WRITE-HOLDOVER-JOB
                       DISPLAY "Job " WITH NO ADVANCING
                       DISPLAY JT-JOB-ID(JOB-SUB) WITH NO ADVANCING
                       DISPLAY " held over, outside run window for"
                           " type " WITH NO ADVANCING
                       DISPLAY JT-JOB-TYPE(JOB-SUB)
                   ELSE
                       PERFORM CHECK-TARGET-VOLUME
                       IF VOLUME-BLOCKED
                           MOVE "HELD" TO JT-STATUS(JOB-SUB)
                           MOVE "Y" TO JT-VOLUME-WAIT-SW(JOB-SUB)
                           PERFORM WRITE-HOLDOVER-JOB
                           DISPLAY "Job " WITH NO ADVANCING
                           DISPLAY JT-JOB-ID(JOB-SUB)
                               WITH NO ADVANCING
                           DISPLAY " held over, volume "
                               WITH NO ADVANCING
                           DISPLAY JT-TARGET-VOLUME(JOB-SUB)
                               WITH NO ADVANCING
                           DISPLAY " " RV-REASON
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
                       PERFORM CHECK-DEPENDENCY-STATUS
                       IF DEP-STATUS-WS = "HELD"
                           MOVE "HELD" TO JT-STATUS(JOB-SUB)
                           MOVE "Y" TO JT-DEP-WAIT-SW(JOB-SUB)
                           PERFORM WRITE-HOLDOVER-JOB
                           SET HOLD-MADE TO TRUE
                           DISPLAY "Job " WITH NO ADVANCING
                   DISPLAY "Job " WITH NO ADVANCING
                   DISPLAY JT-JOB-ID(JOB-SUB) WITH NO ADVANCING
                   IF DEP-STATUS-WS NOT = "READY"
                       MOVE "Y" TO JT-DEP-WAIT-SW(JOB-SUB)
                       DISPLAY " cancelled, unresolved dependency"
                           " on " WITH NO ADVANCING
                       DISPLAY JT-DEPENDS-ON(JOB-SUB)
           MOVE JT-PRIORITY(JOB-SUB)    TO JHO-PRIORITY
           MOVE JT-PAYLOAD-REF(JOB-SUB) TO JHO-PAYLOAD-REF
           MOVE JT-DEPENDS-ON(JOB-SUB)  TO JHO-DEPENDS-ON
           MOVE JT-DEADLINE(JOB-SUB)    TO JHO-DEADLINE
           MOVE JT-SUBMITTER(JOB-SUB)   TO JHO-SUBMITTER
           MOVE JT-TARGET-VOLUME(JOB-SUB) TO JHO-TARGET-VOLUME
           WRITE JOB-HOLD-RECORD
           ADD 1 TO HELD-COUNT.

                           MOVE JHO-PRIORITY    TO JT-WS-PRIORITY
                           MOVE JHO-PAYLOAD-REF TO JT-WS-PAYLOAD-REF
                           MOVE JHO-DEPENDS-ON  TO JT-WS-DEPENDS-ON
                           MOVE JHO-DEADLINE    TO JT-WS-DEADLINE
                           MOVE JHO-SUBMITTER   TO JT-WS-SUBMITTER
                           MOVE JHO-TARGET-VOLUME
                               TO JT-WS-TARGET-VOLUME
                           PERFORM ADD-JOB-TABLE-ENTRY-COMMON
                           ADD 1 TO HOLDOVER-IN-COUNT
                   END-READ
           MOVE JOB-ELAPSED-MS  TO JT-ELAPSED-MS(JOB-SUB)
           MOVE JOB-OUTPUT-TEXT TO JT-OUTPUT-TEXT(JOB-SUB)
           COMPUTE JT-RETRY-COUNT(JOB-SUB) = RETRY-ATTEMPT - 1
           PERFORM RECORD-FINISH-TIME

           IF JOB-RETURN-CODE = 0
               MOVE "OK"           TO JT-STATUS(JOB-SUB)
           ELSE
               MOVE "DEADLETTER"   TO JT-STATUS(JOB-SUB)
               ADD 1 TO DEAD-LETTER-COUNT
               PERFORM RAISE-DEAD-LETTER-ALERT
           END-IF

           PERFORM WRITE-JOB-CHECKPOINT.

       *> Only a job that dead-letters in this run is alerted; ones
       *> restored from JOBCKPT were alerted by the run that failed
       *> them.
       RAISE-DEAD-LETTER-ALERT.
           MOVE SPACES TO ALERT-PARMS
           MOVE "W" TO AP-SEVERITY
           MOVE "COBOL-THREADS" TO AP-SOURCE
           MOVE "DEADLTR" TO AP-CODE
           IF JT-PAYLOAD-REF(JOB-SUB) = SPACES
               MOVE JT-JOB-TYPE(JOB-SUB) TO AP-OBJECT
           ELSE
               MOVE JT-PAYLOAD-REF(JOB-SUB) TO AP-OBJECT
           END-IF
           MOVE JOB-RETURN-CODE TO ALERT-RC-DISP
           MOVE JT-RETRY-COUNT(JOB-SUB) TO ALERT-RETRY-DISP
           STRING "TYPE=" JT-JOB-TYPE(JOB-SUB)
                  " RC=" ALERT-RC-DISP
                  " RETRIES=" ALERT-RETRY-DISP
               DELIMITED BY SIZE INTO AP-TEXT
           END-STRING
           CALL "ALERTWR" USING ALERT-PARMS.

       RECORD-FINISH-TIME.
           ACCEPT DL-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT DL-CLOCK-TIME FROM TIME
           MOVE SPACES TO JT-FINISH-TS(JOB-SUB)
           STRING DL-CLOCK-DATE DELIMITED BY SIZE
                  DL-CLOCK-TIME(1:4) DELIMITED BY SIZE
               INTO JT-FINISH-TS(JOB-SUB)
           END-STRING.

       *> The dependency was already verified "OK" by
       *> CHECK-DEPENDENCY-STATUS before submission; this just pulls
       *> its captured output and RC out of the table. First match
               END-PERFORM

               CLOSE JOB-REPORT-FILE
               PERFORM KEEP-REPORT-GENERATION
           END-IF.

       WRITE-JOB-RESULTS.
               MOVE "JOB-ID" TO JOB-RESULT-RECORD(1:6)
               MOVE "INPUT"  TO JOB-RESULT-RECORD(8:5)
               MOVE "OUTPUT" TO JOB-RESULT-RECORD(70:6)
               MOVE "SUBMITTER" TO JOB-RESULT-RECORD(132:9)
               MOVE "PAYLOAD-REF" TO JOB-RESULT-RECORD(149:11)
               WRITE JOB-RESULT-RECORD

               PERFORM VARYING JOB-SUB FROM 1 BY 1
                              JT-OUTPUT-TEXT(JOB-SUB) DELIMITED BY SIZE
                           INTO JOB-RESULT-RECORD
                       END-STRING
                       MOVE JT-SUBMITTER(JOB-SUB)
                           TO JOB-RESULT-RECORD(132:16)
                       MOVE JT-PAYLOAD-REF(JOB-SUB)
                           TO JOB-RESULT-RECORD(149:30)
                       WRITE JOB-RESULT-RECORD
                   END-IF
               END-PERFORM

               CLOSE JOB-RESULT-FILE
               PERFORM KEEP-RESULT-GENERATION
           END-IF.

       KEEP-REPORT-GENERATION.
           MOVE SPACES TO REPORT-GEN-PARMS
           MOVE "B" TO RG-FUNCTION
           MOVE "JOBRPT" TO RG-REPORT-TYPE
           PERFORM CALL-REPORT-GEN
           OPEN INPUT JOB-REPORT-FILE
           IF RPT-FILE-STATUS = "00"
               MOVE "N" TO RG-EOF-SW
               PERFORM UNTIL RG-EOF
                   READ JOB-REPORT-FILE
                       AT END
                           SET RG-EOF TO TRUE
                       NOT AT END
                           MOVE "L" TO RG-FUNCTION
                           MOVE JOB-REPORT-RECORD TO RG-LINE
                           PERFORM CALL-REPORT-GEN
                   END-READ
               END-PERFORM
               CLOSE JOB-REPORT-FILE
           END-IF
           MOVE "E" TO RG-FUNCTION
           PERFORM CALL-REPORT-GEN
           IF RG-GENERATION > 0
               DISPLAY "JOBRPT kept as generation " RG-GENERATION
           END-IF.

       KEEP-RESULT-GENERATION.
           MOVE SPACES TO REPORT-GEN-PARMS
           MOVE "B" TO RG-FUNCTION
           MOVE "JOBRESULT" TO RG-REPORT-TYPE
           PERFORM CALL-REPORT-GEN
           OPEN INPUT JOB-RESULT-FILE
           IF JRS-FILE-STATUS = "00"
               MOVE "N" TO RG-EOF-SW
               PERFORM UNTIL RG-EOF
                   READ JOB-RESULT-FILE
                       AT END
                           SET RG-EOF TO TRUE
                       NOT AT END
                           MOVE "L" TO RG-FUNCTION
                           MOVE JOB-RESULT-RECORD TO RG-LINE
                           PERFORM CALL-REPORT-GEN
                   END-READ
               END-PERFORM
               CLOSE JOB-RESULT-FILE
           END-IF
           MOVE "E" TO RG-FUNCTION
           PERFORM CALL-REPORT-GEN
           IF RG-GENERATION > 0
               DISPLAY "JOBRESULT kept as generation " RG-GENERATION
           END-IF.

       CALL-REPORT-GEN.
           MOVE "COBOL-THREADS" TO RG-PROGRAM
           MOVE RUN-TIMESTAMP TO RG-RUN-TS
           CALL "RPTGEN" USING REPORT-GEN-PARMS.

       REPORT-DEAD-LETTERS.
           IF DEAD-LETTER-COUNT > 0
               DISPLAY "----------------------------------"
                       IF PARM-MAX-RETRIES > 0
                           MOVE PARM-MAX-RETRIES TO MAX-RETRIES
                       END-IF
                       IF PARM-URGENT-MINUTES IS NUMERIC
                           AND PARM-URGENT-MINUTES > 0
                           MOVE PARM-URGENT-MINUTES TO URGENT-MINUTES
                       END-IF
               END-READ

               *> Any parm cards after the first are per-job-type
           END-IF.

       EVALUATE-CALENDAR-ENTRY.
           PERFORM CHECK-SCHED-DEADLINE
           IF SCHED-FREQUENCY NOT = "DAILY"
               AND SCHED-FREQUENCY NOT = "HOURLY"
               DISPLAY "Calendar job " WITH NO ADVANCING
                   WITH NO ADVANCING
               DISPLAY SCHED-FREQUENCY
           ELSE
               IF NOT SCHED-DEADLINE-OK
                   DISPLAY "Calendar job " WITH NO ADVANCING
                   DISPLAY SCHED-PAYLOAD-REF WITH NO ADVANCING
                   DISPLAY " skipped, deadline time is not HHMM "
                       WITH NO ADVANCING
                   DISPLAY SCHED-DEADLINE-HHMM
               ELSE
                   PERFORM CHECK-CALENDAR-DUE
                   IF SCHED-DUE
                       DISPLAY "Calendar job: " WITH NO ADVANCING
                       DISPLAY SCHED-PAYLOAD-REF WITH NO ADVANCING
                       DISPLAY " (" WITH NO ADVANCING
                       DISPLAY SCHED-FREQUENCY WITH NO ADVANCING
                       DISPLAY ")"
                       PERFORM ADD-CALENDAR-JOB-ENTRY
                       PERFORM MARK-CALENDAR-RUN
                   ELSE
                       DISPLAY "Calendar job " WITH NO ADVANCING
                       DISPLAY SCHED-PAYLOAD-REF WITH NO ADVANCING
                       DISPLAY " not due this run (" WITH NO ADVANCING
                       DISPLAY SCHED-FREQUENCY WITH NO ADVANCING
                       DISPLAY ")"
                   END-IF
               END-IF
           END-IF.

       *> The calendar deadline is optional; when given it must be a
       *> real HHMM clock time.
       CHECK-SCHED-DEADLINE.
           MOVE "Y" TO SCHED-DEADLINE-OK-SW
           IF SCHED-DEADLINE-HHMM NOT = SPACES
               IF SCHED-DEADLINE-HHMM IS NOT NUMERIC
                   MOVE "N" TO SCHED-DEADLINE-OK-SW
               ELSE
                   IF SCHED-DEADLINE-HHMM(1:2) > "23"
                       OR SCHED-DEADLINE-HHMM(3:2) > "59"
                       MOVE "N" TO SCHED-DEADLINE-OK-SW
                   END-IF
               END-IF
           END-IF.

           MOVE JSR-PRIORITY    TO JT-WS-PRIORITY
           MOVE JSR-PAYLOAD-REF TO JT-WS-PAYLOAD-REF
           MOVE JSR-DEPENDS-ON  TO JT-WS-DEPENDS-ON
           MOVE JSR-DEADLINE    TO JT-WS-DEADLINE
           *> A card with no submitter was typed into the deck by
           *> the operators; POST /jobs always fills it in.
           IF JSR-SUBMITTER = SPACES
               MOVE "OPERATOR" TO JT-WS-SUBMITTER
           ELSE
               MOVE JSR-SUBMITTER TO JT-WS-SUBMITTER
           END-IF
           MOVE JSR-TARGET-VOLUME TO JT-WS-TARGET-VOLUME
           PERFORM ADD-JOB-TABLE-ENTRY-COMMON.

       ADD-CALENDAR-JOB-ENTRY.
           MOVE SCHED-PRIORITY    TO JT-WS-PRIORITY
           MOVE SCHED-PAYLOAD-REF TO JT-WS-PAYLOAD-REF
           MOVE SPACES            TO JT-WS-DEPENDS-ON
           MOVE "CALENDAR"        TO JT-WS-SUBMITTER
           MOVE SPACES            TO JT-WS-TARGET-VOLUME
           PERFORM BUILD-CALENDAR-DEADLINE
           PERFORM ADD-JOB-TABLE-ENTRY-COMMON.

       *> A calendar card carries only a time of day. The deadline
       *> is the next time the clock reaches it: today if that is
       *> still ahead, otherwise tomorrow.
       BUILD-CALENDAR-DEADLINE.
           MOVE SPACES TO JT-WS-DEADLINE
           IF SCHED-DEADLINE-HHMM NOT = SPACES
               MOVE SCHED-DEADLINE-HHMM TO SCHED-DL-HHMM
               COMPUTE SCHED-NOW-HHMM = SCHED-TIME-NOW / 10000
               MOVE SCHED-DATE-NOW TO DL-DATE
               IF SCHED-DL-HHMM <= SCHED-NOW-HHMM
                   COMPUTE DL-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(SCHED-DATE-NOW) + 1)
               END-IF
               MOVE SPACES TO JT-WS-DEADLINE
               STRING DL-DATE DELIMITED BY SIZE
                      SCHED-DEADLINE-HHMM DELIMITED BY SIZE
                   INTO JT-WS-DEADLINE
               END-STRING
           END-IF.

       ADD-JOB-TABLE-ENTRY-COMMON.
           IF JOB-COUNT < MAX-JOBS
               PERFORM CHECK-CANCEL-LIST
               MOVE JT-WS-PRIORITY    TO JT-PRIORITY(JOB-COUNT)
               MOVE JT-WS-PAYLOAD-REF TO JT-PAYLOAD-REF(JOB-COUNT)
               MOVE JT-WS-DEPENDS-ON  TO JT-DEPENDS-ON(JOB-COUNT)
               MOVE JT-WS-SUBMITTER   TO JT-SUBMITTER(JOB-COUNT)
               MOVE JT-WS-TARGET-VOLUME
                                      TO JT-TARGET-VOLUME(JOB-COUNT)
               MOVE 0                 TO JT-WAIT-ROUNDS(JOB-COUNT)
               MOVE SPACES            TO JT-INPUT-TEXT(JOB-COUNT)
               MOVE SPACES            TO JT-FINISH-TS(JOB-COUNT)
               MOVE "N"               TO JT-DEP-WAIT-SW(JOB-COUNT)
               MOVE "N"               TO JT-WINDOW-WAIT-SW(JOB-COUNT)
               MOVE "N"               TO JT-VOLUME-WAIT-SW(JOB-COUNT)
               *> An unreadable deadline is dropped rather than
               *> letting it sort the job as overdue.
               MOVE SPACES            TO JT-DEADLINE(JOB-COUNT)
               MOVE 0                 TO JT-DEADLINE-MINS(JOB-COUNT)
               IF JT-WS-DEADLINE NOT = SPACES
                   MOVE JT-WS-DEADLINE TO DL-TEXT-X
                   PERFORM VALIDATE-DEADLINE
                   IF DL-VALID
                       MOVE JT-WS-DEADLINE TO JT-DEADLINE(JOB-COUNT)
                       MOVE DL-MINS TO JT-DEADLINE-MINS(JOB-COUNT)
                   ELSE
                       DISPLAY "Job " WITH NO ADVANCING
                       DISPLAY JOB-ID WITH NO ADVANCING
                       DISPLAY " deadline ignored, not YYYYMMDDHHMM: "
                           WITH NO ADVANCING
                       DISPLAY JT-WS-DEADLINE
                   END-IF
               END-IF
               IF CANCEL-MATCH
                   MOVE "CANCELLED" TO JT-STATUS(JOB-COUNT)
                   MOVE 0           TO JT-RETURN-CODE(JOB-COUNT)
                   DISPLAY "Stale POOLLOCK from " WITH NO ADVANCING
                   DISPLAY LK-TIMESTAMP WITH NO ADVANCING
                   DISPLAY " taken over."
                   PERFORM RAISE-STALE-LOCK-ALERT
               END-IF
           ELSE
               MOVE "N" TO LOCK-HELD-SW
           END-IF.

       RAISE-STALE-LOCK-ALERT.
           MOVE SPACES TO ALERT-PARMS
           MOVE "W" TO AP-SEVERITY
           MOVE "COBOL-THREADS" TO AP-SOURCE
           MOVE "STALELCK" TO AP-CODE
           MOVE "POOLLOCK" TO AP-OBJECT
           STRING "STALE LOCK FROM " LK-TIMESTAMP " TAKEN OVER"
               DELIMITED BY SIZE INTO AP-TEXT
           END-STRING
           CALL "ALERTWR" USING ALERT-PARMS.

       *> One JOBS line per distinct volume named by a job that is
       *> still to run, tied to this run's timestamp.
       RESERVE-JOB-VOLUMES.
           PERFORM VARYING JOB-SUB FROM 1 BY 1 UNTIL JOB-SUB > JOB-COUNT
               IF JT-STATUS(JOB-SUB) = "PENDING"
                   AND JT-TARGET-VOLUME(JOB-SUB) NOT = SPACES
                   MOVE "N" TO VOL-SEEN-SW
                   PERFORM VARYING VOL-SUB FROM 1 BY 1
                       UNTIL VOL-SUB >= JOB-SUB
                       IF JT-STATUS(VOL-SUB) = "PENDING"
                           AND JT-TARGET-VOLUME(VOL-SUB)
                               = JT-TARGET-VOLUME(JOB-SUB)
                           SET VOL-SEEN TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT VOL-SEEN
                       MOVE SPACES TO RESERVE-PARMS
                       MOVE "R" TO RV-FUNCTION
                       MOVE JT-TARGET-VOLUME(JOB-SUB) TO RV-VOLUME-ID
                       MOVE "JOBS" TO RV-KIND
                       MOVE RUN-TIMESTAMP TO RV-RUN-TS
                       PERFORM CALL-VOLUME-RESERVE
                   END-IF
               END-IF
           END-PERFORM.

       FREE-JOB-VOLUMES.
           MOVE SPACES TO RESERVE-PARMS
           MOVE "F" TO RV-FUNCTION
           MOVE RUN-TIMESTAMP TO RV-RUN-TS
           PERFORM CALL-VOLUME-RESERVE.

       *> Asked fresh on every check, like the run window: a scan or
       *> wipe can start (or finish) while the pool run executes.
       CHECK-TARGET-VOLUME.
           MOVE "N" TO VOLUME-BLOCKED-SW
           IF JT-TARGET-VOLUME(JOB-SUB) NOT = SPACES
               MOVE SPACES TO RESERVE-PARMS
               MOVE "Q" TO RV-FUNCTION
               MOVE JT-TARGET-VOLUME(JOB-SUB) TO RV-VOLUME-ID
               PERFORM CALL-VOLUME-RESERVE
               IF RV-BLOCKED
                   SET VOLUME-BLOCKED TO TRUE
               END-IF
           END-IF.

       CALL-VOLUME-RESERVE.
           MOVE "COBOL-THREADS" TO RV-PROGRAM
           CALL "VOLRSV" USING RESERVE-PARMS.

       RELEASE-RUN-LOCK.
           OPEN OUTPUT RUN-LOCK-FILE
           IF LK-FILE-STATUS = "00"
                   ADD 1 TO LEDGER-CANC-COUNT
               END-IF
           END-PERFORM
           MOVE LATE-COUNT        TO LEDGER-LATE-DISP

           MOVE SPACES TO LEDGER-DETAIL
           MOVE LEDGER-OK-COUNT   TO LEDGER-OK-DISP
                  " DEADLETTER=" LEDGER-DL-DISP
                  " CANCELLED=" LEDGER-CANC-DISP
                  " HELD=" LEDGER-HELD-DISP
                  " LATE=" LEDGER-LATE-DISP
                  " CKPT=N"
               DELIMITED BY SIZE INTO LEDGER-DETAIL
           END-STRING
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-WS FROM TIME
           MOVE SPACES TO LEDGER-TS
           STRING RUN-DATE-WS RUN-HHMMSS-WS DELIMITED BY SIZE
               INTO LEDGER-TS
           END-STRING
           MOVE "END" TO LEDGER-EVENT
           MOVE SPACES TO RUN-TIMESTAMP
           STRING
               RUN-DATE-WS DELIMITED BY SIZE
               RUN-HHMMSS-WS DELIMITED BY SIZE
               INTO RUN-TIMESTAMP
           END-STRING.

                   MOVE JT-RETURN-CODE(JOB-SUB) TO JH-RETURN-CODE
                   MOVE JT-RETRY-COUNT(JOB-SUB) TO JH-RETRY-COUNT
                   MOVE JT-ELAPSED-MS(JOB-SUB)  TO JH-ELAPSED-MS
                   MOVE JT-DEADLINE(JOB-SUB)    TO JH-DEADLINE
                   MOVE JT-FINISH-TS(JOB-SUB)   TO JH-FINISH-TS
                   MOVE JT-SUBMITTER(JOB-SUB)   TO JH-SUBMITTER
                   PERFORM SET-DEADLINE-OUTCOME
                   WRITE JOB-HIST-RECORD
               END-PERFORM
               CLOSE JOB-HIST-FILE
           END-IF.

       *> A job that never finished cannot have made its deadline,
       *> except one held over while the deadline is still ahead -
       *> that one is still open and the next run decides it.
       SET-DEADLINE-OUTCOME.
           MOVE SPACES TO JH-DEADLINE-MET
           MOVE SPACES TO JH-DELAY-FLAGS
           IF JT-DEP-WAIT-SW(JOB-SUB) = "Y"
               MOVE "D" TO JH-DELAY-FLAGS(1:1)
           END-IF
           IF JT-WINDOW-WAIT-SW(JOB-SUB) = "Y"
               MOVE "W" TO JH-DELAY-FLAGS(2:1)
           END-IF
           IF JT-RETRY-COUNT(JOB-SUB) > 0
               MOVE "R" TO JH-DELAY-FLAGS(3:1)
           END-IF
           IF JT-VOLUME-WAIT-SW(JOB-SUB) = "Y"
               MOVE "V" TO JH-DELAY-FLAGS(4:1)
           END-IF
           IF JT-DEADLINE-MINS(JOB-SUB) > 0
               EVALUATE JT-STATUS(JOB-SUB)
                   WHEN "OK"
                       IF JT-FINISH-TS(JOB-SUB)
                           NOT > JT-DEADLINE(JOB-SUB)
                           MOVE "Y" TO JH-DEADLINE-MET
                       ELSE
                           MOVE "N" TO JH-DEADLINE-MET
                       END-IF
                   WHEN "HELD"
                       PERFORM BUILD-NOW-MINS
                       IF JT-DEADLINE-MINS(JOB-SUB) > NOW-MINS
                           MOVE "P" TO JH-DEADLINE-MET
                       ELSE
                           MOVE "N" TO JH-DEADLINE-MET
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO JH-DEADLINE-MET
               END-EVALUATE
               IF JH-DEADLINE-MET = "N"
                   ADD 1 TO LATE-COUNT
               END-IF
           END-IF.

       LOAD-JOB-CHECKPOINT.
           MOVE 0 TO JOB-CKPT-COUNT
           OPEN INPUT JOB-CKPT-FILE
               MOVE CKP-RETRY-COUNT TO CKT-RETRY-COUNT(CKT-MATCH-SUB)
               MOVE CKP-ELAPSED-MS  TO CKT-ELAPSED-MS(CKT-MATCH-SUB)
               MOVE CKP-OUTPUT-TEXT TO CKT-OUTPUT-TEXT(CKT-MATCH-SUB)
               MOVE CKP-FINISH-TS   TO CKT-FINISH-TS(CKT-MATCH-SUB)
           END-IF.

       APPLY-JOB-CHECKPOINT.
                       TO JT-ELAPSED-MS(JOB-COUNT)
                   MOVE CKT-OUTPUT-TEXT(CKT-MATCH-SUB)
                       TO JT-OUTPUT-TEXT(JOB-COUNT)
                   MOVE CKT-FINISH-TS(CKT-MATCH-SUB)
                       TO JT-FINISH-TS(JOB-COUNT)
                   IF CKT-STATUS(CKT-MATCH-SUB) = "OK"
                       ADD 1 TO RESTORED-OK-COUNT
                   ELSE
               MOVE JT-RETRY-COUNT(JOB-SUB) TO CKP-RETRY-COUNT
               MOVE JT-ELAPSED-MS(JOB-SUB)  TO CKP-ELAPSED-MS
               MOVE JT-OUTPUT-TEXT(JOB-SUB) TO CKP-OUTPUT-TEXT
               MOVE JT-FINISH-TS(JOB-SUB)   TO CKP-FINISH-TS
               WRITE JOB-CKPT-RECORD
           END-IF.

