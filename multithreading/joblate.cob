       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBLATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-HIST-FILE ASSIGN TO "JOBHIST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JHS-FILE-STATUS.

           SELECT LATE-PARM-FILE ASSIGN TO "JOBLATEPRM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT LATE-REPORT-FILE ASSIGN TO "JOBLATERPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LRP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> Shares the JOBHIST layout appended by COBOL-THREADS.
       FD  JOB-HIST-FILE.
       01  JOB-HIST-RECORD.
           05 JH-RUN-TIMESTAMP      PIC X(14).
           05 JH-PAYLOAD-REF        PIC X(30).
           05 JH-JOB-TYPE           PIC X(10).
           05 JH-STATUS             PIC X(10).
           05 JH-RETURN-CODE        PIC S9(4) SIGN LEADING SEPARATE.
           05 JH-RETRY-COUNT        PIC 9(2).
           05 JH-ELAPSED-MS         PIC 9(6).
           05 JH-DEADLINE           PIC X(12).
           05 JH-DEADLINE-MET       PIC X(1).
           05 JH-FINISH-TS          PIC X(12).
           05 JH-DELAY-FLAGS        PIC X(4).
           05 JH-SUBMITTER          PIC X(16).

       *> Optional operator parm card limiting the report to
       *> deadlines falling on or between two YYYYMMDD dates. A
       *> blank date leaves that end of the range open.
       FD  LATE-PARM-FILE.
       01  LATE-PARM-RECORD.
           05 PARM-FROM-DATE        PIC X(8).
           05 PARM-TO-DATE          PIC X(8).

       FD  LATE-REPORT-FILE.
       01  LATE-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01 JHS-FILE-STATUS  PIC X(2) VALUE "00".
       01 PARM-FILE-STATUS PIC X(2) VALUE "00".
       01 LRP-FILE-STATUS  PIC X(2) VALUE "00".

       01 JHS-EOF-SW       PIC X(1) VALUE "N".
          88 JHS-EOF              VALUE "Y".

       01 FROM-DATE        PIC X(8) VALUE LOW-VALUES.
       01 TO-DATE          PIC X(8) VALUE HIGH-VALUES.

       *> One entry per job occurrence - payload ref plus deadline -
       *> so a daily calendar job is judged once per day. A job held
       *> over appears in several runs; the last record carries the
       *> outcome and the delay causes from every run are merged.
       01 LATE-TABLE.
          05 LATE-ENTRY OCCURS 500 TIMES.
             10 LT-PAYLOAD-REF     PIC X(30).
             10 LT-DEADLINE        PIC X(12).
             10 LT-JOB-TYPE        PIC X(10).
             10 LT-STATUS          PIC X(10).
             10 LT-DEADLINE-MET    PIC X(1).
             10 LT-FINISH-TS       PIC X(12).
             10 LT-LAST-RUN-TS     PIC X(14).
             10 LT-DELAY-FLAGS     PIC X(4).
       01 LATE-COUNT       PIC 9(4) COMP-5 VALUE 0.
       01 LT-SUB           PIC 9(4) COMP-5 VALUE 0.
       01 LT-MATCH-SUB     PIC 9(4) COMP-5 VALUE 0.

       01 DL-TEXT.
          05 DL-DATE          PIC 9(8).
          05 DL-HH            PIC 9(2).
          05 DL-MM            PIC 9(2).
       01 DL-TEXT-X REDEFINES DL-TEXT PIC X(12).
       01 DL-MINS          PIC 9(9) COMP-5 VALUE 0.
       01 DEADLINE-MINS    PIC 9(9) COMP-5 VALUE 0.
       01 ENDED-MINS       PIC 9(9) COMP-5 VALUE 0.
       01 MINUTES-LATE     PIC 9(9) COMP-5 VALUE 0.

       01 NOW-DATE         PIC 9(8) VALUE 0.
       01 NOW-TIME.
          05 NOW-HH           PIC 9(2).
          05 NOW-MI           PIC 9(2).
          05 FILLER           PIC 9(4).
       01 NOW-TS           PIC X(12) VALUE SPACES.

       01 CAUSE-TEXT       PIC X(42) VALUE SPACES.
       01 CAUSE-PTR        PIC 9(3) COMP-5 VALUE 1.
       01 FINISHED-TEXT    PIC X(25) VALUE SPACES.

       01 DEADLINE-JOB-COUNT PIC 9(5) COMP-5 VALUE 0.
       01 MET-COUNT        PIC 9(5) COMP-5 VALUE 0.
       01 FINISHED-LATE-COUNT PIC 9(5) COMP-5 VALUE 0.
       01 NEVER-FINISHED-COUNT PIC 9(5) COMP-5 VALUE 0.
       01 OPEN-COUNT       PIC 9(5) COMP-5 VALUE 0.

       01 RPT-COUNT-DISP   PIC 9(5) VALUE 0.
       01 RPT-MINS-DISP    PIC 9(6) VALUE 0.

       *> Parameter block for RPTGEN, the shared report generation
       *> keeper. JOBLATERPT is handed over a line at a time once
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
       MAIN-PARA.
           DISPLAY "Starting late job report..."

           PERFORM BUILD-NOW-TIMESTAMP
           PERFORM READ-LATE-PARMS
           PERFORM LOAD-DEADLINE-HISTORY
           PERFORM WRITE-LATE-REPORT

           DISPLAY "----------------------------------"
           DISPLAY "Late job report complete:"
           DISPLAY "  Jobs with deadlines: " DEADLINE-JOB-COUNT
           DISPLAY "  Deadlines met:       " MET-COUNT
           DISPLAY "  Finished late:       " FINISHED-LATE-COUNT
           DISPLAY "  Never finished:      " NEVER-FINISHED-COUNT
           DISPLAY "  Still open:          " OPEN-COUNT
           STOP RUN.

       BUILD-NOW-TIMESTAMP.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME
           MOVE SPACES TO NOW-TS
           STRING NOW-DATE NOW-HH NOW-MI DELIMITED BY SIZE
               INTO NOW-TS
           END-STRING.

       READ-LATE-PARMS.
           OPEN INPUT LATE-PARM-FILE
           IF PARM-FILE-STATUS = "00"
               READ LATE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FROM-DATE IS NUMERIC
                           MOVE PARM-FROM-DATE TO FROM-DATE
                       END-IF
                       IF PARM-TO-DATE IS NUMERIC
                           MOVE PARM-TO-DATE TO TO-DATE
                       END-IF
               END-READ
               CLOSE LATE-PARM-FILE
           ELSE
               DISPLAY "No JOBLATEPRM parm card found,"
                   " reporting every deadline."
           END-IF.

       LOAD-DEADLINE-HISTORY.
           MOVE 0 TO LATE-COUNT
           OPEN INPUT JOB-HIST-FILE
           IF JHS-FILE-STATUS NOT = "00"
               DISPLAY "JOBHIST history file not available, status="
                   JHS-FILE-STATUS
               DISPLAY "No deadline data to report."
               STOP RUN
           END-IF
           MOVE "N" TO JHS-EOF-SW
           PERFORM UNTIL JHS-EOF
               READ JOB-HIST-FILE
                   AT END
                       SET JHS-EOF TO TRUE
                   NOT AT END
                       IF JH-DEADLINE NOT = SPACES
                           AND JH-DEADLINE(1:8) >= FROM-DATE
                           AND JH-DEADLINE(1:8) <= TO-DATE
                           PERFORM STORE-DEADLINE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-HIST-FILE.

       STORE-DEADLINE-RECORD.
           MOVE 0 TO LT-MATCH-SUB
           PERFORM VARYING LT-SUB FROM 1 BY 1
               UNTIL LT-SUB > LATE-COUNT
               IF LT-PAYLOAD-REF(LT-SUB) = JH-PAYLOAD-REF
                   AND LT-DEADLINE(LT-SUB) = JH-DEADLINE
                   MOVE LT-SUB TO LT-MATCH-SUB
               END-IF
           END-PERFORM
           IF LT-MATCH-SUB = 0 AND LATE-COUNT < 500
               ADD 1 TO LATE-COUNT
               MOVE LATE-COUNT TO LT-MATCH-SUB
               MOVE JH-PAYLOAD-REF TO LT-PAYLOAD-REF(LT-MATCH-SUB)
               MOVE JH-DEADLINE    TO LT-DEADLINE(LT-MATCH-SUB)
               MOVE SPACES         TO LT-DELAY-FLAGS(LT-MATCH-SUB)
           END-IF
           IF LT-MATCH-SUB > 0
               MOVE JH-JOB-TYPE      TO LT-JOB-TYPE(LT-MATCH-SUB)
               MOVE JH-STATUS        TO LT-STATUS(LT-MATCH-SUB)
               MOVE JH-DEADLINE-MET  TO LT-DEADLINE-MET(LT-MATCH-SUB)
               MOVE JH-FINISH-TS     TO LT-FINISH-TS(LT-MATCH-SUB)
               MOVE JH-RUN-TIMESTAMP TO LT-LAST-RUN-TS(LT-MATCH-SUB)
               IF JH-DELAY-FLAGS(1:1) = "D"
                   MOVE "D" TO LT-DELAY-FLAGS(LT-MATCH-SUB) (1:1)
               END-IF
               IF JH-DELAY-FLAGS(2:1) = "W"
                   MOVE "W" TO LT-DELAY-FLAGS(LT-MATCH-SUB) (2:1)
               END-IF
               IF JH-DELAY-FLAGS(3:1) = "R"
                   MOVE "R" TO LT-DELAY-FLAGS(LT-MATCH-SUB) (3:1)
               END-IF
               IF JH-DELAY-FLAGS(4:1) = "V"
                   MOVE "V" TO LT-DELAY-FLAGS(LT-MATCH-SUB) (4:1)
               END-IF
           ELSE
               DISPLAY "Warning: deadline table full, skipping "
                   JH-PAYLOAD-REF
           END-IF.

       WRITE-LATE-REPORT.
           OPEN OUTPUT LATE-REPORT-FILE
           IF LRP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open JOBLATERPT report file,"
                   " status=" LRP-FILE-STATUS
               DISPLAY "Late job report terminating."
               STOP RUN
           END-IF

           MOVE SPACES TO LATE-REPORT-RECORD
           STRING "LATE JOB REPORT - RUN " NOW-TS
               DELIMITED BY SIZE INTO LATE-REPORT-RECORD
           END-STRING
           WRITE LATE-REPORT-RECORD

           MOVE SPACES TO LATE-REPORT-RECORD
           WRITE LATE-REPORT-RECORD

           MOVE SPACES TO LATE-REPORT-RECORD
           STRING "PAYLOAD-REF                     DEADLINE      "
                  "FINISHED / LAST RUN        MINS-LATE  CAUSE"
               DELIMITED BY SIZE INTO LATE-REPORT-RECORD
           END-STRING
           WRITE LATE-REPORT-RECORD

           MOVE SPACES TO LATE-REPORT-RECORD
           STRING "------------------------------  ------------  "
                  "-------------------------  ---------  "
                  "-----------------------------------------"
               DELIMITED BY SIZE INTO LATE-REPORT-RECORD
           END-STRING
           WRITE LATE-REPORT-RECORD

           PERFORM VARYING LT-SUB FROM 1 BY 1
               UNTIL LT-SUB > LATE-COUNT
               PERFORM EVALUATE-DEADLINE-ENTRY
           END-PERFORM

           PERFORM WRITE-LATE-SUMMARY
           CLOSE LATE-REPORT-FILE
           PERFORM KEEP-REPORT-GENERATION.

       *> "Y" met and "N" missed come straight from the pool run. A
       *> "P" (held over, deadline still ahead at the time) is still
       *> open unless the deadline has passed since with no later
       *> run picking the job up - then it never finished.
       EVALUATE-DEADLINE-ENTRY.
           ADD 1 TO DEADLINE-JOB-COUNT
           EVALUATE LT-DEADLINE-MET(LT-SUB)
               WHEN "Y"
                   ADD 1 TO MET-COUNT
               WHEN "P"
                   IF LT-DEADLINE(LT-SUB) < NOW-TS
                       PERFORM WRITE-LATE-LINE
                   ELSE
                       ADD 1 TO OPEN-COUNT
                   END-IF
               WHEN OTHER
                   PERFORM WRITE-LATE-LINE
           END-EVALUATE.

       WRITE-LATE-LINE.
           MOVE LT-DEADLINE(LT-SUB) TO DL-TEXT-X
           PERFORM COMPUTE-DL-MINS
           MOVE DL-MINS TO DEADLINE-MINS

           *> A finished job shows its finish time. History written
           *> before finish times were kept has none, so the run that
           *> finished it stands in, labelled as such. A job that never
           *> finished shows the last run that had it; its lateness
           *> runs to that run, or to now for a lapsed holdover.
           MOVE SPACES TO FINISHED-TEXT
           IF LT-STATUS(LT-SUB) = "OK"
               ADD 1 TO FINISHED-LATE-COUNT
               IF LT-FINISH-TS(LT-SUB) NOT = SPACES
                   MOVE LT-FINISH-TS(LT-SUB) TO FINISHED-TEXT
                   MOVE LT-FINISH-TS(LT-SUB) TO DL-TEXT-X
               ELSE
                   STRING "OK IN RUN " LT-LAST-RUN-TS(LT-SUB) (1:12)
                       DELIMITED BY SIZE INTO FINISHED-TEXT
                   END-STRING
                   MOVE LT-LAST-RUN-TS(LT-SUB) (1:12) TO DL-TEXT-X
               END-IF
           ELSE
               ADD 1 TO NEVER-FINISHED-COUNT
               STRING "NOT FINISHED " LT-LAST-RUN-TS(LT-SUB) (1:12)
                   DELIMITED BY SIZE INTO FINISHED-TEXT
               END-STRING
               IF LT-DEADLINE-MET(LT-SUB) = "P"
                   MOVE NOW-TS TO DL-TEXT-X
               ELSE
                   MOVE LT-LAST-RUN-TS(LT-SUB) (1:12) TO DL-TEXT-X
               END-IF
           END-IF
           PERFORM COMPUTE-DL-MINS
           MOVE DL-MINS TO ENDED-MINS
           MOVE 0 TO MINUTES-LATE
           IF ENDED-MINS > DEADLINE-MINS
               COMPUTE MINUTES-LATE = ENDED-MINS - DEADLINE-MINS
           END-IF
           IF MINUTES-LATE > 999999
               MOVE 999999 TO MINUTES-LATE
           END-IF
           MOVE MINUTES-LATE TO RPT-MINS-DISP

           PERFORM BUILD-CAUSE-TEXT

           MOVE SPACES TO LATE-REPORT-RECORD
           STRING LT-PAYLOAD-REF(LT-SUB) DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  LT-DEADLINE(LT-SUB)    DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  FINISHED-TEXT          DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  "   "                  DELIMITED BY SIZE
                  RPT-MINS-DISP          DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  CAUSE-TEXT             DELIMITED BY SIZE
               INTO LATE-REPORT-RECORD
           END-STRING
           WRITE LATE-REPORT-RECORD.

       *> DL-TEXT-X holds YYYYMMDDHHMM; anything unreadable counts
       *> as minute zero rather than stopping the report.
       COMPUTE-DL-MINS.
           MOVE 0 TO DL-MINS
           IF DL-TEXT-X IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(DL-DATE) = 0
                   COMPUTE DL-MINS =
                       FUNCTION INTEGER-OF-DATE(DL-DATE) * 1440
                       + DL-HH * 60 + DL-MM
               END-IF
           END-IF.

       *> No recorded cause means the job simply queued behind other
       *> work, or ran long, or was cancelled outright.
       BUILD-CAUSE-TEXT.
           MOVE SPACES TO CAUSE-TEXT
           MOVE 1 TO CAUSE-PTR
           IF LT-DELAY-FLAGS(LT-SUB) (1:1) = "D"
               STRING "DEPENDENCY " DELIMITED BY SIZE
                   INTO CAUSE-TEXT WITH POINTER CAUSE-PTR
               END-STRING
           END-IF
           IF LT-DELAY-FLAGS(LT-SUB) (2:1) = "W"
               STRING "RUN-WINDOW " DELIMITED BY SIZE
                   INTO CAUSE-TEXT WITH POINTER CAUSE-PTR
               END-STRING
           END-IF
           IF LT-DELAY-FLAGS(LT-SUB) (3:1) = "R"
               STRING "RETRIES " DELIMITED BY SIZE
                   INTO CAUSE-TEXT WITH POINTER CAUSE-PTR
               END-STRING
           END-IF
           IF LT-DELAY-FLAGS(LT-SUB) (4:1) = "V"
               STRING "VOLUME-HOLD " DELIMITED BY SIZE
                   INTO CAUSE-TEXT WITH POINTER CAUSE-PTR
               END-STRING
           END-IF
           IF CAUSE-TEXT = SPACES
               IF LT-STATUS(LT-SUB) = "OK"
                   MOVE "QUEUE OR RUN TIME" TO CAUSE-TEXT
               ELSE
                   MOVE LT-STATUS(LT-SUB) TO CAUSE-TEXT
               END-IF
           END-IF.

       WRITE-LATE-SUMMARY.
           MOVE SPACES TO LATE-REPORT-RECORD
           WRITE LATE-REPORT-RECORD

           MOVE SPACES TO LATE-REPORT-RECORD
           STRING "LATE JOB REPORT COMPLETE"
               DELIMITED BY SIZE INTO LATE-REPORT-RECORD
           END-STRING
           WRITE LATE-REPORT-RECORD

           MOVE DEADLINE-JOB-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO LATE-REPORT-RECORD
           STRING "  JOBS WITH DEADLINES: " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO LATE-REPORT-RECORD
           END-STRING
           WRITE LATE-REPORT-RECORD

           MOVE MET-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO LATE-REPORT-RECORD
           STRING "  DEADLINES MET:       " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO LATE-REPORT-RECORD
           END-STRING
           WRITE LATE-REPORT-RECORD

           MOVE FINISHED-LATE-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO LATE-REPORT-RECORD
           STRING "  FINISHED LATE:       " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO LATE-REPORT-RECORD
           END-STRING
           WRITE LATE-REPORT-RECORD

           MOVE NEVER-FINISHED-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO LATE-REPORT-RECORD
           STRING "  NEVER FINISHED:      " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO LATE-REPORT-RECORD
           END-STRING
           WRITE LATE-REPORT-RECORD

           MOVE OPEN-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO LATE-REPORT-RECORD
           STRING "  STILL OPEN:          " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO LATE-REPORT-RECORD
           END-STRING
           WRITE LATE-REPORT-RECORD.

       KEEP-REPORT-GENERATION.
           MOVE SPACES TO REPORT-GEN-PARMS
           MOVE "B" TO RG-FUNCTION
           MOVE "JOBLATERPT" TO RG-REPORT-TYPE
           PERFORM CALL-REPORT-GEN
           OPEN INPUT LATE-REPORT-FILE
           IF LRP-FILE-STATUS = "00"
               MOVE "N" TO RG-EOF-SW
               PERFORM UNTIL RG-EOF
                   READ LATE-REPORT-FILE
                       AT END
                           SET RG-EOF TO TRUE
                       NOT AT END
                           MOVE "L" TO RG-FUNCTION
                           MOVE LATE-REPORT-RECORD TO RG-LINE
                           PERFORM CALL-REPORT-GEN
                   END-READ
               END-PERFORM
               CLOSE LATE-REPORT-FILE
           END-IF
           MOVE "E" TO RG-FUNCTION
           PERFORM CALL-REPORT-GEN
           IF RG-GENERATION > 0
               DISPLAY "JOBLATERPT kept as generation " RG-GENERATION
           END-IF.

       CALL-REPORT-GEN.
           MOVE "JOBLATE" TO RG-PROGRAM
           MOVE SPACES TO RG-RUN-TS
           CALL "RPTGEN" USING REPORT-GEN-PARMS.
