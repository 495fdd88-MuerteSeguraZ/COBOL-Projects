       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-INPUT-FILE ASSIGN TO "JOBIN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JIN-FILE-STATUS.

           SELECT JOB-CLEAN-FILE ASSIGN TO "JOBCLEAN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JCL-FILE-STATUS.

           SELECT JOB-HOLD-FILE ASSIGN TO "JOBHOLD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JHO-FILE-STATUS.

           SELECT JOB-HIST-FILE ASSIGN TO "JOBHIST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JHS-FILE-STATUS.

           SELECT THREAD-PARM-FILE ASSIGN TO "THREADPARM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TPM-FILE-STATUS.

           SELECT JOB-WINDOW-FILE ASSIGN TO "JOBWINDOW"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JWD-FILE-STATUS.

           SELECT SIM-PARM-FILE ASSIGN TO "SIMPARM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT SIM-CAND-FILE ASSIGN TO "SIMCAND"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SCD-FILE-STATUS.

           SELECT SIM-REPORT-FILE ASSIGN TO "SIMRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SRP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> Shares the JOBIN card layout read by COBOL-THREADS.
       FD  JOB-INPUT-FILE.
       01  JOB-INPUT-RECORD.
           05 JIN-JOB-TYPE          PIC X(10).
           05 JIN-PRIORITY          PIC 9(3).
           05 JIN-PAYLOAD-REF       PIC X(30).
           05 JIN-DEPENDS-ON        PIC X(30).
           05 JIN-DEADLINE          PIC X(12).
           05 JIN-SUBMITTER         PIC X(16).
           05 JIN-TARGET-VOLUME     PIC X(6).

       *> Shares the JOBCLEAN layout written by JOBEDIT (the JOBIN
       *> card layout).
       FD  JOB-CLEAN-FILE.
       01  JOB-CLEAN-RECORD         PIC X(107).

       *> Shares the JOBHOLD holdover layout (the JOBIN card layout).
       FD  JOB-HOLD-FILE.
       01  JOB-HOLD-RECORD          PIC X(107).

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

       *> Shares the THREADPARM layout read by COBOL-THREADS: the
       *> first card holds the global settings, any later card a
       *> per-type concurrency limit.
       FD  THREAD-PARM-FILE.
       01  THREAD-PARM-RECORD.
           05 PARM-NUM-THREADS      PIC 9(3).
           05 PARM-MAX-RETRIES      PIC 9(2).
           05 PARM-TYPE-LIMIT-TYPE  PIC X(10).
           05 PARM-TYPE-LIMIT-COUNT PIC 9(3).
           05 PARM-URGENT-MINUTES   PIC 9(4).

       *> Shares the JOBWINDOW layout read by COBOL-THREADS.
       FD  JOB-WINDOW-FILE.
       01  JOB-WINDOW-RECORD.
           05 JW-JOB-TYPE           PIC X(10).
           05 JW-EARLIEST           PIC 9(4).
           05 JW-LATEST             PIC 9(4).

       *> Optional operator parm card: which deck to replay ("C"
       *> for tonight's JOBCLEAN, anything else JOBIN), the HHMM the
       *> run is taken to start at (blank = now), the elapsed time
       *> assumed for a job type JOBHIST has never seen, and "N" to
       *> leave the JOBHOLD holdover deck out of the replay.
       FD  SIM-PARM-FILE.
       01  SIM-PARM-RECORD.
           05 PARM-DECK-SOURCE      PIC X(1).
           05 PARM-START-HHMM       PIC X(4).
           05 PARM-DEFAULT-MS       PIC 9(6).
           05 PARM-HOLDOVER         PIC X(1).

       *> Candidate settings, side by side with the live THREADPARM
       *> and JOBWINDOW (always shown first as CURRENT). A SET card
       *> starts a candidate as a copy of the live settings, with
       *> its own thread count, retries and urgency minutes where
       *> given. LIMIT and WINDOW cards after it change or add that
       *> job type's throttle or run window; a LIMIT or WINDOW card
       *> with no numbers removes it.
       FD  SIM-CAND-FILE.
       01  SIM-CAND-RECORD.
           05 SC-CARD-TYPE          PIC X(6).
           05 FILLER                PIC X(1).
           05 SC-NAME               PIC X(10).
           05 FILLER                PIC X(1).
           05 SC-DETAIL             PIC X(62).
           05 SC-SET-DETAIL REDEFINES SC-DETAIL.
              10 SC-NUM-THREADS     PIC 9(3).
              10 FILLER             PIC X(1).
              10 SC-MAX-RETRIES     PIC 9(2).
              10 FILLER             PIC X(1).
              10 SC-URGENT-MINUTES  PIC 9(4).
              10 FILLER             PIC X(51).
           05 SC-LIMIT-DETAIL REDEFINES SC-DETAIL.
              10 SC-TYPE-LIMIT      PIC 9(3).
              10 FILLER             PIC X(59).
           05 SC-WINDOW-DETAIL REDEFINES SC-DETAIL.
              10 SC-EARLIEST        PIC 9(4).
              10 FILLER             PIC X(1).
              10 SC-LATEST          PIC 9(4).
              10 FILLER             PIC X(53).

       FD  SIM-REPORT-FILE.
       01  SIM-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01 JIN-FILE-STATUS  PIC X(2) VALUE "00".
       01 JCL-FILE-STATUS  PIC X(2) VALUE "00".
       01 JHO-FILE-STATUS  PIC X(2) VALUE "00".
       01 JHS-FILE-STATUS  PIC X(2) VALUE "00".
       01 TPM-FILE-STATUS  PIC X(2) VALUE "00".
       01 JWD-FILE-STATUS  PIC X(2) VALUE "00".
       01 PARM-FILE-STATUS PIC X(2) VALUE "00".
       01 SCD-FILE-STATUS  PIC X(2) VALUE "00".
       01 SRP-FILE-STATUS  PIC X(2) VALUE "00".

       01 CARD-EOF-SW      PIC X(1) VALUE "N".
          88 CARD-EOF             VALUE "Y".
       01 FIRST-CARD-SW    PIC X(1) VALUE "Y".
          88 FIRST-CARD           VALUE "Y".

       01 DECK-SOURCE      PIC X(1) VALUE "J".
          88 DECK-IS-CLEAN        VALUE "C".
       01 DECK-NAME        PIC X(8) VALUE "JOBIN".
       01 HOLDOVER-SW      PIC X(1) VALUE "Y".
          88 HOLDOVER-WANTED      VALUE "Y".
       01 DEFAULT-MS       PIC 9(6) COMP-5 VALUE 1000.
       01 AGING-ROUNDS-THRESHOLD PIC 9(4) COMP-5 VALUE 3.

       *> One card image in the JOBIN layout, whichever deck it
       *> came from.
       01 DECK-CARD.
          05 DC-JOB-TYPE       PIC X(10).
          05 DC-PRIORITY-X     PIC X(3).
          05 DC-PRIORITY REDEFINES DC-PRIORITY-X PIC 9(3).
          05 DC-PAYLOAD-REF    PIC X(30).
          05 DC-DEPENDS-ON     PIC X(30).
          05 DC-DEADLINE       PIC X(12).
          05 DC-SUBMITTER      PIC X(16).
          05 DC-TARGET-VOLUME  PIC X(6).

       *> The deck in the order COBOL-THREADS would load it: cards
       *> by ascending priority (the SORT keeps equal priorities in
       *> deck order), then the holdover deck. The predecessor and
       *> the job type are looked up once here so the replay never
       *> has to search, and so is whether the job's target volume
       *> is closed to jobs right now.
       01 DECK-TABLE.
          05 DECK-ENTRY OCCURS 500 TIMES.
             10 DK-JOB-TYPE        PIC X(10).
             10 DK-PRIORITY        PIC 9(3).
             10 DK-PAYLOAD-REF     PIC X(30).
             10 DK-DEPENDS-ON      PIC X(30).
             10 DK-DEADLINE-MINS   PIC 9(9) COMP-5.
             10 DK-DEP-SUB         PIC 9(4) COMP-5.
             10 DK-TYPE-SUB        PIC 9(3) COMP-5.
             10 DK-TARGET-VOLUME   PIC X(6).
             10 DK-VOLUME-BLOCKED-SW PIC X(1).
                88 DK-VOLUME-BLOCKED     VALUE "Y".
       01 DECK-COUNT       PIC 9(4) COMP-5 VALUE 0.
       01 DECK-SUB         PIC 9(4) COMP-5 VALUE 0.
       01 SHIFT-SUB        PIC 9(4) COMP-5 VALUE 0.
       01 SKIPPED-COUNT    PIC 9(4) COMP-5 VALUE 0.
       01 HOLDOVER-COUNT   PIC 9(4) COMP-5 VALUE 0.

       *> Each distinct target volume in the deck, asked of VOLRSV
       *> once. A simulated run has no clock against which a scan or
       *> wipe would finish, so a volume closed now is taken to stay
       *> closed for the whole replay.
       01 TARGET-VOLUME-TABLE.
          05 TARGET-VOLUME-ENTRY OCCURS 100 TIMES.
             10 TV-VOLUME-ID       PIC X(6).
             10 TV-BLOCKED-SW      PIC X(1).
             10 TV-REASON          PIC X(40).
       01 TV-COUNT         PIC 9(3) COMP-5 VALUE 0.
       01 TV-SUB           PIC 9(3) COMP-5 VALUE 0.
       01 TV-MATCH-SUB     PIC 9(3) COMP-5 VALUE 0.

       *> Parameter block for VOLRSV, the shared volume reservation
       *> file; only its "Q" query is used here.
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

       *> Per job type: what JOBHIST says about it (completed runs
       *> only - OK or DEADLETTER), and the replay's running count
       *> and failure credit for the set being simulated.
       01 TYPE-TABLE.
          05 TYPE-ENTRY OCCURS 50 TIMES.
             10 TH-JOB-TYPE        PIC X(10).
             10 TH-RUNS            PIC 9(7) COMP-5.
             10 TH-MS-SUM          PIC 9(12) COMP-5.
             10 TH-OK-RUNS         PIC 9(7) COMP-5.
             10 TH-OK-RETRY-SUM    PIC 9(9) COMP-5.
             10 TH-FAILS           PIC 9(7) COMP-5.
             10 TH-AVG-MS          PIC 9(8) COMP-5.
             10 TH-RETRY-X100      PIC 9(5) COMP-5.
             10 TH-FAIL-PCT        PIC 9(3) COMP-5.
             10 TH-RUNNING         PIC 9(4) COMP-5.
             10 TH-FAIL-CREDIT     PIC 9(5) COMP-5.
             10 TH-WAIT-MS-SUM     PIC 9(12) COMP-5.
             10 TH-WAIT-JOBS       PIC 9(5) COMP-5.
             10 TH-SET-RESULT OCCURS 5 TIMES.
                15 TS-AVG-WAIT-SEC PIC 9(7) COMP-5.
                15 TS-STARTED      PIC 9(5) COMP-5.
                15 TS-HELD         PIC 9(5) COMP-5.
                15 TS-HAS-LIMIT    PIC X(1).
                15 TS-LIMIT        PIC 9(3) COMP-5.
                15 TS-HAS-WINDOW   PIC X(1).
                15 TS-EARLIEST     PIC 9(4) COMP-5.
                15 TS-LATEST       PIC 9(4) COMP-5.
       01 TYPE-COUNT       PIC 9(3) COMP-5 VALUE 0.
       01 TYPE-SUB         PIC 9(3) COMP-5 VALUE 0.
       01 TYPE-MATCH-SUB   PIC 9(3) COMP-5 VALUE 0.
       01 LOOKUP-TYPE      PIC X(10) VALUE SPACES.

       *> The parm sets compared: set 1 is the live THREADPARM and
       *> JOBWINDOW, the rest come from SIMCAND. Results are kept
       *> per set for the side-by-side report.
       01 SET-TABLE.
          05 SET-ENTRY OCCURS 5 TIMES.
             10 CS-NAME            PIC X(10).
             10 CS-THREADS         PIC 9(3) COMP-5.
             10 CS-RETRIES         PIC 9(2) COMP-5.
             10 CS-URGENT          PIC 9(4) COMP-5.
             10 CS-LIMIT-COUNT     PIC 9(3) COMP-5.
             10 CS-LIMIT-ENTRY OCCURS 20 TIMES.
                15 CSL-JOB-TYPE    PIC X(10).
                15 CSL-LIMIT       PIC 9(3) COMP-5.
             10 CS-WINDOW-COUNT    PIC 9(3) COMP-5.
             10 CS-WINDOW-ENTRY OCCURS 20 TIMES.
                15 CSW-JOB-TYPE    PIC X(10).
                15 CSW-EARLIEST    PIC 9(4) COMP-5.
                15 CSW-LATEST      PIC 9(4) COMP-5.
             10 CS-MAKESPAN-MS     PIC 9(12) COMP-5.
             10 CS-BUSY-MS         PIC 9(12) COMP-5.
             10 CS-OK-COUNT        PIC 9(4) COMP-5.
             10 CS-DL-COUNT        PIC 9(4) COMP-5.
             10 CS-CANC-COUNT      PIC 9(4) COMP-5.
             10 CS-HELD-COUNT      PIC 9(4) COMP-5.
             10 CS-RETRY-X100      PIC 9(8) COMP-5.
             10 CS-IDLE-PCT        PIC 9(3) COMP-5.
             10 CS-IDLE-MINS       PIC 9(9) COMP-5.
       01 SET-COUNT        PIC 9(1) COMP-5 VALUE 0.
       01 SET-SUB          PIC 9(1) COMP-5 VALUE 0.
       01 LIMIT-SUB        PIC 9(3) COMP-5 VALUE 0.
       01 WINDOW-SUB       PIC 9(3) COMP-5 VALUE 0.
       01 ENTRY-MATCH-SUB  PIC 9(3) COMP-5 VALUE 0.
       01 SET-OPEN-SW      PIC X(1) VALUE "N".
          88 SET-OPEN             VALUE "Y".

       *> Replay state for the set being simulated, one entry per
       *> deck job.
       01 SIM-TABLE.
          05 SIM-ENTRY OCCURS 500 TIMES.
             10 SM-STATUS          PIC X(10).
             10 SM-WAIT-ROUNDS     PIC 9(4) COMP-5.
             10 SM-FINISH-MS       PIC 9(12) COMP-5.
             10 SM-FAIL-SW         PIC X(1).
       01 SIM-SUB          PIC 9(4) COMP-5 VALUE 0.
       01 SIM-NOW-MS       PIC 9(12) COMP-5 VALUE 0.
       01 NEXT-FINISH-MS   PIC 9(12) COMP-5 VALUE 0.
       01 RUNNING-COUNT    PIC 9(4) COMP-5 VALUE 0.
       01 PENDING-COUNT    PIC 9(4) COMP-5 VALUE 0.
       01 JOB-DURATION-MS  PIC 9(12) COMP-5 VALUE 0.
       01 RETRY-X100       PIC 9(5) COMP-5 VALUE 0.
       01 SIM-DONE-SW      PIC X(1) VALUE "N".
          88 SIM-DONE             VALUE "Y".
       01 PROGRESS-MADE-SW PIC X(1) VALUE "N".
          88 PROGRESS-MADE        VALUE "Y".
       01 HOLD-MADE-SW     PIC X(1) VALUE "N".
          88 HOLD-MADE            VALUE "Y".
       01 WINDOW-BLOCKED-SW PIC X(1) VALUE "N".
          88 WINDOW-BLOCKED       VALUE "Y".
       01 DEADLINE-URGENT-SW PIC X(1) VALUE "N".
          88 DEADLINE-URGENT      VALUE "Y".
       01 DEP-STATUS-WS    PIC X(7) VALUE SPACES.

       *> The simulated clock. The run starts at START-HHMM today;
       *> the clock is that plus the replay's elapsed milliseconds.
       01 START-HHMM-X     PIC X(4) VALUE SPACES.
       01 START-HHMM       PIC 9(4) VALUE 0.
       01 START-DATE       PIC 9(8) VALUE 0.
       01 START-CLOCK.
          05 START-CLOCK-HH    PIC 9(2).
          05 START-CLOCK-MI    PIC 9(2).
          05 FILLER            PIC 9(4).
       01 START-DAY-MINS   PIC 9(9) COMP-5 VALUE 0.
       01 START-MIN-OF-DAY PIC 9(4) COMP-5 VALUE 0.
       01 NOW-MINS         PIC 9(9) COMP-5 VALUE 0.
       01 CLOCK-MIN-OF-DAY PIC 9(9) COMP-5 VALUE 0.
       01 CLOCK-DAYS       PIC 9(9) COMP-5 VALUE 0.
       01 CLOCK-HHMM       PIC 9(4) COMP-5 VALUE 0.
       01 CLOCK-HOURS      PIC 9(7) COMP-5 VALUE 0.
       01 CLOCK-MINUTES    PIC 9(4) COMP-5 VALUE 0.

       01 DL-TEXT.
          05 DL-DATE           PIC 9(8).
          05 DL-HH             PIC 9(2).
          05 DL-MM             PIC 9(2).
       01 DL-TEXT-X REDEFINES DL-TEXT PIC X(12).

       *> Predicted holds and cancellations, kept for the detail
       *> section of the report.
       01 OUTCOME-TABLE.
          05 OUTCOME-ENTRY OCCURS 300 TIMES.
             10 OC-SET-SUB         PIC 9(1) COMP-5.
             10 OC-PAYLOAD-REF     PIC X(30).
             10 OC-JOB-TYPE        PIC X(10).
             10 OC-OUTCOME         PIC X(10).
             10 OC-REASON          PIC X(30).
       01 OUTCOME-COUNT    PIC 9(4) COMP-5 VALUE 0.
       01 OUTCOME-SUB      PIC 9(4) COMP-5 VALUE 0.
       01 OC-REASON-WS     PIC X(30) VALUE SPACES.

       *> One side-by-side report row: a label and a column per set.
       01 ROW-LINE.
          05 ROW-LABEL         PIC X(24).
          05 ROW-CELL OCCURS 5 TIMES PIC X(12).
          05 FILLER            PIC X(48).
       01 CELL-NUM-DISP    PIC Z(10)9.
       01 CELL-TIME.
          05 CELL-HH           PIC ZZ9.
          05 FILLER            PIC X(1) VALUE ":".
          05 CELL-MI           PIC 9(2).
          05 FILLER            PIC X(1) VALUE ":".
          05 CELL-SS           PIC 9(2).
       01 MAKESPAN-SECS    PIC 9(9) COMP-5 VALUE 0.
       01 SECS-LEFT        PIC 9(9) COMP-5 VALUE 0.
       01 CAPACITY-MS      PIC 9(15) COMP-5 VALUE 0.

       01 RPT-COUNT-DISP   PIC 9(5) VALUE 0.
       01 RPT-MS-DISP      PIC 9(8) VALUE 0.
       01 RPT-PCT-DISP     PIC ZZ9.
       01 RPT-RETRY-DISP   PIC 9.99.
       01 RPT-RETRY-NUM    PIC 9V99 VALUE 0.
       01 RPT-HHMM-DISP    PIC 9(4) VALUE 0.

       *> Parameter block for RPTGEN, the shared report generation
       *> keeper. SIMRPT is handed over a line at a time once
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
           DISPLAY "Starting job capacity simulation..."

           PERFORM READ-SIM-PARMS
           PERFORM LOAD-DECK
           IF DECK-COUNT = 0
               DISPLAY "No jobs to simulate in " DECK-NAME
                   " (or JOBHOLD)."
               DISPLAY "Job capacity simulation terminating."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RESOLVE-DECK-LINKS
           PERFORM CHECK-DECK-VOLUMES
           PERFORM LOAD-TYPE-HISTORY
           PERFORM LOAD-CURRENT-SET
           PERFORM LOAD-CANDIDATE-SETS

           PERFORM VARYING SET-SUB FROM 1 BY 1
               UNTIL SET-SUB > SET-COUNT
               PERFORM SIMULATE-SET
           END-PERFORM

           PERFORM WRITE-SIM-REPORT

           DISPLAY "----------------------------------"
           DISPLAY "Job capacity simulation complete:"
           DISPLAY "  Jobs replayed:  " DECK-COUNT
           DISPLAY "  Parm sets:      " SET-COUNT
           STOP RUN.

       READ-SIM-PARMS.
           ACCEPT START-DATE FROM DATE YYYYMMDD
           ACCEPT START-CLOCK FROM TIME
           COMPUTE START-HHMM = START-CLOCK-HH * 100 + START-CLOCK-MI
           OPEN INPUT SIM-PARM-FILE
           IF PARM-FILE-STATUS = "00"
               READ SIM-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DECK-SOURCE = "C"
                           MOVE "C" TO DECK-SOURCE
                       END-IF
                       MOVE PARM-START-HHMM TO START-HHMM-X
                       IF START-HHMM-X IS NUMERIC
                           AND START-HHMM-X(1:2) <= "23"
                           AND START-HHMM-X(3:2) <= "59"
                           MOVE START-HHMM-X TO START-HHMM
                       END-IF
                       IF PARM-DEFAULT-MS IS NUMERIC
                           AND PARM-DEFAULT-MS > 0
                           MOVE PARM-DEFAULT-MS TO DEFAULT-MS
                       END-IF
                       IF PARM-HOLDOVER = "N"
                           MOVE "N" TO HOLDOVER-SW
                       END-IF
               END-READ
               CLOSE SIM-PARM-FILE
           ELSE
               DISPLAY "No SIMPARM parm card found, using defaults."
           END-IF
           IF DECK-IS-CLEAN
               MOVE "JOBCLEAN" TO DECK-NAME
           END-IF
           DIVIDE START-HHMM BY 100 GIVING CLOCK-HOURS
               REMAINDER CLOCK-MINUTES
           COMPUTE START-MIN-OF-DAY = CLOCK-HOURS * 60 + CLOCK-MINUTES
           COMPUTE START-DAY-MINS =
               FUNCTION INTEGER-OF-DATE(START-DATE) * 1440
               + START-MIN-OF-DAY.

       *> A card whose priority is not numeric would be rejected by
       *> JOBEDIT and cannot be sorted, so it is left out here.
       LOAD-DECK.
           MOVE 0 TO DECK-COUNT
           MOVE "N" TO CARD-EOF-SW
           IF DECK-IS-CLEAN
               OPEN INPUT JOB-CLEAN-FILE
               IF JCL-FILE-STATUS NOT = "00"
                   DISPLAY "JOBCLEAN deck not available, status="
                       JCL-FILE-STATUS
                   SET CARD-EOF TO TRUE
               END-IF
               PERFORM UNTIL CARD-EOF
                   READ JOB-CLEAN-FILE INTO DECK-CARD
                       AT END
                           SET CARD-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-SORTED-DECK-CARD
                   END-READ
               END-PERFORM
               IF JCL-FILE-STATUS = "00" OR JCL-FILE-STATUS = "10"
                   CLOSE JOB-CLEAN-FILE
               END-IF
           ELSE
               OPEN INPUT JOB-INPUT-FILE
               IF JIN-FILE-STATUS NOT = "00"
                   DISPLAY "JOBIN deck not available, status="
                       JIN-FILE-STATUS
                   SET CARD-EOF TO TRUE
               END-IF
               PERFORM UNTIL CARD-EOF
                   READ JOB-INPUT-FILE INTO DECK-CARD
                       AT END
                           SET CARD-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-SORTED-DECK-CARD
                   END-READ
               END-PERFORM
               IF JIN-FILE-STATUS = "00" OR JIN-FILE-STATUS = "10"
                   CLOSE JOB-INPUT-FILE
               END-IF
           END-IF

           IF HOLDOVER-WANTED
               MOVE 0 TO HOLDOVER-COUNT
               OPEN INPUT JOB-HOLD-FILE
               IF JHO-FILE-STATUS = "00"
                   MOVE "N" TO CARD-EOF-SW
                   PERFORM UNTIL CARD-EOF
                       READ JOB-HOLD-FILE INTO DECK-CARD
                           AT END
                               SET CARD-EOF TO TRUE
                           NOT AT END
                               IF DECK-COUNT < 500
                                   AND DC-PRIORITY-X IS NUMERIC
                                   ADD 1 TO DECK-COUNT
                                   MOVE DECK-COUNT TO DECK-SUB
                                   PERFORM STORE-DECK-CARD
                                   ADD 1 TO HOLDOVER-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JOB-HOLD-FILE
               END-IF
           END-IF.

       ADD-SORTED-DECK-CARD.
           IF DC-PRIORITY-X IS NOT NUMERIC
               ADD 1 TO SKIPPED-COUNT
           ELSE
               IF DECK-COUNT < 500
                   ADD 1 TO DECK-COUNT
                   MOVE DECK-COUNT TO DECK-SUB
                   PERFORM UNTIL DECK-SUB = 1
                       OR DK-PRIORITY(DECK-SUB - 1) <= DC-PRIORITY
                       COMPUTE SHIFT-SUB = DECK-SUB - 1
                       MOVE DECK-ENTRY(SHIFT-SUB)
                           TO DECK-ENTRY(DECK-SUB)
                       MOVE SHIFT-SUB TO DECK-SUB
                   END-PERFORM
                   PERFORM STORE-DECK-CARD
               ELSE
                   ADD 1 TO SKIPPED-COUNT
               END-IF
           END-IF.

       *> An unreadable deadline is dropped, as COBOL-THREADS does.
       STORE-DECK-CARD.
           MOVE DC-JOB-TYPE    TO DK-JOB-TYPE(DECK-SUB)
           MOVE DC-PRIORITY    TO DK-PRIORITY(DECK-SUB)
           MOVE DC-PAYLOAD-REF TO DK-PAYLOAD-REF(DECK-SUB)
           MOVE DC-DEPENDS-ON  TO DK-DEPENDS-ON(DECK-SUB)
           MOVE 0 TO DK-DEADLINE-MINS(DECK-SUB)
           MOVE 0 TO DK-DEP-SUB(DECK-SUB)
           MOVE 0 TO DK-TYPE-SUB(DECK-SUB)
           MOVE DC-TARGET-VOLUME TO DK-TARGET-VOLUME(DECK-SUB)
           MOVE "N" TO DK-VOLUME-BLOCKED-SW(DECK-SUB)
           MOVE DC-DEADLINE TO DL-TEXT-X
           IF DL-TEXT-X IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(DL-DATE) = 0
                   AND DL-HH <= 23 AND DL-MM <= 59
                   COMPUTE DK-DEADLINE-MINS(DECK-SUB) =
                       FUNCTION INTEGER-OF-DATE(DL-DATE) * 1440
                       + DL-HH * 60 + DL-MM
               END-IF
           END-IF.

       *> COBOL-THREADS asks before every start whether a job may
       *> touch its target volume; the replay asks once per volume.
       CHECK-DECK-VOLUMES.
           MOVE 0 TO TV-COUNT
           PERFORM VARYING DECK-SUB FROM 1 BY 1
               UNTIL DECK-SUB > DECK-COUNT
               IF DK-TARGET-VOLUME(DECK-SUB) NOT = SPACES
                   PERFORM FIND-TARGET-VOLUME
                   IF TV-MATCH-SUB > 0
                       MOVE TV-BLOCKED-SW(TV-MATCH-SUB)
                           TO DK-VOLUME-BLOCKED-SW(DECK-SUB)
                   ELSE
                       PERFORM QUERY-TARGET-VOLUME
                       MOVE RV-BLOCKED-SW
                           TO DK-VOLUME-BLOCKED-SW(DECK-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       *> A volume not yet asked about is asked now and remembered;
       *> past 100 volumes each job is simply asked for itself.
       FIND-TARGET-VOLUME.
           MOVE 0 TO TV-MATCH-SUB
           PERFORM VARYING TV-SUB FROM 1 BY 1
               UNTIL TV-SUB > TV-COUNT OR TV-MATCH-SUB > 0
               IF TV-VOLUME-ID(TV-SUB) = DK-TARGET-VOLUME(DECK-SUB)
                   MOVE TV-SUB TO TV-MATCH-SUB
               END-IF
           END-PERFORM
           IF TV-MATCH-SUB = 0 AND TV-COUNT < 100
               PERFORM QUERY-TARGET-VOLUME
               ADD 1 TO TV-COUNT
               MOVE TV-COUNT TO TV-MATCH-SUB
               MOVE DK-TARGET-VOLUME(DECK-SUB)
                   TO TV-VOLUME-ID(TV-MATCH-SUB)
               MOVE RV-BLOCKED-SW TO TV-BLOCKED-SW(TV-MATCH-SUB)
               MOVE RV-REASON TO TV-REASON(TV-MATCH-SUB)
           END-IF.

       QUERY-TARGET-VOLUME.
           MOVE SPACES TO RESERVE-PARMS
           MOVE "Q" TO RV-FUNCTION
           MOVE DK-TARGET-VOLUME(DECK-SUB) TO RV-VOLUME-ID
           MOVE "JOBSIM" TO RV-PROGRAM
           CALL "VOLRSV" USING RESERVE-PARMS.

       *> The predecessor is the last card carrying the payload ref,
       *> the same match COBOL-THREADS ends up with.
       RESOLVE-DECK-LINKS.
           MOVE 0 TO TYPE-COUNT
           PERFORM VARYING DECK-SUB FROM 1 BY 1
               UNTIL DECK-SUB > DECK-COUNT
               IF DK-DEPENDS-ON(DECK-SUB) NOT = SPACES
                   PERFORM VARYING SHIFT-SUB FROM 1 BY 1
                       UNTIL SHIFT-SUB > DECK-COUNT
                       IF DK-PAYLOAD-REF(SHIFT-SUB)
                           = DK-DEPENDS-ON(DECK-SUB)
                           MOVE SHIFT-SUB TO DK-DEP-SUB(DECK-SUB)
                       END-IF
                   END-PERFORM
               END-IF
               MOVE DK-JOB-TYPE(DECK-SUB) TO LOOKUP-TYPE
               PERFORM FIND-TYPE-ENTRY
               IF TYPE-MATCH-SUB = 0 AND TYPE-COUNT < 50
                   ADD 1 TO TYPE-COUNT
                   MOVE TYPE-COUNT TO TYPE-MATCH-SUB
                   INITIALIZE TYPE-ENTRY(TYPE-MATCH-SUB)
                   MOVE LOOKUP-TYPE TO TH-JOB-TYPE(TYPE-MATCH-SUB)
               END-IF
               IF TYPE-MATCH-SUB = 0
                   DISPLAY "Type table full, job type "
                       WITH NO ADVANCING
                   DISPLAY LOOKUP-TYPE WITH NO ADVANCING
                   DISPLAY " replayed as the first type."
                   MOVE 1 TO TYPE-MATCH-SUB
               END-IF
               MOVE TYPE-MATCH-SUB TO DK-TYPE-SUB(DECK-SUB)
           END-PERFORM.

       FIND-TYPE-ENTRY.
           MOVE 0 TO TYPE-MATCH-SUB
           PERFORM VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > TYPE-COUNT
               IF TH-JOB-TYPE(TYPE-SUB) = LOOKUP-TYPE
                   MOVE TYPE-SUB TO TYPE-MATCH-SUB
               END-IF
           END-PERFORM.

       *> Elapsed time is the mean over every completed run of the
       *> type. The retry rate comes from runs that finished OK -
       *> the attempts it usually takes - and the failure rate is
       *> the share of runs that dead-lettered.
       LOAD-TYPE-HISTORY.
           OPEN INPUT JOB-HIST-FILE
           IF JHS-FILE-STATUS NOT = "00"
               DISPLAY "JOBHIST history file not available, status="
                   JHS-FILE-STATUS
               DISPLAY "Every job type replayed at the default time."
           ELSE
               MOVE "N" TO CARD-EOF-SW
               PERFORM UNTIL CARD-EOF
                   READ JOB-HIST-FILE
                       AT END
                           SET CARD-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE JOB-HIST-FILE
           END-IF

           PERFORM VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > TYPE-COUNT
               IF TH-RUNS(TYPE-SUB) > 0
                   COMPUTE TH-AVG-MS(TYPE-SUB) =
                       TH-MS-SUM(TYPE-SUB) / TH-RUNS(TYPE-SUB)
                   COMPUTE TH-FAIL-PCT(TYPE-SUB) =
                       (TH-FAILS(TYPE-SUB) * 100) / TH-RUNS(TYPE-SUB)
               ELSE
                   MOVE DEFAULT-MS TO TH-AVG-MS(TYPE-SUB)
                   MOVE 0 TO TH-FAIL-PCT(TYPE-SUB)
               END-IF
               IF TH-OK-RUNS(TYPE-SUB) > 0
                   COMPUTE TH-RETRY-X100(TYPE-SUB) =
                       (TH-OK-RETRY-SUM(TYPE-SUB) * 100)
                       / TH-OK-RUNS(TYPE-SUB)
               ELSE
                   MOVE 0 TO TH-RETRY-X100(TYPE-SUB)
               END-IF
               IF TH-AVG-MS(TYPE-SUB) = 0
                   MOVE 1 TO TH-AVG-MS(TYPE-SUB)
               END-IF
           END-PERFORM.

       TALLY-HISTORY-RECORD.
           IF JH-STATUS = "OK" OR JH-STATUS = "DEADLETTER"
               MOVE JH-JOB-TYPE TO LOOKUP-TYPE
               PERFORM FIND-TYPE-ENTRY
               IF TYPE-MATCH-SUB > 0
                   AND JH-ELAPSED-MS IS NUMERIC
                   AND JH-RETRY-COUNT IS NUMERIC
                   ADD 1 TO TH-RUNS(TYPE-MATCH-SUB)
                   ADD JH-ELAPSED-MS TO TH-MS-SUM(TYPE-MATCH-SUB)
                   IF JH-STATUS = "OK"
                       ADD 1 TO TH-OK-RUNS(TYPE-MATCH-SUB)
                       ADD JH-RETRY-COUNT
                           TO TH-OK-RETRY-SUM(TYPE-MATCH-SUB)
                   ELSE
                       ADD 1 TO TH-FAILS(TYPE-MATCH-SUB)
                   END-IF
               END-IF
           END-IF.

       *> Set 1 is what COBOL-THREADS would run with tonight, read
       *> with the same rules: defaults of 4 threads, 3 retries and
       *> 60 urgency minutes, and only numeric throttles honored.
       LOAD-CURRENT-SET.
           MOVE 1 TO SET-COUNT
           INITIALIZE SET-ENTRY(1)
           MOVE "CURRENT" TO CS-NAME(1)
           MOVE 4  TO CS-THREADS(1)
           MOVE 3  TO CS-RETRIES(1)
           MOVE 60 TO CS-URGENT(1)
           OPEN INPUT THREAD-PARM-FILE
           IF TPM-FILE-STATUS = "00"
               MOVE "Y" TO FIRST-CARD-SW
               MOVE "N" TO CARD-EOF-SW
               PERFORM UNTIL CARD-EOF
                   READ THREAD-PARM-FILE
                       AT END
                           SET CARD-EOF TO TRUE
                       NOT AT END
                           IF FIRST-CARD
                               PERFORM TAKE-GLOBAL-PARM-CARD
                               MOVE "N" TO FIRST-CARD-SW
                           ELSE
                               PERFORM TAKE-TYPE-LIMIT-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THREAD-PARM-FILE
           END-IF

           OPEN INPUT JOB-WINDOW-FILE
           IF JWD-FILE-STATUS = "00"
               MOVE "N" TO CARD-EOF-SW
               PERFORM UNTIL CARD-EOF
                   READ JOB-WINDOW-FILE
                       AT END
                           SET CARD-EOF TO TRUE
                       NOT AT END
                           IF JW-JOB-TYPE NOT = SPACES
                               AND JW-EARLIEST IS NUMERIC
                               AND JW-LATEST IS NUMERIC
                               AND CS-WINDOW-COUNT(1) < 20
                               ADD 1 TO CS-WINDOW-COUNT(1)
                               MOVE CS-WINDOW-COUNT(1) TO WINDOW-SUB
                               MOVE JW-JOB-TYPE
                                   TO CSW-JOB-TYPE(1, WINDOW-SUB)
                               MOVE JW-EARLIEST
                                   TO CSW-EARLIEST(1, WINDOW-SUB)
                               MOVE JW-LATEST
                                   TO CSW-LATEST(1, WINDOW-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-WINDOW-FILE
           END-IF.

       TAKE-GLOBAL-PARM-CARD.
           IF PARM-NUM-THREADS IS NUMERIC AND PARM-NUM-THREADS > 0
               MOVE PARM-NUM-THREADS TO CS-THREADS(1)
           END-IF
           IF PARM-MAX-RETRIES IS NUMERIC AND PARM-MAX-RETRIES > 0
               MOVE PARM-MAX-RETRIES TO CS-RETRIES(1)
           END-IF
           IF PARM-URGENT-MINUTES IS NUMERIC
               AND PARM-URGENT-MINUTES > 0
               MOVE PARM-URGENT-MINUTES TO CS-URGENT(1)
           END-IF.

       TAKE-TYPE-LIMIT-CARD.
           IF PARM-TYPE-LIMIT-TYPE NOT = SPACES
               AND PARM-TYPE-LIMIT-COUNT IS NUMERIC
               AND CS-LIMIT-COUNT(1) < 20
               ADD 1 TO CS-LIMIT-COUNT(1)
               MOVE CS-LIMIT-COUNT(1) TO LIMIT-SUB
               MOVE PARM-TYPE-LIMIT-TYPE TO CSL-JOB-TYPE(1, LIMIT-SUB)
               MOVE PARM-TYPE-LIMIT-COUNT TO CSL-LIMIT(1, LIMIT-SUB)
           END-IF.

       LOAD-CANDIDATE-SETS.
           OPEN INPUT SIM-CAND-FILE
           IF SCD-FILE-STATUS NOT = "00"
               DISPLAY "No SIMCAND candidate sets, simulating the"
                   " current settings only."
           ELSE
               MOVE "N" TO SET-OPEN-SW
               MOVE "N" TO CARD-EOF-SW
               PERFORM UNTIL CARD-EOF
                   READ SIM-CAND-FILE
                       AT END
                           SET CARD-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-CANDIDATE-CARD
                   END-READ
               END-PERFORM
               CLOSE SIM-CAND-FILE
           END-IF.

       TAKE-CANDIDATE-CARD.
           EVALUATE SC-CARD-TYPE
               WHEN "SET"
                   IF SET-COUNT < 5
                       ADD 1 TO SET-COUNT
                       MOVE SET-ENTRY(1) TO SET-ENTRY(SET-COUNT)
                       MOVE SC-NAME TO CS-NAME(SET-COUNT)
                       IF SC-NUM-THREADS IS NUMERIC
                           AND SC-NUM-THREADS > 0
                           MOVE SC-NUM-THREADS TO CS-THREADS(SET-COUNT)
                       END-IF
                       IF SC-MAX-RETRIES IS NUMERIC
                           MOVE SC-MAX-RETRIES TO CS-RETRIES(SET-COUNT)
                       END-IF
                       IF SC-URGENT-MINUTES IS NUMERIC
                           AND SC-URGENT-MINUTES > 0
                           MOVE SC-URGENT-MINUTES
                               TO CS-URGENT(SET-COUNT)
                       END-IF
                       SET SET-OPEN TO TRUE
                   ELSE
                       DISPLAY "Only four candidate sets are compared,"
                           " set " WITH NO ADVANCING
                       DISPLAY SC-NAME WITH NO ADVANCING
                       DISPLAY " ignored."
                       MOVE "N" TO SET-OPEN-SW
                   END-IF
               WHEN "LIMIT"
                   IF SET-OPEN AND SC-NAME NOT = SPACES
                       PERFORM TAKE-CANDIDATE-LIMIT
                   END-IF
               WHEN "WINDOW"
                   IF SET-OPEN AND SC-NAME NOT = SPACES
                       PERFORM TAKE-CANDIDATE-WINDOW
                   END-IF
               WHEN OTHER
                   DISPLAY "Unrecognized SIMCAND card ignored: "
                       SC-CARD-TYPE
           END-EVALUATE.

       TAKE-CANDIDATE-LIMIT.
           MOVE 0 TO ENTRY-MATCH-SUB
           PERFORM VARYING LIMIT-SUB FROM 1 BY 1
               UNTIL LIMIT-SUB > CS-LIMIT-COUNT(SET-COUNT)
               IF CSL-JOB-TYPE(SET-COUNT, LIMIT-SUB) = SC-NAME
                   MOVE LIMIT-SUB TO ENTRY-MATCH-SUB
               END-IF
           END-PERFORM
           IF SC-TYPE-LIMIT IS NUMERIC
               IF ENTRY-MATCH-SUB = 0
                   AND CS-LIMIT-COUNT(SET-COUNT) < 20
                   ADD 1 TO CS-LIMIT-COUNT(SET-COUNT)
                   MOVE CS-LIMIT-COUNT(SET-COUNT) TO ENTRY-MATCH-SUB
               END-IF
               IF ENTRY-MATCH-SUB > 0
                   MOVE SC-NAME
                       TO CSL-JOB-TYPE(SET-COUNT, ENTRY-MATCH-SUB)
                   MOVE SC-TYPE-LIMIT
                       TO CSL-LIMIT(SET-COUNT, ENTRY-MATCH-SUB)
               END-IF
           ELSE
               IF ENTRY-MATCH-SUB > 0
                   MOVE SPACES
                       TO CSL-JOB-TYPE(SET-COUNT, ENTRY-MATCH-SUB)
               END-IF
           END-IF.

       TAKE-CANDIDATE-WINDOW.
           MOVE 0 TO ENTRY-MATCH-SUB
           PERFORM VARYING WINDOW-SUB FROM 1 BY 1
               UNTIL WINDOW-SUB > CS-WINDOW-COUNT(SET-COUNT)
               IF CSW-JOB-TYPE(SET-COUNT, WINDOW-SUB) = SC-NAME
                   MOVE WINDOW-SUB TO ENTRY-MATCH-SUB
               END-IF
           END-PERFORM
           IF SC-EARLIEST IS NUMERIC AND SC-LATEST IS NUMERIC
               IF ENTRY-MATCH-SUB = 0
                   AND CS-WINDOW-COUNT(SET-COUNT) < 20
                   ADD 1 TO CS-WINDOW-COUNT(SET-COUNT)
                   MOVE CS-WINDOW-COUNT(SET-COUNT) TO ENTRY-MATCH-SUB
               END-IF
               IF ENTRY-MATCH-SUB > 0
                   MOVE SC-NAME
                       TO CSW-JOB-TYPE(SET-COUNT, ENTRY-MATCH-SUB)
                   MOVE SC-EARLIEST
                       TO CSW-EARLIEST(SET-COUNT, ENTRY-MATCH-SUB)
                   MOVE SC-LATEST
                       TO CSW-LATEST(SET-COUNT, ENTRY-MATCH-SUB)
               END-IF
           ELSE
               IF ENTRY-MATCH-SUB > 0
                   MOVE SPACES
                       TO CSW-JOB-TYPE(SET-COUNT, ENTRY-MATCH-SUB)
               END-IF
           END-IF.

       *> Replays the deck against one parm set. Scheduling rounds
       *> run at the start and each time a job finishes; each round
       *> makes the same three passes COBOL-THREADS does (deadline-
       *> urgent jobs, then aged jobs, then the rest) and hands out
       *> free threads in table order. A type's throttle caps how
       *> many of its jobs run at once. When nothing is running and
       *> nothing more can start, the run has stalled and the left-
       *> over jobs are held or cancelled exactly as CANCEL-STALLED-
       *> JOBS would.
       SIMULATE-SET.
           DISPLAY "Simulating parm set " CS-NAME(SET-SUB)
           PERFORM PREPARE-SET-TYPES
           PERFORM VARYING SIM-SUB FROM 1 BY 1
               UNTIL SIM-SUB > DECK-COUNT
               MOVE "PENDING" TO SM-STATUS(SIM-SUB)
               MOVE 0 TO SM-WAIT-ROUNDS(SIM-SUB)
               MOVE 0 TO SM-FINISH-MS(SIM-SUB)
               MOVE "N" TO SM-FAIL-SW(SIM-SUB)
           END-PERFORM
           MOVE 0 TO SIM-NOW-MS
           MOVE 0 TO RUNNING-COUNT

           MOVE "N" TO SIM-DONE-SW
           PERFORM UNTIL SIM-DONE
               PERFORM RUN-SIM-ROUND
               PERFORM COUNT-SIM-JOBS
               IF PENDING-COUNT = 0 AND RUNNING-COUNT = 0
                   SET SIM-DONE TO TRUE
               ELSE
                   IF RUNNING-COUNT = 0
                       PERFORM STALL-SIM-JOBS
                       SET SIM-DONE TO TRUE
                   ELSE
                       IF PROGRESS-MADE
                           PERFORM AGE-SIM-JOBS
                       END-IF
                       PERFORM ADVANCE-TO-NEXT-FINISH
                   END-IF
               END-IF
           END-PERFORM

           PERFORM SUMMARIZE-SET.

       *> Throttle and window per job type for this set, so the
       *> replay looks them up by subscript. The last card for a
       *> type wins, as in COBOL-THREADS.
       PREPARE-SET-TYPES.
           PERFORM VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > TYPE-COUNT
               MOVE 0 TO TH-RUNNING(TYPE-SUB)
               MOVE 0 TO TH-FAIL-CREDIT(TYPE-SUB)
               MOVE 0 TO TH-WAIT-MS-SUM(TYPE-SUB)
               MOVE 0 TO TH-WAIT-JOBS(TYPE-SUB)
               MOVE 0 TO TS-HELD(TYPE-SUB, SET-SUB)
               MOVE "N" TO TS-HAS-LIMIT(TYPE-SUB, SET-SUB)
               MOVE "N" TO TS-HAS-WINDOW(TYPE-SUB, SET-SUB)
               PERFORM VARYING LIMIT-SUB FROM 1 BY 1
                   UNTIL LIMIT-SUB > CS-LIMIT-COUNT(SET-SUB)
                   IF CSL-JOB-TYPE(SET-SUB, LIMIT-SUB)
                       = TH-JOB-TYPE(TYPE-SUB)
                       MOVE "Y" TO TS-HAS-LIMIT(TYPE-SUB, SET-SUB)
                       MOVE CSL-LIMIT(SET-SUB, LIMIT-SUB)
                           TO TS-LIMIT(TYPE-SUB, SET-SUB)
                   END-IF
               END-PERFORM
               PERFORM VARYING WINDOW-SUB FROM 1 BY 1
                   UNTIL WINDOW-SUB > CS-WINDOW-COUNT(SET-SUB)
                   IF CSW-JOB-TYPE(SET-SUB, WINDOW-SUB)
                       = TH-JOB-TYPE(TYPE-SUB)
                       MOVE "Y" TO TS-HAS-WINDOW(TYPE-SUB, SET-SUB)
                       MOVE CSW-EARLIEST(SET-SUB, WINDOW-SUB)
                           TO TS-EARLIEST(TYPE-SUB, SET-SUB)
                       MOVE CSW-LATEST(SET-SUB, WINDOW-SUB)
                           TO TS-LATEST(TYPE-SUB, SET-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

       RUN-SIM-ROUND.
           MOVE "N" TO PROGRESS-MADE-SW
           COMPUTE NOW-MINS = START-DAY-MINS + SIM-NOW-MS / 60000
           COMPUTE CLOCK-MIN-OF-DAY =
               START-MIN-OF-DAY + SIM-NOW-MS / 60000
           DIVIDE CLOCK-MIN-OF-DAY BY 1440 GIVING CLOCK-DAYS
               REMAINDER CLOCK-MIN-OF-DAY
           DIVIDE CLOCK-MIN-OF-DAY BY 60 GIVING CLOCK-HOURS
               REMAINDER CLOCK-MINUTES
           COMPUTE CLOCK-HHMM = CLOCK-HOURS * 100 + CLOCK-MINUTES

           PERFORM VARYING SIM-SUB FROM 1 BY 1
               UNTIL SIM-SUB > DECK-COUNT
               IF SM-STATUS(SIM-SUB) = "PENDING"
                   PERFORM CHECK-SIM-URGENT
                   IF DEADLINE-URGENT
                       PERFORM EVALUATE-SIM-JOB
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING SIM-SUB FROM 1 BY 1
               UNTIL SIM-SUB > DECK-COUNT
               IF SM-STATUS(SIM-SUB) = "PENDING"
                   AND SM-WAIT-ROUNDS(SIM-SUB)
                       >= AGING-ROUNDS-THRESHOLD
                   PERFORM EVALUATE-SIM-JOB
               END-IF
           END-PERFORM

           PERFORM VARYING SIM-SUB FROM 1 BY 1
               UNTIL SIM-SUB > DECK-COUNT
               IF SM-STATUS(SIM-SUB) = "PENDING"
                   AND SM-WAIT-ROUNDS(SIM-SUB)
                       < AGING-ROUNDS-THRESHOLD
                   PERFORM EVALUATE-SIM-JOB
               END-IF
           END-PERFORM.

       CHECK-SIM-URGENT.
           MOVE "N" TO DEADLINE-URGENT-SW
           IF DK-DEADLINE-MINS(SIM-SUB) > 0
               IF DK-DEADLINE-MINS(SIM-SUB)
                   <= NOW-MINS + CS-URGENT(SET-SUB)
                   SET DEADLINE-URGENT TO TRUE
               END-IF
           END-IF.

       EVALUATE-SIM-JOB.
           PERFORM CHECK-SIM-DEPENDENCY
           EVALUATE DEP-STATUS-WS
               WHEN "FAILED"
                   MOVE "CANCELLED" TO SM-STATUS(SIM-SUB)
                   MOVE "DEPENDENCY DID NOT COMPLETE" TO OC-REASON-WS
                   PERFORM RECORD-SIM-OUTCOME
                   SET PROGRESS-MADE TO TRUE
               WHEN "WAITING"
                   CONTINUE
               WHEN "HELD"
                   CONTINUE
               WHEN OTHER
                   MOVE DK-TYPE-SUB(SIM-SUB) TO TYPE-SUB
                   PERFORM CHECK-SIM-WINDOW
                   IF NOT WINDOW-BLOCKED
                       AND NOT DK-VOLUME-BLOCKED(SIM-SUB)
                       IF RUNNING-COUNT < CS-THREADS(SET-SUB)
                           IF TS-HAS-LIMIT(TYPE-SUB, SET-SUB) = "N"
                               OR TH-RUNNING(TYPE-SUB)
                                   < TS-LIMIT(TYPE-SUB, SET-SUB)
                               PERFORM START-SIM-JOB
                               SET PROGRESS-MADE TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       CHECK-SIM-DEPENDENCY.
           MOVE "READY" TO DEP-STATUS-WS
           IF DK-DEP-SUB(SIM-SUB) > 0
               EVALUATE SM-STATUS(DK-DEP-SUB(SIM-SUB))
                   WHEN "OK"
                       MOVE "READY"   TO DEP-STATUS-WS
                   WHEN "DEADLETTER"
                       MOVE "FAILED"  TO DEP-STATUS-WS
                   WHEN "CANCELLED"
                       MOVE "FAILED"  TO DEP-STATUS-WS
                   WHEN "HELD"
                       MOVE "HELD"    TO DEP-STATUS-WS
                   WHEN OTHER
                       MOVE "WAITING" TO DEP-STATUS-WS
               END-EVALUATE
           END-IF.

       CHECK-SIM-WINDOW.
           MOVE "N" TO WINDOW-BLOCKED-SW
           IF TS-HAS-WINDOW(TYPE-SUB, SET-SUB) = "Y"
               IF TS-EARLIEST(TYPE-SUB, SET-SUB)
                   <= TS-LATEST(TYPE-SUB, SET-SUB)
                   IF CLOCK-HHMM < TS-EARLIEST(TYPE-SUB, SET-SUB)
                       OR CLOCK-HHMM > TS-LATEST(TYPE-SUB, SET-SUB)
                       SET WINDOW-BLOCKED TO TRUE
                   END-IF
               ELSE
                   IF CLOCK-HHMM < TS-EARLIEST(TYPE-SUB, SET-SUB)
                       AND CLOCK-HHMM > TS-LATEST(TYPE-SUB, SET-SUB)
                       SET WINDOW-BLOCKED TO TRUE
                   END-IF
               END-IF
           END-IF.

       *> Failures are spread through a type's jobs at the type's
       *> historical rate: each job adds the rate to a credit, and
       *> the job that takes the credit to 100 is the one predicted
       *> to dead-letter. A dead letter uses every attempt the set
       *> allows; a job that finishes OK takes its type's usual
       *> number of retries, capped by the set.
       START-SIM-JOB.
           MOVE "RUNNING" TO SM-STATUS(SIM-SUB)
           ADD 1 TO RUNNING-COUNT
           ADD 1 TO TH-RUNNING(TYPE-SUB)
           ADD SIM-NOW-MS TO TH-WAIT-MS-SUM(TYPE-SUB)
           ADD 1 TO TH-WAIT-JOBS(TYPE-SUB)

           ADD TH-FAIL-PCT(TYPE-SUB) TO TH-FAIL-CREDIT(TYPE-SUB)
           IF TH-FAIL-CREDIT(TYPE-SUB) >= 100
               SUBTRACT 100 FROM TH-FAIL-CREDIT(TYPE-SUB)
               MOVE "Y" TO SM-FAIL-SW(SIM-SUB)
               COMPUTE JOB-DURATION-MS =
                   TH-AVG-MS(TYPE-SUB) * (CS-RETRIES(SET-SUB) + 1)
               COMPUTE CS-RETRY-X100(SET-SUB) =
                   CS-RETRY-X100(SET-SUB) + CS-RETRIES(SET-SUB) * 100
           ELSE
               MOVE TH-RETRY-X100(TYPE-SUB) TO RETRY-X100
               IF RETRY-X100 > CS-RETRIES(SET-SUB) * 100
                   COMPUTE RETRY-X100 = CS-RETRIES(SET-SUB) * 100
               END-IF
               COMPUTE JOB-DURATION-MS =
                   (TH-AVG-MS(TYPE-SUB) * (100 + RETRY-X100)) / 100
               ADD RETRY-X100 TO CS-RETRY-X100(SET-SUB)
           END-IF
           IF JOB-DURATION-MS = 0
               MOVE 1 TO JOB-DURATION-MS
           END-IF
           COMPUTE SM-FINISH-MS(SIM-SUB) = SIM-NOW-MS + JOB-DURATION-MS
           ADD JOB-DURATION-MS TO CS-BUSY-MS(SET-SUB).

       COUNT-SIM-JOBS.
           MOVE 0 TO PENDING-COUNT
           PERFORM VARYING SIM-SUB FROM 1 BY 1
               UNTIL SIM-SUB > DECK-COUNT
               IF SM-STATUS(SIM-SUB) = "PENDING"
                   ADD 1 TO PENDING-COUNT
               END-IF
           END-PERFORM.

       AGE-SIM-JOBS.
           PERFORM VARYING SIM-SUB FROM 1 BY 1
               UNTIL SIM-SUB > DECK-COUNT
               IF SM-STATUS(SIM-SUB) = "PENDING"
                   ADD 1 TO SM-WAIT-ROUNDS(SIM-SUB)
               END-IF
           END-PERFORM.

       *> Moves the clock to the next finish and completes every job
       *> finishing then, freeing its thread and its type's slot.
       ADVANCE-TO-NEXT-FINISH.
           MOVE 0 TO NEXT-FINISH-MS
           PERFORM VARYING SIM-SUB FROM 1 BY 1
               UNTIL SIM-SUB > DECK-COUNT
               IF SM-STATUS(SIM-SUB) = "RUNNING"
                   IF NEXT-FINISH-MS = 0
                       OR SM-FINISH-MS(SIM-SUB) < NEXT-FINISH-MS
                       MOVE SM-FINISH-MS(SIM-SUB) TO NEXT-FINISH-MS
                   END-IF
               END-IF
           END-PERFORM
           MOVE NEXT-FINISH-MS TO SIM-NOW-MS

           PERFORM VARYING SIM-SUB FROM 1 BY 1
               UNTIL SIM-SUB > DECK-COUNT
               IF SM-STATUS(SIM-SUB) = "RUNNING"
                   AND SM-FINISH-MS(SIM-SUB) <= SIM-NOW-MS
                   IF SM-FAIL-SW(SIM-SUB) = "Y"
                       MOVE "DEADLETTER" TO SM-STATUS(SIM-SUB)
                   ELSE
                       MOVE "OK" TO SM-STATUS(SIM-SUB)
                   END-IF
                   SUBTRACT 1 FROM RUNNING-COUNT
                   MOVE DK-TYPE-SUB(SIM-SUB) TO TYPE-SUB
                   SUBTRACT 1 FROM TH-RUNNING(TYPE-SUB)
               END-IF
           END-PERFORM.

       *> Same order as CANCEL-STALLED-JOBS: window- and volume-
       *> blocked jobs are held first, holds then ripple down
       *> dependency chains, and whatever is left is cancelled.
       STALL-SIM-JOBS.
           PERFORM VARYING SIM-SUB FROM 1 BY 1
               UNTIL SIM-SUB > DECK-COUNT
               IF SM-STATUS(SIM-SUB) = "PENDING"
                   MOVE DK-TYPE-SUB(SIM-SUB) TO TYPE-SUB
                   PERFORM CHECK-SIM-WINDOW
                   IF WINDOW-BLOCKED
                       MOVE "HELD" TO SM-STATUS(SIM-SUB)
                       MOVE "OUTSIDE RUN WINDOW" TO OC-REASON-WS
                       PERFORM RECORD-SIM-OUTCOME
                   ELSE
                       IF DK-VOLUME-BLOCKED(SIM-SUB)
                           MOVE "HELD" TO SM-STATUS(SIM-SUB)
                           MOVE "TARGET VOLUME RESERVED"
                               TO OC-REASON-WS
                           PERFORM RECORD-SIM-OUTCOME
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE "Y" TO HOLD-MADE-SW
           PERFORM UNTIL NOT HOLD-MADE
               MOVE "N" TO HOLD-MADE-SW
               PERFORM VARYING SIM-SUB FROM 1 BY 1
                   UNTIL SIM-SUB > DECK-COUNT
                   IF SM-STATUS(SIM-SUB) = "PENDING"
                       PERFORM CHECK-SIM-DEPENDENCY
                       IF DEP-STATUS-WS = "HELD"
                           MOVE "HELD" TO SM-STATUS(SIM-SUB)
                           MOVE "DEPENDENCY IS HELD" TO OC-REASON-WS
                           PERFORM RECORD-SIM-OUTCOME
                           SET HOLD-MADE TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING SIM-SUB FROM 1 BY 1
               UNTIL SIM-SUB > DECK-COUNT
               IF SM-STATUS(SIM-SUB) = "PENDING"
                   PERFORM CHECK-SIM-DEPENDENCY
                   MOVE "CANCELLED" TO SM-STATUS(SIM-SUB)
                   IF DEP-STATUS-WS NOT = "READY"
                       MOVE "UNRESOLVED DEPENDENCY" TO OC-REASON-WS
                   ELSE
                       MOVE "TYPE LIMIT LEAVES NO SLOT" TO OC-REASON-WS
                   END-IF
                   PERFORM RECORD-SIM-OUTCOME
               END-IF
           END-PERFORM.

       RECORD-SIM-OUTCOME.
           IF SM-STATUS(SIM-SUB) = "HELD"
               MOVE DK-TYPE-SUB(SIM-SUB) TO TYPE-SUB
               ADD 1 TO TS-HELD(TYPE-SUB, SET-SUB)
           END-IF
           IF OUTCOME-COUNT < 300
               ADD 1 TO OUTCOME-COUNT
               MOVE SET-SUB TO OC-SET-SUB(OUTCOME-COUNT)
               MOVE DK-PAYLOAD-REF(SIM-SUB)
                   TO OC-PAYLOAD-REF(OUTCOME-COUNT)
               MOVE DK-JOB-TYPE(SIM-SUB) TO OC-JOB-TYPE(OUTCOME-COUNT)
               MOVE SM-STATUS(SIM-SUB) TO OC-OUTCOME(OUTCOME-COUNT)
               MOVE OC-REASON-WS TO OC-REASON(OUTCOME-COUNT)
           END-IF.

       *> Idle capacity is the thread time the set pays for over the
       *> makespan that no job used.
       SUMMARIZE-SET.
           MOVE SIM-NOW-MS TO CS-MAKESPAN-MS(SET-SUB)
           PERFORM VARYING SIM-SUB FROM 1 BY 1
               UNTIL SIM-SUB > DECK-COUNT
               EVALUATE SM-STATUS(SIM-SUB)
                   WHEN "OK"
                       ADD 1 TO CS-OK-COUNT(SET-SUB)
                   WHEN "DEADLETTER"
                       ADD 1 TO CS-DL-COUNT(SET-SUB)
                   WHEN "CANCELLED"
                       ADD 1 TO CS-CANC-COUNT(SET-SUB)
                   WHEN "HELD"
                       ADD 1 TO CS-HELD-COUNT(SET-SUB)
               END-EVALUATE
           END-PERFORM

           COMPUTE CAPACITY-MS =
               CS-THREADS(SET-SUB) * CS-MAKESPAN-MS(SET-SUB)
           IF CAPACITY-MS > CS-BUSY-MS(SET-SUB)
               COMPUTE CS-IDLE-PCT(SET-SUB) =
                   ((CAPACITY-MS - CS-BUSY-MS(SET-SUB)) * 100)
                   / CAPACITY-MS
               COMPUTE CS-IDLE-MINS(SET-SUB) =
                   (CAPACITY-MS - CS-BUSY-MS(SET-SUB)) / 60000
           ELSE
               MOVE 0 TO CS-IDLE-PCT(SET-SUB)
               MOVE 0 TO CS-IDLE-MINS(SET-SUB)
           END-IF

           PERFORM VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > TYPE-COUNT
               MOVE TH-WAIT-JOBS(TYPE-SUB)
                   TO TS-STARTED(TYPE-SUB, SET-SUB)
               IF TH-WAIT-JOBS(TYPE-SUB) > 0
                   COMPUTE TS-AVG-WAIT-SEC(TYPE-SUB, SET-SUB) =
                       TH-WAIT-MS-SUM(TYPE-SUB)
                       / TH-WAIT-JOBS(TYPE-SUB) / 1000
               ELSE
                   MOVE 0 TO TS-AVG-WAIT-SEC(TYPE-SUB, SET-SUB)
               END-IF
           END-PERFORM.

       WRITE-SIM-REPORT.
           OPEN OUTPUT SIM-REPORT-FILE
           IF SRP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open SIMRPT report file, status="
                   SRP-FILE-STATUS
               DISPLAY "Job capacity simulation terminating."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE DECK-COUNT TO RPT-COUNT-DISP
           MOVE START-HHMM TO RPT-HHMM-DISP
           MOVE SPACES TO SIM-REPORT-RECORD
           STRING "JOB CAPACITY SIMULATION - DECK " DECK-NAME
                  " START " RPT-HHMM-DISP
                  " JOBS " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO SIM-REPORT-RECORD
           END-STRING
           WRITE SIM-REPORT-RECORD

           MOVE SPACES TO SIM-REPORT-RECORD
           IF HOLDOVER-WANTED
               MOVE HOLDOVER-COUNT TO RPT-COUNT-DISP
               STRING "  INCLUDING " RPT-COUNT-DISP
                      " CARRIED IN FROM JOBHOLD"
                   DELIMITED BY SIZE INTO SIM-REPORT-RECORD
               END-STRING
           ELSE
               MOVE "  JOBHOLD NOT INCLUDED" TO SIM-REPORT-RECORD
           END-IF
           WRITE SIM-REPORT-RECORD
           IF SKIPPED-COUNT > 0
               MOVE SKIPPED-COUNT TO RPT-COUNT-DISP
               MOVE SPACES TO SIM-REPORT-RECORD
               STRING "  " RPT-COUNT-DISP
                      " CARDS SKIPPED (PRIORITY NOT NUMERIC OR DECK"
                      " FULL)"
                   DELIMITED BY SIZE INTO SIM-REPORT-RECORD
               END-STRING
               WRITE SIM-REPORT-RECORD
           END-IF
           PERFORM VARYING TV-SUB FROM 1 BY 1
               UNTIL TV-SUB > TV-COUNT
               IF TV-BLOCKED-SW(TV-SUB) = "Y"
                   MOVE SPACES TO SIM-REPORT-RECORD
                   STRING "  VOLUME " TV-VOLUME-ID(TV-SUB)
                          " CLOSED TO JOBS, ITS JOBS HELD - "
                          TV-REASON(TV-SUB)
                       DELIMITED BY SIZE INTO SIM-REPORT-RECORD
                   END-STRING
                   WRITE SIM-REPORT-RECORD
               END-IF
           END-PERFORM

           MOVE SPACES TO SIM-REPORT-RECORD
           WRITE SIM-REPORT-RECORD

           MOVE SPACES TO ROW-LINE
           MOVE "PARM SET" TO ROW-LABEL
           PERFORM VARYING SET-SUB FROM 1 BY 1
               UNTIL SET-SUB > SET-COUNT
               MOVE CS-NAME(SET-SUB) TO ROW-CELL(SET-SUB)
           END-PERFORM
           PERFORM WRITE-ROW-LINE

           MOVE SPACES TO ROW-LINE
           MOVE ALL "-" TO ROW-LINE(1:22)
           PERFORM VARYING SET-SUB FROM 1 BY 1
               UNTIL SET-SUB > SET-COUNT
               MOVE ALL "-" TO ROW-CELL(SET-SUB)(1:10)
           END-PERFORM
           PERFORM WRITE-ROW-LINE

           MOVE SPACES TO ROW-LINE
           MOVE "THREADS" TO ROW-LABEL
           PERFORM VARYING SET-SUB FROM 1 BY 1
               UNTIL SET-SUB > SET-COUNT
               MOVE CS-THREADS(SET-SUB) TO CELL-NUM-DISP
               MOVE CELL-NUM-DISP TO ROW-CELL(SET-SUB)
           END-PERFORM
           PERFORM WRITE-ROW-LINE

           MOVE SPACES TO ROW-LINE
           MOVE "MAX RETRIES" TO ROW-LABEL
           PERFORM VARYING SET-SUB FROM 1 BY 1
               UNTIL SET-SUB > SET-COUNT
               MOVE CS-RETRIES(SET-SUB) TO CELL-NUM-DISP
               MOVE CELL-NUM-DISP TO ROW-CELL(SET-SUB)
           END-PERFORM
           PERFORM WRITE-ROW-LINE

           MOVE SPACES TO ROW-LINE
           MOVE "URGENT MINUTES" TO ROW-LABEL
           PERFORM VARYING SET-SUB FROM 1 BY 1
               UNTIL SET-SUB > SET-COUNT
               MOVE CS-URGENT(SET-SUB) TO CELL-NUM-DISP
               MOVE CELL-NUM-DISP TO ROW-CELL(SET-SUB)
           END-PERFORM
           PERFORM WRITE-ROW-LINE

           MOVE SPACES TO SIM-REPORT-RECORD
           WRITE SIM-REPORT-RECORD

           MOVE SPACES TO ROW-LINE
           MOVE "PREDICTED MAKESPAN" TO ROW-LABEL
           PERFORM VARYING SET-SUB FROM 1 BY 1
               UNTIL SET-SUB > SET-COUNT
               COMPUTE MAKESPAN-SECS = CS-MAKESPAN-MS(SET-SUB) / 1000
               DIVIDE MAKESPAN-SECS BY 3600 GIVING CLOCK-HOURS
                   REMAINDER SECS-LEFT
               MOVE CLOCK-HOURS TO CELL-HH
               DIVIDE SECS-LEFT BY 60 GIVING CLOCK-MINUTES
                   REMAINDER SECS-LEFT
               MOVE CLOCK-MINUTES TO CELL-MI
               MOVE SECS-LEFT TO CELL-SS
               MOVE SPACES TO ROW-CELL(SET-SUB)
               MOVE CELL-TIME TO ROW-CELL(SET-SUB)(3:9)
           END-PERFORM
           PERFORM WRITE-ROW-LINE

           MOVE SPACES TO ROW-LINE
           MOVE "JOBS OK" TO ROW-LABEL
           PERFORM VARYING SET-SUB FROM 1 BY 1
               UNTIL SET-SUB > SET-COUNT
               MOVE CS-OK-COUNT(SET-SUB) TO CELL-NUM-DISP
               MOVE CELL-NUM-DISP TO ROW-CELL(SET-SUB)
           END-PERFORM
           PERFORM WRITE-ROW-LINE

           MOVE SPACES TO ROW-LINE
           MOVE "JOBS DEAD-LETTERED" TO ROW-LABEL
           PERFORM VARYING SET-SUB FROM 1 BY 1
               UNTIL SET-SUB > SET-COUNT
               MOVE CS-DL-COUNT(SET-SUB) TO CELL-NUM-DISP
               MOVE CELL-NUM-DISP TO ROW-CELL(SET-SUB)
           END-PERFORM
           PERFORM WRITE-ROW-LINE

           MOVE SPACES TO ROW-LINE
           MOVE "JOBS CANCELLED" TO ROW-LABEL
           PERFORM VARYING SET-SUB FROM 1 BY 1
               UNTIL SET-SUB > SET-COUNT
               MOVE CS-CANC-COUNT(SET-SUB) TO CELL-NUM-DISP
               MOVE CELL-NUM-DISP TO ROW-CELL(SET-SUB)
           END-PERFORM
           PERFORM WRITE-ROW-LINE

           MOVE SPACES TO ROW-LINE
           MOVE "JOBS TO JOBHOLD" TO ROW-LABEL
           PERFORM VARYING SET-SUB FROM 1 BY 1
               UNTIL SET-SUB > SET-COUNT
               MOVE CS-HELD-COUNT(SET-SUB) TO CELL-NUM-DISP
               MOVE CELL-NUM-DISP TO ROW-CELL(SET-SUB)
           END-PERFORM
           PERFORM WRITE-ROW-LINE

           MOVE SPACES TO ROW-LINE
           MOVE "RETRIES EXPECTED" TO ROW-LABEL
           PERFORM VARYING SET-SUB FROM 1 BY 1
               UNTIL SET-SUB > SET-COUNT
               COMPUTE CELL-NUM-DISP = CS-RETRY-X100(SET-SUB) / 100
               MOVE CELL-NUM-DISP TO ROW-CELL(SET-SUB)
           END-PERFORM
           PERFORM WRITE-ROW-LINE

           MOVE SPACES TO ROW-LINE
           MOVE "IDLE THREAD CAPACITY %" TO ROW-LABEL
           PERFORM VARYING SET-SUB FROM 1 BY 1
               UNTIL SET-SUB > SET-COUNT
               MOVE CS-IDLE-PCT(SET-SUB) TO CELL-NUM-DISP
               MOVE CELL-NUM-DISP TO ROW-CELL(SET-SUB)
           END-PERFORM
           PERFORM WRITE-ROW-LINE

           MOVE SPACES TO ROW-LINE
           MOVE "IDLE THREAD-MINUTES" TO ROW-LABEL
           PERFORM VARYING SET-SUB FROM 1 BY 1
               UNTIL SET-SUB > SET-COUNT
               MOVE CS-IDLE-MINS(SET-SUB) TO CELL-NUM-DISP
               MOVE CELL-NUM-DISP TO ROW-CELL(SET-SUB)
           END-PERFORM
           PERFORM WRITE-ROW-LINE

           MOVE SPACES TO SIM-REPORT-RECORD
           WRITE SIM-REPORT-RECORD
           MOVE "AVERAGE WAIT BEFORE START (SECONDS) BY JOB TYPE"
               TO SIM-REPORT-RECORD
           WRITE SIM-REPORT-RECORD
           PERFORM VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > TYPE-COUNT
               MOVE SPACES TO ROW-LINE
               MOVE TH-JOB-TYPE(TYPE-SUB) TO ROW-LABEL(3:10)
               PERFORM VARYING SET-SUB FROM 1 BY 1
                   UNTIL SET-SUB > SET-COUNT
                   IF TS-STARTED(TYPE-SUB, SET-SUB) > 0
                       MOVE TS-AVG-WAIT-SEC(TYPE-SUB, SET-SUB)
                           TO CELL-NUM-DISP
                       MOVE CELL-NUM-DISP TO ROW-CELL(SET-SUB)
                   ELSE
                       MOVE "   NONE RUN" TO ROW-CELL(SET-SUB)
                   END-IF
               END-PERFORM
               PERFORM WRITE-ROW-LINE
           END-PERFORM

           MOVE SPACES TO SIM-REPORT-RECORD
           WRITE SIM-REPORT-RECORD
           MOVE "JOBS TO JOBHOLD BY JOB TYPE" TO SIM-REPORT-RECORD
           WRITE SIM-REPORT-RECORD
           PERFORM VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > TYPE-COUNT
               MOVE SPACES TO ROW-LINE
               MOVE TH-JOB-TYPE(TYPE-SUB) TO ROW-LABEL(3:10)
               PERFORM VARYING SET-SUB FROM 1 BY 1
                   UNTIL SET-SUB > SET-COUNT
                   MOVE TS-HELD(TYPE-SUB, SET-SUB) TO CELL-NUM-DISP
                   MOVE CELL-NUM-DISP TO ROW-CELL(SET-SUB)
               END-PERFORM
               PERFORM WRITE-ROW-LINE
           END-PERFORM

           PERFORM WRITE-HISTORY-BASIS
           PERFORM WRITE-OUTCOME-DETAIL

           CLOSE SIM-REPORT-FILE
           PERFORM KEEP-REPORT-GENERATION.

       WRITE-ROW-LINE.
           MOVE ROW-LINE TO SIM-REPORT-RECORD
           WRITE SIM-REPORT-RECORD.

       WRITE-HISTORY-BASIS.
           MOVE SPACES TO SIM-REPORT-RECORD
           WRITE SIM-REPORT-RECORD
           MOVE "JOB TYPE HISTORY USED" TO SIM-REPORT-RECORD
           WRITE SIM-REPORT-RECORD
           MOVE SPACES TO SIM-REPORT-RECORD
           STRING "  JOB TYPE    RUNS    AVG MS  RETRIES  FAIL %"
               DELIMITED BY SIZE INTO SIM-REPORT-RECORD
           END-STRING
           WRITE SIM-REPORT-RECORD
           PERFORM VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > TYPE-COUNT
               MOVE SPACES TO SIM-REPORT-RECORD
               IF TH-RUNS(TYPE-SUB) > 0
                   MOVE TH-RUNS(TYPE-SUB) TO RPT-COUNT-DISP
                   MOVE TH-AVG-MS(TYPE-SUB) TO RPT-MS-DISP
                   COMPUTE RPT-RETRY-NUM = TH-RETRY-X100(TYPE-SUB) / 100
                   MOVE RPT-RETRY-NUM TO RPT-RETRY-DISP
                   MOVE TH-FAIL-PCT(TYPE-SUB) TO RPT-PCT-DISP
                   STRING "  " TH-JOB-TYPE(TYPE-SUB)
                          "  " RPT-COUNT-DISP
                          "  " RPT-MS-DISP
                          "     " RPT-RETRY-DISP
                          "     " RPT-PCT-DISP
                       DELIMITED BY SIZE INTO SIM-REPORT-RECORD
                   END-STRING
               ELSE
                   MOVE DEFAULT-MS TO RPT-MS-DISP
                   STRING "  " TH-JOB-TYPE(TYPE-SUB)
                          "  NO JOBHIST - DEFAULT " RPT-MS-DISP
                          " MS, NO FAILURES"
                       DELIMITED BY SIZE INTO SIM-REPORT-RECORD
                   END-STRING
               END-IF
               WRITE SIM-REPORT-RECORD
           END-PERFORM.

       WRITE-OUTCOME-DETAIL.
           MOVE SPACES TO SIM-REPORT-RECORD
           WRITE SIM-REPORT-RECORD
           MOVE "PREDICTED HOLDS AND CANCELLATIONS"
               TO SIM-REPORT-RECORD
           WRITE SIM-REPORT-RECORD
           IF OUTCOME-COUNT = 0
               MOVE "  NONE - EVERY JOB RUNS IN EVERY PARM SET"
                   TO SIM-REPORT-RECORD
               WRITE SIM-REPORT-RECORD
           END-IF
           PERFORM VARYING OUTCOME-SUB FROM 1 BY 1
               UNTIL OUTCOME-SUB > OUTCOME-COUNT
               MOVE SPACES TO SIM-REPORT-RECORD
               STRING "  " CS-NAME(OC-SET-SUB(OUTCOME-SUB))
                      "  " OC-PAYLOAD-REF(OUTCOME-SUB)
                      "  " OC-JOB-TYPE(OUTCOME-SUB)
                      "  " OC-OUTCOME(OUTCOME-SUB)
                      "  " OC-REASON(OUTCOME-SUB)
                   DELIMITED BY SIZE INTO SIM-REPORT-RECORD
               END-STRING
               WRITE SIM-REPORT-RECORD
           END-PERFORM.

       KEEP-REPORT-GENERATION.
           MOVE SPACES TO REPORT-GEN-PARMS
           MOVE "B" TO RG-FUNCTION
           MOVE "SIMRPT" TO RG-REPORT-TYPE
           PERFORM CALL-REPORT-GEN
           OPEN INPUT SIM-REPORT-FILE
           IF SRP-FILE-STATUS = "00"
               MOVE "N" TO RG-EOF-SW
               PERFORM UNTIL RG-EOF
                   READ SIM-REPORT-FILE
                       AT END
                           SET RG-EOF TO TRUE
                       NOT AT END
                           MOVE "L" TO RG-FUNCTION
                           MOVE SIM-REPORT-RECORD TO RG-LINE
                           PERFORM CALL-REPORT-GEN
                   END-READ
               END-PERFORM
               CLOSE SIM-REPORT-FILE
           END-IF
           MOVE "E" TO RG-FUNCTION
           PERFORM CALL-REPORT-GEN
           IF RG-GENERATION > 0
               DISPLAY "SIMRPT kept as generation " RG-GENERATION
           END-IF.

       CALL-REPORT-GEN.
           MOVE "JOBSIM" TO RG-PROGRAM
           MOVE SPACES TO RG-RUN-TS
           CALL "RPTGEN" USING REPORT-GEN-PARMS.
