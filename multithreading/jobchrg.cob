       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCHRG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-HIST-FILE ASSIGN TO "JOBHIST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JHS-FILE-STATUS.

           SELECT CHARGE-PARM-FILE ASSIGN TO "JOBCHRGPRM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT RATE-CARD-FILE ASSIGN TO "JOBRATE"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RTE-FILE-STATUS.

           SELECT CHARGE-SORT-FILE ASSIGN TO "JOBCHRGSRT".

           SELECT CHARGE-WORK-FILE ASSIGN TO "JOBCHRGWRK"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-FILE-STATUS.

           SELECT CHARGE-REPORT-FILE ASSIGN TO "JOBCHRGRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CRP-FILE-STATUS.

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

       *> Optional operator parm card naming the YYYYMM month to
       *> charge. Without one the report covers the previous calendar
       *> month, the one finance closes at the start of each month.
       FD  CHARGE-PARM-FILE.
       01  CHARGE-PARM-RECORD.
           05 PARM-CHARGE-MONTH     PIC X(6).

       *> Rate card, one line per job type: a price per run (every
       *> retry is another run on a pool thread) and a price per
       *> elapsed second. A DEFAULT line prices any type not listed.
       FD  RATE-CARD-FILE.
       01  RATE-CARD-RECORD.
           05 RC-JOB-TYPE           PIC X(10).
           05 RC-RUN-RATE           PIC 9(3)V99.
           05 RC-SECOND-RATE        PIC 9(3)V9999.

       *> Ran jobs for the month, grouped submitter by job type.
       SD  CHARGE-SORT-FILE.
       01  CHARGE-SORT-RECORD.
           05 SRT-SUBMITTER         PIC X(16).
           05 SRT-JOB-TYPE          PIC X(10).
           05 SRT-STATUS            PIC X(10).
           05 SRT-RETRY-COUNT       PIC 9(2).
           05 SRT-ELAPSED-MS        PIC 9(6).

       FD  CHARGE-WORK-FILE.
       01  CHARGE-WORK-RECORD.
           05 WRK-SUBMITTER         PIC X(16).
           05 WRK-JOB-TYPE          PIC X(10).
           05 WRK-STATUS            PIC X(10).
           05 WRK-RETRY-COUNT       PIC 9(2).
           05 WRK-ELAPSED-MS        PIC 9(6).

       FD  CHARGE-REPORT-FILE.
       01  CHARGE-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01 JHS-FILE-STATUS  PIC X(2) VALUE "00".
       01 PARM-FILE-STATUS PIC X(2) VALUE "00".
       01 RTE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WRK-FILE-STATUS  PIC X(2) VALUE "00".
       01 CRP-FILE-STATUS  PIC X(2) VALUE "00".

       01 JHS-EOF-SW       PIC X(1) VALUE "N".
          88 JHS-EOF              VALUE "Y".
       01 RTE-EOF-SW       PIC X(1) VALUE "N".
          88 RTE-EOF              VALUE "Y".
       01 WRK-EOF-SW       PIC X(1) VALUE "N".
          88 WRK-EOF              VALUE "Y".

       01 CHARGE-MONTH.
          05 CHARGE-YEAR      PIC 9(4).
          05 CHARGE-MM        PIC 9(2).
       01 CHARGE-MONTH-X REDEFINES CHARGE-MONTH PIC X(6).
       01 TODAY-DATE       PIC 9(8) VALUE 0.
       01 RUN-TIME-WS      PIC 9(8) VALUE 0.
       01 RUN-TIMESTAMP    PIC X(14) VALUE SPACES.

       01 RATE-TABLE.
          05 RATE-ENTRY OCCURS 50 TIMES.
             10 RT-JOB-TYPE        PIC X(10).
             10 RT-RUN-RATE        PIC 9(3)V99.
             10 RT-SECOND-RATE     PIC 9(3)V9999.
       01 RATE-COUNT       PIC 9(3) COMP-5 VALUE 0.
       01 RATE-SUB         PIC 9(3) COMP-5 VALUE 0.
       01 RATE-MATCH-SUB   PIC 9(3) COMP-5 VALUE 0.
       01 DEFAULT-RATE-SUB PIC 9(3) COMP-5 VALUE 0.

       *> Control-break accumulators: one line per submitter and job
       *> type, a subtotal per submitter and a grand total.
       01 CURRENT-SUBMITTER PIC X(16) VALUE SPACES.
       01 CURRENT-JOB-TYPE PIC X(10) VALUE SPACES.
       01 GROUP-ACTIVE-SW  PIC X(1) VALUE "N".
          88 GROUP-ACTIVE         VALUE "Y".
       01 TYPE-JOBS        PIC 9(7) COMP-5 VALUE 0.
       01 TYPE-RETRIES     PIC 9(7) COMP-5 VALUE 0.
       01 TYPE-DEADLETTERS PIC 9(7) COMP-5 VALUE 0.
       01 TYPE-ELAPSED-MS  PIC 9(12) COMP-5 VALUE 0.
       01 TYPE-CHARGE      PIC 9(9)V99 VALUE 0.
       01 SUB-JOBS         PIC 9(7) COMP-5 VALUE 0.
       01 SUB-RETRIES      PIC 9(7) COMP-5 VALUE 0.
       01 SUB-DEADLETTERS  PIC 9(7) COMP-5 VALUE 0.
       01 SUB-ELAPSED-MS   PIC 9(12) COMP-5 VALUE 0.
       01 SUB-CHARGE       PIC 9(9)V99 VALUE 0.
       01 TOTAL-JOBS       PIC 9(7) COMP-5 VALUE 0.
       01 TOTAL-RETRIES    PIC 9(7) COMP-5 VALUE 0.
       01 TOTAL-DEADLETTERS PIC 9(7) COMP-5 VALUE 0.
       01 TOTAL-ELAPSED-MS PIC 9(12) COMP-5 VALUE 0.
       01 TOTAL-CHARGE     PIC 9(9)V99 VALUE 0.
       01 SUBMITTER-COUNT  PIC 9(5) COMP-5 VALUE 0.
       01 UNPRICED-COUNT   PIC 9(5) COMP-5 VALUE 0.
       01 RATE-NOTE        PIC X(8) VALUE SPACES.

       01 LINE-LABEL       PIC X(28) VALUE SPACES.
       01 LINE-JOBS        PIC 9(7) COMP-5 VALUE 0.
       01 LINE-RETRIES     PIC 9(7) COMP-5 VALUE 0.
       01 LINE-DEADLETTERS PIC 9(7) COMP-5 VALUE 0.
       01 LINE-ELAPSED-MS  PIC 9(12) COMP-5 VALUE 0.
       01 LINE-CHARGE      PIC 9(9)V99 VALUE 0.

       01 RPT-COUNT-DISP   PIC 9(5) VALUE 0.
       01 RPT-JOBS-DISP    PIC Z(6)9.
       01 RPT-RETRY-DISP   PIC Z(6)9.
       01 RPT-DL-DISP      PIC Z(6)9.
       01 RPT-MS-DISP      PIC Z(11)9.
       01 RPT-CHARGE-DISP  PIC ZZZ,ZZZ,ZZ9.99.

       *> Parameter block for RPTGEN, the shared report generation
       *> keeper. JOBCHRGRPT is handed over a line at a time once
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
           DISPLAY "Starting monthly chargeback report..."

           PERFORM BUILD-RUN-TIMESTAMP
           PERFORM READ-CHARGE-PARMS
           PERFORM LOAD-RATE-CARD

           OPEN INPUT JOB-HIST-FILE
           IF JHS-FILE-STATUS NOT = "00"
               DISPLAY "JOBHIST history file not available, status="
                   JHS-FILE-STATUS
               DISPLAY "Chargeback report terminating."
               STOP RUN
           END-IF

           SORT CHARGE-SORT-FILE
               ON ASCENDING KEY SRT-SUBMITTER
                                SRT-JOB-TYPE
               INPUT PROCEDURE IS RELEASE-MONTH-JOBS
               GIVING CHARGE-WORK-FILE

           CLOSE JOB-HIST-FILE

           PERFORM OPEN-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           OPEN INPUT CHARGE-WORK-FILE
           IF WRK-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open JOBCHRGWRK work file, status="
                   WRK-FILE-STATUS
               DISPLAY "Chargeback report terminating."
               STOP RUN
           END-IF
           MOVE "N" TO WRK-EOF-SW
           PERFORM UNTIL WRK-EOF
               READ CHARGE-WORK-FILE
                   AT END
                       SET WRK-EOF TO TRUE
                   NOT AT END
                       PERFORM ACCUMULATE-WORK-RECORD
               END-READ
           END-PERFORM
           IF GROUP-ACTIVE
               PERFORM FINISH-TYPE-GROUP
               PERFORM FINISH-SUBMITTER-GROUP
           END-IF
           CLOSE CHARGE-WORK-FILE

           PERFORM WRITE-REPORT-SUMMARY
           CLOSE CHARGE-REPORT-FILE
           PERFORM KEEP-REPORT-GENERATION

           DISPLAY "----------------------------------"
           DISPLAY "Chargeback report complete:"
           DISPLAY "  Month:          " CHARGE-MONTH-X
           DISPLAY "  Submitters:     " SUBMITTER-COUNT
           DISPLAY "  Jobs charged:   " TOTAL-JOBS
           DISPLAY "  Unpriced lines: " UNPRICED-COUNT
           STOP RUN.

       BUILD-RUN-TIMESTAMP.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-WS FROM TIME
           MOVE SPACES TO RUN-TIMESTAMP
           STRING TODAY-DATE DELIMITED BY SIZE
                  RUN-TIME-WS(1:6) DELIMITED BY SIZE
               INTO RUN-TIMESTAMP
           END-STRING.

       READ-CHARGE-PARMS.
           COMPUTE CHARGE-YEAR = TODAY-DATE / 10000
           COMPUTE CHARGE-MM = (TODAY-DATE / 100) - CHARGE-YEAR * 100
           IF CHARGE-MM = 1
               MOVE 12 TO CHARGE-MM
               SUBTRACT 1 FROM CHARGE-YEAR
           ELSE
               SUBTRACT 1 FROM CHARGE-MM
           END-IF
           OPEN INPUT CHARGE-PARM-FILE
           IF PARM-FILE-STATUS = "00"
               READ CHARGE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CHARGE-MONTH IS NUMERIC
                           AND PARM-CHARGE-MONTH(5:2) >= "01"
                           AND PARM-CHARGE-MONTH(5:2) <= "12"
                           MOVE PARM-CHARGE-MONTH TO CHARGE-MONTH-X
                       ELSE
                           DISPLAY "JOBCHRGPRM month is not YYYYMM,"
                               " charging the previous month."
                       END-IF
               END-READ
               CLOSE CHARGE-PARM-FILE
           ELSE
               DISPLAY "No JOBCHRGPRM parm card found,"
                   " charging the previous month."
           END-IF.

       LOAD-RATE-CARD.
           MOVE 0 TO RATE-COUNT
           MOVE 0 TO DEFAULT-RATE-SUB
           OPEN INPUT RATE-CARD-FILE
           IF RTE-FILE-STATUS = "00"
               MOVE "N" TO RTE-EOF-SW
               PERFORM UNTIL RTE-EOF
                   READ RATE-CARD-FILE
                       AT END
                           SET RTE-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-RATE-CARD
                   END-READ
               END-PERFORM
               CLOSE RATE-CARD-FILE
           ELSE
               DISPLAY "No JOBRATE rate card found,"
                   " usage is reported unpriced."
           END-IF.

       *> A rate that is not numeric would price a job type at
       *> whatever the bytes happen to hold, so the card is skipped.
       STORE-RATE-CARD.
           IF RC-JOB-TYPE NOT = SPACES
               AND RATE-COUNT < 50
               IF RC-RUN-RATE IS NUMERIC
                   AND RC-SECOND-RATE IS NUMERIC
                   ADD 1 TO RATE-COUNT
                   MOVE RC-JOB-TYPE    TO RT-JOB-TYPE(RATE-COUNT)
                   MOVE RC-RUN-RATE    TO RT-RUN-RATE(RATE-COUNT)
                   MOVE RC-SECOND-RATE TO RT-SECOND-RATE(RATE-COUNT)
                   IF RC-JOB-TYPE = "DEFAULT"
                       MOVE RATE-COUNT TO DEFAULT-RATE-SUB
                   END-IF
               ELSE
                   DISPLAY "Ignoring rate card for " WITH NO ADVANCING
                   DISPLAY RC-JOB-TYPE WITH NO ADVANCING
                   DISPLAY " - rate is not numeric."
               END-IF
           END-IF.

       *> Only jobs that actually ran use pool capacity: OK and
       *> dead-lettered jobs. Held and cancelled jobs never reached
       *> a thread.
       RELEASE-MONTH-JOBS.
           MOVE "N" TO JHS-EOF-SW
           PERFORM UNTIL JHS-EOF
               READ JOB-HIST-FILE
                   AT END
                       SET JHS-EOF TO TRUE
                   NOT AT END
                       IF JH-RUN-TIMESTAMP(1:6) = CHARGE-MONTH-X
                           AND (JH-STATUS = "OK"
                                OR JH-STATUS = "DEADLETTER")
                           PERFORM RELEASE-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-HISTORY-RECORD.
           *> History written before submitters were recorded has
           *> none; it is charged to the operators who ran the deck.
           IF JH-SUBMITTER = SPACES
               MOVE "OPERATOR"   TO SRT-SUBMITTER
           ELSE
               MOVE JH-SUBMITTER TO SRT-SUBMITTER
           END-IF
           MOVE JH-JOB-TYPE     TO SRT-JOB-TYPE
           MOVE JH-STATUS       TO SRT-STATUS
           MOVE JH-RETRY-COUNT  TO SRT-RETRY-COUNT
           MOVE JH-ELAPSED-MS   TO SRT-ELAPSED-MS
           RELEASE CHARGE-SORT-RECORD.

       ACCUMULATE-WORK-RECORD.
           IF GROUP-ACTIVE
               IF WRK-SUBMITTER NOT = CURRENT-SUBMITTER
                   PERFORM FINISH-TYPE-GROUP
                   PERFORM FINISH-SUBMITTER-GROUP
               ELSE
                   IF WRK-JOB-TYPE NOT = CURRENT-JOB-TYPE
                       PERFORM FINISH-TYPE-GROUP
                   END-IF
               END-IF
           END-IF
           IF NOT GROUP-ACTIVE
               SET GROUP-ACTIVE TO TRUE
               MOVE WRK-SUBMITTER TO CURRENT-SUBMITTER
               ADD 1 TO SUBMITTER-COUNT
               MOVE 0 TO SUB-JOBS
               MOVE 0 TO SUB-RETRIES
               MOVE 0 TO SUB-DEADLETTERS
               MOVE 0 TO SUB-ELAPSED-MS
               MOVE 0 TO SUB-CHARGE
               MOVE SPACES TO CURRENT-JOB-TYPE
           END-IF
           IF WRK-JOB-TYPE NOT = CURRENT-JOB-TYPE
               MOVE WRK-JOB-TYPE TO CURRENT-JOB-TYPE
               MOVE 0 TO TYPE-JOBS
               MOVE 0 TO TYPE-RETRIES
               MOVE 0 TO TYPE-DEADLETTERS
               MOVE 0 TO TYPE-ELAPSED-MS
           END-IF
           ADD 1 TO TYPE-JOBS
           ADD WRK-RETRY-COUNT TO TYPE-RETRIES
           ADD WRK-ELAPSED-MS TO TYPE-ELAPSED-MS
           IF WRK-STATUS = "DEADLETTER"
               ADD 1 TO TYPE-DEADLETTERS
           END-IF.

       FINISH-TYPE-GROUP.
           PERFORM PRICE-TYPE-GROUP
           MOVE SPACES TO LINE-LABEL
           STRING CURRENT-SUBMITTER DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  CURRENT-JOB-TYPE  DELIMITED BY SIZE
               INTO LINE-LABEL
           END-STRING
           MOVE TYPE-JOBS        TO LINE-JOBS
           MOVE TYPE-RETRIES     TO LINE-RETRIES
           MOVE TYPE-DEADLETTERS TO LINE-DEADLETTERS
           MOVE TYPE-ELAPSED-MS  TO LINE-ELAPSED-MS
           MOVE TYPE-CHARGE      TO LINE-CHARGE
           PERFORM WRITE-CHARGE-LINE
           ADD TYPE-JOBS        TO SUB-JOBS
           ADD TYPE-RETRIES     TO SUB-RETRIES
           ADD TYPE-DEADLETTERS TO SUB-DEADLETTERS
           ADD TYPE-ELAPSED-MS  TO SUB-ELAPSED-MS
           ADD TYPE-CHARGE      TO SUB-CHARGE
           MOVE SPACES TO CURRENT-JOB-TYPE.

       *> Every run is charged, retries included, plus the elapsed
       *> time at the per-second rate.
       PRICE-TYPE-GROUP.
           MOVE 0 TO TYPE-CHARGE
           MOVE SPACES TO RATE-NOTE
           MOVE 0 TO RATE-MATCH-SUB
           PERFORM VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB > RATE-COUNT
               IF RT-JOB-TYPE(RATE-SUB) = CURRENT-JOB-TYPE
                   MOVE RATE-SUB TO RATE-MATCH-SUB
               END-IF
           END-PERFORM
           IF RATE-MATCH-SUB = 0
               MOVE DEFAULT-RATE-SUB TO RATE-MATCH-SUB
               MOVE "DEFAULT" TO RATE-NOTE
           END-IF
           IF RATE-MATCH-SUB = 0
               MOVE "NO RATE" TO RATE-NOTE
               ADD 1 TO UNPRICED-COUNT
           ELSE
               COMPUTE TYPE-CHARGE ROUNDED =
                   (TYPE-JOBS + TYPE-RETRIES)
                       * RT-RUN-RATE(RATE-MATCH-SUB)
                   + (TYPE-ELAPSED-MS / 1000)
                       * RT-SECOND-RATE(RATE-MATCH-SUB)
           END-IF.

       FINISH-SUBMITTER-GROUP.
           MOVE SPACES TO RATE-NOTE
           MOVE SPACES TO LINE-LABEL
           STRING CURRENT-SUBMITTER DELIMITED BY SIZE
                  "  TOTAL"         DELIMITED BY SIZE
               INTO LINE-LABEL
           END-STRING
           MOVE SUB-JOBS        TO LINE-JOBS
           MOVE SUB-RETRIES     TO LINE-RETRIES
           MOVE SUB-DEADLETTERS TO LINE-DEADLETTERS
           MOVE SUB-ELAPSED-MS  TO LINE-ELAPSED-MS
           MOVE SUB-CHARGE      TO LINE-CHARGE
           PERFORM WRITE-CHARGE-LINE
           MOVE SPACES TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD
           ADD SUB-JOBS        TO TOTAL-JOBS
           ADD SUB-RETRIES     TO TOTAL-RETRIES
           ADD SUB-DEADLETTERS TO TOTAL-DEADLETTERS
           ADD SUB-ELAPSED-MS  TO TOTAL-ELAPSED-MS
           ADD SUB-CHARGE      TO TOTAL-CHARGE
           MOVE "N" TO GROUP-ACTIVE-SW.

       WRITE-CHARGE-LINE.
           MOVE LINE-JOBS        TO RPT-JOBS-DISP
           MOVE LINE-RETRIES     TO RPT-RETRY-DISP
           MOVE LINE-DEADLETTERS TO RPT-DL-DISP
           MOVE LINE-ELAPSED-MS  TO RPT-MS-DISP
           MOVE LINE-CHARGE      TO RPT-CHARGE-DISP
           MOVE SPACES TO CHARGE-REPORT-RECORD
           STRING LINE-LABEL      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  RPT-JOBS-DISP   DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  RPT-RETRY-DISP  DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  RPT-DL-DISP     DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  RPT-MS-DISP     DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  RPT-CHARGE-DISP DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  RATE-NOTE       DELIMITED BY SIZE
               INTO CHARGE-REPORT-RECORD
           END-STRING
           WRITE CHARGE-REPORT-RECORD.

       OPEN-REPORT-FILE.
           OPEN OUTPUT CHARGE-REPORT-FILE
           IF CRP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open JOBCHRGRPT report file, status="
                   CRP-FILE-STATUS
               DISPLAY "Chargeback report terminating."
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO CHARGE-REPORT-RECORD
           STRING "POOL CHARGEBACK REPORT - MONTH " CHARGE-MONTH-X
                  " - RUN " RUN-TIMESTAMP
               DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD
           END-STRING
           WRITE CHARGE-REPORT-RECORD

           MOVE SPACES TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD

           MOVE SPACES TO CHARGE-REPORT-RECORD
           STRING "SUBMITTER         JOB-TYPE    "
                  "   JOBS  RETRIES  DEADLTR    ELAPSED-MS"
                  "          CHARGE  RATE"
               DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD
           END-STRING
           WRITE CHARGE-REPORT-RECORD

           MOVE SPACES TO CHARGE-REPORT-RECORD
           STRING "----------------  ----------  "
                  "-------  -------  -------  ------------"
                  "  --------------  -------"
               DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD
           END-STRING
           WRITE CHARGE-REPORT-RECORD.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO RATE-NOTE
           MOVE "ALL SUBMITTERS  TOTAL" TO LINE-LABEL
           MOVE TOTAL-JOBS        TO LINE-JOBS
           MOVE TOTAL-RETRIES     TO LINE-RETRIES
           MOVE TOTAL-DEADLETTERS TO LINE-DEADLETTERS
           MOVE TOTAL-ELAPSED-MS  TO LINE-ELAPSED-MS
           MOVE TOTAL-CHARGE      TO LINE-CHARGE
           PERFORM WRITE-CHARGE-LINE

           MOVE SPACES TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD

           MOVE SPACES TO CHARGE-REPORT-RECORD
           STRING "POOL CHARGEBACK REPORT COMPLETE"
               DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD
           END-STRING
           WRITE CHARGE-REPORT-RECORD

           MOVE SUBMITTER-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO CHARGE-REPORT-RECORD
           STRING "  SUBMITTERS:     " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD
           END-STRING
           WRITE CHARGE-REPORT-RECORD

           MOVE UNPRICED-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO CHARGE-REPORT-RECORD
           STRING "  UNPRICED LINES: " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD
           END-STRING
           WRITE CHARGE-REPORT-RECORD.

       KEEP-REPORT-GENERATION.
           MOVE SPACES TO REPORT-GEN-PARMS
           MOVE "B" TO RG-FUNCTION
           MOVE "JOBCHRGRPT" TO RG-REPORT-TYPE
           PERFORM CALL-REPORT-GEN
           OPEN INPUT CHARGE-REPORT-FILE
           IF CRP-FILE-STATUS = "00"
               MOVE "N" TO RG-EOF-SW
               PERFORM UNTIL RG-EOF
                   READ CHARGE-REPORT-FILE
                       AT END
                           SET RG-EOF TO TRUE
                       NOT AT END
                           MOVE "L" TO RG-FUNCTION
                           MOVE CHARGE-REPORT-RECORD TO RG-LINE
                           PERFORM CALL-REPORT-GEN
                   END-READ
               END-PERFORM
               CLOSE CHARGE-REPORT-FILE
           END-IF
           MOVE "E" TO RG-FUNCTION
           PERFORM CALL-REPORT-GEN
           IF RG-GENERATION > 0
               DISPLAY "JOBCHRGRPT kept as generation " RG-GENERATION
           END-IF.

       CALL-REPORT-GEN.
           MOVE "JOBCHRG" TO RG-PROGRAM
           MOVE SPACES TO RG-RUN-TS
           CALL "RPTGEN" USING REPORT-GEN-PARMS.
