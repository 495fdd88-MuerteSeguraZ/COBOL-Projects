       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-GEN-FILE ASSIGN TO "RPTGENS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-KEY
               FILE STATUS IS GL-FILE-STATUS.

           SELECT REPORT-CATALOG-FILE ASSIGN TO "RPTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS RC-FILE-STATUS.

           SELECT GEN-PARM-FILE ASSIGN TO "RPTGENPRM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDGER"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> Every kept generation of every cataloged report, one record
       *> per report line, keyed by report type, generation and line
       *> number so a generation reads back in its original order.
       FD  REPORT-GEN-FILE.
       01  REPORT-GEN-RECORD.
           05 GL-KEY.
              10 GL-REPORT-TYPE    PIC X(10).
              10 GL-GENERATION     PIC 9(5).
              10 GL-LINE-NO        PIC 9(7).
           05 GL-TEXT              PIC X(180).

       *> One entry per generation ever written, keyed by report type
       *> and generation. RC-RUN-TS is the START timestamp of the
       *> producing run on RUNLEDGER (RC-LEDGER-SW "Y"); a run with
       *> no START to tie to gets the time it was cataloged ("N").
       *> Once a generation falls outside the number kept, its lines
       *> are deleted from RPTGENS and the entry goes to "P" purged -
       *> the entry itself stays, so a reprint of it can say when it
       *> went.
       FD  REPORT-CATALOG-FILE.
       01  REPORT-CATALOG-RECORD.
           05 RC-KEY.
              10 RC-REPORT-TYPE    PIC X(10).
              10 RC-GENERATION     PIC 9(5).
           05 RC-STATE             PIC X(1).
              88 RC-AVAILABLE            VALUE "A".
              88 RC-PURGED               VALUE "P".
           05 RC-PROGRAM           PIC X(14).
           05 RC-RUN-TS            PIC X(14).
           05 RC-LEDGER-SW         PIC X(1).
           05 RC-LINE-COUNT        PIC 9(7).
           05 RC-CATALOG-TS        PIC X(14).
           05 RC-PURGED-TS         PIC X(14).

       *> Generations kept, per report type. A card with type DEFAULT
       *> sets the number for every type without a card of its own.
       FD  GEN-PARM-FILE.
       01  GEN-PARM-RECORD.
           05 PARM-REPORT-TYPE     PIC X(10).
           05 PARM-KEEP-GENS       PIC 9(3).

       *> Shares the RUNLEDGER layout appended by DIAGNOSTICMODE,
       *> COBOL-THREADS and STRMCTL.
       FD  RUN-LEDGER-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RUN-LEDGER-RECORD.
           05 RL-TIMESTAMP         PIC X(14).
           05 FILLER               PIC X(1).
           05 RL-PROGRAM           PIC X(14).
           05 FILLER               PIC X(1).
           05 RL-EVENT             PIC X(5).
           05 FILLER               PIC X(1).
           05 RL-DETAIL            PIC X(96).

       WORKING-STORAGE SECTION.

       01 GL-FILE-STATUS    PIC X(2) VALUE "00".
       01 RC-FILE-STATUS    PIC X(2) VALUE "00".
       01 PARM-FILE-STATUS  PIC X(2) VALUE "00".
       01 RL-FILE-STATUS    PIC X(2) VALUE "00".

       *> Set by "B" once both files are open, so the "L" and "E"
       *> calls that follow quietly do nothing when cataloging is
       *> unavailable - the report itself has already been written.
       01 GEN-ACTIVE-SW     PIC X(1) VALUE "N".
          88 GEN-ACTIVE            VALUE "Y".
       01 SCAN-EOF-SW       PIC X(1) VALUE "N".
          88 SCAN-EOF              VALUE "Y".
       01 PARM-EOF-SW       PIC X(1) VALUE "N".
          88 PARM-EOF              VALUE "Y".
       01 DELETE-EOF-SW     PIC X(1) VALUE "N".
          88 DELETE-EOF            VALUE "Y".

       01 KEEP-GENS         PIC 9(3) COMP-5 VALUE 60.
       01 DEFAULT-KEEP-GENS PIC 9(3) COMP-5 VALUE 60.
       01 TYPE-KEEP-GENS    PIC 9(3) COMP-5 VALUE 0.
       01 HIGH-GENERATION   PIC 9(5) VALUE 0.
       01 CURRENT-GEN       PIC 9(5) VALUE 0.
       01 DELETE-GEN        PIC 9(5) VALUE 0.
       01 CURRENT-TYPE      PIC X(10) VALUE SPACES.
       01 CURRENT-PROGRAM   PIC X(14) VALUE SPACES.
       01 CURRENT-RUN-TS    PIC X(14) VALUE SPACES.
       01 CURRENT-LEDGER-SW PIC X(1) VALUE "N".
       01 LINE-COUNT        PIC 9(7) VALUE 0.
       01 AVAILABLE-COUNT   PIC 9(5) COMP-5 VALUE 0.
       01 PURGE-COUNT       PIC 9(5) COMP-5 VALUE 0.
       01 LINE-FAIL-COUNT   PIC 9(7) COMP-5 VALUE 0.

       01 GEN-TS            PIC X(14) VALUE SPACES.
       01 GEN-DATE          PIC 9(8) VALUE 0.
       01 GEN-CLOCK.
          05 GEN-HHMMSS        PIC X(6).
          05 FILLER            PIC X(2).

       *> Runs on RUNLEDGER with a START and no END yet, most recent
       *> last - the same pairing LEDGERRPT does.
       01 OPEN-RUN-TABLE.
          05 OPEN-RUN-ENTRY OCCURS 50 TIMES.
             10 OR-PROGRAM         PIC X(14).
             10 OR-START-TS        PIC X(14).
       01 OPEN-RUN-COUNT    PIC 9(3) COMP-5 VALUE 0.
       01 OPEN-RUN-SUB      PIC 9(3) COMP-5 VALUE 0.
       01 OPEN-MATCH-SUB    PIC 9(3) COMP-5 VALUE 0.
       01 START-DATE-NUM    PIC 9(8) VALUE 0.
       01 START-AGE-DAYS    PIC S9(7) COMP-5 VALUE 0.

       LINKAGE SECTION.
       *> Parameter block passed by every program whose report is
       *> kept in generations. The caller writes and closes its
       *> report as always, then hands it over a line at a time:
       *> "B" begins a new generation of RG-REPORT-TYPE, "L" adds
       *> RG-LINE to it, "E" ends it, catalogs it and drops the
       *> generations no longer kept. RG-RUN-TS is the caller's own
       *> RUNLEDGER START timestamp, or blank to have the open START
       *> looked up. The generation number and line count come
       *> back for the caller's console summary.
       01 REPORT-GEN-PARMS.
          05 RG-FUNCTION           PIC X(1).
             88 RG-BEGIN                 VALUE "B".
             88 RG-ADD-LINE              VALUE "L".
             88 RG-END                   VALUE "E".
          05 RG-REPORT-TYPE        PIC X(10).
          05 RG-PROGRAM            PIC X(14).
          05 RG-RUN-TS             PIC X(14).
          05 RG-GENERATION         PIC 9(5).
          05 RG-LINE-COUNT         PIC 9(7).
          05 RG-LINE               PIC X(180).

       PROCEDURE DIVISION USING REPORT-GEN-PARMS.
       MAIN-PARA.
           EVALUATE TRUE
               WHEN RG-BEGIN
                   PERFORM BEGIN-GENERATION
               WHEN RG-ADD-LINE
                   PERFORM ADD-GENERATION-LINE
               WHEN RG-END
                   PERFORM END-GENERATION
           END-EVALUATE
           MOVE CURRENT-GEN TO RG-GENERATION
           MOVE LINE-COUNT TO RG-LINE-COUNT
           GOBACK.

       BEGIN-GENERATION.
           IF GEN-ACTIVE
               CLOSE REPORT-GEN-FILE
               CLOSE REPORT-CATALOG-FILE
               MOVE "N" TO GEN-ACTIVE-SW
           END-IF
           ACCEPT GEN-DATE FROM DATE YYYYMMDD
           ACCEPT GEN-CLOCK FROM TIME
           MOVE SPACES TO GEN-TS
           STRING GEN-DATE   DELIMITED BY SIZE
                  GEN-HHMMSS DELIMITED BY SIZE
               INTO GEN-TS
           END-STRING

           MOVE RG-REPORT-TYPE TO CURRENT-TYPE
           MOVE RG-PROGRAM TO CURRENT-PROGRAM
           MOVE 0 TO CURRENT-GEN
           MOVE 0 TO LINE-COUNT
           MOVE 0 TO LINE-FAIL-COUNT
           IF RG-RUN-TS NOT = SPACES
               MOVE RG-RUN-TS TO CURRENT-RUN-TS
               MOVE "Y" TO CURRENT-LEDGER-SW
           ELSE
               PERFORM FIND-LEDGER-START
           END-IF
           PERFORM READ-GEN-PARMS

           OPEN I-O REPORT-CATALOG-FILE
           IF RC-FILE-STATUS NOT = "00"
               OPEN OUTPUT REPORT-CATALOG-FILE
               CLOSE REPORT-CATALOG-FILE
               OPEN I-O REPORT-CATALOG-FILE
           END-IF
           IF RC-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open RPTCAT report catalog, status="
                   RC-FILE-STATUS
               DISPLAY "Report " WITH NO ADVANCING
               DISPLAY CURRENT-TYPE WITH NO ADVANCING
               DISPLAY " not kept as a generation."
           ELSE
               OPEN I-O REPORT-GEN-FILE
               IF GL-FILE-STATUS NOT = "00"
                   OPEN OUTPUT REPORT-GEN-FILE
                   CLOSE REPORT-GEN-FILE
                   OPEN I-O REPORT-GEN-FILE
               END-IF
               IF GL-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open RPTGENS report store,"
                       " status=" GL-FILE-STATUS
                   DISPLAY "Report " WITH NO ADVANCING
                   DISPLAY CURRENT-TYPE WITH NO ADVANCING
                   DISPLAY " not kept as a generation."
                   CLOSE REPORT-CATALOG-FILE
               ELSE
                   SET GEN-ACTIVE TO TRUE
                   PERFORM FIND-HIGH-GENERATION
                   ADD 1 TO HIGH-GENERATION GIVING CURRENT-GEN
                   *> Lines under this number can only be left from
                   *> a run that died between "B" and "E"; they were
                   *> never cataloged, so they go.
                   MOVE CURRENT-GEN TO GL-GENERATION
                   PERFORM DELETE-GENERATION-LINES
               END-IF
           END-IF.

       ADD-GENERATION-LINE.
           IF GEN-ACTIVE
               ADD 1 TO LINE-COUNT
               MOVE CURRENT-TYPE TO GL-REPORT-TYPE
               MOVE CURRENT-GEN  TO GL-GENERATION
               MOVE LINE-COUNT   TO GL-LINE-NO
               MOVE RG-LINE      TO GL-TEXT
               WRITE REPORT-GEN-RECORD
                   INVALID KEY
                       ADD 1 TO LINE-FAIL-COUNT
               END-WRITE
           END-IF.

       END-GENERATION.
           IF GEN-ACTIVE
               IF LINE-FAIL-COUNT > 0
                   DISPLAY "Warning: " LINE-FAIL-COUNT
                       " report lines could not be kept in RPTGENS."
               END-IF
               MOVE SPACES TO REPORT-CATALOG-RECORD
               MOVE CURRENT-TYPE      TO RC-REPORT-TYPE
               MOVE CURRENT-GEN       TO RC-GENERATION
               MOVE "A"               TO RC-STATE
               MOVE CURRENT-PROGRAM   TO RC-PROGRAM
               MOVE CURRENT-RUN-TS    TO RC-RUN-TS
               MOVE CURRENT-LEDGER-SW TO RC-LEDGER-SW
               MOVE LINE-COUNT        TO RC-LINE-COUNT
               MOVE GEN-TS            TO RC-CATALOG-TS
               WRITE REPORT-CATALOG-RECORD
                   INVALID KEY
                       DISPLAY "Unable to catalog generation "
                           CURRENT-GEN " in RPTCAT, status="
                           RC-FILE-STATUS
               END-WRITE
               PERFORM PURGE-OLD-GENERATIONS
               CLOSE REPORT-GEN-FILE
               CLOSE REPORT-CATALOG-FILE
               MOVE "N" TO GEN-ACTIVE-SW
           END-IF.

       FIND-HIGH-GENERATION.
           MOVE 0 TO HIGH-GENERATION
           MOVE CURRENT-TYPE TO RC-REPORT-TYPE
           MOVE 0 TO RC-GENERATION
           START REPORT-CATALOG-FILE KEY IS >= RC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO SCAN-EOF-SW
                   PERFORM UNTIL SCAN-EOF
                       READ REPORT-CATALOG-FILE NEXT RECORD
                           AT END
                               SET SCAN-EOF TO TRUE
                           NOT AT END
                               IF RC-REPORT-TYPE NOT = CURRENT-TYPE
                                   SET SCAN-EOF TO TRUE
                               ELSE
                                   MOVE RC-GENERATION
                                       TO HIGH-GENERATION
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       *> Counts the type's available generations (this one included)
       *> and purges the oldest until only KEEP-GENS are left.
       PURGE-OLD-GENERATIONS.
           MOVE 0 TO AVAILABLE-COUNT
           MOVE CURRENT-TYPE TO RC-REPORT-TYPE
           MOVE 0 TO RC-GENERATION
           START REPORT-CATALOG-FILE KEY IS >= RC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO SCAN-EOF-SW
                   PERFORM UNTIL SCAN-EOF
                       READ REPORT-CATALOG-FILE NEXT RECORD
                           AT END
                               SET SCAN-EOF TO TRUE
                           NOT AT END
                               IF RC-REPORT-TYPE NOT = CURRENT-TYPE
                                   SET SCAN-EOF TO TRUE
                               ELSE
                                   IF RC-AVAILABLE
                                       ADD 1 TO AVAILABLE-COUNT
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           END-START

           IF AVAILABLE-COUNT > KEEP-GENS
               COMPUTE PURGE-COUNT = AVAILABLE-COUNT - KEEP-GENS
               MOVE CURRENT-TYPE TO RC-REPORT-TYPE
               MOVE 0 TO RC-GENERATION
               START REPORT-CATALOG-FILE KEY IS >= RC-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO SCAN-EOF-SW
                       PERFORM UNTIL SCAN-EOF OR PURGE-COUNT = 0
                           READ REPORT-CATALOG-FILE NEXT RECORD
                               AT END
                                   SET SCAN-EOF TO TRUE
                               NOT AT END
                                   IF RC-REPORT-TYPE
                                       NOT = CURRENT-TYPE
                                       SET SCAN-EOF TO TRUE
                                   ELSE
                                       IF RC-AVAILABLE
                                           PERFORM PURGE-GENERATION
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF.

       PURGE-GENERATION.
           MOVE "P" TO RC-STATE
           MOVE GEN-TS TO RC-PURGED-TS
           REWRITE REPORT-CATALOG-RECORD
           MOVE RC-GENERATION TO GL-GENERATION
           PERFORM DELETE-GENERATION-LINES
           SUBTRACT 1 FROM PURGE-COUNT.

       *> Deletes every RPTGENS line of CURRENT-TYPE under the
       *> generation already in GL-GENERATION.
       DELETE-GENERATION-LINES.
           MOVE CURRENT-TYPE TO GL-REPORT-TYPE
           MOVE 0 TO GL-LINE-NO
           START REPORT-GEN-FILE KEY IS >= GL-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM DELETE-GENERATION-LOOP
           END-START.

       DELETE-GENERATION-LOOP.
           MOVE GL-GENERATION TO DELETE-GEN
           MOVE "N" TO DELETE-EOF-SW
           PERFORM UNTIL DELETE-EOF
               READ REPORT-GEN-FILE NEXT RECORD
                   AT END
                       SET DELETE-EOF TO TRUE
                   NOT AT END
                       IF GL-REPORT-TYPE NOT = CURRENT-TYPE
                           OR GL-GENERATION NOT = DELETE-GEN
                           SET DELETE-EOF TO TRUE
                       ELSE
                           DELETE REPORT-GEN-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM.

       READ-GEN-PARMS.
           MOVE 60 TO DEFAULT-KEEP-GENS
           MOVE 0 TO TYPE-KEEP-GENS
           OPEN INPUT GEN-PARM-FILE
           IF PARM-FILE-STATUS = "00"
               MOVE "N" TO PARM-EOF-SW
               PERFORM UNTIL PARM-EOF
                   READ GEN-PARM-FILE
                       AT END
                           SET PARM-EOF TO TRUE
                       NOT AT END
                           IF PARM-KEEP-GENS IS NUMERIC
                               AND PARM-KEEP-GENS > 0
                               IF PARM-REPORT-TYPE = "DEFAULT"
                                   MOVE PARM-KEEP-GENS
                                       TO DEFAULT-KEEP-GENS
                               END-IF
                               IF PARM-REPORT-TYPE = CURRENT-TYPE
                                   MOVE PARM-KEEP-GENS
                                       TO TYPE-KEEP-GENS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-PARM-FILE
           END-IF
           IF TYPE-KEEP-GENS > 0
               MOVE TYPE-KEEP-GENS TO KEEP-GENS
           ELSE
               MOVE DEFAULT-KEEP-GENS TO KEEP-GENS
           END-IF.

       *> The caller's own START if it has one open on RUNLEDGER,
       *> otherwise the most recent open START of any program - for
       *> a program run as a STRMCTL step that is the step's own
       *> START. A START over a day old belongs to a run that died
       *> and is not used, the same rule as the run locks.
       FIND-LEDGER-START.
           MOVE GEN-TS TO CURRENT-RUN-TS
           MOVE "N" TO CURRENT-LEDGER-SW
           MOVE 0 TO OPEN-RUN-COUNT
           OPEN INPUT RUN-LEDGER-FILE
           IF RL-FILE-STATUS = "00"
               MOVE "N" TO SCAN-EOF-SW
               PERFORM UNTIL SCAN-EOF
                   READ RUN-LEDGER-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           IF RL-EVENT = "START"
                               PERFORM ADD-OPEN-RUN
                           ELSE
                               IF RL-EVENT(1:3) = "END"
                                   PERFORM DROP-OPEN-RUN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LEDGER-FILE
           END-IF

           MOVE 0 TO OPEN-MATCH-SUB
           PERFORM VARYING OPEN-RUN-SUB FROM 1 BY 1
               UNTIL OPEN-RUN-SUB > OPEN-RUN-COUNT
               IF OR-PROGRAM(OPEN-RUN-SUB) = CURRENT-PROGRAM
                   MOVE OPEN-RUN-SUB TO OPEN-MATCH-SUB
               END-IF
           END-PERFORM
           IF OPEN-MATCH-SUB = 0
               MOVE OPEN-RUN-COUNT TO OPEN-MATCH-SUB
           END-IF
           IF OPEN-MATCH-SUB > 0
               IF OR-START-TS(OPEN-MATCH-SUB)(1:8) IS NUMERIC
                   MOVE OR-START-TS(OPEN-MATCH-SUB)(1:8)
                       TO START-DATE-NUM
                   COMPUTE START-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(GEN-DATE)
                       - FUNCTION INTEGER-OF-DATE(START-DATE-NUM)
                   IF START-AGE-DAYS = 0
                       OR (START-AGE-DAYS = 1
                           AND OR-START-TS(OPEN-MATCH-SUB)(9:6)
                               > GEN-HHMMSS)
                       MOVE OR-START-TS(OPEN-MATCH-SUB)
                           TO CURRENT-RUN-TS
                       MOVE "Y" TO CURRENT-LEDGER-SW
                   END-IF
               END-IF
           END-IF.

       ADD-OPEN-RUN.
           IF OPEN-RUN-COUNT >= 50
               PERFORM VARYING OPEN-RUN-SUB FROM 1 BY 1
                   UNTIL OPEN-RUN-SUB >= OPEN-RUN-COUNT
                   MOVE OPEN-RUN-ENTRY(OPEN-RUN-SUB + 1)
                       TO OPEN-RUN-ENTRY(OPEN-RUN-SUB)
               END-PERFORM
               SUBTRACT 1 FROM OPEN-RUN-COUNT
           END-IF
           ADD 1 TO OPEN-RUN-COUNT
           MOVE RL-PROGRAM   TO OR-PROGRAM(OPEN-RUN-COUNT)
           MOVE RL-TIMESTAMP TO OR-START-TS(OPEN-RUN-COUNT).

       DROP-OPEN-RUN.
           MOVE 0 TO OPEN-MATCH-SUB
           PERFORM VARYING OPEN-RUN-SUB FROM 1 BY 1
               UNTIL OPEN-RUN-SUB > OPEN-RUN-COUNT
               IF OR-PROGRAM(OPEN-RUN-SUB) = RL-PROGRAM
                   MOVE OPEN-RUN-SUB TO OPEN-MATCH-SUB
               END-IF
           END-PERFORM
           IF OPEN-MATCH-SUB > 0
               PERFORM VARYING OPEN-RUN-SUB FROM OPEN-MATCH-SUB BY 1
                   UNTIL OPEN-RUN-SUB >= OPEN-RUN-COUNT
                   MOVE OPEN-RUN-ENTRY(OPEN-RUN-SUB + 1)
                       TO OPEN-RUN-ENTRY(OPEN-RUN-SUB)
               END-PERFORM
               SUBTRACT 1 FROM OPEN-RUN-COUNT
           END-IF.
