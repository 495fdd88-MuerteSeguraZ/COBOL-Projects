       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIAGSIDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIAG-COPY-FILE ASSIGN TO "DIAGCOPY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS CP-FILE-STATUS.

           SELECT SIDE-PARM-FILE ASSIGN TO "DIAGSDPRM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT SIDE-REPORT-FILE ASSIGN TO "DIAGSDRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SRP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> Shares the DIAGCOPY layout written by DIAGNOSTICMODE: one
       *> record per sector evaluated, one status byte per side in
       *> side-letter order ("=" agreed, "X" dissented, "U"
       *> unreadable, "?" no majority and no history to judge by).
       FD  DIAG-COPY-FILE.
       01  DIAG-COPY-RECORD.
           05 CP-KEY.
              10 CP-VOLUME-ID      PIC X(6).
              10 CP-SECTOR-ID      PIC 9(5).
              10 CP-TIMESTAMP      PIC X(14).
           05 CP-SECTOR-STATUS     PIC X(1).
           05 CP-COPY-COUNT        PIC 9(1).
           05 CP-COPY-STATUS       PIC X(9).

       *> Optional parm card: only scans on or after the since date
       *> (YYYYMMDD) are counted. A blank since date counts the last
       *> lookback-days days (30 when not given); 00000000 counts all
       *> history still on DIAGCOPY. A side is
       *> bad on a volume (or in a run) when its dissent rate there
       *> reaches the bad-rate percent over at least min-reads
       *> copies read; a side bad on its own on min-volumes volumes
       *> is reported as a drive/head suspect.
       FD  SIDE-PARM-FILE.
       01  SIDE-PARM-RECORD.
           05 PARM-SINCE-DATE      PIC X(8).
           05 PARM-BAD-RATE        PIC 9(3).
           05 PARM-MIN-VOLUMES     PIC 9(2).
           05 PARM-MIN-READS       PIC 9(5).
           05 PARM-LOOKBACK-DAYS   PIC 9(3).

       FD  SIDE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  SIDE-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.

       01 CP-FILE-STATUS    PIC X(2) VALUE "00".
       01 PARM-FILE-STATUS  PIC X(2) VALUE "00".
       01 SRP-FILE-STATUS   PIC X(2) VALUE "00".

       01 SCAN-EOF-SW       PIC X(1) VALUE "N".
          88 SCAN-EOF              VALUE "Y".

       01 SINCE-DATE        PIC X(8) VALUE SPACES.
       01 SINCE-DATE-NUM    PIC 9(8) VALUE 0.
       01 LOOKBACK-DAYS     PIC 9(3) COMP-5 VALUE 30.
       01 LOOKBACK-SW       PIC X(1) VALUE "N".
          88 LOOKBACK-USED         VALUE "Y".
       01 BAD-RATE          PIC 9(3) COMP-5 VALUE 5.
       01 MIN-VOLUMES       PIC 9(2) COMP-5 VALUE 2.
       01 MIN-READS         PIC 9(5) COMP-5 VALUE 10.

       01 SIDE-LETTERS-WS   PIC X(9) VALUE "ABCDEFGHI".
       01 SIDE-IDX          PIC 9(2) COMP-5 VALUE 0.
       01 SIDE-IDX-2        PIC 9(2) COMP-5 VALUE 0.
       01 COPY-CODE         PIC X(1) VALUE SPACES.

       *> Totals per side across every volume and run counted.
       *> SD-VOLS-ALONE is the volumes where this side was the only
       *> bad one - the drive/head pattern; SD-VOLS-MEDIA is the
       *> volumes where it was bad along with every other side.
       01 SIDE-TABLE.
          05 SIDE-ENTRY OCCURS 9 TIMES.
             10 SD-READS           PIC 9(7) COMP-5.
             10 SD-DISSENTS        PIC 9(7) COMP-5.
             10 SD-UNREADABLE      PIC 9(7) COMP-5.
             10 SD-UNDECIDED       PIC 9(7) COMP-5.
             10 SD-RATE-X100       PIC 9(5) COMP-5.
             10 SD-VOLS-JUDGED     PIC 9(3) COMP-5.
             10 SD-VOLS-BAD        PIC 9(3) COMP-5.
             10 SD-VOLS-ALONE      PIC 9(3) COMP-5.
             10 SD-VOLS-MEDIA      PIC 9(3) COMP-5.
             10 SD-RUNS-JUDGED     PIC 9(3) COMP-5.
             10 SD-RUNS-BAD        PIC 9(3) COMP-5.
             10 SD-VERDICT         PIC X(20).

       01 RANK-TABLE.
          05 RK-SIDE OCCURS 9 TIMES PIC 9(2) COMP-5.
       01 RANK-COUNT        PIC 9(2) COMP-5 VALUE 0.
       01 RANK-SUB          PIC 9(2) COMP-5 VALUE 0.
       01 RANK-SWAP         PIC 9(2) COMP-5 VALUE 0.

       *> Copies read and problems (dissented or unreadable) per
       *> volume per side, and the same per scan run.
       01 VOLUME-TABLE.
          05 VOLUME-ENTRY OCCURS 200 TIMES.
             10 SV-VOLUME-ID       PIC X(6).
             10 SV-BAD-COUNT       PIC 9(1) COMP-5.
             10 SV-JUDGED-COUNT    PIC 9(1) COMP-5.
             10 SV-SIDE OCCURS 9 TIMES.
                15 SV-READS        PIC 9(7) COMP-5.
                15 SV-PROBLEMS     PIC 9(7) COMP-5.
                15 SV-BAD-SW       PIC X(1).
       01 VOLUME-COUNT      PIC 9(3) COMP-5 VALUE 0.
       01 SV-SUB            PIC 9(3) COMP-5 VALUE 0.
       01 SV-MATCH-SUB      PIC 9(3) COMP-5 VALUE 0.

       01 RUN-TABLE.
          05 RUN-ENTRY OCCURS 100 TIMES.
             10 RN-TIMESTAMP       PIC X(14).
             10 RN-SIDE OCCURS 9 TIMES.
                15 RN-READS        PIC 9(7) COMP-5.
                15 RN-PROBLEMS     PIC 9(7) COMP-5.
       01 RUN-COUNT         PIC 9(3) COMP-5 VALUE 0.
       01 RN-SUB            PIC 9(3) COMP-5 VALUE 0.
       01 RN-MATCH-SUB      PIC 9(3) COMP-5 VALUE 0.
       01 LAST-RUN-TS       PIC X(14) VALUE SPACES.
       01 LAST-RUN-SUB      PIC 9(3) COMP-5 VALUE 0.
       01 RN-OLDEST-SUB     PIC 9(3) COMP-5 VALUE 0.

       01 JUDGE-READS       PIC 9(7) COMP-5 VALUE 0.
       01 JUDGE-PROBLEMS    PIC 9(7) COMP-5 VALUE 0.
       01 JUDGE-RESULT      PIC X(1) VALUE SPACES.
          88 JUDGED-BAD            VALUE "B".
          88 JUDGED-GOOD           VALUE "G".
          88 NOT-JUDGED            VALUE " ".

       01 RECORD-COUNT      PIC 9(7) COMP-5 VALUE 0.
       01 SKIP-COUNT        PIC 9(7) COMP-5 VALUE 0.
       01 VOLUME-SKIP-COUNT PIC 9(5) COMP-5 VALUE 0.
       01 RUN-SKIP-COUNT    PIC 9(5) COMP-5 VALUE 0.
       01 DRIVE-SUSPECT-COUNT PIC 9(2) COMP-5 VALUE 0.
       01 MEDIA-SUSPECT-COUNT PIC 9(3) COMP-5 VALUE 0.

       01 RUN-TIMESTAMP     PIC X(14) VALUE SPACES.
       01 CURR-DATE         PIC 9(8) VALUE 0.
       01 CURR-TIME.
          05 CURR-HHMMSS      PIC X(6).
          05 FILLER           PIC X(2).

       01 RPT-TEXT          PIC X(40) VALUE SPACES.
       01 RPT-SIDES-TEXT    PIC X(9) VALUE SPACES.
       01 RPT-SIDES-PTR     PIC 9(2) COMP-5 VALUE 0.
       01 RPT-CELLS         PIC X(45) VALUE SPACES.
       01 RPT-CELL-PTR      PIC 9(2) COMP-5 VALUE 0.
       01 RPT-CELL-PCT      PIC ZZ9.
       01 RPT-RATE-DISP     PIC ZZ9.99.
       01 RPT-RANK-DISP     PIC 9(1) VALUE 0.
       01 RPT-COUNT-DISP    PIC 9(7) VALUE 0.
       01 RPT-COUNT-D2      PIC 9(7) VALUE 0.
       01 RPT-COUNT-D3      PIC 9(7) VALUE 0.
       01 RPT-COUNT-D4      PIC 9(7) VALUE 0.
       01 RPT-VOLS-DISP     PIC 9(3) VALUE 0.
       01 RPT-VOLS-D2       PIC 9(3) VALUE 0.
       01 RPT-VOLS-D3       PIC 9(3) VALUE 0.
       01 RPT-RUNS-DISP     PIC 9(3) VALUE 0.
       01 RPT-RUNS-D2       PIC 9(3) VALUE 0.
       01 RPT-PARM-DISP     PIC 9(5) VALUE 0.
       01 RPT-DAYS-DISP     PIC 9(3) VALUE 0.

       *> Parameter block for ALERTWR, the shared operator alert
       *> writer.
       01 ALERT-PARMS.
          05 AP-SEVERITY       PIC X(1).
          05 AP-SOURCE         PIC X(14).
          05 AP-CODE           PIC X(8).
          05 AP-OBJECT         PIC X(30).
          05 AP-TEXT           PIC X(40).

       *> Parameter block for RPTGEN, the shared report generation
       *> keeper. DIAGSDRPT is handed over a line at a time once
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

           DISPLAY "Starting Copy/Side Dissent Analysis..."
           DISPLAY "----------------------------------"

           PERFORM BUILD-RUN-TIMESTAMP
           PERFORM READ-SIDE-PARMS
           PERFORM SET-SINCE-DATE
           PERFORM INITIALIZE-TABLES

           OPEN INPUT DIAG-COPY-FILE
           IF CP-FILE-STATUS NOT = "00"
               DISPLAY "DIAGCOPY copy history not available, status="
                   CP-FILE-STATUS
               DISPLAY "No per-copy history to analyse."
           ELSE
               MOVE "N" TO SCAN-EOF-SW
               PERFORM UNTIL SCAN-EOF
                   READ DIAG-COPY-FILE NEXT RECORD
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-COPY-RECORD
                   END-READ
               END-PERFORM
               CLOSE DIAG-COPY-FILE
           END-IF

           PERFORM JUDGE-VOLUMES
           PERFORM JUDGE-RUNS
           PERFORM ASSIGN-SIDE-VERDICTS
           PERFORM RANK-SIDES

           PERFORM OPEN-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-SIDE-RANKING
           PERFORM WRITE-VOLUME-MATRIX
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE SIDE-REPORT-FILE
           PERFORM KEEP-REPORT-GENERATION

           PERFORM RAISE-DRIVE-ALERTS

           DISPLAY "----------------------------------"
           DISPLAY "Copy/Side Dissent Analysis Complete:"
           DISPLAY "  Sector records read:  " RECORD-COUNT
           DISPLAY "  Volumes analysed:     " VOLUME-COUNT
           DISPLAY "  Scan runs analysed:   " RUN-COUNT
           DISPLAY "  Drive/head suspects:  " DRIVE-SUSPECT-COUNT
           DISPLAY "  Media suspects:       " MEDIA-SUSPECT-COUNT

           *> A drive suspect means volumes are about to be blamed
           *> (and retired) for a fault that is not theirs.
           IF DRIVE-SUSPECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       READ-SIDE-PARMS.
           OPEN INPUT SIDE-PARM-FILE
           IF PARM-FILE-STATUS = "00"
               READ SIDE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-SINCE-DATE IS NUMERIC
                           MOVE PARM-SINCE-DATE TO SINCE-DATE
                       END-IF
                       IF PARM-BAD-RATE IS NUMERIC
                           AND PARM-BAD-RATE > 0
                           AND PARM-BAD-RATE <= 100
                           MOVE PARM-BAD-RATE TO BAD-RATE
                       END-IF
                       IF PARM-MIN-VOLUMES IS NUMERIC
                           AND PARM-MIN-VOLUMES > 0
                           MOVE PARM-MIN-VOLUMES TO MIN-VOLUMES
                       END-IF
                       IF PARM-MIN-READS IS NUMERIC
                           AND PARM-MIN-READS > 0
                           MOVE PARM-MIN-READS TO MIN-READS
                       END-IF
                       IF PARM-LOOKBACK-DAYS IS NUMERIC
                           AND PARM-LOOKBACK-DAYS > 0
                           MOVE PARM-LOOKBACK-DAYS TO LOOKBACK-DAYS
                       END-IF
               END-READ
               CLOSE SIDE-PARM-FILE
           ELSE
               DISPLAY "No DIAGSDPRM parm card found, using defaults."
           END-IF.

       *> DIAGCOPY is only trimmed as far back as DIAGARCH's cutoff,
       *> so an unbounded read would let old scans outweigh recent
       *> ones; without a since date the window is the lookback.
       SET-SINCE-DATE.
           IF SINCE-DATE = SPACES
               COMPUTE SINCE-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(CURR-DATE) - LOOKBACK-DAYS)
               MOVE SINCE-DATE-NUM TO SINCE-DATE
               SET LOOKBACK-USED TO TRUE
           ELSE
               IF SINCE-DATE = "00000000"
                   MOVE SPACES TO SINCE-DATE
               END-IF
           END-IF.

       INITIALIZE-TABLES.
           PERFORM VARYING SIDE-IDX FROM 1 BY 1 UNTIL SIDE-IDX > 9
               MOVE 0 TO SD-READS(SIDE-IDX)
               MOVE 0 TO SD-DISSENTS(SIDE-IDX)
               MOVE 0 TO SD-UNREADABLE(SIDE-IDX)
               MOVE 0 TO SD-UNDECIDED(SIDE-IDX)
               MOVE 0 TO SD-RATE-X100(SIDE-IDX)
               MOVE 0 TO SD-VOLS-JUDGED(SIDE-IDX)
               MOVE 0 TO SD-VOLS-BAD(SIDE-IDX)
               MOVE 0 TO SD-VOLS-ALONE(SIDE-IDX)
               MOVE 0 TO SD-VOLS-MEDIA(SIDE-IDX)
               MOVE 0 TO SD-RUNS-JUDGED(SIDE-IDX)
               MOVE 0 TO SD-RUNS-BAD(SIDE-IDX)
               MOVE SPACES TO SD-VERDICT(SIDE-IDX)
           END-PERFORM.

       *> Every record adds its copies to the side, volume and run
       *> totals. Scans before the since date are passed over.
       TALLY-COPY-RECORD.
           IF SINCE-DATE NOT = SPACES
               AND CP-TIMESTAMP(1:8) < SINCE-DATE
               ADD 1 TO SKIP-COUNT
           ELSE
               ADD 1 TO RECORD-COUNT
               PERFORM LOCATE-VOLUME-ENTRY
               PERFORM LOCATE-RUN-ENTRY
               PERFORM VARYING SIDE-IDX FROM 1 BY 1
                   UNTIL SIDE-IDX > 9
                   MOVE CP-COPY-STATUS(SIDE-IDX:1) TO COPY-CODE
                   IF COPY-CODE NOT = SPACE
                       PERFORM TALLY-ONE-COPY
                   END-IF
               END-PERFORM
           END-IF.

       TALLY-ONE-COPY.
           ADD 1 TO SD-READS(SIDE-IDX)
           EVALUATE COPY-CODE
               WHEN "X"
                   ADD 1 TO SD-DISSENTS(SIDE-IDX)
               WHEN "U"
                   ADD 1 TO SD-UNREADABLE(SIDE-IDX)
               WHEN "?"
                   ADD 1 TO SD-UNDECIDED(SIDE-IDX)
           END-EVALUATE
           IF SV-MATCH-SUB > 0
               ADD 1 TO SV-READS(SV-MATCH-SUB SIDE-IDX)
               IF COPY-CODE = "X" OR COPY-CODE = "U"
                   ADD 1 TO SV-PROBLEMS(SV-MATCH-SUB SIDE-IDX)
               END-IF
           END-IF
           IF RN-MATCH-SUB > 0
               ADD 1 TO RN-READS(RN-MATCH-SUB SIDE-IDX)
               IF COPY-CODE = "X" OR COPY-CODE = "U"
                   ADD 1 TO RN-PROBLEMS(RN-MATCH-SUB SIDE-IDX)
               END-IF
           END-IF.

       *> DIAGCOPY comes back in volume order, so the volume just
       *> used is almost always the one wanted; the table is only
       *> searched when the volume changes.
       LOCATE-VOLUME-ENTRY.
           IF SV-MATCH-SUB > 0
               IF SV-VOLUME-ID(SV-MATCH-SUB) NOT = CP-VOLUME-ID
                   PERFORM SEARCH-VOLUME-TABLE
               END-IF
           ELSE
               PERFORM SEARCH-VOLUME-TABLE
           END-IF.

       SEARCH-VOLUME-TABLE.
           MOVE 0 TO SV-MATCH-SUB
           PERFORM VARYING SV-SUB FROM 1 BY 1
               UNTIL SV-SUB > VOLUME-COUNT OR SV-MATCH-SUB > 0
               IF SV-VOLUME-ID(SV-SUB) = CP-VOLUME-ID
                   MOVE SV-SUB TO SV-MATCH-SUB
               END-IF
           END-PERFORM
           IF SV-MATCH-SUB = 0
               IF VOLUME-COUNT < 200
                   ADD 1 TO VOLUME-COUNT
                   MOVE VOLUME-COUNT TO SV-MATCH-SUB
                   MOVE CP-VOLUME-ID TO SV-VOLUME-ID(SV-MATCH-SUB)
                   MOVE 0 TO SV-BAD-COUNT(SV-MATCH-SUB)
                   MOVE 0 TO SV-JUDGED-COUNT(SV-MATCH-SUB)
                   PERFORM VARYING SIDE-IDX FROM 1 BY 1
                       UNTIL SIDE-IDX > 9
                       MOVE 0 TO SV-READS(SV-MATCH-SUB SIDE-IDX)
                       MOVE 0 TO SV-PROBLEMS(SV-MATCH-SUB SIDE-IDX)
                       MOVE SPACE TO SV-BAD-SW(SV-MATCH-SUB SIDE-IDX)
                   END-PERFORM
               ELSE
                   ADD 1 TO VOLUME-SKIP-COUNT
               END-IF
           END-IF.

       LOCATE-RUN-ENTRY.
           IF CP-TIMESTAMP = LAST-RUN-TS AND LAST-RUN-SUB > 0
               MOVE LAST-RUN-SUB TO RN-MATCH-SUB
           ELSE
               MOVE 0 TO RN-MATCH-SUB
               PERFORM VARYING RN-SUB FROM 1 BY 1
                   UNTIL RN-SUB > RUN-COUNT OR RN-MATCH-SUB > 0
                   IF RN-TIMESTAMP(RN-SUB) = CP-TIMESTAMP
                       MOVE RN-SUB TO RN-MATCH-SUB
                   END-IF
               END-PERFORM
               IF RN-MATCH-SUB = 0
                   IF RUN-COUNT < 100
                       ADD 1 TO RUN-COUNT
                       MOVE RUN-COUNT TO RN-MATCH-SUB
                   ELSE
                       PERFORM REPLACE-OLDEST-RUN
                   END-IF
                   IF RN-MATCH-SUB > 0
                       MOVE CP-TIMESTAMP TO RN-TIMESTAMP(RN-MATCH-SUB)
                       PERFORM VARYING SIDE-IDX FROM 1 BY 1
                           UNTIL SIDE-IDX > 9
                           MOVE 0 TO RN-READS(RN-MATCH-SUB SIDE-IDX)
                           MOVE 0 TO RN-PROBLEMS(RN-MATCH-SUB SIDE-IDX)
                       END-PERFORM
                   END-IF
               END-IF
               MOVE CP-TIMESTAMP TO LAST-RUN-TS
               MOVE RN-MATCH-SUB TO LAST-RUN-SUB
           END-IF.

       *> DIAGCOPY comes back in volume order, not run order, so a
       *> full table cannot simply stop taking runs - that would keep
       *> whichever runs the first volumes happened to show. A newer
       *> run takes the slot of the oldest one held; a run older than
       *> all of them is left out. Either way a run is judged on all
       *> of its records or on none, and the newest 100 remain.
       REPLACE-OLDEST-RUN.
           MOVE 1 TO RN-OLDEST-SUB
           PERFORM VARYING RN-SUB FROM 2 BY 1
               UNTIL RN-SUB > RUN-COUNT
               IF RN-TIMESTAMP(RN-SUB) < RN-TIMESTAMP(RN-OLDEST-SUB)
                   MOVE RN-SUB TO RN-OLDEST-SUB
               END-IF
           END-PERFORM
           ADD 1 TO RUN-SKIP-COUNT
           IF CP-TIMESTAMP > RN-TIMESTAMP(RN-OLDEST-SUB)
               MOVE RN-OLDEST-SUB TO RN-MATCH-SUB
           END-IF.

       *> Bad means the side's dissent rate reached BAD-RATE percent
       *> over at least MIN-READS copies; fewer reads than that are
       *> not judged either way.
       JUDGE-RATE.
           MOVE SPACE TO JUDGE-RESULT
           IF JUDGE-READS >= MIN-READS
               IF JUDGE-PROBLEMS > 0
                   AND JUDGE-PROBLEMS * 100 >= BAD-RATE * JUDGE-READS
                   SET JUDGED-BAD TO TRUE
               ELSE
                   SET JUDGED-GOOD TO TRUE
               END-IF
           END-IF.

       *> A volume bad on every side it was judged on (two or more)
       *> is a media fault; one bad side alone points at that side's
       *> drive or head rather than at the volume.
       JUDGE-VOLUMES.
           PERFORM VARYING SV-SUB FROM 1 BY 1
               UNTIL SV-SUB > VOLUME-COUNT
               PERFORM VARYING SIDE-IDX FROM 1 BY 1
                   UNTIL SIDE-IDX > 9
                   MOVE SV-READS(SV-SUB SIDE-IDX)    TO JUDGE-READS
                   MOVE SV-PROBLEMS(SV-SUB SIDE-IDX) TO JUDGE-PROBLEMS
                   PERFORM JUDGE-RATE
                   MOVE JUDGE-RESULT TO SV-BAD-SW(SV-SUB SIDE-IDX)
                   IF NOT NOT-JUDGED
                       ADD 1 TO SV-JUDGED-COUNT(SV-SUB)
                       ADD 1 TO SD-VOLS-JUDGED(SIDE-IDX)
                   END-IF
                   IF JUDGED-BAD
                       ADD 1 TO SV-BAD-COUNT(SV-SUB)
                       ADD 1 TO SD-VOLS-BAD(SIDE-IDX)
                   END-IF
               END-PERFORM

               IF SV-BAD-COUNT(SV-SUB) >= 2
                   AND SV-BAD-COUNT(SV-SUB) = SV-JUDGED-COUNT(SV-SUB)
                   ADD 1 TO MEDIA-SUSPECT-COUNT
               END-IF
               PERFORM VARYING SIDE-IDX FROM 1 BY 1
                   UNTIL SIDE-IDX > 9
                   IF SV-BAD-SW(SV-SUB SIDE-IDX) = "B"
                       IF SV-BAD-COUNT(SV-SUB) = 1
                           AND SV-JUDGED-COUNT(SV-SUB) >= 2
                           ADD 1 TO SD-VOLS-ALONE(SIDE-IDX)
                       END-IF
                       IF SV-BAD-COUNT(SV-SUB) >= 2
                           AND SV-BAD-COUNT(SV-SUB)
                               = SV-JUDGED-COUNT(SV-SUB)
                           ADD 1 TO SD-VOLS-MEDIA(SIDE-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       JUDGE-RUNS.
           PERFORM VARYING RN-SUB FROM 1 BY 1
               UNTIL RN-SUB > RUN-COUNT
               PERFORM VARYING SIDE-IDX FROM 1 BY 1
                   UNTIL SIDE-IDX > 9
                   MOVE RN-READS(RN-SUB SIDE-IDX)    TO JUDGE-READS
                   MOVE RN-PROBLEMS(RN-SUB SIDE-IDX) TO JUDGE-PROBLEMS
                   PERFORM JUDGE-RATE
                   IF NOT NOT-JUDGED
                       ADD 1 TO SD-RUNS-JUDGED(SIDE-IDX)
                   END-IF
                   IF JUDGED-BAD
                       ADD 1 TO SD-RUNS-BAD(SIDE-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ASSIGN-SIDE-VERDICTS.
           PERFORM VARYING SIDE-IDX FROM 1 BY 1 UNTIL SIDE-IDX > 9
               IF SD-READS(SIDE-IDX) > 0
                   COMPUTE SD-RATE-X100(SIDE-IDX) =
                       (SD-DISSENTS(SIDE-IDX) + SD-UNREADABLE(SIDE-IDX))
                       * 10000 / SD-READS(SIDE-IDX)
               END-IF
               EVALUATE TRUE
                   WHEN SD-VOLS-ALONE(SIDE-IDX) >= MIN-VOLUMES
                       MOVE "DRIVE/HEAD SUSPECT" TO SD-VERDICT(SIDE-IDX)
                       ADD 1 TO DRIVE-SUSPECT-COUNT
                   WHEN SD-VOLS-JUDGED(SIDE-IDX) = 0
                       MOVE "NOT ENOUGH READS" TO SD-VERDICT(SIDE-IDX)
                   WHEN SD-VOLS-BAD(SIDE-IDX) = 0
                       MOVE "CLEAN" TO SD-VERDICT(SIDE-IDX)
                   WHEN SD-VOLS-BAD(SIDE-IDX) = SD-VOLS-MEDIA(SIDE-IDX)
                       MOVE "MEDIA FAULTS ONLY" TO SD-VERDICT(SIDE-IDX)
                   WHEN OTHER
                       MOVE "WATCH" TO SD-VERDICT(SIDE-IDX)
               END-EVALUATE
           END-PERFORM.

       *> Sides that were ever read, highest dissent rate first.
       *> Nine entries at most, so a plain exchange sort does.
       RANK-SIDES.
           MOVE 0 TO RANK-COUNT
           PERFORM VARYING SIDE-IDX FROM 1 BY 1 UNTIL SIDE-IDX > 9
               IF SD-READS(SIDE-IDX) > 0
                   ADD 1 TO RANK-COUNT
                   MOVE SIDE-IDX TO RK-SIDE(RANK-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING RANK-SUB FROM 1 BY 1
               UNTIL RANK-SUB >= RANK-COUNT
               PERFORM VARYING SIDE-IDX-2 FROM RANK-SUB BY 1
                   UNTIL SIDE-IDX-2 > RANK-COUNT
                   IF SD-RATE-X100(RK-SIDE(SIDE-IDX-2))
                       > SD-RATE-X100(RK-SIDE(RANK-SUB))
                       MOVE RK-SIDE(RANK-SUB)   TO RANK-SWAP
                       MOVE RK-SIDE(SIDE-IDX-2) TO RK-SIDE(RANK-SUB)
                       MOVE RANK-SWAP           TO RK-SIDE(SIDE-IDX-2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       OPEN-REPORT-FILE.
           OPEN OUTPUT SIDE-REPORT-FILE
           IF SRP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open DIAGSDRPT report file, status="
                   SRP-FILE-STATUS
               DISPLAY "Copy/Side Dissent Analysis terminating."
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO SIDE-REPORT-RECORD
           STRING "COPY/SIDE DISSENT REPORT - RUN " RUN-TIMESTAMP
               DELIMITED BY SIZE INTO SIDE-REPORT-RECORD
           END-STRING
           WRITE SIDE-REPORT-RECORD

           MOVE SPACES TO SIDE-REPORT-RECORD
           IF SINCE-DATE = SPACES
               STRING "SCANS COUNTED: ALL DIAGCOPY HISTORY"
                   DELIMITED BY SIZE INTO SIDE-REPORT-RECORD
               END-STRING
           ELSE
               IF LOOKBACK-USED
                   MOVE LOOKBACK-DAYS TO RPT-DAYS-DISP
                   STRING "SCANS COUNTED: ON OR AFTER " SINCE-DATE
                          " (LAST " RPT-DAYS-DISP " DAYS)"
                       DELIMITED BY SIZE INTO SIDE-REPORT-RECORD
                   END-STRING
               ELSE
                   STRING "SCANS COUNTED: ON OR AFTER " SINCE-DATE
                       DELIMITED BY SIZE INTO SIDE-REPORT-RECORD
                   END-STRING
               END-IF
           END-IF
           WRITE SIDE-REPORT-RECORD

           MOVE BAD-RATE TO RPT-VOLS-DISP
           MOVE MIN-READS TO RPT-PARM-DISP
           MOVE MIN-VOLUMES TO RPT-RUNS-DISP
           MOVE SPACES TO SIDE-REPORT-RECORD
           STRING "BAD = DISSENTING/UNREADABLE ON " RPT-VOLS-DISP
                  "% OR MORE OF AT LEAST " RPT-PARM-DISP
                  " COPIES READ; DRIVE SUSPECT = ALONE BAD ON "
                  RPT-RUNS-DISP " VOLUMES OR MORE"
               DELIMITED BY SIZE INTO SIDE-REPORT-RECORD
           END-STRING
           WRITE SIDE-REPORT-RECORD

           MOVE SPACES TO SIDE-REPORT-RECORD
           WRITE SIDE-REPORT-RECORD.

       WRITE-SIDE-RANKING.
           MOVE SPACES TO SIDE-REPORT-RECORD
           STRING "SIDES RANKED BY DISSENT RATE"
               DELIMITED BY SIZE INTO SIDE-REPORT-RECORD
           END-STRING
           WRITE SIDE-REPORT-RECORD

           MOVE SPACES TO SIDE-REPORT-RECORD
           STRING "RANK SIDE COPIES READ DISSENTED UNREADABLE"
                  " UNDECIDED  RATE% VOLS BAD/JUDGED ALONE"
                  " ALL-SIDE RUNS BAD/JUDGED VERDICT"
               DELIMITED BY SIZE INTO SIDE-REPORT-RECORD
           END-STRING
           WRITE SIDE-REPORT-RECORD

           MOVE SPACES TO SIDE-REPORT-RECORD
           STRING "---- ---- ----------- --------- ----------"
                  " --------- ------ --------------- -----"
                  " -------- --------------- ------------------"
               DELIMITED BY SIZE INTO SIDE-REPORT-RECORD
           END-STRING
           WRITE SIDE-REPORT-RECORD

           IF RANK-COUNT = 0
               MOVE SPACES TO SIDE-REPORT-RECORD
               STRING "(NO COPIES READ)"
                   DELIMITED BY SIZE INTO SIDE-REPORT-RECORD
               END-STRING
               WRITE SIDE-REPORT-RECORD
           END-IF

           PERFORM VARYING RANK-SUB FROM 1 BY 1
               UNTIL RANK-SUB > RANK-COUNT
               MOVE RK-SIDE(RANK-SUB) TO SIDE-IDX
               PERFORM WRITE-SIDE-LINE
           END-PERFORM

           MOVE SPACES TO SIDE-REPORT-RECORD
           WRITE SIDE-REPORT-RECORD.

       WRITE-SIDE-LINE.
           MOVE RANK-SUB                TO RPT-RANK-DISP
           MOVE SD-READS(SIDE-IDX)      TO RPT-COUNT-DISP
           MOVE SD-DISSENTS(SIDE-IDX)   TO RPT-COUNT-D2
           MOVE SD-UNREADABLE(SIDE-IDX) TO RPT-COUNT-D3
           MOVE SD-UNDECIDED(SIDE-IDX)  TO RPT-COUNT-D4
           COMPUTE RPT-RATE-DISP = SD-RATE-X100(SIDE-IDX) / 100
           MOVE SD-VOLS-BAD(SIDE-IDX)    TO RPT-VOLS-DISP
           MOVE SD-VOLS-JUDGED(SIDE-IDX) TO RPT-VOLS-D2
           MOVE SD-VOLS-ALONE(SIDE-IDX)  TO RPT-VOLS-D3
           MOVE SD-VOLS-MEDIA(SIDE-IDX)  TO RPT-PARM-DISP
           MOVE SD-RUNS-BAD(SIDE-IDX)    TO RPT-RUNS-DISP
           MOVE SD-RUNS-JUDGED(SIDE-IDX) TO RPT-RUNS-D2
           MOVE SPACES TO SIDE-REPORT-RECORD
           STRING "   " RPT-RANK-DISP
                  "    " SIDE-LETTERS-WS(SIDE-IDX:1)
                  "     " RPT-COUNT-DISP
                  "   " RPT-COUNT-D2
                  "    " RPT-COUNT-D3
                  "   " RPT-COUNT-D4
                  " " RPT-RATE-DISP
                  "         " RPT-VOLS-DISP "/" RPT-VOLS-D2
                  "   " RPT-VOLS-D3
                  "      " RPT-PARM-DISP(3:3)
                  "         " RPT-RUNS-DISP "/" RPT-RUNS-D2
                  " " SD-VERDICT(SIDE-IDX)
               DELIMITED BY SIZE INTO SIDE-REPORT-RECORD
           END-STRING
           WRITE SIDE-REPORT-RECORD.

       *> One line per volume: each side's dissent percent there
       *> ("*" marks a bad side, "-" a side never read, "." one
       *> with too few reads to judge) and what the pattern says.
       WRITE-VOLUME-MATRIX.
           MOVE SPACES TO SIDE-REPORT-RECORD
           STRING "DISSENT % BY VOLUME AND SIDE"
               DELIMITED BY SIZE INTO SIDE-REPORT-RECORD
           END-STRING
           WRITE SIDE-REPORT-RECORD

           MOVE SPACES TO SIDE-REPORT-RECORD
           STRING "VOLUME     A    B    C    D    E    F    G    H"
                  "    I   FINDING"
               DELIMITED BY SIZE INTO SIDE-REPORT-RECORD
           END-STRING
           WRITE SIDE-REPORT-RECORD

           MOVE SPACES TO SIDE-REPORT-RECORD
           STRING "------  ---------------------------------------"
                  "------  ----------------------------------------"
               DELIMITED BY SIZE INTO SIDE-REPORT-RECORD
           END-STRING
           WRITE SIDE-REPORT-RECORD

           PERFORM VARYING SV-SUB FROM 1 BY 1
               UNTIL SV-SUB > VOLUME-COUNT
               PERFORM WRITE-VOLUME-LINE
           END-PERFORM

           MOVE SPACES TO SIDE-REPORT-RECORD
           WRITE SIDE-REPORT-RECORD.

       WRITE-VOLUME-LINE.
           MOVE SPACES TO RPT-CELLS
           MOVE 1 TO RPT-CELL-PTR
           PERFORM VARYING SIDE-IDX FROM 1 BY 1 UNTIL SIDE-IDX > 9
               PERFORM BUILD-VOLUME-CELL
           END-PERFORM
           PERFORM BUILD-VOLUME-FINDING

           MOVE SPACES TO SIDE-REPORT-RECORD
           STRING SV-VOLUME-ID(SV-SUB) "  " RPT-CELLS "  " RPT-TEXT
               DELIMITED BY SIZE INTO SIDE-REPORT-RECORD
           END-STRING
           WRITE SIDE-REPORT-RECORD.

       BUILD-VOLUME-CELL.
           IF SV-READS(SV-SUB SIDE-IDX) = 0
               STRING "    -" DELIMITED BY SIZE
                   INTO RPT-CELLS WITH POINTER RPT-CELL-PTR
               END-STRING
           ELSE
               COMPUTE RPT-CELL-PCT = SV-PROBLEMS(SV-SUB SIDE-IDX)
                   * 100 / SV-READS(SV-SUB SIDE-IDX)
               EVALUATE SV-BAD-SW(SV-SUB SIDE-IDX)
                   WHEN "B"
                       STRING " " RPT-CELL-PCT "*" DELIMITED BY SIZE
                           INTO RPT-CELLS WITH POINTER RPT-CELL-PTR
                       END-STRING
                   WHEN "G"
                       STRING " " RPT-CELL-PCT " " DELIMITED BY SIZE
                           INTO RPT-CELLS WITH POINTER RPT-CELL-PTR
                       END-STRING
                   WHEN OTHER
                       STRING " " RPT-CELL-PCT "." DELIMITED BY SIZE
                           INTO RPT-CELLS WITH POINTER RPT-CELL-PTR
                       END-STRING
               END-EVALUATE
           END-IF.

       *> The finding is what keeps a healthy volume from being
       *> retired for a drive fault: a lone bad side that is also
       *> bad alone on other volumes is called out as the drive.
       BUILD-VOLUME-FINDING.
           MOVE SPACES TO RPT-TEXT
           MOVE SPACES TO RPT-SIDES-TEXT
           MOVE 1 TO RPT-SIDES-PTR
           MOVE 0 TO SIDE-IDX-2
           PERFORM VARYING SIDE-IDX FROM 1 BY 1 UNTIL SIDE-IDX > 9
               IF SV-BAD-SW(SV-SUB SIDE-IDX) = "B"
                   STRING SIDE-LETTERS-WS(SIDE-IDX:1) DELIMITED BY SIZE
                       INTO RPT-SIDES-TEXT WITH POINTER RPT-SIDES-PTR
                   END-STRING
                   MOVE SIDE-IDX TO SIDE-IDX-2
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN SV-JUDGED-COUNT(SV-SUB) = 0
                   MOVE "TOO FEW READS TO JUDGE" TO RPT-TEXT
               WHEN SV-BAD-COUNT(SV-SUB) = 0
                   MOVE "CLEAN" TO RPT-TEXT
               WHEN SV-BAD-COUNT(SV-SUB) >= 2
                   AND SV-BAD-COUNT(SV-SUB) = SV-JUDGED-COUNT(SV-SUB)
                   MOVE "ALL SIDES BAD - MEDIA SUSPECT" TO RPT-TEXT
               WHEN SV-BAD-COUNT(SV-SUB) = 1
                   AND SV-JUDGED-COUNT(SV-SUB) = 1
                   STRING "SIDE " DELIMITED BY SIZE
                          RPT-SIDES-TEXT DELIMITED BY SPACE
                          " BAD, ONLY SIDE JUDGED" DELIMITED BY SIZE
                       INTO RPT-TEXT
                   END-STRING
               WHEN SV-BAD-COUNT(SV-SUB) = 1
                   AND SD-VERDICT(SIDE-IDX-2) = "DRIVE/HEAD SUSPECT"
                   STRING "SIDE " DELIMITED BY SIZE
                          RPT-SIDES-TEXT DELIMITED BY SPACE
                          " ONLY - DRIVE " DELIMITED BY SIZE
                          RPT-SIDES-TEXT DELIMITED BY SPACE
                          " SUSPECT, NOT MEDIA" DELIMITED BY SIZE
                       INTO RPT-TEXT
                   END-STRING
               WHEN SV-BAD-COUNT(SV-SUB) = 1
                   STRING "SIDE " DELIMITED BY SIZE
                          RPT-SIDES-TEXT DELIMITED BY SPACE
                          " ONLY" DELIMITED BY SIZE
                       INTO RPT-TEXT
                   END-STRING
               WHEN OTHER
                   STRING "SIDES " DELIMITED BY SIZE
                          RPT-SIDES-TEXT DELIMITED BY SPACE
                          " BAD" DELIMITED BY SIZE
                       INTO RPT-TEXT
                   END-STRING
           END-EVALUATE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO SIDE-REPORT-RECORD
           STRING "COPY/SIDE DISSENT ANALYSIS COMPLETE"
               DELIMITED BY SIZE INTO SIDE-REPORT-RECORD
           END-STRING
           WRITE SIDE-REPORT-RECORD

           MOVE RECORD-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO SIDE-REPORT-RECORD
           STRING "  SECTOR RECORDS COUNTED:  " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO SIDE-REPORT-RECORD
           END-STRING
           WRITE SIDE-REPORT-RECORD

           MOVE SKIP-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO SIDE-REPORT-RECORD
           STRING "  BEFORE SINCE DATE:       " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO SIDE-REPORT-RECORD
           END-STRING
           WRITE SIDE-REPORT-RECORD

           MOVE VOLUME-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO SIDE-REPORT-RECORD
           STRING "  VOLUMES ANALYSED:        " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO SIDE-REPORT-RECORD
           END-STRING
           WRITE SIDE-REPORT-RECORD

           MOVE RUN-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO SIDE-REPORT-RECORD
           STRING "  SCAN RUNS ANALYSED:      " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO SIDE-REPORT-RECORD
           END-STRING
           WRITE SIDE-REPORT-RECORD

           MOVE DRIVE-SUSPECT-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO SIDE-REPORT-RECORD
           STRING "  DRIVE/HEAD SUSPECTS:     " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO SIDE-REPORT-RECORD
           END-STRING
           WRITE SIDE-REPORT-RECORD

           MOVE MEDIA-SUSPECT-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO SIDE-REPORT-RECORD
           STRING "  MEDIA SUSPECT VOLUMES:   " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO SIDE-REPORT-RECORD
           END-STRING
           WRITE SIDE-REPORT-RECORD

           IF VOLUME-SKIP-COUNT > 0
               MOVE SPACES TO SIDE-REPORT-RECORD
               STRING "  (VOLUME TABLE FULL - LATER VOLUMES"
                      " COUNTED IN SIDE TOTALS ONLY)"
                   DELIMITED BY SIZE INTO SIDE-REPORT-RECORD
               END-STRING
               WRITE SIDE-REPORT-RECORD
           END-IF
           IF RUN-SKIP-COUNT > 0
               MOVE SPACES TO SIDE-REPORT-RECORD
               STRING "  (RUN TABLE FULL - ONLY THE NEWEST 100 SCAN"
                      " RUNS JUDGED, OLDER RUNS IN SIDE TOTALS ONLY)"
                   DELIMITED BY SIZE INTO SIDE-REPORT-RECORD
               END-STRING
               WRITE SIDE-REPORT-RECORD
           END-IF.

       KEEP-REPORT-GENERATION.
           MOVE SPACES TO REPORT-GEN-PARMS
           MOVE "B" TO RG-FUNCTION
           MOVE "DIAGSDRPT" TO RG-REPORT-TYPE
           PERFORM CALL-REPORT-GEN
           OPEN INPUT SIDE-REPORT-FILE
           IF SRP-FILE-STATUS = "00"
               MOVE "N" TO RG-EOF-SW
               PERFORM UNTIL RG-EOF
                   READ SIDE-REPORT-FILE
                       AT END
                           SET RG-EOF TO TRUE
                       NOT AT END
                           MOVE "L" TO RG-FUNCTION
                           MOVE SIDE-REPORT-RECORD TO RG-LINE
                           PERFORM CALL-REPORT-GEN
                   END-READ
               END-PERFORM
               CLOSE SIDE-REPORT-FILE
           END-IF
           MOVE "E" TO RG-FUNCTION
           PERFORM CALL-REPORT-GEN
           IF RG-GENERATION > 0
               DISPLAY "DIAGSDRPT kept as generation " RG-GENERATION
           END-IF.

       CALL-REPORT-GEN.
           MOVE "DIAGSIDE" TO RG-PROGRAM
           MOVE SPACES TO RG-RUN-TS
           CALL "RPTGEN" USING REPORT-GEN-PARMS.

       RAISE-DRIVE-ALERTS.
           PERFORM VARYING SIDE-IDX FROM 1 BY 1 UNTIL SIDE-IDX > 9
               IF SD-VERDICT(SIDE-IDX) = "DRIVE/HEAD SUSPECT"
                   MOVE SD-VOLS-ALONE(SIDE-IDX) TO RPT-VOLS-DISP
                   MOVE SPACES TO ALERT-PARMS
                   MOVE "W" TO AP-SEVERITY
                   MOVE "DIAGSIDE" TO AP-SOURCE
                   MOVE "SIDEDRV" TO AP-CODE
                   STRING "SIDE " SIDE-LETTERS-WS(SIDE-IDX:1)
                       DELIMITED BY SIZE INTO AP-OBJECT
                   END-STRING
                   STRING "ALONE BAD ON " RPT-VOLS-DISP
                          " VOLUMES - CHECK DRIVE"
                       DELIMITED BY SIZE INTO AP-TEXT
                   END-STRING
                   CALL "ALERTWR" USING ALERT-PARMS
               END-IF
           END-PERFORM.

       BUILD-RUN-TIMESTAMP.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD
           ACCEPT CURR-TIME FROM TIME
           MOVE SPACES TO RUN-TIMESTAMP
           STRING
               CURR-DATE DELIMITED BY SIZE
               CURR-HHMMSS DELIMITED BY SIZE
               INTO RUN-TIMESTAMP
           END-STRING.
