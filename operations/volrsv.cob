       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLRSV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVE-FILE ASSIGN TO "VOLRESV"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS VR-FILE-STATUS.

           SELECT VOLUME-MASTER-FILE ASSIGN TO "DIAGVOLS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VOLUME-ID
               FILE STATUS IS VM-FILE-STATUS.

           SELECT JOB-INPUT-FILE ASSIGN TO "JOBIN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JIN-FILE-STATUS.

           SELECT JOB-HOLD-FILE ASSIGN TO "JOBHOLD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JHO-FILE-STATUS.

           SELECT JOB-HIST-FILE ASSIGN TO "JOBHIST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JHS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> Volume reservations, one line per volume a running program
       *> is working on. VR-KIND is SCAN or WIPE (DIAGNOSTICMODE),
       *> EVACUATE (VOLEVAC, source and target), RESTORE (VOLREST),
       *> IMPORT (VOLVAULT, the import target) or JOBS (COBOL-THREADS,
       *> every volume its loaded jobs name). A line is "H" while held
       *> and "F" once freed; it is freed in place, never removed. A
       *> held line more than a day old is taken to belong to a run
       *> that died, the same rule DIAGLOCK and POOLLOCK follow.
       FD  RESERVE-FILE.
       01  RESERVE-RECORD.
           05 VR-VOLUME-ID         PIC X(6).
           05 FILLER               PIC X(1).
           05 VR-STATE             PIC X(1).
              88 VR-HELD                 VALUE "H".
              88 VR-FREED                VALUE "F".
           05 FILLER               PIC X(1).
           05 VR-KIND              PIC X(8).
           05 FILLER               PIC X(1).
           05 VR-PROGRAM           PIC X(14).
           05 FILLER               PIC X(1).
           05 VR-RUN-TS            PIC X(14).
           05 FILLER               PIC X(1).
           05 VR-HELD-TS           PIC X(14).
           05 FILLER               PIC X(1).
           05 VR-FREED-TS          PIC X(14).
           05 FILLER               PIC X(3).

       *> Shares the DIAGVOLS volume master layout kept by VOLMGMT.
       FD  VOLUME-MASTER-FILE.
       01  VOLUME-MASTER-RECORD.
           05 VM-VOLUME-ID         PIC X(6).
           05 VM-STATUS            PIC X(8).
           05 VM-SECTOR-COUNT      PIC 9(5).
           05 VM-COPY-COUNT        PIC 9(1).
           05 VM-SERVICE-DATE      PIC X(8).
           05 VM-LAST-SCAN         PIC X(8).
           05 VM-DC-COUNT          PIC 9(7).

       *> Shares the JOBIN card layout read by COBOL-THREADS.
       FD  JOB-INPUT-FILE.
       01  JOB-INPUT-RECORD.
           05 JIN-JOB-TYPE         PIC X(10).
           05 JIN-PRIORITY         PIC 9(3).
           05 JIN-PAYLOAD-REF      PIC X(30).
           05 JIN-DEPENDS-ON       PIC X(30).
           05 JIN-DEADLINE         PIC X(12).
           05 JIN-SUBMITTER        PIC X(16).
           05 JIN-TARGET-VOLUME    PIC X(6).

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

       *> Shares the JOBHIST layout appended by COBOL-THREADS; only
       *> the payload ref is looked at here.
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

       WORKING-STORAGE SECTION.

       01 VR-FILE-STATUS    PIC X(2) VALUE "00".
       01 VM-FILE-STATUS    PIC X(2) VALUE "00".
       01 JIN-FILE-STATUS   PIC X(2) VALUE "00".
       01 JHO-FILE-STATUS   PIC X(2) VALUE "00".
       01 JHS-FILE-STATUS   PIC X(2) VALUE "00".
       01 VR-EOF-SW         PIC X(1) VALUE "N".
          88 VR-EOF                VALUE "Y".
       01 JOB-EOF-SW        PIC X(1) VALUE "N".
          88 JOB-EOF               VALUE "Y".
       01 LINE-LIVE-SW      PIC X(1) VALUE "N".
          88 LINE-LIVE             VALUE "Y".

       01 RESV-DATE         PIC 9(8) VALUE 0.
       01 RESV-TS           PIC X(14) VALUE SPACES.
       01 RESV-CLOCK.
          05 RESV-HHMMSS       PIC X(6).
          05 FILLER            PIC X(2).
       01 HELD-DATE-NUM     PIC 9(8) VALUE 0.
       01 HELD-AGE-DAYS     PIC S9(5) COMP-5 VALUE 0.

       *> JOBIN cards naming the volume. JOBIN is not emptied by the
       *> pool run, so a card only counts as queued while its payload
       *> ref has no JOBHIST record yet - the same test GET /jobs uses
       *> for QUEUED.
       01 QUEUED-TABLE.
          05 QUEUED-REF OCCURS 500 TIMES PIC X(30).
       01 QUEUED-DONE-TABLE.
          05 QUEUED-DONE OCCURS 500 TIMES PIC X(1).
       01 QUEUED-COUNT      PIC 9(4) COMP-5 VALUE 0.
       01 QUEUED-SUB        PIC 9(4) COMP-5 VALUE 0.
       01 HELD-JOB-COUNT    PIC 9(5) COMP-5 VALUE 0.
       01 FLIGHT-SW         PIC X(1) VALUE "N".
          88 JOBS-IN-FLIGHT        VALUE "Y".
       01 COUNT-DISP        PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       *> Parameter block passed by every program that reserves or
       *> checks a volume. RV-FUNCTION is "R" to reserve RV-VOLUME-ID
       *> for RV-KIND, "F" to free this program's lines (only that
       *> run's when RV-RUN-TS is given, only that volume when
       *> RV-VOLUME-ID is given), "Q" to ask whether a job may touch
       *> the volume now, "J" to ask whether jobs are queued, held or
       *> in flight against it, or "P" to ask only whether a pool run
       *> is live on it. "Q", "J" and "P" answer in RV-BLOCKED-SW,
       *> with the job count for "J" and a reason line either way.
       01 RESERVE-PARMS.
          05 RV-FUNCTION           PIC X(1).
             88 RV-RESERVE               VALUE "R".
             88 RV-FREE                  VALUE "F".
             88 RV-QUERY                 VALUE "Q".
             88 RV-JOBS                  VALUE "J".
             88 RV-POOL                  VALUE "P".
          05 RV-VOLUME-ID          PIC X(6).
          05 RV-KIND               PIC X(8).
          05 RV-PROGRAM            PIC X(14).
          05 RV-RUN-TS             PIC X(14).
          05 RV-BLOCKED-SW         PIC X(1).
             88 RV-BLOCKED               VALUE "Y".
          05 RV-JOB-COUNT          PIC 9(5).
          05 RV-REASON             PIC X(40).

       PROCEDURE DIVISION USING RESERVE-PARMS.
       MAIN-PARA.
           ACCEPT RESV-DATE FROM DATE YYYYMMDD
           ACCEPT RESV-CLOCK FROM TIME
           MOVE SPACES TO RESV-TS
           STRING RESV-DATE    DELIMITED BY SIZE
                  RESV-HHMMSS  DELIMITED BY SIZE
               INTO RESV-TS
           END-STRING
           MOVE "N" TO RV-BLOCKED-SW
           MOVE 0 TO RV-JOB-COUNT
           MOVE SPACES TO RV-REASON

           EVALUATE TRUE
               WHEN RV-RESERVE
                   PERFORM ADD-RESERVATION
               WHEN RV-FREE
                   PERFORM FREE-RESERVATIONS
               WHEN RV-QUERY
                   PERFORM QUERY-VOLUME
               WHEN RV-JOBS
                   PERFORM COUNT-VOLUME-JOBS
               WHEN RV-POOL
                   PERFORM CHECK-JOBS-IN-FLIGHT
                   IF JOBS-IN-FLIGHT
                       SET RV-BLOCKED TO TRUE
                       MOVE "POOL RUN ACTIVE ON VOLUME" TO RV-REASON
                   END-IF
           END-EVALUATE
           GOBACK.

       *> A missing file is created here, like the other append-only
       *> logs. Failing to record a reservation must never stop the
       *> program that asked for it, so problems are only DISPLAYed.
       ADD-RESERVATION.
           OPEN EXTEND RESERVE-FILE
           IF VR-FILE-STATUS NOT = "00"
               OPEN OUTPUT RESERVE-FILE
               CLOSE RESERVE-FILE
               OPEN EXTEND RESERVE-FILE
           END-IF
           IF VR-FILE-STATUS = "00"
               MOVE SPACES TO RESERVE-RECORD
               MOVE RV-VOLUME-ID TO VR-VOLUME-ID
               MOVE "H"          TO VR-STATE
               MOVE RV-KIND      TO VR-KIND
               MOVE RV-PROGRAM   TO VR-PROGRAM
               MOVE RV-RUN-TS    TO VR-RUN-TS
               MOVE RESV-TS      TO VR-HELD-TS
               WRITE RESERVE-RECORD
               CLOSE RESERVE-FILE
           ELSE
               DISPLAY "Unable to write VOLRESV entry, status="
                   VR-FILE-STATUS
           END-IF.

       FREE-RESERVATIONS.
           OPEN I-O RESERVE-FILE
           IF VR-FILE-STATUS = "00"
               MOVE "N" TO VR-EOF-SW
               PERFORM UNTIL VR-EOF
                   READ RESERVE-FILE
                       AT END
                           SET VR-EOF TO TRUE
                       NOT AT END
                           IF VR-HELD
                               AND VR-PROGRAM = RV-PROGRAM
                               AND (RV-RUN-TS = SPACES
                                    OR VR-RUN-TS = RV-RUN-TS)
                               AND (RV-VOLUME-ID = SPACES
                                    OR VR-VOLUME-ID = RV-VOLUME-ID)
                               MOVE "F" TO VR-STATE
                               MOVE RESV-TS TO VR-FREED-TS
                               REWRITE RESERVE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVE-FILE
           END-IF.

       *> A job may not touch a volume that a scan, wipe or
       *> evacuation holds, nor one the volume master has on its way
       *> out. Other pool runs' JOBS lines never block a job.
       QUERY-VOLUME.
           OPEN INPUT RESERVE-FILE
           IF VR-FILE-STATUS = "00"
               MOVE "N" TO VR-EOF-SW
               PERFORM UNTIL VR-EOF OR RV-BLOCKED
                   READ RESERVE-FILE
                       AT END
                           SET VR-EOF TO TRUE
                       NOT AT END
                           IF VR-HELD
                               AND VR-VOLUME-ID = RV-VOLUME-ID
                               AND VR-KIND NOT = "JOBS"
                               PERFORM CHECK-LINE-LIVE
                               IF LINE-LIVE
                                   SET RV-BLOCKED TO TRUE
                                   STRING "RESERVED FOR "
                                              DELIMITED BY SIZE
                                          VR-KIND DELIMITED BY SPACE
                                          " BY " DELIMITED BY SIZE
                                          VR-PROGRAM
                                              DELIMITED BY SPACE
                                       INTO RV-REASON
                                   END-STRING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVE-FILE
           END-IF

           IF NOT RV-BLOCKED
               OPEN INPUT VOLUME-MASTER-FILE
               IF VM-FILE-STATUS = "00"
                   MOVE RV-VOLUME-ID TO VM-VOLUME-ID
                   READ VOLUME-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF VM-STATUS = "RETIRING"
                               OR VM-STATUS = "WIPED"
                               SET RV-BLOCKED TO TRUE
                               STRING "DIAGVOLS STATUS " VM-STATUS
                                   DELIMITED BY SIZE
                                   INTO RV-REASON
                               END-STRING
                           END-IF
                   END-READ
                   CLOSE VOLUME-MASTER-FILE
               END-IF
           END-IF.

       CHECK-LINE-LIVE.
           SET LINE-LIVE TO TRUE
           IF VR-HELD-TS(1:8) IS NUMERIC
               MOVE VR-HELD-TS(1:8) TO HELD-DATE-NUM
               COMPUTE HELD-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(RESV-DATE)
                   - FUNCTION INTEGER-OF-DATE(HELD-DATE-NUM)
               IF HELD-AGE-DAYS > 1
                   OR (HELD-AGE-DAYS = 1
                       AND VR-HELD-TS(9:6) <= RESV-TS(9:6))
                   MOVE "N" TO LINE-LIVE-SW
               END-IF
           END-IF.

       *> Jobs against a volume are the pool's live JOBS lines (in
       *> flight), JOBHOLD cards (held over) and JOBIN cards not yet
       *> run. Any one of them blocks a wipe or evacuation.
       COUNT-VOLUME-JOBS.
           MOVE 0 TO HELD-JOB-COUNT
           MOVE 0 TO QUEUED-COUNT
           PERFORM CHECK-JOBS-IN-FLIGHT

           OPEN INPUT JOB-HOLD-FILE
           IF JHO-FILE-STATUS = "00"
               MOVE "N" TO JOB-EOF-SW
               PERFORM UNTIL JOB-EOF
                   READ JOB-HOLD-FILE
                       AT END
                           SET JOB-EOF TO TRUE
                       NOT AT END
                           IF JHO-TARGET-VOLUME = RV-VOLUME-ID
                               ADD 1 TO HELD-JOB-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-HOLD-FILE
           END-IF

           OPEN INPUT JOB-INPUT-FILE
           IF JIN-FILE-STATUS = "00"
               MOVE "N" TO JOB-EOF-SW
               PERFORM UNTIL JOB-EOF
                   READ JOB-INPUT-FILE
                       AT END
                           SET JOB-EOF TO TRUE
                       NOT AT END
                           IF JIN-TARGET-VOLUME = RV-VOLUME-ID
                               AND QUEUED-COUNT < 500
                               ADD 1 TO QUEUED-COUNT
                               MOVE JIN-PAYLOAD-REF
                                   TO QUEUED-REF(QUEUED-COUNT)
                               MOVE "N" TO QUEUED-DONE(QUEUED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-INPUT-FILE
           END-IF

           IF QUEUED-COUNT > 0
               PERFORM MARK-QUEUED-RUN
           END-IF

           MOVE HELD-JOB-COUNT TO RV-JOB-COUNT
           PERFORM VARYING QUEUED-SUB FROM 1 BY 1
               UNTIL QUEUED-SUB > QUEUED-COUNT
               IF QUEUED-DONE(QUEUED-SUB) = "N"
                   ADD 1 TO RV-JOB-COUNT
               END-IF
           END-PERFORM

           IF JOBS-IN-FLIGHT OR RV-JOB-COUNT > 0
               SET RV-BLOCKED TO TRUE
               MOVE RV-JOB-COUNT TO COUNT-DISP
               EVALUATE TRUE
                   WHEN JOBS-IN-FLIGHT AND RV-JOB-COUNT = 0
                       MOVE "POOL RUN ACTIVE ON VOLUME" TO RV-REASON
                   WHEN JOBS-IN-FLIGHT
                       STRING "POOL RUN ACTIVE, " COUNT-DISP
                              " JOBS QUEUED/HELD"
                           DELIMITED BY SIZE INTO RV-REASON
                       END-STRING
                   WHEN OTHER
                       STRING COUNT-DISP " JOBS QUEUED/HELD"
                           DELIMITED BY SIZE INTO RV-REASON
                       END-STRING
               END-EVALUATE
           END-IF.

       CHECK-JOBS-IN-FLIGHT.
           MOVE "N" TO FLIGHT-SW
           OPEN INPUT RESERVE-FILE
           IF VR-FILE-STATUS = "00"
               MOVE "N" TO VR-EOF-SW
               PERFORM UNTIL VR-EOF
                   READ RESERVE-FILE
                       AT END
                           SET VR-EOF TO TRUE
                       NOT AT END
                           IF VR-HELD
                               AND VR-VOLUME-ID = RV-VOLUME-ID
                               AND VR-KIND = "JOBS"
                               PERFORM CHECK-LINE-LIVE
                               IF LINE-LIVE
                                   SET JOBS-IN-FLIGHT TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVE-FILE
           END-IF.

       MARK-QUEUED-RUN.
           OPEN INPUT JOB-HIST-FILE
           IF JHS-FILE-STATUS = "00"
               MOVE "N" TO JOB-EOF-SW
               PERFORM UNTIL JOB-EOF
                   READ JOB-HIST-FILE
                       AT END
                           SET JOB-EOF TO TRUE
                       NOT AT END
                           PERFORM VARYING QUEUED-SUB FROM 1 BY 1
                               UNTIL QUEUED-SUB > QUEUED-COUNT
                               IF QUEUED-REF(QUEUED-SUB)
                                   = JH-PAYLOAD-REF
                                   MOVE "Y" TO QUEUED-DONE(QUEUED-SUB)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE JOB-HIST-FILE
           END-IF.
