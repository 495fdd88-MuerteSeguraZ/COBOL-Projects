       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLREST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIAG-HISTORY-FILE ASSIGN TO "DIAGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS DH-FILE-STATUS.

           SELECT DIAG-ARCHIVE-FILE ASSIGN TO "DIAGHARCH"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ARC-FILE-STATUS.

           SELECT RESTORE-SORT-FILE ASSIGN TO "DIAGRSTSRT".

           SELECT RESTORE-WORK-FILE ASSIGN TO "DIAGRSTWRK"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-FILE-STATUS.

           SELECT DIAG-REMAP-FILE ASSIGN TO "DIAGREMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS RM-FILE-STATUS.

           SELECT VOLUME-MASTER-FILE ASSIGN TO "DIAGVOLS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VOLUME-ID
               FILE STATUS IS VM-FILE-STATUS.

           SELECT RESTORE-PARM-FILE ASSIGN TO "DIAGRSTPRM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RS-FILE-STATUS.

           SELECT RESTORE-REPORT-FILE ASSIGN TO "DIAGRSTRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RRP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> Shares the DIAGHIST layout written by DIAGNOSTICMODE.
       FD  DIAG-HISTORY-FILE.
       01  DIAG-HIST-RECORD.
           05 DH-KEY.
              10 DH-VOLUME-ID      PIC X(6).
              10 DH-SECTOR-ID      PIC 9(5).
              10 DH-TIMESTAMP      PIC X(14).
           05 DH-STATUS            PIC X(1).
           05 DH-SECTOR-DATA       PIC X(508).

       *> Shares the DIAGHARCH layout written by DIAGARCH.
       FD  DIAG-ARCHIVE-FILE.
       01  DIAG-ARCH-RECORD.
           05 AR-VOLUME-ID         PIC X(6).
           05 AR-SECTOR-ID         PIC 9(5).
           05 AR-TIMESTAMP         PIC X(14).
           05 AR-STATUS            PIC X(1).
           05 AR-SECTOR-DATA       PIC X(508).

       *> DIAGHARCH only grows by EXTEND, one archive run after
       *> another, so it is sorted into volume/sector/timestamp order
       *> here and then walked alongside the sector loop.
       SD  RESTORE-SORT-FILE.
       01  RESTORE-SORT-RECORD.
           05 SRT-VOLUME-ID        PIC X(6).
           05 SRT-SECTOR-ID        PIC 9(5).
           05 SRT-TIMESTAMP        PIC X(14).
           05 SRT-STATUS           PIC X(1).
           05 SRT-SECTOR-DATA      PIC X(508).

       FD  RESTORE-WORK-FILE.
       01  RESTORE-WORK-RECORD.
           05 WRK-KEY.
              10 WRK-VOLUME-ID     PIC X(6).
              10 WRK-SECTOR-ID     PIC 9(5).
           05 WRK-TIMESTAMP        PIC X(14).
           05 WRK-STATUS           PIC X(1).
           05 WRK-SECTOR-DATA      PIC X(508).

       *> Shares the DIAGREMAP layout maintained by DIAGNOSTICMODE.
       FD  DIAG-REMAP-FILE.
       01  DIAG-REMAP-RECORD.
           05 RM-KEY.
              10 RM-VOLUME-ID      PIC X(6).
              10 RM-BAD-SECTOR     PIC 9(5).
           05 RM-SPARE-SECTOR      PIC 9(5).
           05 RM-TIMESTAMP         PIC X(14).

       *> Shares the DIAGVOLS layout owned by VOLMGMT.
       FD  VOLUME-MASTER-FILE.
       01  VOLUME-MASTER-RECORD.
           05 VM-VOLUME-ID         PIC X(6).
           05 VM-STATUS            PIC X(8).
           05 VM-SECTOR-COUNT      PIC 9(5).
           05 VM-COPY-COUNT        PIC 9(1).
           05 VM-SERVICE-DATE      PIC X(8).
           05 VM-LAST-SCAN         PIC X(8).
           05 VM-DC-COUNT          PIC 9(7).

       *> One card: the volume to roll back and the YYYYMMDDHHMMSS
       *> cutoff. Each sector goes back to the last value DIAGHIST or
       *> DIAGHARCH recorded as VALID at or before the cutoff.
       FD  RESTORE-PARM-FILE.
       01  RESTORE-PARM-RECORD.
           05 RS-VOLUME-ID         PIC X(6).
           05 RS-CUTOFF            PIC X(14).

       FD  RESTORE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RESTORE-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.

       01 DH-FILE-STATUS    PIC X(2) VALUE "00".
       01 ARC-FILE-STATUS   PIC X(2) VALUE "00".
       01 WRK-FILE-STATUS   PIC X(2) VALUE "00".
       01 RM-FILE-STATUS    PIC X(2) VALUE "00".
       01 VM-FILE-STATUS    PIC X(2) VALUE "00".
       01 RS-FILE-STATUS    PIC X(2) VALUE "00".
       01 RRP-FILE-STATUS   PIC X(2) VALUE "00".

       01 RESTORE-VOLUME-WS PIC X(6) VALUE SPACES.
       01 RESTORE-CUTOFF    PIC X(14) VALUE SPACES.
       01 COPY-COUNT        PIC 9(1) COMP-5 VALUE 2.
       01 MAX-SECTOR        PIC 9(5) COMP-5 VALUE 0.
       01 SECTOR-ID         PIC 9(5) COMP-5 VALUE 0.
       01 IO-SECTOR-ID      PIC 9(5) COMP-5 VALUE 0.

       01 SIDE-LETTERS-WS   PIC X(9) VALUE "ABCDEFGHI".
       01 SIDE-LETTER-WS    PIC X(1) VALUE SPACES.
       01 COPY-IDX          PIC 9(1) COMP-5 VALUE 0.
       01 RESTORE-BUFFER    PIC X(508) VALUE SPACES.

       *> Lookahead position in the sorted archive work file, kept
       *> in the same volume+sector shape as WRK-KEY so the two
       *> compare directly.
       01 RESTORE-KEY.
          05 RK-VOLUME-ID      PIC X(6).
          05 RK-SECTOR-ID      PIC 9(5).
       01 WRK-EOF-SW        PIC X(1) VALUE "N".
          88 WRK-EOF               VALUE "Y".
       01 WRK-AVAIL-SW      PIC X(1) VALUE "N".
          88 WRK-AVAIL             VALUE "Y".

       01 ARC-FOUND-SW      PIC X(1) VALUE "N".
          88 ARC-FOUND             VALUE "Y".
       01 ARC-GOOD-TS       PIC X(14) VALUE SPACES.
       01 ARC-GOOD-BUFFER   PIC X(508) VALUE SPACES.

       01 SH-FOUND-SW       PIC X(1) VALUE "N".
          88 SH-FOUND              VALUE "Y".
       01 SH-SCAN-EOF-SW    PIC X(1) VALUE "N".
          88 SH-SCAN-EOF           VALUE "Y".
       01 SH-GOOD-TS        PIC X(14) VALUE SPACES.
       01 SH-GOOD-BUFFER    PIC X(508) VALUE SPACES.

       01 REMAP-AVAIL-SW    PIC X(1) VALUE "N".
          88 REMAP-AVAIL           VALUE "Y".
       01 REMAP-ACTIVE-SW   PIC X(1) VALUE "N".
          88 REMAP-ACTIVE          VALUE "Y".

       01 RESTORED-COUNT    PIC 9(5) COMP-5 VALUE 0.
       01 ARCHIVE-COUNT     PIC 9(5) COMP-5 VALUE 0.
       01 NO-HIST-COUNT     PIC 9(5) COMP-5 VALUE 0.
       01 REMAPPED-COUNT    PIC 9(5) COMP-5 VALUE 0.

       01 DH-RUN-TIMESTAMP  PIC X(14) VALUE SPACES.
       01 CURR-DATE         PIC 9(8) VALUE 0.
       01 CURR-TIME.
          05 CURR-HHMMSS      PIC X(6).
          05 FILLER           PIC X(2).

       01 RPT-SOURCE        PIC X(7) VALUE SPACES.
       01 RPT-AS-OF         PIC X(14) VALUE SPACES.
       01 RPT-TEXT          PIC X(60) VALUE SPACES.
       01 RPT-SECTOR-DISP   PIC 9(5) VALUE 0.
       01 RPT-SPARE-DISP    PIC 9(5) VALUE 0.
       01 RPT-COUNT-DISP    PIC 9(5) VALUE 0.

       *> Parameter block for VOLRSV, the shared volume reservation
       *> file. The volume is reserved (RESTORE) while its sectors
       *> are rolled back, and the run is deferred while any job is
       *> queued, held or running against it.
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

       *> Parameter block for RPTGEN, the shared report generation
       *> keeper. DIAGRSTRPT is handed over a line at a time once
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

           DISPLAY "Starting Point-in-Time Volume Restore..."
           DISPLAY "----------------------------------"

           PERFORM READ-RESTORE-PARMS
           PERFORM BUILD-RUN-TIMESTAMP
           PERFORM OPEN-MASTER-FILE
           PERFORM VALIDATE-VOLUME
           CLOSE VOLUME-MASTER-FILE

           *> SORT's USING phrase opens DIAGHARCH itself; a shop that
           *> has never archived simply has no work file to read, and
           *> the restore runs from DIAGHIST alone.
           OPEN INPUT DIAG-ARCHIVE-FILE
           IF ARC-FILE-STATUS = "00"
               CLOSE DIAG-ARCHIVE-FILE
               SORT RESTORE-SORT-FILE
                   ON ASCENDING KEY SRT-VOLUME-ID
                                    SRT-SECTOR-ID
                                    SRT-TIMESTAMP
                   USING DIAG-ARCHIVE-FILE
                   GIVING RESTORE-WORK-FILE
               PERFORM OPEN-WORK-FILE
           ELSE
               DISPLAY "No DIAGHARCH archive found, restoring from"
                   " DIAGHIST only."
           END-IF

           PERFORM OPEN-HISTORY-FILE
           PERFORM OPEN-REMAP-FILE
           PERFORM OPEN-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           DISPLAY "Restoring volume " WITH NO ADVANCING
           DISPLAY RESTORE-VOLUME-WS WITH NO ADVANCING
           DISPLAY " to " WITH NO ADVANCING
           DISPLAY RESTORE-CUTOFF

           PERFORM CHECK-RESTORE-VOLUME-CLEAR
           PERFORM RESERVE-RESTORE-VOLUME

           PERFORM VARYING SECTOR-ID FROM 0 BY 1
               UNTIL SECTOR-ID >= MAX-SECTOR
               PERFORM RESTORE-SECTOR
           END-PERFORM

           PERFORM FREE-RESTORE-VOLUME
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE RESTORE-REPORT-FILE
           PERFORM KEEP-REPORT-GENERATION
           CLOSE DIAG-HISTORY-FILE
           IF REMAP-AVAIL
               CLOSE DIAG-REMAP-FILE
           END-IF
           IF WRK-AVAIL
               CLOSE RESTORE-WORK-FILE
           END-IF

           DISPLAY "----------------------------------"
           DISPLAY "Point-in-Time Restore Complete:"
           DISPLAY "  Sectors restored:     " RESTORED-COUNT
           DISPLAY "  From archive:         " ARCHIVE-COUNT
           DISPLAY "  No good history:      " NO-HIST-COUNT
           DISPLAY "  Via remapped spares:  " REMAPPED-COUNT

           IF NO-HIST-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       *> The candidate from each source is the last VALID record
       *> at or before the cutoff; when both have one the later
       *> timestamp wins. DIAGARCH always leaves a sector's latest V
       *> in DIAGHIST, but that V can be older than the cutoff's
       *> best archived one, so the archive is always consulted.
       RESTORE-SECTOR.
           PERFORM FIND-ARCHIVE-CANDIDATE
           PERFORM FIND-HISTORY-CANDIDATE

           IF SH-FOUND
               AND (NOT ARC-FOUND OR SH-GOOD-TS >= ARC-GOOD-TS)
               MOVE SH-GOOD-BUFFER TO RESTORE-BUFFER
               MOVE SH-GOOD-TS     TO RPT-AS-OF
               MOVE "HISTORY"      TO RPT-SOURCE
               PERFORM WRITE-RESTORED-SECTOR
           ELSE
               IF ARC-FOUND
                   MOVE ARC-GOOD-BUFFER TO RESTORE-BUFFER
                   MOVE ARC-GOOD-TS     TO RPT-AS-OF
                   MOVE "ARCHIVE"       TO RPT-SOURCE
                   ADD 1 TO ARCHIVE-COUNT
                   PERFORM WRITE-RESTORED-SECTOR
               ELSE
                   ADD 1 TO NO-HIST-COUNT
                   MOVE SPACES TO RPT-SOURCE
                   MOVE SPACES TO RPT-AS-OF
                   MOVE "NOT RESTORED (no good history before cutoff)"
                       TO RPT-TEXT
                   PERFORM WRITE-REPORT-SECTOR-LINE
               END-IF
           END-IF.

       WRITE-RESTORED-SECTOR.
           PERFORM LOOKUP-REMAP-TARGET
           PERFORM VARYING COPY-IDX FROM 1 BY 1
               UNTIL COPY-IDX > COPY-COUNT
               MOVE SIDE-LETTERS-WS(COPY-IDX:1) TO SIDE-LETTER-WS
               CALL "write_floppy_" USING RESTORE-BUFFER IO-SECTOR-ID
                   SIDE-LETTER-WS
           END-PERFORM
           PERFORM WRITE-RESTORE-HISTORY
           ADD 1 TO RESTORED-COUNT

           MOVE SPACES TO RPT-TEXT
           IF REMAP-ACTIVE
               ADD 1 TO REMAPPED-COUNT
               MOVE IO-SECTOR-ID TO RPT-SPARE-DISP
               STRING "RESTORED VIA SPARE " RPT-SPARE-DISP
                   DELIMITED BY SIZE INTO RPT-TEXT
               END-STRING
           ELSE
               MOVE "RESTORED" TO RPT-TEXT
           END-IF
           PERFORM WRITE-REPORT-SECTOR-LINE.

       *> The rolled-back value becomes the sector's newest "V"
       *> history, so repair and spare seeding work from the restored
       *> state rather than from the bad value being undone.
       WRITE-RESTORE-HISTORY.
           MOVE RESTORE-VOLUME-WS TO DH-VOLUME-ID
           MOVE SECTOR-ID         TO DH-SECTOR-ID
           MOVE DH-RUN-TIMESTAMP  TO DH-TIMESTAMP
           MOVE "V"               TO DH-STATUS
           MOVE RESTORE-BUFFER    TO DH-SECTOR-DATA
           WRITE DIAG-HIST-RECORD
               INVALID KEY
                   DISPLAY "History already recorded for sector "
                       WITH NO ADVANCING
                   DISPLAY SECTOR-ID WITH NO ADVANCING
                   DISPLAY " at this run timestamp."
           END-WRITE.

       LOOKUP-REMAP-TARGET.
           MOVE "N" TO REMAP-ACTIVE-SW
           MOVE SECTOR-ID TO IO-SECTOR-ID
           IF REMAP-AVAIL
               MOVE RESTORE-VOLUME-WS TO RM-VOLUME-ID
               MOVE SECTOR-ID         TO RM-BAD-SECTOR
               READ DIAG-REMAP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REMAP-ACTIVE TO TRUE
                       MOVE RM-SPARE-SECTOR TO IO-SECTOR-ID
               END-READ
           END-IF.

       *> Work records ahead of this sector (earlier sectors, other
       *> volumes sorting lower) are passed over; the walk stops at
       *> the first record past this sector and keeps it for the
       *> next call.
       FIND-ARCHIVE-CANDIDATE.
           MOVE "N" TO ARC-FOUND-SW
           MOVE SPACES TO ARC-GOOD-TS
           MOVE SPACES TO ARC-GOOD-BUFFER
           MOVE RESTORE-VOLUME-WS TO RK-VOLUME-ID
           MOVE SECTOR-ID         TO RK-SECTOR-ID
           IF WRK-AVAIL
               PERFORM UNTIL WRK-EOF OR WRK-KEY > RESTORE-KEY
                   IF WRK-KEY = RESTORE-KEY
                       AND WRK-STATUS = "V"
                       AND WRK-TIMESTAMP <= RESTORE-CUTOFF
                       MOVE WRK-TIMESTAMP   TO ARC-GOOD-TS
                       MOVE WRK-SECTOR-DATA TO ARC-GOOD-BUFFER
                       SET ARC-FOUND TO TRUE
                   END-IF
                   PERFORM READ-WORK-RECORD
               END-PERFORM
           END-IF.

       READ-WORK-RECORD.
           READ RESTORE-WORK-FILE
               AT END
                   SET WRK-EOF TO TRUE
           END-READ.

       FIND-HISTORY-CANDIDATE.
           MOVE "N" TO SH-FOUND-SW
           MOVE SPACES TO SH-GOOD-TS
           MOVE SPACES TO SH-GOOD-BUFFER
           MOVE RESTORE-VOLUME-WS TO DH-VOLUME-ID
           MOVE SECTOR-ID         TO DH-SECTOR-ID
           MOVE LOW-VALUES        TO DH-TIMESTAMP
           START DIAG-HISTORY-FILE KEY IS >= DH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM SCAN-SECTOR-HISTORY
           END-START.

       SCAN-SECTOR-HISTORY.
           MOVE "N" TO SH-SCAN-EOF-SW
           PERFORM UNTIL SH-SCAN-EOF
               READ DIAG-HISTORY-FILE NEXT RECORD
                   AT END
                       SET SH-SCAN-EOF TO TRUE
                   NOT AT END
                       IF DH-VOLUME-ID NOT = RESTORE-VOLUME-WS
                           OR DH-SECTOR-ID NOT = SECTOR-ID
                           OR DH-TIMESTAMP > RESTORE-CUTOFF
                           SET SH-SCAN-EOF TO TRUE
                       ELSE
                           IF DH-STATUS = "V"
                               MOVE DH-TIMESTAMP   TO SH-GOOD-TS
                               MOVE DH-SECTOR-DATA TO SH-GOOD-BUFFER
                               SET SH-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       READ-RESTORE-PARMS.
           OPEN INPUT RESTORE-PARM-FILE
           IF RS-FILE-STATUS NOT = "00"
               DISPLAY "DIAGRSTPRM parm card not available, status="
                   RS-FILE-STATUS
               DISPLAY "Point-in-Time Restore terminating."
               STOP RUN
           END-IF
           READ RESTORE-PARM-FILE
               AT END
                   DISPLAY "DIAGRSTPRM parm card is empty."
                   DISPLAY "Point-in-Time Restore terminating."
                   STOP RUN
               NOT AT END
                   MOVE RS-VOLUME-ID TO RESTORE-VOLUME-WS
                   MOVE RS-CUTOFF    TO RESTORE-CUTOFF
           END-READ
           CLOSE RESTORE-PARM-FILE

           IF RESTORE-VOLUME-WS = SPACES
               OR RESTORE-CUTOFF IS NOT NUMERIC
               DISPLAY "DIAGRSTPRM needs a volume and a 14-digit"
                   " YYYYMMDDHHMMSS cutoff."
               DISPLAY "Point-in-Time Restore terminating."
               STOP RUN
           END-IF.

       *> A WIPED volume has had its registry purged and may already
       *> be back in service under new contents; rolling old data
       *> onto it is refused.
       VALIDATE-VOLUME.
           MOVE RESTORE-VOLUME-WS TO VM-VOLUME-ID
           READ VOLUME-MASTER-FILE
               INVALID KEY
                   DISPLAY "Volume " WITH NO ADVANCING
                   DISPLAY RESTORE-VOLUME-WS WITH NO ADVANCING
                   DISPLAY " not in DIAGVOLS master."
                   DISPLAY "Point-in-Time Restore terminating."
                   STOP RUN
               NOT INVALID KEY
                   MOVE VM-SECTOR-COUNT TO MAX-SECTOR
                   IF VM-COPY-COUNT < 2 OR VM-COPY-COUNT > 9
                       MOVE 2 TO COPY-COUNT
                   ELSE
                       MOVE VM-COPY-COUNT TO COPY-COUNT
                   END-IF
           END-READ

           IF VM-STATUS = "WIPED"
               DISPLAY "Volume " WITH NO ADVANCING
               DISPLAY RESTORE-VOLUME-WS WITH NO ADVANCING
               DISPLAY " is WIPED, restore refused."
               DISPLAY "Point-in-Time Restore terminating."
               STOP RUN
           END-IF.

       *> A restore waits until no job is queued, held or running
       *> against the volume; the deferral is the whole report and
       *> the same card can simply be run again later.
       CHECK-RESTORE-VOLUME-CLEAR.
           MOVE SPACES TO RESERVE-PARMS
           MOVE "J" TO RV-FUNCTION
           MOVE RESTORE-VOLUME-WS TO RV-VOLUME-ID
           PERFORM CALL-VOLUME-RESERVE
           IF RV-BLOCKED
               MOVE SPACES TO RESTORE-REPORT-RECORD
               STRING "RESTORE DEFERRED - VOLUME " RESTORE-VOLUME-WS
                      " " RV-REASON
                   DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
               END-STRING
               WRITE RESTORE-REPORT-RECORD
               CLOSE RESTORE-REPORT-FILE
               PERFORM KEEP-REPORT-GENERATION
               CLOSE DIAG-HISTORY-FILE
               IF REMAP-AVAIL
                   CLOSE DIAG-REMAP-FILE
               END-IF
               IF WRK-AVAIL
                   CLOSE RESTORE-WORK-FILE
               END-IF
               DISPLAY "Restore of volume " WITH NO ADVANCING
               DISPLAY RESTORE-VOLUME-WS WITH NO ADVANCING
               DISPLAY " deferred: " RV-REASON
               DISPLAY "Point-in-Time Restore terminating."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

       RESERVE-RESTORE-VOLUME.
           MOVE SPACES TO RESERVE-PARMS
           MOVE "R" TO RV-FUNCTION
           MOVE RESTORE-VOLUME-WS TO RV-VOLUME-ID
           MOVE "RESTORE" TO RV-KIND
           MOVE DH-RUN-TIMESTAMP TO RV-RUN-TS
           PERFORM CALL-VOLUME-RESERVE.

       FREE-RESTORE-VOLUME.
           MOVE SPACES TO RESERVE-PARMS
           MOVE "F" TO RV-FUNCTION
           MOVE DH-RUN-TIMESTAMP TO RV-RUN-TS
           PERFORM CALL-VOLUME-RESERVE.

       CALL-VOLUME-RESERVE.
           MOVE "VOLREST" TO RV-PROGRAM
           CALL "VOLRSV" USING RESERVE-PARMS.

       OPEN-MASTER-FILE.
           OPEN INPUT VOLUME-MASTER-FILE
           IF VM-FILE-STATUS NOT = "00"
               DISPLAY "DIAGVOLS volume master not available, status="
                   VM-FILE-STATUS
               DISPLAY "Point-in-Time Restore terminating."
               STOP RUN
           END-IF.

       OPEN-WORK-FILE.
           MOVE "N" TO WRK-AVAIL-SW
           OPEN INPUT RESTORE-WORK-FILE
           IF WRK-FILE-STATUS = "00"
               SET WRK-AVAIL TO TRUE
               MOVE "N" TO WRK-EOF-SW
               PERFORM READ-WORK-RECORD
           END-IF.

       OPEN-HISTORY-FILE.
           OPEN I-O DIAG-HISTORY-FILE
           IF DH-FILE-STATUS NOT = "00"
               DISPLAY "DIAGHIST history file not available, status="
                   DH-FILE-STATUS
               DISPLAY "Point-in-Time Restore terminating."
               STOP RUN
           END-IF.

       OPEN-REMAP-FILE.
           MOVE "N" TO REMAP-AVAIL-SW
           OPEN INPUT DIAG-REMAP-FILE
           IF RM-FILE-STATUS = "00"
               SET REMAP-AVAIL TO TRUE
           ELSE
               DISPLAY "No DIAGREMAP registry found, restoring to"
                   " home sectors only."
           END-IF.

       OPEN-REPORT-FILE.
           OPEN OUTPUT RESTORE-REPORT-FILE
           IF RRP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open DIAGRSTRPT report file, status="
                   RRP-FILE-STATUS
               DISPLAY "Point-in-Time Restore terminating."
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RESTORE-REPORT-RECORD
           STRING "POINT-IN-TIME RESTORE REPORT - RUN "
               DH-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
           END-STRING
           WRITE RESTORE-REPORT-RECORD

           MOVE SPACES TO RESTORE-REPORT-RECORD
           STRING "VOLUME " RESTORE-VOLUME-WS
                  "  CUTOFF " RESTORE-CUTOFF
               DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
           END-STRING
           WRITE RESTORE-REPORT-RECORD

           MOVE SPACES TO RESTORE-REPORT-RECORD
           WRITE RESTORE-REPORT-RECORD

           MOVE SPACES TO RESTORE-REPORT-RECORD
           STRING "SECTOR  SOURCE   AS-OF           STATUS"
               DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
           END-STRING
           WRITE RESTORE-REPORT-RECORD

           MOVE SPACES TO RESTORE-REPORT-RECORD
           STRING "------  -------  --------------  "
                  "---------------------------------"
               DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
           END-STRING
           WRITE RESTORE-REPORT-RECORD.

       WRITE-REPORT-SECTOR-LINE.
           MOVE SECTOR-ID TO RPT-SECTOR-DISP
           MOVE SPACES TO RESTORE-REPORT-RECORD
           STRING RPT-SECTOR-DISP DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  RPT-SOURCE      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  RPT-AS-OF       DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  RPT-TEXT        DELIMITED BY SIZE
               INTO RESTORE-REPORT-RECORD
           END-STRING
           WRITE RESTORE-REPORT-RECORD.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO RESTORE-REPORT-RECORD
           WRITE RESTORE-REPORT-RECORD

           MOVE SPACES TO RESTORE-REPORT-RECORD
           STRING "POINT-IN-TIME RESTORE COMPLETE"
               DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
           END-STRING
           WRITE RESTORE-REPORT-RECORD

           MOVE RESTORED-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO RESTORE-REPORT-RECORD
           STRING "  SECTORS RESTORED:    " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
           END-STRING
           WRITE RESTORE-REPORT-RECORD

           MOVE ARCHIVE-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO RESTORE-REPORT-RECORD
           STRING "  FROM ARCHIVE:        " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
           END-STRING
           WRITE RESTORE-REPORT-RECORD

           MOVE NO-HIST-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO RESTORE-REPORT-RECORD
           STRING "  NO GOOD HISTORY:     " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
           END-STRING
           WRITE RESTORE-REPORT-RECORD

           MOVE REMAPPED-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO RESTORE-REPORT-RECORD
           STRING "  VIA REMAPPED SPARES: " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
           END-STRING
           WRITE RESTORE-REPORT-RECORD.

       BUILD-RUN-TIMESTAMP.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD
           ACCEPT CURR-TIME FROM TIME
           MOVE SPACES TO DH-RUN-TIMESTAMP
           STRING
               CURR-DATE DELIMITED BY SIZE
               CURR-HHMMSS DELIMITED BY SIZE
               INTO DH-RUN-TIMESTAMP
           END-STRING.

       KEEP-REPORT-GENERATION.
           MOVE SPACES TO REPORT-GEN-PARMS
           MOVE "B" TO RG-FUNCTION
           MOVE "DIAGRSTRPT" TO RG-REPORT-TYPE
           PERFORM CALL-REPORT-GEN
           OPEN INPUT RESTORE-REPORT-FILE
           IF RRP-FILE-STATUS = "00"
               MOVE "N" TO RG-EOF-SW
               PERFORM UNTIL RG-EOF
                   READ RESTORE-REPORT-FILE
                       AT END
                           SET RG-EOF TO TRUE
                       NOT AT END
                           MOVE "L" TO RG-FUNCTION
                           MOVE RESTORE-REPORT-RECORD TO RG-LINE
                           PERFORM CALL-REPORT-GEN
                   END-READ
               END-PERFORM
               CLOSE RESTORE-REPORT-FILE
           END-IF
           MOVE "E" TO RG-FUNCTION
           PERFORM CALL-REPORT-GEN
           IF RG-GENERATION > 0
               DISPLAY "DIAGRSTRPT kept as generation " RG-GENERATION
           END-IF.

       CALL-REPORT-GEN.
           MOVE "VOLREST" TO RG-PROGRAM
           MOVE SPACES TO RG-RUN-TS
           CALL "RPTGEN" USING REPORT-GEN-PARMS.
