       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIAGXCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOLUME-MASTER-FILE ASSIGN TO "DIAGVOLS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VOLUME-ID
               FILE STATUS IS VM-FILE-STATUS.

           SELECT DIAG-CONTROL-FILE ASSIGN TO "DIAGCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.

           SELECT DIAG-CHECKSUM-FILE ASSIGN TO "DIAGCHK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-KEY
               FILE STATUS IS CHK-FILE-STATUS.

           SELECT DIAG-REMAP-FILE ASSIGN TO "DIAGREMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS RM-FILE-STATUS.

           SELECT DIAG-SPARE-FILE ASSIGN TO "DIAGSPARE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS SP-FILE-STATUS.

           SELECT DIAG-CHECKPOINT-FILE ASSIGN TO "DIAGCKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKPT-VOLUME-ID
               FILE STATUS IS CKPT-FILE-STATUS.

           SELECT XCHK-REPORT-FILE ASSIGN TO "DIAGXCRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS XRP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       *> Shares the DIAGCTL deck layout read by DIAGNOSTICMODE and
       *> generated by VOLMGMT GENCTL.
       FD  DIAG-CONTROL-FILE.
       01  DIAG-CTL-RECORD.
           05 CTL-VOLUME-ID        PIC X(6).
           05 CTL-SECTOR-COUNT     PIC 9(5).
           05 CTL-COPY-COUNT       PIC 9(1).
           05 CTL-WIPE-MODE        PIC X(1).

       *> Shares the DIAGCHK, DIAGREMAP, DIAGSPARE and DIAGCKPT
       *> layouts maintained by DIAGNOSTICMODE (and SPAREADM for the
       *> spare pool). This program only reads them.
       FD  DIAG-CHECKSUM-FILE.
       01  DIAG-CHECKSUM-RECORD.
           05 CHK-KEY.
              10 CHK-VOLUME-ID     PIC X(6).
              10 CHK-SECTOR-ID     PIC 9(5).
           05 CHK-CHECKSUM         PIC 9(10).
           05 CHK-ALGORITHM        PIC X(1).

       FD  DIAG-REMAP-FILE.
       01  DIAG-REMAP-RECORD.
           05 RM-KEY.
              10 RM-VOLUME-ID      PIC X(6).
              10 RM-BAD-SECTOR     PIC 9(5).
           05 RM-SPARE-SECTOR      PIC 9(5).
           05 RM-TIMESTAMP         PIC X(14).

       FD  DIAG-SPARE-FILE.
       01  DIAG-SPARE-RECORD.
           05 SP-KEY.
              10 SP-VOLUME-ID      PIC X(6).
              10 SP-SPARE-SECTOR   PIC 9(5).
           05 SP-STATUS            PIC X(1).

       FD  DIAG-CHECKPOINT-FILE.
       01  DIAG-CKPT-RECORD.
           05 CKPT-VOLUME-ID       PIC X(6).
           05 CKPT-LAST-SECTOR     PIC 9(5) COMP-5.

       FD  XCHK-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  XCHK-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.

       01 VM-FILE-STATUS    PIC X(2) VALUE "00".
       01 CTL-FILE-STATUS   PIC X(2) VALUE "00".
       01 CHK-FILE-STATUS   PIC X(2) VALUE "00".
       01 RM-FILE-STATUS    PIC X(2) VALUE "00".
       01 SP-FILE-STATUS    PIC X(2) VALUE "00".
       01 CKPT-FILE-STATUS  PIC X(2) VALUE "00".
       01 XRP-FILE-STATUS   PIC X(2) VALUE "00".

       01 SCAN-EOF-SW       PIC X(1) VALUE "N".
          88 SCAN-EOF              VALUE "Y".
       01 REMAP-EOF-SW      PIC X(1) VALUE "N".
          88 REMAP-EOF             VALUE "Y".
       01 VOLMAST-AVAIL-SW  PIC X(1) VALUE "N".
          88 VOLMAST-AVAIL         VALUE "Y".
       01 REMAP-AVAIL-SW    PIC X(1) VALUE "N".
          88 REMAP-AVAIL           VALUE "Y".
       01 SPARE-AVAIL-SW    PIC X(1) VALUE "N".
          88 SPARE-AVAIL           VALUE "Y".
       01 REMAP-POINTS-SW   PIC X(1) VALUE "N".
          88 REMAP-POINTS          VALUE "Y".
       01 VOLUME-FLAGGED-SW PIC X(1) VALUE "N".
          88 VOLUME-FLAGGED        VALUE "Y".

       *> The volume master and the current DIAGCTL deck are small
       *> enough to hold in core; every registry record is checked
       *> against these two tables rather than re-reading the files.
       01 MASTER-TABLE.
          05 MASTER-ENTRY OCCURS 200 TIMES.
             10 XV-VOLUME-ID       PIC X(6).
             10 XV-STATUS          PIC X(8).
             10 XV-SECTOR-COUNT    PIC 9(5).
             10 XV-COPY-COUNT      PIC 9(1).
       01 MASTER-COUNT      PIC 9(3) COMP-5 VALUE 0.
       01 XV-SUB            PIC 9(3) COMP-5 VALUE 0.
       01 XV-MATCH-SUB      PIC 9(3) COMP-5 VALUE 0.

       01 DECK-TABLE.
          05 DECK-ENTRY OCCURS 200 TIMES.
             10 XD-VOLUME-ID       PIC X(6).
       01 DECK-COUNT        PIC 9(3) COMP-5 VALUE 0.
       01 XD-SUB            PIC 9(3) COMP-5 VALUE 0.
       01 XD-MATCH-SUB      PIC 9(3) COMP-5 VALUE 0.

       01 LOOKUP-VOLUME     PIC X(6) VALUE SPACES.
       01 LOOKUP-SPARE      PIC 9(5) VALUE 0.

       01 CTL-READ-COUNT    PIC 9(5) COMP-5 VALUE 0.
       01 CHK-READ-COUNT    PIC 9(5) COMP-5 VALUE 0.
       01 RM-READ-COUNT     PIC 9(5) COMP-5 VALUE 0.
       01 SP-READ-COUNT     PIC 9(5) COMP-5 VALUE 0.
       01 CKPT-READ-COUNT   PIC 9(5) COMP-5 VALUE 0.
       01 EXCEPTION-COUNT   PIC 9(5) COMP-5 VALUE 0.

       01 RUN-TIMESTAMP     PIC X(14) VALUE SPACES.
       01 CURR-DATE         PIC 9(8) VALUE 0.
       01 CURR-TIME.
          05 CURR-HHMMSS      PIC X(6).
          05 FILLER           PIC X(2).

       01 RPT-VOLUME-ID     PIC X(6) VALUE SPACES.
       01 RPT-SECTOR-TEXT   PIC X(5) VALUE SPACES.
       01 RPT-FILE-NAME     PIC X(9) VALUE SPACES.
       01 RPT-TEXT          PIC X(70) VALUE SPACES.
       01 RPT-SECTOR-DISP   PIC 9(5) VALUE 0.
       01 RPT-NUM-DISP      PIC 9(5) VALUE 0.
       01 RPT-NUM-DISP-2    PIC 9(5) VALUE 0.
       01 RPT-COUNT-DISP    PIC 9(5) VALUE 0.

       *> Parameter block for RPTGEN, the shared report generation
       *> keeper. DIAGXCRPT is handed over a line at a time once
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

           DISPLAY "Starting Cross-File Integrity Check..."
           DISPLAY "----------------------------------"

           PERFORM BUILD-RUN-TIMESTAMP
           PERFORM OPEN-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           PERFORM LOAD-VOLUME-MASTER
           PERFORM CHECK-CONTROL-DECK
           PERFORM CHECK-CHECKSUM-REGISTRY
           PERFORM OPEN-REMAP-AND-SPARE-FILES
           PERFORM CHECK-REMAP-REGISTRY
           PERFORM CHECK-SPARE-POOL
           PERFORM CLOSE-REMAP-AND-SPARE-FILES
           PERFORM CHECK-SCAN-CHECKPOINTS

           PERFORM WRITE-REPORT-SUMMARY
           CLOSE XCHK-REPORT-FILE
           PERFORM KEEP-REPORT-GENERATION

           DISPLAY "----------------------------------"
           DISPLAY "Cross-File Integrity Check Complete:"
           DISPLAY "  DIAGCTL cards checked:    " CTL-READ-COUNT
           DISPLAY "  DIAGCHK entries checked:  " CHK-READ-COUNT
           DISPLAY "  DIAGREMAP entries checked:" RM-READ-COUNT
           DISPLAY "  DIAGSPARE entries checked:" SP-READ-COUNT
           DISPLAY "  DIAGCKPT entries checked: " CKPT-READ-COUNT
           DISPLAY "  Exceptions found:         " EXCEPTION-COUNT

           *> A non-zero return code lets the caller hold the next
           *> scan until someone has looked at the exceptions.
           IF EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       *> The master is read once into MASTER-TABLE. Without it the
       *> WIPED/missing-volume and sector-range checks cannot be
       *> made, so the report says so and only the checks that
       *> compare the registry files to each other still run.
       LOAD-VOLUME-MASTER.
           MOVE 0 TO MASTER-COUNT
           OPEN INPUT VOLUME-MASTER-FILE
           IF VM-FILE-STATUS NOT = "00"
               DISPLAY "DIAGVOLS volume master not available, status="
                   VM-FILE-STATUS
               MOVE SPACES TO RPT-VOLUME-ID
               MOVE SPACES TO RPT-SECTOR-TEXT
               MOVE "DIAGVOLS" TO RPT-FILE-NAME
               MOVE "MASTER NOT AVAILABLE - MASTER CHECKS SKIPPED"
                   TO RPT-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               SET VOLMAST-AVAIL TO TRUE
               MOVE "N" TO SCAN-EOF-SW
               PERFORM UNTIL SCAN-EOF
                   READ VOLUME-MASTER-FILE NEXT RECORD
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-MASTER-TABLE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE VOLUME-MASTER-FILE
           END-IF.

       ADD-MASTER-TABLE-ENTRY.
           IF MASTER-COUNT < 200
               ADD 1 TO MASTER-COUNT
               MOVE VM-VOLUME-ID    TO XV-VOLUME-ID(MASTER-COUNT)
               MOVE VM-STATUS       TO XV-STATUS(MASTER-COUNT)
               MOVE VM-SECTOR-COUNT TO XV-SECTOR-COUNT(MASTER-COUNT)
               MOVE VM-COPY-COUNT   TO XV-COPY-COUNT(MASTER-COUNT)
           ELSE
               DISPLAY "Volume master table full, volume "
                   WITH NO ADVANCING
               DISPLAY VM-VOLUME-ID WITH NO ADVANCING
               DISPLAY " not checked."
           END-IF.

       LOOKUP-MASTER-ENTRY.
           MOVE 0 TO XV-MATCH-SUB
           PERFORM VARYING XV-SUB FROM 1 BY 1
               UNTIL XV-SUB > MASTER-COUNT
               IF XV-VOLUME-ID(XV-SUB) = LOOKUP-VOLUME
                   MOVE XV-SUB TO XV-MATCH-SUB
               END-IF
           END-PERFORM.

       LOOKUP-DECK-ENTRY.
           MOVE 0 TO XD-MATCH-SUB
           PERFORM VARYING XD-SUB FROM 1 BY 1
               UNTIL XD-SUB > DECK-COUNT
               IF XD-VOLUME-ID(XD-SUB) = LOOKUP-VOLUME
                   MOVE XD-SUB TO XD-MATCH-SUB
               END-IF
           END-PERFORM.

       *> Every card on the deck is compared with its master entry.
       *> The deck table built here is also what the DIAGCKPT check
       *> uses to decide whether a checkpoint will ever be resumed.
       CHECK-CONTROL-DECK.
           MOVE 0 TO DECK-COUNT
           OPEN INPUT DIAG-CONTROL-FILE
           IF CTL-FILE-STATUS NOT = "00"
               DISPLAY "DIAGCTL control file not available, status="
                   CTL-FILE-STATUS
           ELSE
               MOVE "N" TO SCAN-EOF-SW
               PERFORM UNTIL SCAN-EOF
                   READ DIAG-CONTROL-FILE
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO CTL-READ-COUNT
                           PERFORM CHECK-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE DIAG-CONTROL-FILE
           END-IF.

       CHECK-CONTROL-CARD.
           IF DECK-COUNT < 200
               ADD 1 TO DECK-COUNT
               MOVE CTL-VOLUME-ID TO XD-VOLUME-ID(DECK-COUNT)
           END-IF

           MOVE CTL-VOLUME-ID TO RPT-VOLUME-ID
           MOVE SPACES        TO RPT-SECTOR-TEXT
           MOVE "DIAGCTL"     TO RPT-FILE-NAME

           IF VOLMAST-AVAIL
               MOVE CTL-VOLUME-ID TO LOOKUP-VOLUME
               PERFORM LOOKUP-MASTER-ENTRY
               IF XV-MATCH-SUB = 0
                   MOVE "CARD FOR VOLUME NOT IN DIAGVOLS" TO RPT-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   IF XV-STATUS(XV-MATCH-SUB) = "WIPED"
                       MOVE "CARD FOR VOLUME ALREADY WIPED IN DIAGVOLS"
                           TO RPT-TEXT
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
                   IF CTL-SECTOR-COUNT IS NOT NUMERIC
                       OR CTL-SECTOR-COUNT NOT =
                           XV-SECTOR-COUNT(XV-MATCH-SUB)
                       MOVE XV-SECTOR-COUNT(XV-MATCH-SUB)
                           TO RPT-NUM-DISP-2
                       MOVE SPACES TO RPT-TEXT
                       IF CTL-SECTOR-COUNT IS NUMERIC
                           MOVE CTL-SECTOR-COUNT TO RPT-NUM-DISP
                           STRING "SECTOR COUNT " RPT-NUM-DISP
                                  " DISAGREES WITH MASTER "
                                  RPT-NUM-DISP-2
                               DELIMITED BY SIZE INTO RPT-TEXT
                           END-STRING
                       ELSE
                           STRING "SECTOR COUNT NOT NUMERIC, MASTER "
                                  RPT-NUM-DISP-2
                               DELIMITED BY SIZE INTO RPT-TEXT
                           END-STRING
                       END-IF
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
                   IF CTL-COPY-COUNT IS NOT NUMERIC
                       OR CTL-COPY-COUNT NOT =
                           XV-COPY-COUNT(XV-MATCH-SUB)
                       MOVE SPACES TO RPT-TEXT
                       STRING "COPY COUNT " CTL-COPY-COUNT
                              " DISAGREES WITH MASTER "
                              XV-COPY-COUNT(XV-MATCH-SUB)
                           DELIMITED BY SIZE INTO RPT-TEXT
                       END-STRING
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           END-IF.

       CHECK-CHECKSUM-REGISTRY.
           OPEN INPUT DIAG-CHECKSUM-FILE
           IF CHK-FILE-STATUS NOT = "00"
               DISPLAY "DIAGCHK checksum registry not available,"
                   " status=" CHK-FILE-STATUS
           ELSE
               MOVE "N" TO SCAN-EOF-SW
               PERFORM UNTIL SCAN-EOF
                   READ DIAG-CHECKSUM-FILE NEXT RECORD
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO CHK-READ-COUNT
                           PERFORM CHECK-CHECKSUM-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DIAG-CHECKSUM-FILE
           END-IF.

       CHECK-CHECKSUM-ENTRY.
           MOVE CHK-VOLUME-ID TO RPT-VOLUME-ID
           MOVE CHK-SECTOR-ID TO RPT-SECTOR-DISP
           MOVE RPT-SECTOR-DISP TO RPT-SECTOR-TEXT
           MOVE "DIAGCHK" TO RPT-FILE-NAME
           MOVE CHK-VOLUME-ID TO LOOKUP-VOLUME
           PERFORM CHECK-REGISTRY-VOLUME
           IF NOT VOLUME-FLAGGED AND XV-MATCH-SUB > 0
               IF CHK-SECTOR-ID >= XV-SECTOR-COUNT(XV-MATCH-SUB)
                   PERFORM WRITE-BEYOND-COUNT-LINE
               END-IF
           END-IF.

       *> Sectors are numbered from zero, so a key equal to the
       *> master's VM-SECTOR-COUNT is already one past the end.
       WRITE-BEYOND-COUNT-LINE.
           MOVE XV-SECTOR-COUNT(XV-MATCH-SUB) TO RPT-NUM-DISP
           MOVE SPACES TO RPT-TEXT
           STRING "SECTOR KEY BEYOND VOLUME SECTOR COUNT "
                  RPT-NUM-DISP
               DELIMITED BY SIZE INTO RPT-TEXT
           END-STRING
           PERFORM WRITE-EXCEPTION-LINE.

       *> Shared by every registry scan: a key for a volume the
       *> master does not know, or for a volume already WIPED, is
       *> something the wipe purge or a hand-edit left behind.
       *> Leaves XV-MATCH-SUB set for the caller's range check.
       CHECK-REGISTRY-VOLUME.
           MOVE "N" TO VOLUME-FLAGGED-SW
           MOVE 0 TO XV-MATCH-SUB
           IF VOLMAST-AVAIL
               PERFORM LOOKUP-MASTER-ENTRY
               IF XV-MATCH-SUB = 0
                   MOVE "ENTRY FOR VOLUME NOT IN DIAGVOLS" TO RPT-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
                   SET VOLUME-FLAGGED TO TRUE
               ELSE
                   IF XV-STATUS(XV-MATCH-SUB) = "WIPED"
                       MOVE "ENTRY FOR WIPED VOLUME" TO RPT-TEXT
                       PERFORM WRITE-EXCEPTION-LINE
                       SET VOLUME-FLAGGED TO TRUE
                   END-IF
               END-IF
           END-IF.

       *> DIAGREMAP is scanned in key order while DIAGSPARE is read
       *> by key for each remap, and later the other way round, so
       *> both files stay open across the two checks.
       OPEN-REMAP-AND-SPARE-FILES.
           MOVE "N" TO REMAP-AVAIL-SW
           OPEN INPUT DIAG-REMAP-FILE
           IF RM-FILE-STATUS = "00"
               SET REMAP-AVAIL TO TRUE
           ELSE
               DISPLAY "DIAGREMAP remap registry not available,"
                   " status=" RM-FILE-STATUS
           END-IF

           MOVE "N" TO SPARE-AVAIL-SW
           OPEN INPUT DIAG-SPARE-FILE
           IF SP-FILE-STATUS = "00"
               SET SPARE-AVAIL TO TRUE
           ELSE
               DISPLAY "DIAGSPARE spare pool not available, status="
                   SP-FILE-STATUS
           END-IF.

       CLOSE-REMAP-AND-SPARE-FILES.
           IF REMAP-AVAIL
               CLOSE DIAG-REMAP-FILE
           END-IF
           IF SPARE-AVAIL
               CLOSE DIAG-SPARE-FILE
           END-IF.

       CHECK-REMAP-REGISTRY.
           IF REMAP-AVAIL
               MOVE LOW-VALUES TO RM-KEY
               START DIAG-REMAP-FILE KEY IS >= RM-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SCAN-REMAP-REGISTRY
               END-START
           END-IF.

       SCAN-REMAP-REGISTRY.
           MOVE "N" TO REMAP-EOF-SW
           PERFORM UNTIL REMAP-EOF
               READ DIAG-REMAP-FILE NEXT RECORD
                   AT END
                       SET REMAP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO RM-READ-COUNT
                       PERFORM CHECK-REMAP-ENTRY
               END-READ
           END-PERFORM.

       CHECK-REMAP-ENTRY.
           MOVE RM-VOLUME-ID TO RPT-VOLUME-ID
           MOVE RM-BAD-SECTOR TO RPT-SECTOR-DISP
           MOVE RPT-SECTOR-DISP TO RPT-SECTOR-TEXT
           MOVE "DIAGREMAP" TO RPT-FILE-NAME
           MOVE RM-VOLUME-ID TO LOOKUP-VOLUME
           PERFORM CHECK-REGISTRY-VOLUME
           IF NOT VOLUME-FLAGGED AND XV-MATCH-SUB > 0
               IF RM-BAD-SECTOR >= XV-SECTOR-COUNT(XV-MATCH-SUB)
                   PERFORM WRITE-BEYOND-COUNT-LINE
               END-IF
           END-IF

           IF SPARE-AVAIL
               MOVE RM-SPARE-SECTOR TO RPT-NUM-DISP
               MOVE RM-VOLUME-ID    TO SP-VOLUME-ID
               MOVE RM-SPARE-SECTOR TO SP-SPARE-SECTOR
               READ DIAG-SPARE-FILE
                   INVALID KEY
                       MOVE SPACES TO RPT-TEXT
                       STRING "REMAP SPARE " RPT-NUM-DISP
                              " NOT IN DIAGSPARE POOL"
                           DELIMITED BY SIZE INTO RPT-TEXT
                       END-STRING
                       PERFORM WRITE-EXCEPTION-LINE
                   NOT INVALID KEY
                       IF SP-STATUS NOT = "U"
                           MOVE SPACES TO RPT-TEXT
                           STRING "REMAP SPARE " RPT-NUM-DISP
                                  " NOT MARKED USED IN DIAGSPARE"
                               DELIMITED BY SIZE INTO RPT-TEXT
                           END-STRING
                           PERFORM WRITE-EXCEPTION-LINE
                       END-IF
               END-READ
           END-IF.

       CHECK-SPARE-POOL.
           IF SPARE-AVAIL
               MOVE LOW-VALUES TO SP-KEY
               START DIAG-SPARE-FILE KEY IS >= SP-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SCAN-SPARE-POOL
               END-START
           END-IF.

       SCAN-SPARE-POOL.
           MOVE "N" TO SCAN-EOF-SW
           PERFORM UNTIL SCAN-EOF
               READ DIAG-SPARE-FILE NEXT RECORD
                   AT END
                       SET SCAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO SP-READ-COUNT
                       PERFORM CHECK-SPARE-ENTRY
               END-READ
           END-PERFORM.

       *> A wipe hands a volume's spares back as available rather
       *> than deleting them, so an "A" spare under a WIPED volume is
       *> normal; only a spare still marked used there is left over.
       CHECK-SPARE-ENTRY.
           MOVE SP-VOLUME-ID TO RPT-VOLUME-ID
           MOVE SP-SPARE-SECTOR TO RPT-SECTOR-DISP
           MOVE RPT-SECTOR-DISP TO RPT-SECTOR-TEXT
           MOVE "DIAGSPARE" TO RPT-FILE-NAME
           MOVE SP-VOLUME-ID TO LOOKUP-VOLUME
           IF SP-STATUS = "U"
               PERFORM CHECK-REGISTRY-VOLUME
               PERFORM FIND-REMAP-FOR-SPARE
               IF NOT REMAP-POINTS AND REMAP-AVAIL
                   MOVE "SPARE MARKED USED BUT NO REMAP POINTS TO IT"
                       TO RPT-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           ELSE
               IF VOLMAST-AVAIL
                   PERFORM LOOKUP-MASTER-ENTRY
                   IF XV-MATCH-SUB = 0
                       MOVE "ENTRY FOR VOLUME NOT IN DIAGVOLS"
                           TO RPT-TEXT
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           END-IF.

       *> DIAGREMAP is keyed by the bad sector, not the spare, so the
       *> volume's remaps are walked from the first key until one
       *> names this spare or the volume changes.
       FIND-REMAP-FOR-SPARE.
           MOVE "N" TO REMAP-POINTS-SW
           IF REMAP-AVAIL
               MOVE SP-VOLUME-ID    TO LOOKUP-VOLUME
               MOVE SP-SPARE-SECTOR TO LOOKUP-SPARE
               MOVE SP-VOLUME-ID    TO RM-VOLUME-ID
               MOVE 0               TO RM-BAD-SECTOR
               START DIAG-REMAP-FILE KEY IS >= RM-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SCAN-REMAPS-FOR-SPARE
               END-START
           END-IF.

       SCAN-REMAPS-FOR-SPARE.
           MOVE "N" TO REMAP-EOF-SW
           PERFORM UNTIL REMAP-EOF OR REMAP-POINTS
               READ DIAG-REMAP-FILE NEXT RECORD
                   AT END
                       SET REMAP-EOF TO TRUE
                   NOT AT END
                       IF RM-VOLUME-ID NOT = LOOKUP-VOLUME
                           SET REMAP-EOF TO TRUE
                       ELSE
                           IF RM-SPARE-SECTOR = LOOKUP-SPARE
                               SET REMAP-POINTS TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       *> DIAGNOSTICMODE only resumes a checkpoint for a volume that
       *> is on the deck it is given, so a checkpoint for any other
       *> volume would sit there until the volume comes back - and
       *> then resume it mid-volume.
       CHECK-SCAN-CHECKPOINTS.
           OPEN INPUT DIAG-CHECKPOINT-FILE
           IF CKPT-FILE-STATUS NOT = "00"
               DISPLAY "DIAGCKPT checkpoint file not available,"
                   " status=" CKPT-FILE-STATUS
           ELSE
               MOVE "N" TO SCAN-EOF-SW
               PERFORM UNTIL SCAN-EOF
                   READ DIAG-CHECKPOINT-FILE NEXT RECORD
                       AT END
                           SET SCAN-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO CKPT-READ-COUNT
                           PERFORM CHECK-CHECKPOINT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DIAG-CHECKPOINT-FILE
           END-IF.

       CHECK-CHECKPOINT-ENTRY.
           MOVE CKPT-VOLUME-ID TO RPT-VOLUME-ID
           MOVE CKPT-LAST-SECTOR TO RPT-SECTOR-DISP
           MOVE RPT-SECTOR-DISP TO RPT-SECTOR-TEXT
           MOVE "DIAGCKPT" TO RPT-FILE-NAME
           MOVE CKPT-VOLUME-ID TO LOOKUP-VOLUME
           PERFORM CHECK-REGISTRY-VOLUME
           IF NOT VOLUME-FLAGGED
               PERFORM LOOKUP-DECK-ENTRY
               IF XD-MATCH-SUB = 0
                   MOVE "CHECKPOINT FOR VOLUME NOT ON DIAGCTL DECK"
                       TO RPT-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

       OPEN-REPORT-FILE.
           OPEN OUTPUT XCHK-REPORT-FILE
           IF XRP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open DIAGXCRPT report file, status="
                   XRP-FILE-STATUS
               DISPLAY "Cross-File Integrity Check terminating."
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO XCHK-REPORT-RECORD
           STRING "CROSS-FILE INTEGRITY REPORT - RUN " RUN-TIMESTAMP
               DELIMITED BY SIZE INTO XCHK-REPORT-RECORD
           END-STRING
           WRITE XCHK-REPORT-RECORD

           MOVE SPACES TO XCHK-REPORT-RECORD
           WRITE XCHK-REPORT-RECORD

           MOVE SPACES TO XCHK-REPORT-RECORD
           STRING "VOLUME  SECTOR  FILE       EXCEPTION"
               DELIMITED BY SIZE INTO XCHK-REPORT-RECORD
           END-STRING
           WRITE XCHK-REPORT-RECORD

           MOVE SPACES TO XCHK-REPORT-RECORD
           STRING "------  ------  ---------  "
                  "---------------------------------"
               DELIMITED BY SIZE INTO XCHK-REPORT-RECORD
           END-STRING
           WRITE XCHK-REPORT-RECORD.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO EXCEPTION-COUNT
           MOVE SPACES TO XCHK-REPORT-RECORD
           STRING RPT-VOLUME-ID   DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  RPT-SECTOR-TEXT DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  RPT-FILE-NAME   DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  RPT-TEXT        DELIMITED BY SIZE
               INTO XCHK-REPORT-RECORD
           END-STRING
           WRITE XCHK-REPORT-RECORD.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO XCHK-REPORT-RECORD
           WRITE XCHK-REPORT-RECORD

           IF EXCEPTION-COUNT = 0
               MOVE SPACES TO XCHK-REPORT-RECORD
               STRING "(NO EXCEPTIONS - CONTROL FILES AGREE)"
                   DELIMITED BY SIZE INTO XCHK-REPORT-RECORD
               END-STRING
               WRITE XCHK-REPORT-RECORD
               MOVE SPACES TO XCHK-REPORT-RECORD
               WRITE XCHK-REPORT-RECORD
           END-IF

           MOVE SPACES TO XCHK-REPORT-RECORD
           STRING "CROSS-FILE INTEGRITY CHECK COMPLETE"
               DELIMITED BY SIZE INTO XCHK-REPORT-RECORD
           END-STRING
           WRITE XCHK-REPORT-RECORD

           MOVE CTL-READ-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO XCHK-REPORT-RECORD
           STRING "  DIAGCTL CARDS CHECKED:     " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO XCHK-REPORT-RECORD
           END-STRING
           WRITE XCHK-REPORT-RECORD

           MOVE CHK-READ-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO XCHK-REPORT-RECORD
           STRING "  DIAGCHK ENTRIES CHECKED:   " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO XCHK-REPORT-RECORD
           END-STRING
           WRITE XCHK-REPORT-RECORD

           MOVE RM-READ-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO XCHK-REPORT-RECORD
           STRING "  DIAGREMAP ENTRIES CHECKED: " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO XCHK-REPORT-RECORD
           END-STRING
           WRITE XCHK-REPORT-RECORD

           MOVE SP-READ-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO XCHK-REPORT-RECORD
           STRING "  DIAGSPARE ENTRIES CHECKED: " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO XCHK-REPORT-RECORD
           END-STRING
           WRITE XCHK-REPORT-RECORD

           MOVE CKPT-READ-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO XCHK-REPORT-RECORD
           STRING "  DIAGCKPT ENTRIES CHECKED:  " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO XCHK-REPORT-RECORD
           END-STRING
           WRITE XCHK-REPORT-RECORD

           MOVE EXCEPTION-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO XCHK-REPORT-RECORD
           STRING "  EXCEPTIONS FOUND:          " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO XCHK-REPORT-RECORD
           END-STRING
           WRITE XCHK-REPORT-RECORD.

       BUILD-RUN-TIMESTAMP.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD
           ACCEPT CURR-TIME FROM TIME
           MOVE SPACES TO RUN-TIMESTAMP
           STRING
               CURR-DATE DELIMITED BY SIZE
               CURR-HHMMSS DELIMITED BY SIZE
               INTO RUN-TIMESTAMP
           END-STRING.

       KEEP-REPORT-GENERATION.
           MOVE SPACES TO REPORT-GEN-PARMS
           MOVE "B" TO RG-FUNCTION
           MOVE "DIAGXCRPT" TO RG-REPORT-TYPE
           PERFORM CALL-REPORT-GEN
           OPEN INPUT XCHK-REPORT-FILE
           IF XRP-FILE-STATUS = "00"
               MOVE "N" TO RG-EOF-SW
               PERFORM UNTIL RG-EOF
                   READ XCHK-REPORT-FILE
                       AT END
                           SET RG-EOF TO TRUE
                       NOT AT END
                           MOVE "L" TO RG-FUNCTION
                           MOVE XCHK-REPORT-RECORD TO RG-LINE
                           PERFORM CALL-REPORT-GEN
                   END-READ
               END-PERFORM
               CLOSE XCHK-REPORT-FILE
           END-IF
           MOVE "E" TO RG-FUNCTION
           PERFORM CALL-REPORT-GEN
           IF RG-GENERATION > 0
               DISPLAY "DIAGXCRPT kept as generation " RG-GENERATION
           END-IF.

       CALL-REPORT-GEN.
           MOVE "DIAGXCHK" TO RG-PROGRAM
           MOVE SPACES TO RG-RUN-TS
           CALL "RPTGEN" USING REPORT-GEN-PARMS.
