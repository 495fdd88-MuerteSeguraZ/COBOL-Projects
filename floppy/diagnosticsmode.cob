               RECORD KEY IS DH-KEY
               FILE STATUS IS DH-FILE-STATUS.

           SELECT DIAG-COPY-FILE ASSIGN TO "DIAGCOPY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS CP-FILE-STATUS.

           SELECT DIAG-CONTROL-FILE ASSIGN TO "DIAGCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05 DH-STATUS            PIC X(1).
           05 DH-SECTOR-DATA       PIC X(508).

       *> Per-copy outcome of each sector evaluated, keyed like the
       *> DIAGHIST record it goes with. CP-COPY-STATUS holds one byte
       *> per side in SIDE-LETTERS-WS order: "=" agreed with the
       *> sector's value, "X" readable but dissented, "U" unreadable
       *> (blank), "?" readable with no majority and no known-good
       *> history to judge it by. DIAGSIDE ranks the sides from it.
       FD  DIAG-COPY-FILE.
       01  DIAG-COPY-RECORD.
           05 CP-KEY.
              10 CP-VOLUME-ID      PIC X(6).
              10 CP-SECTOR-ID      PIC 9(5).
              10 CP-TIMESTAMP      PIC X(14).
           05 CP-SECTOR-STATUS     PIC X(1).
           05 CP-COPY-COUNT        PIC 9(1).
           05 CP-COPY-STATUS       PIC X(9).

       FD  DIAG-CONTROL-FILE.
       01  DIAG-CTL-RECORD.
           05 CTL-VOLUME-ID        PIC X(6).
           RECORD CONTAINS 132 CHARACTERS.
       01  DIAG-TREND-RECORD       PIC X(132).

       *> CHK-ALGORITHM says how CHK-CHECKSUM was taken: "C" is the
       *> CRC-32; anything else (entries written before it existed
       *> carry no indicator) is the old multiply-by-31 rolling sum.
       FD  DIAG-CHECKSUM-FILE.
       01  DIAG-CHECKSUM-RECORD.
           05 CHK-KEY.
              10 CHK-VOLUME-ID     PIC X(6).
              10 CHK-SECTOR-ID     PIC 9(5).
           05 CHK-CHECKSUM         PIC 9(10).
           05 CHK-ALGORITHM        PIC X(1).
              88 CHK-ALGO-CRC32          VALUE "C".

       FD  DIAG-SPARE-FILE.
       01  DIAG-SPARE-RECORD.
       01 CHK-IDX           PIC 9(3) COMP-5 VALUE 0.
       01 CHK-MISMATCH-SW   PIC X(1) VALUE "N".
          88 CHK-MISMATCH          VALUE "Y".
       01 CHK-UPGRADE-COUNT PIC 9(5) COMP-5 VALUE 0.

       *> CRC-32 (the usual reflected 0xEDB88320 polynomial). The
       *> byte table is built on first use; XOR is done a bit at a
       *> time with DIVIDE and MOD since there is no bitwise verb.
       01 CRC-TABLE-AREA.
          05 CRC-TABLE-ENTRY OCCURS 256 TIMES PIC 9(10) COMP-5.
       01 CRC-TABLE-SW      PIC X(1) VALUE "N".
          88 CRC-TABLE-BUILT       VALUE "Y".
       01 CRC-POLYNOMIAL    PIC 9(10) COMP-5 VALUE 3988292384.
       01 CRC-ALL-ONES      PIC 9(10) COMP-5 VALUE 4294967295.
       01 CRC-VALUE         PIC 9(10) COMP-5 VALUE 0.
       01 CRC-TABLE-IDX     PIC 9(3) COMP-5 VALUE 0.
       01 CRC-BIT-IDX       PIC 9(2) COMP-5 VALUE 0.
       01 XOR-A             PIC 9(10) COMP-5 VALUE 0.
       01 XOR-B             PIC 9(10) COMP-5 VALUE 0.
       01 XOR-RESULT        PIC 9(10) COMP-5 VALUE 0.
       01 XOR-BIT-VALUE     PIC 9(10) COMP-5 VALUE 0.
       01 XOR-BIT-COUNT     PIC 9(2) COMP-5 VALUE 0.
       01 SUSPECT-COUNT     PIC 9(5) COMP-5 VALUE 0.

       01 WIPE-MODE-SW      PIC X(1) VALUE "N".
          88 WIPE-MODE-ON          VALUE "Y".
       01 WIPE-COUNT        PIC 9(5) COMP-5 VALUE 0.
       01 WIPE-REFUSED-SW   PIC X(1) VALUE "N".
          88 WIPE-REFUSED          VALUE "Y".
       01 WIPE-REFUSE-COUNT PIC 9(5) COMP-5 VALUE 0.
       01 WIPE-REFUSAL-TEXT PIC X(40) VALUE SPACES.
       01 VOLUME-DEFERRED-SW PIC X(1) VALUE "N".
          88 VOLUME-DEFERRED       VALUE "Y".
       01 DEFER-COUNT       PIC 9(5) COMP-5 VALUE 0.

       01 SP-FILE-STATUS    PIC X(2) VALUE "00".
       01 RM-FILE-STATUS    PIC X(2) VALUE "00".
       01 LH-LAST-TIMESTAMP PIC X(14) VALUE SPACES.

       01 DH-FILE-STATUS    PIC X(2) VALUE "00".
       01 CP-FILE-STATUS    PIC X(2) VALUE "00".
       01 DH-RUN-TIMESTAMP  PIC X(14) VALUE SPACES.
       01 DH-VOLUME-ID-WS   PIC X(6) VALUE "FLOPPY".
       01 CURR-DATE         PIC 9(8) VALUE 0.
       01 CURR-TIME.
          05 CURR-HHMMSS      PIC X(6).
          05 FILLER           PIC X(2).

       01 LK-FILE-STATUS    PIC X(2) VALUE "00".
       01 LOCK-HELD-SW      PIC X(1) VALUE "N".
       01 RPT-SECTOR-DISP   PIC 9(5) VALUE 0.
       01 RPT-COUNT-DISP    PIC 9(5) VALUE 0.

       *> Parameter block for ALERTWR, the shared operator alert
       *> writer.
       01 ALERT-PARMS.
          05 AP-SEVERITY       PIC X(1).
          05 AP-SOURCE         PIC X(14).
          05 AP-CODE           PIC X(8).
          05 AP-OBJECT         PIC X(30).
          05 AP-TEXT           PIC X(40).

       *> Parameter block for APPRGATE, the shared check against
       *> the DESTAPPR approval file.
       01 APPROVAL-PARMS.
          05 AG-FUNCTION       PIC X(1).
          05 AG-ACTION         PIC X(8).
          05 AG-VOLUME-ID      PIC X(6).
          05 AG-TARGET-VOLUME  PIC X(6).
          05 AG-PROGRAM        PIC X(14).
          05 AG-OPERATOR       PIC X(8).
          05 AG-APPROVED-SW    PIC X(1).
             88 AG-APPROVED          VALUE "Y".
          05 AG-REQUEST-ID     PIC 9(6).
          05 AG-REFUSAL        PIC X(40).

       *> Parameter block for VOLRSV, the shared volume reservation
       *> file. Each volume is reserved (SCAN or WIPE) while it is
       *> worked on, so the pool holds back jobs that name it. A wipe
       *> is deferred while any job is queued, held or running
       *> against the volume; a scan only while a pool run is live
       *> on it.
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
       *> keeper. DIAGRPT and DIAGTRND are handed over a line at a
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
       MAIN-SECTION.

               STOP RUN
           END-IF

           *> Holding DIAGLOCK means no other run is live, so any
           *> reservation still held under this program is left from
           *> a run that died.
           MOVE SPACES TO RESERVE-PARMS
           MOVE "F" TO RV-FUNCTION
           PERFORM CALL-VOLUME-RESERVE

           PERFORM WRITE-LEDGER-START

           IF TREND-MODE-ON
           PERFORM CLOSE-HISTORY-FILE
           PERFORM CLOSE-CONTROL-FILES
           PERFORM CLOSE-REPORT-FILE
           PERFORM KEEP-REPORT-GENERATION

           DISPLAY "----------------------------------"
           DISPLAY "RAID Diagnostic Complete:"
           DISPLAY "  Sectors remapped:  " REMAP-COUNT
           DISPLAY "  Sectors diff-skip: " DIFF-SKIP-COUNT
           DISPLAY "  Sectors wiped:     " WIPE-COUNT
           DISPLAY "  Wipes refused:     " WIPE-REFUSE-COUNT
           DISPLAY "  Volumes deferred:  " DEFER-COUNT
           DISPLAY "  Checksums to CRC:  " CHK-UPGRADE-COUNT
           DISPLAY "  Report generation: " RG-GENERATION

           MOVE SPACES TO LEDGER-DETAIL
           MOVE VALID-COUNT   TO LEDGER-COUNT-DISP
               DELIMITED BY SIZE INTO LEDGER-DETAIL
           END-STRING
           PERFORM WRITE-LEDGER-END
           MOVE SPACES TO RESERVE-PARMS
           MOVE "F" TO RV-FUNCTION
           MOVE DH-RUN-TIMESTAMP TO RV-RUN-TS
           PERFORM CALL-VOLUME-RESERVE
           PERFORM RELEASE-RUN-LOCK

           IF WIPE-REFUSE-COUNT > 0 OR DEFER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       PROCESS-VOLUME.
               SET WIPE-MODE-ON TO TRUE
           END-IF

           MOVE "N" TO WIPE-REFUSED-SW
           MOVE "N" TO VOLUME-DEFERRED-SW
           IF WIPE-MODE-ON
               PERFORM CHECK-WIPE-APPROVAL
           END-IF
           IF NOT WIPE-REFUSED
               PERFORM CHECK-VOLUME-CLEAR
           END-IF

           IF WIPE-REFUSED
               PERFORM REPORT-WIPE-REFUSAL
           ELSE IF VOLUME-DEFERRED
               PERFORM REPORT-VOLUME-DEFERRAL
           ELSE IF WIPE-MODE-ON
               DISPLAY "Secure-wiping volume " WITH NO ADVANCING
               DISPLAY CTL-VOLUME-ID
               PERFORM RESERVE-CURRENT-VOLUME

               PERFORM VARYING SECTOR-ID FROM 0 BY 1
                   UNTIL SECTOR-ID >= MAX-SECTOR
               DISPLAY " (checksums, remaps and checkpoint removed,"
                   " spares released)"
               PERFORM MARK-VOLUME-WIPED
               PERFORM USE-WIPE-APPROVAL
               PERFORM FREE-CURRENT-VOLUME
           ELSE
               DISPLAY "Scanning volume " WITH NO ADVANCING
               DISPLAY CTL-VOLUME-ID
               PERFORM RESERVE-CURRENT-VOLUME

               PERFORM LOOKUP-CHECKPOINT


               PERFORM DELETE-CHECKPOINT
               PERFORM UPDATE-VOLUME-MASTER
               PERFORM FREE-CURRENT-VOLUME
           END-IF.

       PROCESS-ONE-SECTOR.
               DISPLAY " scanned sequentially instead."
               PERFORM PROCESS-VOLUME
           ELSE
               MOVE "N" TO WIPE-MODE-SW
               MOVE "N" TO VOLUME-DEFERRED-SW
               PERFORM CHECK-VOLUME-CLEAR
               IF VOLUME-DEFERRED
                   PERFORM REPORT-VOLUME-DEFERRAL
               ELSE
                   PERFORM RESERVE-CURRENT-VOLUME
                   ADD 1 TO VOL-COUNT
                   MOVE CTL-VOLUME-ID    TO VT-VOLUME-ID(VOL-COUNT)
                   MOVE CTL-SECTOR-COUNT TO VT-SECTOR-COUNT(VOL-COUNT)
                   IF CTL-COPY-COUNT < 2 OR CTL-COPY-COUNT > 9
                       MOVE 2 TO VT-COPY-COUNT(VOL-COUNT)
                   ELSE
                       MOVE CTL-COPY-COUNT TO VT-COPY-COUNT(VOL-COUNT)
                   END-IF
                   MOVE 0   TO VT-NEXT-SECTOR(VOL-COUNT)
                   MOVE "N" TO VT-CKPT-FOUND(VOL-COUNT)
                   MOVE "N" TO VT-DONE-SW(VOL-COUNT)
                   MOVE 0   TO VT-ERR-COUNT(VOL-COUNT)
                   MOVE 0   TO VT-DIV-COUNT(VOL-COUNT)
               END-IF
           END-IF.

       *> Each volume still owns its own checkpoint, per-volume D/C
               MOVE "Y" TO VT-DONE-SW(VT-SUB)
               PERFORM DELETE-CHECKPOINT
               PERFORM UPDATE-VOLUME-MASTER
               PERFORM FREE-CURRENT-VOLUME
           END-IF.

       WIPE-SECTOR.
                         TO RPT-STATUS-TEXT
                   END-IF
               END-IF
               PERFORM RAISE-CORRUPT-ALERT
           ELSE
               PERFORM FIND-MAJORITY-COPY
               IF MAJ-FOUND
               END-READ
           END-IF.

       *> A wipe card alone is one operator's say-so. The volume must
       *> be RETIRING in the volume master and have a WIPE request on
       *> DESTAPPR approved by a second operator; otherwise the volume
       *> is left exactly as it is. The approval is only used up once
       *> the wipe has finished, so a wipe cut short can be rerun.
       CHECK-WIPE-APPROVAL.
           MOVE SPACES TO WIPE-REFUSAL-TEXT
           IF NOT VOLMAST-AVAIL
               MOVE "NO DIAGVOLS VOLUME MASTER" TO WIPE-REFUSAL-TEXT
           ELSE
               MOVE CTL-VOLUME-ID TO VM-VOLUME-ID
               READ VOLUME-MASTER-FILE
                   INVALID KEY
                       MOVE "VOLUME NOT IN DIAGVOLS"
                           TO WIPE-REFUSAL-TEXT
                   NOT INVALID KEY
                       IF VM-STATUS NOT = "RETIRING"
                           STRING "DIAGVOLS STATUS " VM-STATUS
                                  ", NOT RETIRING"
                               DELIMITED BY SIZE
                               INTO WIPE-REFUSAL-TEXT
                           END-STRING
                       END-IF
               END-READ
           END-IF

           IF WIPE-REFUSAL-TEXT = SPACES
               MOVE SPACES TO APPROVAL-PARMS
               MOVE "C" TO AG-FUNCTION
               PERFORM CALL-WIPE-APPROVAL
               IF NOT AG-APPROVED
                   MOVE AG-REFUSAL TO WIPE-REFUSAL-TEXT
               END-IF
           END-IF

           IF WIPE-REFUSAL-TEXT NOT = SPACES
               SET WIPE-REFUSED TO TRUE
           END-IF.

       USE-WIPE-APPROVAL.
           MOVE SPACES TO APPROVAL-PARMS
           MOVE "U" TO AG-FUNCTION
           PERFORM CALL-WIPE-APPROVAL.

       CALL-WIPE-APPROVAL.
           MOVE "WIPE" TO AG-ACTION
           MOVE CTL-VOLUME-ID TO AG-VOLUME-ID
           MOVE "DIAGNOSTICMODE" TO AG-PROGRAM
           MOVE "DIAGMODE" TO AG-OPERATOR
           CALL "APPRGATE" USING APPROVAL-PARMS.

       REPORT-WIPE-REFUSAL.
           ADD 1 TO WIPE-REFUSE-COUNT
           DISPLAY "Wipe refused for volume " WITH NO ADVANCING
           DISPLAY CTL-VOLUME-ID WITH NO ADVANCING
           DISPLAY ": " WIPE-REFUSAL-TEXT
           MOVE SPACES TO RPT-STATUS-TEXT
           STRING "WIPE REFUSED - " WIPE-REFUSAL-TEXT
               DELIMITED BY SIZE INTO RPT-STATUS-TEXT
           END-STRING
           MOVE SPACES TO DIAG-REPORT-RECORD
           STRING CTL-VOLUME-ID        DELIMITED BY SIZE
                  "         "          DELIMITED BY SIZE
                  RPT-STATUS-TEXT      DELIMITED BY SIZE
               INTO DIAG-REPORT-RECORD
           END-STRING
           WRITE DIAG-REPORT-RECORD

           MOVE SPACES TO ALERT-PARMS
           MOVE "W" TO AP-SEVERITY
           MOVE "DIAGNOSTICMODE" TO AP-SOURCE
           MOVE "WIPEREF" TO AP-CODE
           MOVE CTL-VOLUME-ID TO AP-OBJECT
           MOVE WIPE-REFUSAL-TEXT TO AP-TEXT
           CALL "ALERTWR" USING ALERT-PARMS.

       *> A wipe waits until no job is queued, held or running
       *> against the volume; the approval stays unused, so the wipe
       *> card can simply be run again later. A scan only stands
       *> aside while a pool run is live on the volume - jobs still
       *> to run will wait on this run's SCAN reservation instead.
       CHECK-VOLUME-CLEAR.
           MOVE SPACES TO RESERVE-PARMS
           IF WIPE-MODE-ON
               MOVE "J" TO RV-FUNCTION
           ELSE
               MOVE "P" TO RV-FUNCTION
           END-IF
           MOVE CTL-VOLUME-ID TO RV-VOLUME-ID
           PERFORM CALL-VOLUME-RESERVE
           IF RV-BLOCKED
               SET VOLUME-DEFERRED TO TRUE
           END-IF.

       RESERVE-CURRENT-VOLUME.
           MOVE SPACES TO RESERVE-PARMS
           MOVE "R" TO RV-FUNCTION
           MOVE CTL-VOLUME-ID TO RV-VOLUME-ID
           IF WIPE-MODE-ON
               MOVE "WIPE" TO RV-KIND
           ELSE
               MOVE "SCAN" TO RV-KIND
           END-IF
           MOVE DH-RUN-TIMESTAMP TO RV-RUN-TS
           PERFORM CALL-VOLUME-RESERVE.

       FREE-CURRENT-VOLUME.
           MOVE SPACES TO RESERVE-PARMS
           MOVE "F" TO RV-FUNCTION
           MOVE CTL-VOLUME-ID TO RV-VOLUME-ID
           MOVE DH-RUN-TIMESTAMP TO RV-RUN-TS
           PERFORM CALL-VOLUME-RESERVE.

       CALL-VOLUME-RESERVE.
           MOVE "DIAGNOSTICMODE" TO RV-PROGRAM
           CALL "VOLRSV" USING RESERVE-PARMS.

       REPORT-VOLUME-DEFERRAL.
           ADD 1 TO DEFER-COUNT
           IF WIPE-MODE-ON
               DISPLAY "Wipe deferred for volume " WITH NO ADVANCING
           ELSE
               DISPLAY "Scan deferred for volume " WITH NO ADVANCING
           END-IF
           DISPLAY CTL-VOLUME-ID WITH NO ADVANCING
           DISPLAY ": " RV-REASON
           MOVE SPACES TO RPT-STATUS-TEXT
           IF WIPE-MODE-ON
               STRING "WIPE DEFERRED - " RV-REASON
                   DELIMITED BY SIZE INTO RPT-STATUS-TEXT
               END-STRING
           ELSE
               STRING "SCAN DEFERRED - " RV-REASON
                   DELIMITED BY SIZE INTO RPT-STATUS-TEXT
               END-STRING
           END-IF
           MOVE SPACES TO DIAG-REPORT-RECORD
           STRING CTL-VOLUME-ID        DELIMITED BY SIZE
                  "         "          DELIMITED BY SIZE
                  RPT-STATUS-TEXT      DELIMITED BY SIZE
               INTO DIAG-REPORT-RECORD
           END-STRING
           WRITE DIAG-REPORT-RECORD

           MOVE SPACES TO ALERT-PARMS
           MOVE "I" TO AP-SEVERITY
           MOVE "DIAGNOSTICMODE" TO AP-SOURCE
           MOVE "VOLBUSY" TO AP-CODE
           MOVE CTL-VOLUME-ID TO AP-OBJECT
           MOVE RV-REASON TO AP-TEXT
           CALL "ALERTWR" USING ALERT-PARMS.

       WRITE-REMAP-ENTRY.
           MOVE CTL-VOLUME-ID   TO RM-VOLUME-ID
           MOVE SECTOR-ID       TO RM-BAD-SECTOR
           MOVE DH-RUN-TIMESTAMP TO RM-TIMESTAMP
           WRITE DIAG-REMAP-RECORD.

       *> Entries still on the old rolling sum are verified with it,
       *> and the first time such a sector verifies clean its entry
       *> is rewritten as a CRC-32. A mismatch leaves the old entry
       *> alone so the next run judges the sector the same way.
       VERIFY-CHECKSUM.
           MOVE "N" TO CHK-MISMATCH-SW
           MOVE CTL-VOLUME-ID TO CHK-VOLUME-ID
           MOVE SECTOR-ID     TO CHK-SECTOR-ID
           READ DIAG-CHECKSUM-FILE
               INVALID KEY
                   PERFORM COMPUTE-SECTOR-CRC
                   MOVE SECTOR-CHECKSUM TO CHK-CHECKSUM
                   SET CHK-ALGO-CRC32 TO TRUE
                   WRITE DIAG-CHECKSUM-RECORD
               NOT INVALID KEY
                   IF CHK-ALGO-CRC32
                       PERFORM COMPUTE-SECTOR-CRC
                       IF CHK-CHECKSUM NOT = SECTOR-CHECKSUM
                           SET CHK-MISMATCH TO TRUE
                       END-IF
                   ELSE
                       PERFORM COMPUTE-SECTOR-CHECKSUM
                       IF CHK-CHECKSUM NOT = SECTOR-CHECKSUM
                           SET CHK-MISMATCH TO TRUE
                       ELSE
                           PERFORM COMPUTE-SECTOR-CRC
                           MOVE SECTOR-CHECKSUM TO CHK-CHECKSUM
                           SET CHK-ALGO-CRC32 TO TRUE
                           REWRITE DIAG-CHECKSUM-RECORD
                           ADD 1 TO CHK-UPGRADE-COUNT
                       END-IF
                   END-IF
           END-READ.

                       FUNCTION ORD(MAJ-VALUE(CHK-IDX:1)), 9999999999)
           END-PERFORM.

       COMPUTE-SECTOR-CRC.
           IF NOT CRC-TABLE-BUILT
               PERFORM BUILD-CRC-TABLE
           END-IF
           MOVE CRC-ALL-ONES TO CRC-VALUE
           PERFORM VARYING CHK-IDX FROM 1 BY 1 UNTIL CHK-IDX > 508
               COMPUTE XOR-A = FUNCTION MOD(CRC-VALUE, 256)
               COMPUTE XOR-B = FUNCTION ORD(MAJ-VALUE(CHK-IDX:1)) - 1
               MOVE 8 TO XOR-BIT-COUNT
               PERFORM XOR-VALUES
               COMPUTE CRC-TABLE-IDX = XOR-RESULT + 1
               COMPUTE XOR-A = CRC-VALUE / 256
               MOVE CRC-TABLE-ENTRY(CRC-TABLE-IDX) TO XOR-B
               MOVE 32 TO XOR-BIT-COUNT
               PERFORM XOR-VALUES
               MOVE XOR-RESULT TO CRC-VALUE
           END-PERFORM
           COMPUTE SECTOR-CHECKSUM = CRC-ALL-ONES - CRC-VALUE.

       BUILD-CRC-TABLE.
           PERFORM VARYING CRC-TABLE-IDX FROM 1 BY 1
               UNTIL CRC-TABLE-IDX > 256
               COMPUTE CRC-VALUE = CRC-TABLE-IDX - 1
               PERFORM VARYING CRC-BIT-IDX FROM 1 BY 1
                   UNTIL CRC-BIT-IDX > 8
                   IF FUNCTION MOD(CRC-VALUE, 2) = 1
                       COMPUTE XOR-A = CRC-VALUE / 2
                       MOVE CRC-POLYNOMIAL TO XOR-B
                       MOVE 32 TO XOR-BIT-COUNT
                       PERFORM XOR-VALUES
                       MOVE XOR-RESULT TO CRC-VALUE
                   ELSE
                       COMPUTE CRC-VALUE = CRC-VALUE / 2
                   END-IF
               END-PERFORM
               MOVE CRC-VALUE TO CRC-TABLE-ENTRY(CRC-TABLE-IDX)
           END-PERFORM
           SET CRC-TABLE-BUILT TO TRUE.

       *> XOR-RESULT = XOR-A XOR XOR-B over the low XOR-BIT-COUNT
       *> bits. XOR-A and XOR-B are used up in the process.
       XOR-VALUES.
           MOVE 0 TO XOR-RESULT
           MOVE 1 TO XOR-BIT-VALUE
           PERFORM XOR-BIT-COUNT TIMES
               IF FUNCTION MOD(XOR-A, 2) NOT = FUNCTION MOD(XOR-B, 2)
                   ADD XOR-BIT-VALUE TO XOR-RESULT
               END-IF
               COMPUTE XOR-A = XOR-A / 2
               COMPUTE XOR-B = XOR-B / 2
               COMPUTE XOR-BIT-VALUE = XOR-BIT-VALUE * 2
           END-PERFORM.

       RUN-TREND-REPORT.
           OPEN INPUT DIAG-HISTORY-FILE
           IF DH-FILE-STATUS NOT = "00"
                   PERFORM REPORT-ARCHIVE-ONLY-GROUPS
                   PERFORM WRITE-TREND-SUMMARY
                   CLOSE DIAG-TREND-FILE
                   PERFORM KEEP-TREND-GENERATION
               END-IF
               CLOSE DIAG-HISTORY-FILE
           END-IF.
               OPEN OUTPUT DIAG-HISTORY-FILE
               CLOSE DIAG-HISTORY-FILE
               OPEN I-O DIAG-HISTORY-FILE
           END-IF

           OPEN I-O DIAG-COPY-FILE
           IF CP-FILE-STATUS NOT = "00"
               OPEN OUTPUT DIAG-COPY-FILE
               CLOSE DIAG-COPY-FILE
               OPEN I-O DIAG-COPY-FILE
           END-IF.

       CLOSE-HISTORY-FILE.
           CLOSE DIAG-HISTORY-FILE
           CLOSE DIAG-COPY-FILE.

       OPEN-CONTROL-FILES.
           OPEN INPUT DIAG-CONTROL-FILE
               OPEN I-O DIAG-CHECKPOINT-FILE
           END-IF

           *> Only a missing registry is created here. Any other
           *> failure - a registry still in the 21-byte layout from
           *> before CRC-32 checksums, say - must not fall through to
           *> OPEN OUTPUT, which would empty it; CHKMIGR's convert
           *> mode reloads such a registry into the current layout.
           OPEN I-O DIAG-CHECKSUM-FILE
           IF CHK-FILE-STATUS = "35"
               OPEN OUTPUT DIAG-CHECKSUM-FILE
               CLOSE DIAG-CHECKSUM-FILE
               OPEN I-O DIAG-CHECKSUM-FILE
           END-IF
           IF CHK-FILE-STATUS NOT = "00"
               DISPLAY "DIAGCHK checksum registry not usable, status="
                   CHK-FILE-STATUS
               DISPLAY "Convert an old-layout registry with CHKMIGR"
                   " before scanning again."
               DISPLAY "RAID Diagnostic Mode terminating."
               MOVE SPACES TO LEDGER-DETAIL
               STRING "FAILED RC=08 DIAGCHK STATUS=" CHK-FILE-STATUS
                   DELIMITED BY SIZE INTO LEDGER-DETAIL
               END-STRING
               PERFORM END-FAILED-RUN
           END-IF

           OPEN I-O DIAG-SPARE-FILE
           IF SP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open DIAGRPT report file, status="
                   RPT-FILE-STATUS
               DISPLAY "RAID Diagnostic Mode terminating."
               MOVE SPACES TO LEDGER-DETAIL
               STRING "FAILED RC=08 DIAGRPT STATUS=" RPT-FILE-STATUS
                   DELIMITED BY SIZE INTO LEDGER-DETAIL
               END-STRING
               PERFORM END-FAILED-RUN
           END-IF.

       *> A run that cannot go on once its START is on the ledger
       *> still closes the ledger entry and gives up DIAGLOCK, the
       *> same as the normal end of run, so LEDGERRPT does not show
       *> it as still running and the next run is not locked out.
       END-FAILED-RUN.
           PERFORM WRITE-LEDGER-END
           MOVE SPACES TO RESERVE-PARMS
           MOVE "F" TO RV-FUNCTION
           MOVE DH-RUN-TIMESTAMP TO RV-RUN-TS
           PERFORM CALL-VOLUME-RESERVE
           PERFORM RELEASE-RUN-LOCK
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       *> A corrupted sector that found (or already had) a spare is a
       *> warning against the sector itself. One with nowhere to go
       *> means the volume has run out of spares: that is critical,
       *> and raised against the volume so repeats across sectors
       *> count up on a single alert line.
       RAISE-CORRUPT-ALERT.
           MOVE SPACES TO ALERT-PARMS
           MOVE "DIAGNOSTICMODE" TO AP-SOURCE
           MOVE SECTOR-ID TO RPT-SECTOR-DISP
           IF REMAP-EXISTS OR SPARE-FOUND
               MOVE "W" TO AP-SEVERITY
               MOVE "CORRUPT" TO AP-CODE
               STRING DH-VOLUME-ID-WS "/" RPT-SECTOR-DISP
                   DELIMITED BY SIZE INTO AP-OBJECT
               END-STRING
               MOVE RPT-STATUS-TEXT TO AP-TEXT
           ELSE
               MOVE "C" TO AP-SEVERITY
               MOVE "NOSPARE" TO AP-CODE
               MOVE DH-VOLUME-ID-WS TO AP-OBJECT
               STRING "NO SPARES LEFT, SECTOR " RPT-SECTOR-DISP
                      " CORRUPTED"
                   DELIMITED BY SIZE INTO AP-TEXT
               END-STRING
           END-IF
           CALL "ALERTWR" USING ALERT-PARMS.

       *> The lock is "held" when the file exists with a record less
       *> than a day old; an empty file, a missing file or an older
       *> record means the holder finished or died. Taking the lock
                   DISPLAY "Stale DIAGLOCK from " WITH NO ADVANCING
                   DISPLAY LK-TIMESTAMP WITH NO ADVANCING
                   DISPLAY " taken over."
                   MOVE SPACES TO ALERT-PARMS
                   MOVE "W" TO AP-SEVERITY
                   MOVE "DIAGNOSTICMODE" TO AP-SOURCE
                   MOVE "STALELCK" TO AP-CODE
                   MOVE "DIAGLOCK" TO AP-OBJECT
                   STRING "STALE LOCK FROM " LK-TIMESTAMP
                          " TAKEN OVER"
                       DELIMITED BY SIZE INTO AP-TEXT
                   END-STRING
                   CALL "ALERTWR" USING ALERT-PARMS
               END-IF
           ELSE
               MOVE "N" TO LOCK-HELD-SW
       CLOSE-REPORT-FILE.
           CLOSE DIAG-REPORT-FILE.

       KEEP-REPORT-GENERATION.
           MOVE SPACES TO REPORT-GEN-PARMS
           MOVE "B" TO RG-FUNCTION
           MOVE "DIAGRPT" TO RG-REPORT-TYPE
           PERFORM CALL-REPORT-GEN
           OPEN INPUT DIAG-REPORT-FILE
           IF RPT-FILE-STATUS = "00"
               MOVE "N" TO RG-EOF-SW
               PERFORM UNTIL RG-EOF
                   READ DIAG-REPORT-FILE
                       AT END
                           SET RG-EOF TO TRUE
                       NOT AT END
                           MOVE "L" TO RG-FUNCTION
                           MOVE DIAG-REPORT-RECORD TO RG-LINE
                           PERFORM CALL-REPORT-GEN
                   END-READ
               END-PERFORM
               CLOSE DIAG-REPORT-FILE
           END-IF
           MOVE "E" TO RG-FUNCTION
           PERFORM CALL-REPORT-GEN.

       KEEP-TREND-GENERATION.
           MOVE SPACES TO REPORT-GEN-PARMS
           MOVE "B" TO RG-FUNCTION
           MOVE "DIAGTRND" TO RG-REPORT-TYPE
           PERFORM CALL-REPORT-GEN
           OPEN INPUT DIAG-TREND-FILE
           IF TRD-FILE-STATUS = "00"
               MOVE "N" TO RG-EOF-SW
               PERFORM UNTIL RG-EOF
                   READ DIAG-TREND-FILE
                       AT END
                           SET RG-EOF TO TRUE
                       NOT AT END
                           MOVE "L" TO RG-FUNCTION
                           MOVE DIAG-TREND-RECORD TO RG-LINE
                           PERFORM CALL-REPORT-GEN
                   END-READ
               END-PERFORM
               CLOSE DIAG-TREND-FILE
           END-IF
           MOVE "E" TO RG-FUNCTION
           PERFORM CALL-REPORT-GEN.

       CALL-REPORT-GEN.
           MOVE "DIAGNOSTICMODE" TO RG-PROGRAM
           MOVE DH-RUN-TIMESTAMP TO RG-RUN-TS
           CALL "RPTGEN" USING REPORT-GEN-PARMS.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO DIAG-REPORT-RECORD
           STRING "RAID DIAGNOSTIC QA REPORT - RUN " DH-RUN-TIMESTAMP
           STRING "  SECTORS WIPED:     " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO DIAG-REPORT-RECORD
           END-STRING
           WRITE DIAG-REPORT-RECORD

           MOVE WIPE-REFUSE-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO DIAG-REPORT-RECORD
           STRING "  WIPES REFUSED:     " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO DIAG-REPORT-RECORD
           END-STRING
           WRITE DIAG-REPORT-RECORD

           MOVE DEFER-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO DIAG-REPORT-RECORD
           STRING "  VOLUMES DEFERRED:  " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO DIAG-REPORT-RECORD
           END-STRING
           WRITE DIAG-REPORT-RECORD

           MOVE CHK-UPGRADE-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO DIAG-REPORT-RECORD
           STRING "  CHECKSUMS TO CRC:  " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO DIAG-REPORT-RECORD
           END-STRING
           WRITE DIAG-REPORT-RECORD.

       WRITE-LEDGER-START.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD
           ACCEPT CURR-TIME FROM TIME
           MOVE SPACES TO LEDGER-TS
           STRING CURR-DATE CURR-HHMMSS DELIMITED BY SIZE
               INTO LEDGER-TS
           END-STRING
           MOVE "END" TO LEDGER-EVENT
           MOVE SPACES TO DH-RUN-TIMESTAMP
           STRING
               CURR-DATE DELIMITED BY SIZE
               CURR-HHMMSS DELIMITED BY SIZE
               INTO DH-RUN-TIMESTAMP
           END-STRING.

           MOVE SECTOR-ID        TO DH-SECTOR-ID
           MOVE "V"              TO DH-STATUS
           MOVE MAJ-VALUE      TO DH-SECTOR-DATA
           WRITE DIAG-HIST-RECORD
           MOVE "V"              TO CP-SECTOR-STATUS
           PERFORM WRITE-COPY-HISTORY.

       WRITE-HISTORY-RECORD-D.
           MOVE DH-RUN-TIMESTAMP TO DH-TIMESTAMP
           MOVE SECTOR-ID        TO DH-SECTOR-ID
           MOVE "D"              TO DH-STATUS
           MOVE SPACES           TO DH-SECTOR-DATA
           WRITE DIAG-HIST-RECORD
           MOVE "D"              TO CP-SECTOR-STATUS
           PERFORM WRITE-COPY-HISTORY.

       WRITE-HISTORY-RECORD-C.
           MOVE DH-RUN-TIMESTAMP TO DH-TIMESTAMP
           MOVE SECTOR-ID        TO DH-SECTOR-ID
           MOVE "C"              TO DH-STATUS
           MOVE SPACES           TO DH-SECTOR-DATA
           WRITE DIAG-HIST-RECORD
           MOVE "C"              TO CP-SECTOR-STATUS
           PERFORM WRITE-COPY-HISTORY.

       WRITE-HISTORY-RECORD-S.
           MOVE DH-RUN-TIMESTAMP TO DH-TIMESTAMP
           MOVE SECTOR-ID        TO DH-SECTOR-ID
           MOVE "S"              TO DH-STATUS
           MOVE MAJ-VALUE      TO DH-SECTOR-DATA
           WRITE DIAG-HIST-RECORD
           MOVE "S"              TO CP-SECTOR-STATUS
           PERFORM WRITE-COPY-HISTORY.

       *> A copy dissents when it is readable but differs from the
       *> value the sector was judged by: the majority, or for a
       *> diverged sector (no majority) the last known-good history
       *> value. With two copies every disagreement is a divergence,
       *> so history is the only way to tell which side went wrong.
       WRITE-COPY-HISTORY.
           MOVE DH-RUN-TIMESTAMP TO CP-TIMESTAMP
           MOVE DH-VOLUME-ID-WS  TO CP-VOLUME-ID
           MOVE SECTOR-ID        TO CP-SECTOR-ID
           MOVE COPY-COUNT       TO CP-COPY-COUNT
           MOVE SPACES           TO CP-COPY-STATUS
           IF CP-SECTOR-STATUS = "D"
               PERFORM LOOKUP-SECTOR-HISTORY
           END-IF
           PERFORM VARYING COPY-IDX FROM 1 BY 1
               UNTIL COPY-IDX > COPY-COUNT
               EVALUATE TRUE
                   WHEN COPY-BUFFER(COPY-IDX) = SPACES
                       MOVE "U" TO CP-COPY-STATUS(COPY-IDX:1)
                   WHEN CP-SECTOR-STATUS NOT = "D"
                       AND COPY-BUFFER(COPY-IDX) = MAJ-VALUE
                       MOVE "=" TO CP-COPY-STATUS(COPY-IDX:1)
                   WHEN CP-SECTOR-STATUS NOT = "D"
                       MOVE "X" TO CP-COPY-STATUS(COPY-IDX:1)
                   WHEN NOT SH-FOUND
                       MOVE "?" TO CP-COPY-STATUS(COPY-IDX:1)
                   WHEN COPY-BUFFER(COPY-IDX) = SH-GOOD-BUFFER
                       MOVE "=" TO CP-COPY-STATUS(COPY-IDX:1)
                   WHEN OTHER
                       MOVE "X" TO CP-COPY-STATUS(COPY-IDX:1)
               END-EVALUATE
           END-PERFORM
           WRITE DIAG-COPY-RECORD.

       WRITE-HISTORY-RECORD-W.
           MOVE DH-RUN-TIMESTAMP TO DH-TIMESTAMP
