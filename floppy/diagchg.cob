       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIAGCHG.

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

           SELECT CHANGE-SORT-FILE ASSIGN TO "DIAGCHGSRT".

           SELECT CHANGE-WORK-FILE ASSIGN TO "DIAGCHGWRK"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-FILE-STATUS.

           SELECT CHANGE-PARM-FILE ASSIGN TO "DIAGCHGPRM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CP-FILE-STATUS.

           SELECT CHANGE-REPORT-FILE ASSIGN TO "DIAGCHGRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CRP-FILE-STATUS.

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

       *> History and archive records up to the later run are merged
       *> here into one volume/sector/timestamp stream, so each
       *> sector's whole story arrives together.
       SD  CHANGE-SORT-FILE.
       01  CHANGE-SORT-RECORD.
           05 SRT-VOLUME-ID        PIC X(6).
           05 SRT-SECTOR-ID        PIC 9(5).
           05 SRT-TIMESTAMP        PIC X(14).
           05 SRT-STATUS           PIC X(1).
           05 SRT-SECTOR-DATA      PIC X(508).

       FD  CHANGE-WORK-FILE.
       01  CHANGE-WORK-RECORD.
           05 WRK-KEY.
              10 WRK-VOLUME-ID     PIC X(6).
              10 WRK-SECTOR-ID     PIC 9(5).
           05 WRK-TIMESTAMP        PIC X(14).
           05 WRK-STATUS           PIC X(1).
           05 WRK-SECTOR-DATA      PIC X(508).

       *> One card: the volume (blank for every volume) and the two
       *> YYYYMMDDHHMMSS run timestamps to compare. A sector's state
       *> "at" a run is the last record at or before that timestamp,
       *> so sectors a diff-mode run skipped still compare properly.
       FD  CHANGE-PARM-FILE.
       01  CHANGE-PARM-RECORD.
           05 CP-VOLUME-ID         PIC X(6).
           05 CP-FROM-TS           PIC X(14).
           05 CP-TO-TS             PIC X(14).

       FD  CHANGE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CHANGE-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.

       01 DH-FILE-STATUS    PIC X(2) VALUE "00".
       01 ARC-FILE-STATUS   PIC X(2) VALUE "00".
       01 WRK-FILE-STATUS   PIC X(2) VALUE "00".
       01 CP-FILE-STATUS    PIC X(2) VALUE "00".
       01 CRP-FILE-STATUS   PIC X(2) VALUE "00".

       01 CHANGE-VOLUME-WS  PIC X(6) VALUE SPACES.
       01 CHANGE-FROM-TS    PIC X(14) VALUE SPACES.
       01 CHANGE-TO-TS      PIC X(14) VALUE SPACES.

       01 HIST-EOF-SW       PIC X(1) VALUE "N".
          88 HIST-EOF              VALUE "Y".
       01 ARC-EOF-SW        PIC X(1) VALUE "N".
          88 ARC-EOF               VALUE "Y".
       01 WRK-EOF-SW        PIC X(1) VALUE "N".
          88 WRK-EOF               VALUE "Y".

       *> The sector being assembled from the work file.
       01 GROUP-KEY.
          05 GK-VOLUME-ID      PIC X(6).
          05 GK-SECTOR-ID      PIC 9(5).
       01 GROUP-ACTIVE-SW   PIC X(1) VALUE "N".
          88 GROUP-ACTIVE          VALUE "Y".
       01 BEFORE-FOUND-SW   PIC X(1) VALUE "N".
          88 BEFORE-FOUND          VALUE "Y".
       01 BEFORE-STATUS     PIC X(1) VALUE SPACES.
       01 BEFORE-DATA       PIC X(508) VALUE SPACES.
       01 AFTER-FOUND-SW    PIC X(1) VALUE "N".
          88 AFTER-FOUND           VALUE "Y".
       01 AFTER-STATUS      PIC X(1) VALUE SPACES.
       01 AFTER-DATA        PIC X(508) VALUE SPACES.
       01 FIRST-SEEN-TS     PIC X(14) VALUE SPACES.
       01 CURRENT-VOLUME-ID PIC X(6) VALUE SPACES.

       01 BYTE-IDX          PIC 9(3) COMP-5 VALUE 0.
       01 FIRST-DIFF-IDX    PIC 9(3) COMP-5 VALUE 0.
       01 DIFF-BYTE-COUNT   PIC 9(3) COMP-5 VALUE 0.
       01 EXCERPT-LEN       PIC 9(3) COMP-5 VALUE 0.
       01 EXCERPT-TEXT      PIC X(40) VALUE SPACES.
       01 DATA-CHANGED-SW   PIC X(1) VALUE "N".
          88 DATA-CHANGED          VALUE "Y".
       01 STATUS-CHANGED-SW PIC X(1) VALUE "N".
          88 STATUS-CHANGED        VALUE "Y".

       *> Running totals for the volume being reported and for the
       *> whole run.
       01 VOL-SECTOR-COUNT  PIC 9(5) COMP-5 VALUE 0.
       01 VOL-DATA-COUNT    PIC 9(5) COMP-5 VALUE 0.
       01 VOL-STATUS-COUNT  PIC 9(5) COMP-5 VALUE 0.
       01 SECTOR-COUNT      PIC 9(5) COMP-5 VALUE 0.
       01 DATA-COUNT        PIC 9(5) COMP-5 VALUE 0.
       01 STATUS-COUNT      PIC 9(5) COMP-5 VALUE 0.
       01 VOLUME-COUNT      PIC 9(5) COMP-5 VALUE 0.

       *> Status transitions seen, "-" standing for a sector with no
       *> record yet at the earlier run.
       01 TRANSITION-TABLE.
          05 TT-ENTRY OCCURS 40 TIMES.
             10 TT-FROM-STATUS PIC X(1).
             10 TT-TO-STATUS   PIC X(1).
             10 TT-COUNT       PIC 9(5) COMP-5.
       01 TT-USED           PIC 9(3) COMP-5 VALUE 0.
       01 TT-IDX            PIC 9(3) COMP-5 VALUE 0.
       01 TT-FOUND-SW       PIC X(1) VALUE "N".
          88 TT-FOUND              VALUE "Y".

       01 DH-RUN-TIMESTAMP  PIC X(14) VALUE SPACES.
       01 CURR-DATE         PIC 9(8) VALUE 0.
       01 CURR-TIME.
          05 CURR-HHMMSS      PIC X(6).
          05 FILLER           PIC X(2).

       01 RPT-SECTOR-DISP   PIC 9(5) VALUE 0.
       01 RPT-OFFSET-DISP   PIC 9(3) VALUE 0.
       01 RPT-DIFF-DISP     PIC 9(3) VALUE 0.
       01 RPT-COUNT-DISP    PIC 9(5) VALUE 0.
       01 RPT-OFFSET-TEXT   PIC X(6) VALUE SPACES.
       01 RPT-DIFF-TEXT     PIC X(5) VALUE SPACES.

       *> Parameter block for RPTGEN, the shared report generation
       *> keeper. DIAGCHGRPT is handed over a line at a time once
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

           DISPLAY "Starting Sector Change Report..."
           DISPLAY "----------------------------------"

           PERFORM READ-CHANGE-PARMS
           PERFORM BUILD-RUN-TIMESTAMP

           OPEN INPUT DIAG-HISTORY-FILE
           IF DH-FILE-STATUS NOT = "00"
               DISPLAY "DIAGHIST history file not available, status="
                   DH-FILE-STATUS
               DISPLAY "Sector Change Report terminating."
               STOP RUN
           END-IF

           SORT CHANGE-SORT-FILE
               ON ASCENDING KEY SRT-VOLUME-ID
                                SRT-SECTOR-ID
                                SRT-TIMESTAMP
               INPUT PROCEDURE IS RELEASE-CHANGE-RECORDS
               GIVING CHANGE-WORK-FILE

           CLOSE DIAG-HISTORY-FILE

           PERFORM OPEN-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           OPEN INPUT CHANGE-WORK-FILE
           IF WRK-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open DIAGCHGWRK work file, status="
                   WRK-FILE-STATUS
               DISPLAY "Sector Change Report terminating."
               STOP RUN
           END-IF

           MOVE "N" TO WRK-EOF-SW
           PERFORM UNTIL WRK-EOF
               READ CHANGE-WORK-FILE
                   AT END
                       SET WRK-EOF TO TRUE
                   NOT AT END
                       PERFORM ACCUMULATE-WORK-RECORD
               END-READ
           END-PERFORM
           IF GROUP-ACTIVE
               PERFORM FINISH-SECTOR-GROUP
           END-IF
           IF CURRENT-VOLUME-ID NOT = SPACES
               PERFORM WRITE-VOLUME-TOTALS
           END-IF
           CLOSE CHANGE-WORK-FILE

           PERFORM WRITE-REPORT-SUMMARY
           CLOSE CHANGE-REPORT-FILE
           PERFORM KEEP-REPORT-GENERATION

           DISPLAY "----------------------------------"
           DISPLAY "Sector Change Report Complete:"
           DISPLAY "  Volumes compared:   " VOLUME-COUNT
           DISPLAY "  Sectors compared:   " SECTOR-COUNT
           DISPLAY "  Data changed:       " DATA-COUNT
           DISPLAY "  Status changed:     " STATUS-COUNT

           STOP RUN.

      *> --------------------------------------------------------------
      *> Sort input - DIAGHIST and DIAGHARCH up to the later run
      *> --------------------------------------------------------------
       RELEASE-CHANGE-RECORDS.
           MOVE CHANGE-VOLUME-WS TO DH-VOLUME-ID
           MOVE 0                TO DH-SECTOR-ID
           MOVE LOW-VALUES       TO DH-TIMESTAMP
           MOVE "N" TO HIST-EOF-SW
           START DIAG-HISTORY-FILE KEY IS >= DH-KEY
               INVALID KEY
                   SET HIST-EOF TO TRUE
           END-START
           PERFORM UNTIL HIST-EOF
               READ DIAG-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       PERFORM RELEASE-HISTORY-RECORD
               END-READ
           END-PERFORM

           *> A shop that has never archived has no DIAGHARCH; the
           *> comparison then runs from DIAGHIST alone.
           OPEN INPUT DIAG-ARCHIVE-FILE
           IF ARC-FILE-STATUS = "00"
               MOVE "N" TO ARC-EOF-SW
               PERFORM UNTIL ARC-EOF
                   READ DIAG-ARCHIVE-FILE
                       AT END
                           SET ARC-EOF TO TRUE
                       NOT AT END
                           PERFORM RELEASE-ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE DIAG-ARCHIVE-FILE
           ELSE
               DISPLAY "No DIAGHARCH archive found, comparing from"
                   " DIAGHIST only."
           END-IF.

       RELEASE-HISTORY-RECORD.
           IF CHANGE-VOLUME-WS NOT = SPACES
               AND DH-VOLUME-ID NOT = CHANGE-VOLUME-WS
               SET HIST-EOF TO TRUE
           ELSE
               IF DH-TIMESTAMP <= CHANGE-TO-TS
                   MOVE DH-VOLUME-ID   TO SRT-VOLUME-ID
                   MOVE DH-SECTOR-ID   TO SRT-SECTOR-ID
                   MOVE DH-TIMESTAMP   TO SRT-TIMESTAMP
                   MOVE DH-STATUS      TO SRT-STATUS
                   MOVE DH-SECTOR-DATA TO SRT-SECTOR-DATA
                   RELEASE CHANGE-SORT-RECORD
               END-IF
           END-IF.

       RELEASE-ARCHIVE-RECORD.
           IF (CHANGE-VOLUME-WS = SPACES
               OR AR-VOLUME-ID = CHANGE-VOLUME-WS)
               AND AR-TIMESTAMP <= CHANGE-TO-TS
               MOVE AR-VOLUME-ID   TO SRT-VOLUME-ID
               MOVE AR-SECTOR-ID   TO SRT-SECTOR-ID
               MOVE AR-TIMESTAMP   TO SRT-TIMESTAMP
               MOVE AR-STATUS      TO SRT-STATUS
               MOVE AR-SECTOR-DATA TO SRT-SECTOR-DATA
               RELEASE CHANGE-SORT-RECORD
           END-IF.

      *> --------------------------------------------------------------
      *> Work file walk - one sector group at a time
      *> --------------------------------------------------------------
       ACCUMULATE-WORK-RECORD.
           IF GROUP-ACTIVE AND WRK-KEY NOT = GROUP-KEY
               PERFORM FINISH-SECTOR-GROUP
           END-IF
           IF NOT GROUP-ACTIVE
               PERFORM START-SECTOR-GROUP
           END-IF

           IF WRK-TIMESTAMP <= CHANGE-FROM-TS
               SET BEFORE-FOUND TO TRUE
               MOVE WRK-STATUS      TO BEFORE-STATUS
               MOVE WRK-SECTOR-DATA TO BEFORE-DATA
           ELSE
               *> The first record after the earlier run that no
               *> longer matches it is the run that first saw the
               *> change.
               IF FIRST-SEEN-TS = SPACES
                   IF NOT BEFORE-FOUND
                       OR WRK-STATUS NOT = BEFORE-STATUS
                       OR WRK-SECTOR-DATA NOT = BEFORE-DATA
                       MOVE WRK-TIMESTAMP TO FIRST-SEEN-TS
                   END-IF
               END-IF
           END-IF
           SET AFTER-FOUND TO TRUE
           MOVE WRK-STATUS      TO AFTER-STATUS
           MOVE WRK-SECTOR-DATA TO AFTER-DATA.

       START-SECTOR-GROUP.
           IF WRK-VOLUME-ID NOT = CURRENT-VOLUME-ID
               IF CURRENT-VOLUME-ID NOT = SPACES
                   PERFORM WRITE-VOLUME-TOTALS
               END-IF
               MOVE WRK-VOLUME-ID TO CURRENT-VOLUME-ID
               MOVE 0 TO VOL-SECTOR-COUNT
               MOVE 0 TO VOL-DATA-COUNT
               MOVE 0 TO VOL-STATUS-COUNT
               ADD 1 TO VOLUME-COUNT
           END-IF
           MOVE WRK-KEY TO GROUP-KEY
           SET GROUP-ACTIVE TO TRUE
           MOVE "N" TO BEFORE-FOUND-SW
           MOVE "N" TO AFTER-FOUND-SW
           MOVE SPACES TO BEFORE-STATUS
           MOVE SPACES TO BEFORE-DATA
           MOVE SPACES TO FIRST-SEEN-TS.

       FINISH-SECTOR-GROUP.
           MOVE "N" TO GROUP-ACTIVE-SW
           ADD 1 TO VOL-SECTOR-COUNT
           ADD 1 TO SECTOR-COUNT
           MOVE "N" TO DATA-CHANGED-SW
           MOVE "N" TO STATUS-CHANGED-SW

           IF NOT BEFORE-FOUND
               MOVE "-" TO BEFORE-STATUS
           END-IF
           IF BEFORE-STATUS NOT = AFTER-STATUS
               SET STATUS-CHANGED TO TRUE
           END-IF

           PERFORM COMPARE-SECTOR-DATA

           IF DATA-CHANGED OR STATUS-CHANGED
               PERFORM WRITE-CHANGE-LINES
           END-IF
           IF DATA-CHANGED
               ADD 1 TO VOL-DATA-COUNT
               ADD 1 TO DATA-COUNT
           END-IF
           IF STATUS-CHANGED
               ADD 1 TO VOL-STATUS-COUNT
               ADD 1 TO STATUS-COUNT
               PERFORM COUNT-TRANSITION
           END-IF.

       *> A sector with no record at the earlier run has nothing to
       *> compare its data against; only its status is reported.
       COMPARE-SECTOR-DATA.
           MOVE 0 TO FIRST-DIFF-IDX
           MOVE 0 TO DIFF-BYTE-COUNT
           IF BEFORE-FOUND
               PERFORM VARYING BYTE-IDX FROM 1 BY 1
                   UNTIL BYTE-IDX > 508
                   IF BEFORE-DATA(BYTE-IDX:1)
                       NOT = AFTER-DATA(BYTE-IDX:1)
                       ADD 1 TO DIFF-BYTE-COUNT
                       IF FIRST-DIFF-IDX = 0
                           MOVE BYTE-IDX TO FIRST-DIFF-IDX
                       END-IF
                   END-IF
               END-PERFORM
               IF DIFF-BYTE-COUNT > 0
                   SET DATA-CHANGED TO TRUE
               END-IF
           END-IF.

       COUNT-TRANSITION.
           MOVE "N" TO TT-FOUND-SW
           PERFORM VARYING TT-IDX FROM 1 BY 1
               UNTIL TT-IDX > TT-USED OR TT-FOUND
               IF TT-FROM-STATUS(TT-IDX) = BEFORE-STATUS
                   AND TT-TO-STATUS(TT-IDX) = AFTER-STATUS
                   ADD 1 TO TT-COUNT(TT-IDX)
                   SET TT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT TT-FOUND AND TT-USED < 40
               ADD 1 TO TT-USED
               MOVE BEFORE-STATUS TO TT-FROM-STATUS(TT-USED)
               MOVE AFTER-STATUS  TO TT-TO-STATUS(TT-USED)
               MOVE 1             TO TT-COUNT(TT-USED)
           END-IF.

      *> --------------------------------------------------------------
      *> Report lines
      *> --------------------------------------------------------------
       WRITE-CHANGE-LINES.
           MOVE GK-SECTOR-ID TO RPT-SECTOR-DISP
           MOVE SPACES TO RPT-OFFSET-TEXT
           MOVE SPACES TO RPT-DIFF-TEXT
           IF DATA-CHANGED
               *> Offsets are counted from zero, like sector numbers.
               COMPUTE RPT-OFFSET-DISP = FIRST-DIFF-IDX - 1
               MOVE RPT-OFFSET-DISP TO RPT-OFFSET-TEXT
               MOVE DIFF-BYTE-COUNT TO RPT-DIFF-DISP
               MOVE RPT-DIFF-DISP   TO RPT-DIFF-TEXT
           END-IF

           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING GK-VOLUME-ID     DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  RPT-SECTOR-DISP  DELIMITED BY SIZE
                  "   "            DELIMITED BY SIZE
                  RPT-OFFSET-TEXT  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  RPT-DIFF-TEXT    DELIMITED BY SIZE
                  "    "           DELIMITED BY SIZE
                  BEFORE-STATUS    DELIMITED BY SIZE
                  " TO "           DELIMITED BY SIZE
                  AFTER-STATUS     DELIMITED BY SIZE
                  "     "          DELIMITED BY SIZE
                  FIRST-SEEN-TS    DELIMITED BY SIZE
               INTO CHANGE-REPORT-RECORD
           END-STRING
           WRITE CHANGE-REPORT-RECORD

           IF DATA-CHANGED
               COMPUTE EXCERPT-LEN = 509 - FIRST-DIFF-IDX
               IF EXCERPT-LEN > 40
                   MOVE 40 TO EXCERPT-LEN
               END-IF

               MOVE SPACES TO EXCERPT-TEXT
               MOVE BEFORE-DATA(FIRST-DIFF-IDX:EXCERPT-LEN)
                   TO EXCERPT-TEXT
               PERFORM CLEAN-EXCERPT-TEXT
               MOVE SPACES TO CHANGE-REPORT-RECORD
               STRING "                BEFORE: " DELIMITED BY SIZE
                      EXCERPT-TEXT               DELIMITED BY SIZE
                   INTO CHANGE-REPORT-RECORD
               END-STRING
               WRITE CHANGE-REPORT-RECORD

               MOVE SPACES TO EXCERPT-TEXT
               MOVE AFTER-DATA(FIRST-DIFF-IDX:EXCERPT-LEN)
                   TO EXCERPT-TEXT
               PERFORM CLEAN-EXCERPT-TEXT
               MOVE SPACES TO CHANGE-REPORT-RECORD
               STRING "                AFTER:  " DELIMITED BY SIZE
                      EXCERPT-TEXT               DELIMITED BY SIZE
                   INTO CHANGE-REPORT-RECORD
               END-STRING
               WRITE CHANGE-REPORT-RECORD
           END-IF.

       *> Sector data is not always printable; control bytes would
       *> upset the printer, so they show as dots in the excerpt.
       CLEAN-EXCERPT-TEXT.
           PERFORM VARYING BYTE-IDX FROM 1 BY 1 UNTIL BYTE-IDX > 40
               IF EXCERPT-TEXT(BYTE-IDX:1) < SPACE
                   OR EXCERPT-TEXT(BYTE-IDX:1) > "~"
                   MOVE "." TO EXCERPT-TEXT(BYTE-IDX:1)
               END-IF
           END-PERFORM.

       WRITE-VOLUME-TOTALS.
           MOVE SPACES TO CHANGE-REPORT-RECORD
           MOVE VOL-SECTOR-COUNT TO RPT-COUNT-DISP
           STRING "  VOLUME " CURRENT-VOLUME-ID
                  " SECTORS COMPARED: " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           WRITE CHANGE-REPORT-RECORD

           MOVE SPACES TO CHANGE-REPORT-RECORD
           MOVE VOL-DATA-COUNT TO RPT-COUNT-DISP
           STRING "  VOLUME " CURRENT-VOLUME-ID
                  " DATA CHANGED:     " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           WRITE CHANGE-REPORT-RECORD

           MOVE SPACES TO CHANGE-REPORT-RECORD
           MOVE VOL-STATUS-COUNT TO RPT-COUNT-DISP
           STRING "  VOLUME " CURRENT-VOLUME-ID
                  " STATUS CHANGED:   " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           WRITE CHANGE-REPORT-RECORD

           MOVE SPACES TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD.

       READ-CHANGE-PARMS.
           OPEN INPUT CHANGE-PARM-FILE
           IF CP-FILE-STATUS NOT = "00"
               DISPLAY "DIAGCHGPRM parm card not available, status="
                   CP-FILE-STATUS
               DISPLAY "Sector Change Report terminating."
               STOP RUN
           END-IF
           READ CHANGE-PARM-FILE
               AT END
                   DISPLAY "DIAGCHGPRM parm card is empty."
                   DISPLAY "Sector Change Report terminating."
                   STOP RUN
               NOT AT END
                   MOVE CP-VOLUME-ID TO CHANGE-VOLUME-WS
                   MOVE CP-FROM-TS   TO CHANGE-FROM-TS
                   MOVE CP-TO-TS     TO CHANGE-TO-TS
           END-READ
           CLOSE CHANGE-PARM-FILE

           IF CHANGE-FROM-TS IS NOT NUMERIC
               OR CHANGE-TO-TS IS NOT NUMERIC
               DISPLAY "DIAGCHGPRM run timestamps must be"
                   " YYYYMMDDHHMMSS."
               DISPLAY "Sector Change Report terminating."
               STOP RUN
           END-IF
           IF CHANGE-FROM-TS >= CHANGE-TO-TS
               DISPLAY "DIAGCHGPRM first run must be earlier than"
                   " the second."
               DISPLAY "Sector Change Report terminating."
               STOP RUN
           END-IF.

       OPEN-REPORT-FILE.
           OPEN OUTPUT CHANGE-REPORT-FILE
           IF CRP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open DIAGCHGRPT report file, status="
                   CRP-FILE-STATUS
               DISPLAY "Sector Change Report terminating."
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING "SECTOR CHANGE REPORT - RUN " DH-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           WRITE CHANGE-REPORT-RECORD

           MOVE SPACES TO CHANGE-REPORT-RECORD
           IF CHANGE-VOLUME-WS = SPACES
               STRING "ALL VOLUMES  FROM " CHANGE-FROM-TS
                      "  TO " CHANGE-TO-TS
                   DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
               END-STRING
           ELSE
               STRING "VOLUME " CHANGE-VOLUME-WS
                      "  FROM " CHANGE-FROM-TS
                      "  TO " CHANGE-TO-TS
                   DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
               END-STRING
           END-IF
           WRITE CHANGE-REPORT-RECORD

           MOVE SPACES TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD

           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING "VOLUME  SECTOR  OFFSET DIFFS  STATUS     "
                  "FIRST SEEN"
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           WRITE CHANGE-REPORT-RECORD

           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING "------  ------  ------ -----  ------     "
                  "--------------"
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           WRITE CHANGE-REPORT-RECORD.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING "SECTOR CHANGE REPORT COMPLETE"
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           WRITE CHANGE-REPORT-RECORD

           MOVE VOLUME-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING "  VOLUMES COMPARED:   " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           WRITE CHANGE-REPORT-RECORD

           MOVE SECTOR-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING "  SECTORS COMPARED:   " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           WRITE CHANGE-REPORT-RECORD

           MOVE DATA-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING "  DATA CHANGED:       " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           WRITE CHANGE-REPORT-RECORD

           MOVE STATUS-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING "  STATUS CHANGED:     " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           END-STRING
           WRITE CHANGE-REPORT-RECORD

           PERFORM VARYING TT-IDX FROM 1 BY 1 UNTIL TT-IDX > TT-USED
               MOVE TT-COUNT(TT-IDX) TO RPT-COUNT-DISP
               MOVE SPACES TO CHANGE-REPORT-RECORD
               STRING "  TRANSITION " TT-FROM-STATUS(TT-IDX)
                      " TO " TT-TO-STATUS(TT-IDX)
                      ":     " RPT-COUNT-DISP
                   DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
               END-STRING
               WRITE CHANGE-REPORT-RECORD
           END-PERFORM.

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
           MOVE "DIAGCHGRPT" TO RG-REPORT-TYPE
           PERFORM CALL-REPORT-GEN
           OPEN INPUT CHANGE-REPORT-FILE
           IF CRP-FILE-STATUS = "00"
               MOVE "N" TO RG-EOF-SW
               PERFORM UNTIL RG-EOF
                   READ CHANGE-REPORT-FILE
                       AT END
                           SET RG-EOF TO TRUE
                       NOT AT END
                           MOVE "L" TO RG-FUNCTION
                           MOVE CHANGE-REPORT-RECORD TO RG-LINE
                           PERFORM CALL-REPORT-GEN
                   END-READ
               END-PERFORM
               CLOSE CHANGE-REPORT-FILE
           END-IF
           MOVE "E" TO RG-FUNCTION
           PERFORM CALL-REPORT-GEN
           IF RG-GENERATION > 0
               DISPLAY "DIAGCHGRPT kept as generation " RG-GENERATION
           END-IF.

       CALL-REPORT-GEN.
           MOVE "DIAGCHG" TO RG-PROGRAM
           MOVE SPACES TO RG-RUN-TS
           CALL "RPTGEN" USING REPORT-GEN-PARMS.
