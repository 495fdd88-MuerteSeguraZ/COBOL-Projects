       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKMIGR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIAG-CHECKSUM-FILE ASSIGN TO "DIAGCHK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-KEY
               FILE STATUS IS CHK-FILE-STATUS.

           SELECT OLD-CHECKSUM-FILE ASSIGN TO "DIAGCHKOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCK-KEY
               FILE STATUS IS OCK-FILE-STATUS.

           SELECT MIGRATION-PARM-FILE ASSIGN TO "DIAGCHKPRM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT MIGRATION-REPORT-FILE ASSIGN TO "DIAGCHKRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MRP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> Shares the DIAGCHK layout maintained by DIAGNOSTICMODE.
       FD  DIAG-CHECKSUM-FILE.
       01  DIAG-CHECKSUM-RECORD.
           05 CHK-KEY.
              10 CHK-VOLUME-ID     PIC X(6).
              10 CHK-SECTOR-ID     PIC 9(5).
           05 CHK-CHECKSUM         PIC 9(10).
           05 CHK-ALGORITHM        PIC X(1).
              88 CHK-ALGO-CRC32          VALUE "C".

       *> The registry as it was before CRC-32 checksums: no
       *> algorithm byte. An old DIAGCHK is renamed to DIAGCHKOLD and
       *> reloaded into a new DIAGCHK by the convert mode below; its
       *> entries keep the old rolling sum (algorithm blank) and are
       *> moved to CRC-32 by DIAGNOSTICMODE as each sector verifies.
       FD  OLD-CHECKSUM-FILE.
       01  OLD-CHECKSUM-RECORD.
           05 OCK-KEY.
              10 OCK-VOLUME-ID     PIC X(6).
              10 OCK-SECTOR-ID     PIC 9(5).
           05 OCK-CHECKSUM         PIC 9(10).

       *> Optional parm card: "C" in column 1 converts DIAGCHKOLD
       *> into a new DIAGCHK before the report is produced. No card,
       *> or anything else, just reports on DIAGCHK as it stands.
       FD  MIGRATION-PARM-FILE.
       01  MIGRATION-PARM-RECORD.
           05 PARM-MODE            PIC X(1).

       FD  MIGRATION-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MIGRATION-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01 CHK-FILE-STATUS   PIC X(2) VALUE "00".
       01 MRP-FILE-STATUS   PIC X(2) VALUE "00".
       01 OCK-FILE-STATUS   PIC X(2) VALUE "00".
       01 PARM-FILE-STATUS  PIC X(2) VALUE "00".

       01 MIGRATION-MODE    PIC X(1) VALUE SPACES.
          88 CONVERT-MODE          VALUE "C".
       01 OCK-EOF-SW        PIC X(1) VALUE "N".
          88 OCK-EOF               VALUE "Y".
       01 CONVERT-COUNT     PIC 9(7) COMP-5 VALUE 0.
       01 CONVERT-DUP-COUNT PIC 9(7) COMP-5 VALUE 0.

       01 CHK-EOF-SW        PIC X(1) VALUE "N".
          88 CHK-EOF               VALUE "Y".

       01 CURRENT-VOLUME-ID PIC X(6) VALUE SPACES.
       01 VOL-TOTAL-COUNT   PIC 9(5) COMP-5 VALUE 0.
       01 VOL-CRC-COUNT     PIC 9(5) COMP-5 VALUE 0.
       01 VOL-OLD-COUNT     PIC 9(5) COMP-5 VALUE 0.
       01 VOL-PERCENT       PIC 9(3) COMP-5 VALUE 0.

       01 VOLUME-COUNT      PIC 9(5) COMP-5 VALUE 0.
       01 PENDING-VOLUME-COUNT PIC 9(5) COMP-5 VALUE 0.
       01 TOTAL-COUNT       PIC 9(7) COMP-5 VALUE 0.
       01 CRC-COUNT         PIC 9(7) COMP-5 VALUE 0.
       01 OLD-COUNT         PIC 9(7) COMP-5 VALUE 0.

       01 DH-RUN-TIMESTAMP  PIC X(14) VALUE SPACES.
       01 CURR-DATE         PIC 9(8) VALUE 0.
       01 CURR-TIME.
          05 CURR-HHMMSS      PIC X(6).
          05 FILLER           PIC X(2).

       01 RPT-COUNT-DISP    PIC 9(5) VALUE 0.
       01 RPT-CRC-DISP      PIC 9(5) VALUE 0.
       01 RPT-OLD-DISP      PIC 9(5) VALUE 0.
       01 RPT-PERCENT-DISP  PIC ZZ9.
       01 RPT-TOTAL-DISP    PIC 9(7) VALUE 0.

       *> Parameter block for RPTGEN, the shared report generation
       *> keeper. DIAGCHKRPT is handed over a line at a time once
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

           DISPLAY "Starting Checksum Migration Report..."
           DISPLAY "----------------------------------"

           PERFORM BUILD-RUN-TIMESTAMP
           PERFORM READ-MIGRATION-PARMS
           IF CONVERT-MODE
               PERFORM CONVERT-OLD-REGISTRY
           END-IF

           OPEN INPUT DIAG-CHECKSUM-FILE
           IF CHK-FILE-STATUS NOT = "00"
               DISPLAY "DIAGCHK checksum registry not available,"
                   " status=" CHK-FILE-STATUS
               DISPLAY "Checksum Migration Report terminating."
               STOP RUN
           END-IF

           PERFORM OPEN-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           MOVE LOW-VALUES TO CHK-KEY
           START DIAG-CHECKSUM-FILE KEY IS >= CHK-KEY
               INVALID KEY
                   SET CHK-EOF TO TRUE
           END-START
           PERFORM UNTIL CHK-EOF
               READ DIAG-CHECKSUM-FILE NEXT RECORD
                   AT END
                       SET CHK-EOF TO TRUE
                   NOT AT END
                       PERFORM COUNT-CHECKSUM-ENTRY
               END-READ
           END-PERFORM
           IF CURRENT-VOLUME-ID NOT = SPACES
               PERFORM WRITE-VOLUME-LINE
           END-IF

           PERFORM WRITE-REPORT-SUMMARY
           CLOSE MIGRATION-REPORT-FILE
           PERFORM KEEP-REPORT-GENERATION
           CLOSE DIAG-CHECKSUM-FILE

           DISPLAY "----------------------------------"
           DISPLAY "Checksum Migration Report Complete:"
           DISPLAY "  Volumes:              " VOLUME-COUNT
           DISPLAY "  Volumes not migrated: " PENDING-VOLUME-COUNT
           DISPLAY "  Entries on CRC-32:    " CRC-COUNT
           DISPLAY "  Entries on old sum:   " OLD-COUNT
           IF CONVERT-MODE
               DISPLAY "  Entries reloaded:     " CONVERT-COUNT
           END-IF

           STOP RUN.

       READ-MIGRATION-PARMS.
           OPEN INPUT MIGRATION-PARM-FILE
           IF PARM-FILE-STATUS = "00"
               READ MIGRATION-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-MODE TO MIGRATION-MODE
               END-READ
               CLOSE MIGRATION-PARM-FILE
           ELSE
               DISPLAY "No DIAGCHKPRM parm card found, using defaults."
           END-IF.

       *> Unload/reload of a registry written before the algorithm
       *> byte existed. DIAGCHK must not exist yet - the old file is
       *> expected under DIAGCHKOLD - so a registry already in the
       *> current layout is never overwritten by a second run.
       CONVERT-OLD-REGISTRY.
           OPEN INPUT OLD-CHECKSUM-FILE
           IF OCK-FILE-STATUS NOT = "00"
               DISPLAY "DIAGCHKOLD old registry not available, status="
                   OCK-FILE-STATUS
               DISPLAY "Checksum Migration Report terminating."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT DIAG-CHECKSUM-FILE
           IF CHK-FILE-STATUS NOT = "35"
               IF CHK-FILE-STATUS = "00"
                   CLOSE DIAG-CHECKSUM-FILE
               END-IF
               DISPLAY "DIAGCHK already exists, status="
                   CHK-FILE-STATUS ", not converted over it."
               DISPLAY "Checksum Migration Report terminating."
               CLOSE OLD-CHECKSUM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT DIAG-CHECKSUM-FILE
           IF CHK-FILE-STATUS NOT = "00"
               DISPLAY "Unable to create DIAGCHK registry, status="
                   CHK-FILE-STATUS
               DISPLAY "Checksum Migration Report terminating."
               CLOSE OLD-CHECKSUM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO OCK-KEY
           START OLD-CHECKSUM-FILE KEY IS >= OCK-KEY
               INVALID KEY
                   SET OCK-EOF TO TRUE
           END-START
           PERFORM UNTIL OCK-EOF
               READ OLD-CHECKSUM-FILE NEXT RECORD
                   AT END
                       SET OCK-EOF TO TRUE
                   NOT AT END
                       MOVE OCK-VOLUME-ID TO CHK-VOLUME-ID
                       MOVE OCK-SECTOR-ID TO CHK-SECTOR-ID
                       MOVE OCK-CHECKSUM  TO CHK-CHECKSUM
                       MOVE SPACE         TO CHK-ALGORITHM
                       WRITE DIAG-CHECKSUM-RECORD
                           INVALID KEY
                               ADD 1 TO CONVERT-DUP-COUNT
                           NOT INVALID KEY
                               ADD 1 TO CONVERT-COUNT
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE OLD-CHECKSUM-FILE
           CLOSE DIAG-CHECKSUM-FILE
           DISPLAY "DIAGCHKOLD reloaded into DIAGCHK: " CONVERT-COUNT
               " entries."
           IF CONVERT-DUP-COUNT > 0
               DISPLAY "  Duplicate keys skipped: " CONVERT-DUP-COUNT
           END-IF.

       COUNT-CHECKSUM-ENTRY.
           IF CHK-VOLUME-ID NOT = CURRENT-VOLUME-ID
               IF CURRENT-VOLUME-ID NOT = SPACES
                   PERFORM WRITE-VOLUME-LINE
               END-IF
               MOVE CHK-VOLUME-ID TO CURRENT-VOLUME-ID
               MOVE 0 TO VOL-TOTAL-COUNT
               MOVE 0 TO VOL-CRC-COUNT
               MOVE 0 TO VOL-OLD-COUNT
               ADD 1 TO VOLUME-COUNT
           END-IF
           ADD 1 TO VOL-TOTAL-COUNT
           ADD 1 TO TOTAL-COUNT
           IF CHK-ALGO-CRC32
               ADD 1 TO VOL-CRC-COUNT
               ADD 1 TO CRC-COUNT
           ELSE
               ADD 1 TO VOL-OLD-COUNT
               ADD 1 TO OLD-COUNT
           END-IF.

       WRITE-VOLUME-LINE.
           COMPUTE VOL-PERCENT = (VOL-CRC-COUNT * 100) / VOL-TOTAL-COUNT
           IF VOL-OLD-COUNT > 0
               ADD 1 TO PENDING-VOLUME-COUNT
           END-IF
           MOVE VOL-TOTAL-COUNT TO RPT-COUNT-DISP
           MOVE VOL-CRC-COUNT   TO RPT-CRC-DISP
           MOVE VOL-OLD-COUNT   TO RPT-OLD-DISP
           MOVE VOL-PERCENT     TO RPT-PERCENT-DISP
           MOVE SPACES TO MIGRATION-REPORT-RECORD
           STRING CURRENT-VOLUME-ID DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  RPT-COUNT-DISP    DELIMITED BY SIZE
                  "    "            DELIMITED BY SIZE
                  RPT-CRC-DISP      DELIMITED BY SIZE
                  "    "            DELIMITED BY SIZE
                  RPT-OLD-DISP      DELIMITED BY SIZE
                  "     "           DELIMITED BY SIZE
                  RPT-PERCENT-DISP  DELIMITED BY SIZE
                  "%"               DELIMITED BY SIZE
               INTO MIGRATION-REPORT-RECORD
           END-STRING
           WRITE MIGRATION-REPORT-RECORD.

       OPEN-REPORT-FILE.
           OPEN OUTPUT MIGRATION-REPORT-FILE
           IF MRP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open DIAGCHKRPT report file, status="
                   MRP-FILE-STATUS
               DISPLAY "Checksum Migration Report terminating."
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO MIGRATION-REPORT-RECORD
           STRING "CHECKSUM MIGRATION REPORT - RUN " DH-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO MIGRATION-REPORT-RECORD
           END-STRING
           WRITE MIGRATION-REPORT-RECORD

           MOVE SPACES TO MIGRATION-REPORT-RECORD
           WRITE MIGRATION-REPORT-RECORD

           MOVE SPACES TO MIGRATION-REPORT-RECORD
           STRING "VOLUME  ENTRIES  CRC-32  OLD SUM  MIGRATED"
               DELIMITED BY SIZE INTO MIGRATION-REPORT-RECORD
           END-STRING
           WRITE MIGRATION-REPORT-RECORD

           MOVE SPACES TO MIGRATION-REPORT-RECORD
           STRING "------  -------  ------  -------  --------"
               DELIMITED BY SIZE INTO MIGRATION-REPORT-RECORD
           END-STRING
           WRITE MIGRATION-REPORT-RECORD.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO MIGRATION-REPORT-RECORD
           WRITE MIGRATION-REPORT-RECORD

           MOVE SPACES TO MIGRATION-REPORT-RECORD
           STRING "CHECKSUM MIGRATION REPORT COMPLETE"
               DELIMITED BY SIZE INTO MIGRATION-REPORT-RECORD
           END-STRING
           WRITE MIGRATION-REPORT-RECORD

           MOVE VOLUME-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO MIGRATION-REPORT-RECORD
           STRING "  VOLUMES:              " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO MIGRATION-REPORT-RECORD
           END-STRING
           WRITE MIGRATION-REPORT-RECORD

           MOVE PENDING-VOLUME-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO MIGRATION-REPORT-RECORD
           STRING "  VOLUMES NOT MIGRATED: " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO MIGRATION-REPORT-RECORD
           END-STRING
           WRITE MIGRATION-REPORT-RECORD

           MOVE TOTAL-COUNT TO RPT-TOTAL-DISP
           MOVE SPACES TO MIGRATION-REPORT-RECORD
           STRING "  ENTRIES:              " RPT-TOTAL-DISP
               DELIMITED BY SIZE INTO MIGRATION-REPORT-RECORD
           END-STRING
           WRITE MIGRATION-REPORT-RECORD

           MOVE CRC-COUNT TO RPT-TOTAL-DISP
           MOVE SPACES TO MIGRATION-REPORT-RECORD
           STRING "  ON CRC-32:            " RPT-TOTAL-DISP
               DELIMITED BY SIZE INTO MIGRATION-REPORT-RECORD
           END-STRING
           WRITE MIGRATION-REPORT-RECORD

           MOVE OLD-COUNT TO RPT-TOTAL-DISP
           MOVE SPACES TO MIGRATION-REPORT-RECORD
           STRING "  ON OLD ROLLING SUM:   " RPT-TOTAL-DISP
               DELIMITED BY SIZE INTO MIGRATION-REPORT-RECORD
           END-STRING
           WRITE MIGRATION-REPORT-RECORD

           IF CONVERT-MODE
               MOVE CONVERT-COUNT TO RPT-TOTAL-DISP
               MOVE SPACES TO MIGRATION-REPORT-RECORD
               STRING "  RELOADED FROM OLD:    " RPT-TOTAL-DISP
                   DELIMITED BY SIZE INTO MIGRATION-REPORT-RECORD
               END-STRING
               WRITE MIGRATION-REPORT-RECORD
           END-IF.

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
           MOVE "DIAGCHKRPT" TO RG-REPORT-TYPE
           PERFORM CALL-REPORT-GEN
           OPEN INPUT MIGRATION-REPORT-FILE
           IF MRP-FILE-STATUS = "00"
               MOVE "N" TO RG-EOF-SW
               PERFORM UNTIL RG-EOF
                   READ MIGRATION-REPORT-FILE
                       AT END
                           SET RG-EOF TO TRUE
                       NOT AT END
                           MOVE "L" TO RG-FUNCTION
                           MOVE MIGRATION-REPORT-RECORD TO RG-LINE
                           PERFORM CALL-REPORT-GEN
                   END-READ
               END-PERFORM
               CLOSE MIGRATION-REPORT-FILE
           END-IF
           MOVE "E" TO RG-FUNCTION
           PERFORM CALL-REPORT-GEN
           IF RG-GENERATION > 0
               DISPLAY "DIAGCHKRPT kept as generation " RG-GENERATION
           END-IF.

       CALL-REPORT-GEN.
           MOVE "CHKMIGR" TO RG-PROGRAM
           MOVE SPACES TO RG-RUN-TS
           CALL "RPTGEN" USING REPORT-GEN-PARMS.
