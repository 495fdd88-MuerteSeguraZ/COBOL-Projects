       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTPRINT.

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

           SELECT PRINT-PARM-FILE ASSIGN TO "RPTPRTPRM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT REPRINT-FILE ASSIGN TO "RPTREPRINT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> Shares the RPTGENS layout written by RPTGEN.
       FD  REPORT-GEN-FILE.
       01  REPORT-GEN-RECORD.
           05 GL-KEY.
              10 GL-REPORT-TYPE    PIC X(10).
              10 GL-GENERATION     PIC 9(5).
              10 GL-LINE-NO        PIC 9(7).
           05 GL-TEXT              PIC X(180).

       *> Shares the RPTCAT layout written by RPTGEN.
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

       *> One card: the report type to reprint and either the run
       *> date (every generation from runs started that day) or a
       *> generation number. With both left blank the latest kept
       *> generation is reprinted; with the type blank too, the
       *> whole catalog is listed instead.
       FD  PRINT-PARM-FILE.
       01  PRINT-PARM-RECORD.
           05 PARM-REPORT-TYPE     PIC X(10).
           05 FILLER               PIC X(1).
           05 PARM-RUN-DATE        PIC X(8).
           05 FILLER               PIC X(1).
           05 PARM-GENERATION      PIC X(5).

       FD  REPRINT-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  REPRINT-RECORD          PIC X(180).

       WORKING-STORAGE SECTION.

       01 GL-FILE-STATUS    PIC X(2) VALUE "00".
       01 RC-FILE-STATUS    PIC X(2) VALUE "00".
       01 PARM-FILE-STATUS  PIC X(2) VALUE "00".
       01 RPR-FILE-STATUS   PIC X(2) VALUE "00".

       01 CAT-EOF-SW        PIC X(1) VALUE "N".
          88 CAT-EOF               VALUE "Y".
       01 GEN-EOF-SW        PIC X(1) VALUE "N".
          88 GEN-EOF               VALUE "Y".
       01 GEN-AVAIL-SW      PIC X(1) VALUE "N".
          88 GEN-AVAIL             VALUE "Y".

       01 SELECT-TYPE       PIC X(10) VALUE SPACES.
       01 SELECT-DATE       PIC X(8) VALUE SPACES.
       01 SELECT-GEN        PIC 9(5) VALUE 0.
       01 SELECT-MODE       PIC X(1) VALUE "L".
          88 MODE-LIST             VALUE "L".
          88 MODE-LATEST           VALUE "N".
          88 MODE-BY-DATE          VALUE "D".
          88 MODE-BY-GEN           VALUE "G".
       01 LATEST-GEN        PIC 9(5) VALUE 0.

       01 CATALOG-COUNT     PIC 9(5) COMP-5 VALUE 0.
       01 PRINTED-COUNT     PIC 9(5) COMP-5 VALUE 0.
       01 PURGED-HIT-COUNT  PIC 9(5) COMP-5 VALUE 0.
       01 LINES-PRINTED     PIC 9(7) COMP-5 VALUE 0.
       01 RPT-COUNT-DISP    PIC 9(5) VALUE 0.
       01 RPT-LINES-DISP    PIC 9(7) VALUE 0.
       01 RPT-STATE-TEXT    PIC X(9) VALUE SPACES.
       01 RPT-LEDGER-TEXT   PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-SECTION.

           DISPLAY "Starting Report Reprint..."

           PERFORM READ-PRINT-PARMS

           OPEN INPUT REPORT-CATALOG-FILE
           IF RC-FILE-STATUS NOT = "00"
               DISPLAY "RPTCAT report catalog not available, status="
                   RC-FILE-STATUS
               DISPLAY "Report Reprint terminating."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT REPORT-GEN-FILE
           IF GL-FILE-STATUS = "00"
               SET GEN-AVAIL TO TRUE
           ELSE
               DISPLAY "RPTGENS report store not available, status="
                   GL-FILE-STATUS
           END-IF

           OPEN OUTPUT REPRINT-FILE
           IF RPR-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open RPTREPRINT report file, status="
                   RPR-FILE-STATUS
               DISPLAY "Report Reprint terminating."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN MODE-LIST
                   PERFORM LIST-CATALOG
               WHEN MODE-LATEST
                   PERFORM FIND-LATEST-GENERATION
                   IF LATEST-GEN > 0
                       MOVE LATEST-GEN TO SELECT-GEN
                       SET MODE-BY-GEN TO TRUE
                   END-IF
                   PERFORM REPRINT-SELECTED
               WHEN OTHER
                   PERFORM REPRINT-SELECTED
           END-EVALUATE

           CLOSE REPRINT-FILE
           IF GEN-AVAIL
               CLOSE REPORT-GEN-FILE
           END-IF
           CLOSE REPORT-CATALOG-FILE

           DISPLAY "----------------------------------"
           DISPLAY "Report Reprint Complete:"
           IF MODE-LIST
               DISPLAY "  Generations listed:   " CATALOG-COUNT
           ELSE
               DISPLAY "  Generations printed:  " PRINTED-COUNT
               DISPLAY "  Generations purged:   " PURGED-HIT-COUNT
               DISPLAY "  Lines printed:        " LINES-PRINTED
               IF PRINTED-COUNT = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

       READ-PRINT-PARMS.
           OPEN INPUT PRINT-PARM-FILE
           IF PARM-FILE-STATUS = "00"
               READ PRINT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-REPORT-TYPE TO SELECT-TYPE
                       IF SELECT-TYPE NOT = SPACES
                           IF PARM-GENERATION IS NUMERIC
                               MOVE PARM-GENERATION TO SELECT-GEN
                               SET MODE-BY-GEN TO TRUE
                           ELSE
                               IF PARM-RUN-DATE IS NUMERIC
                                   MOVE PARM-RUN-DATE TO SELECT-DATE
                                   SET MODE-BY-DATE TO TRUE
                               ELSE
                                   SET MODE-LATEST TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
               CLOSE PRINT-PARM-FILE
           ELSE
               DISPLAY "No RPTPRTPRM parm card found, using defaults."
           END-IF.

       LIST-CATALOG.
           MOVE SPACES TO REPRINT-RECORD
           STRING "REPORT CATALOG - ALL GENERATIONS"
               DELIMITED BY SIZE INTO REPRINT-RECORD
           END-STRING
           WRITE REPRINT-RECORD

           MOVE SPACES TO REPRINT-RECORD
           WRITE REPRINT-RECORD

           MOVE SPACES TO REPRINT-RECORD
           STRING "TYPE        GEN    PROGRAM         RUN STARTED    "
                  " LEDGER     LINES  STATE"
               DELIMITED BY SIZE INTO REPRINT-RECORD
           END-STRING
           WRITE REPRINT-RECORD

           MOVE SPACES TO REPRINT-RECORD
           STRING "----------  -----  --------------  --------------"
                  "  ---------  -------  ---------"
               DELIMITED BY SIZE INTO REPRINT-RECORD
           END-STRING
           WRITE REPRINT-RECORD

           MOVE LOW-VALUES TO RC-KEY
           START REPORT-CATALOG-FILE KEY IS >= RC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO CAT-EOF-SW
                   PERFORM UNTIL CAT-EOF
                       READ REPORT-CATALOG-FILE NEXT RECORD
                           AT END
                               SET CAT-EOF TO TRUE
                           NOT AT END
                               PERFORM WRITE-CATALOG-LINE
                       END-READ
                   END-PERFORM
           END-START

           MOVE SPACES TO REPRINT-RECORD
           WRITE REPRINT-RECORD

           MOVE CATALOG-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO REPRINT-RECORD
           STRING "  GENERATIONS CATALOGED: " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO REPRINT-RECORD
           END-STRING
           WRITE REPRINT-RECORD.

       WRITE-CATALOG-LINE.
           ADD 1 TO CATALOG-COUNT
           PERFORM SET-CATALOG-TEXTS
           MOVE SPACES TO REPRINT-RECORD
           STRING RC-REPORT-TYPE   DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  RC-GENERATION    DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  RC-PROGRAM       DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  RC-RUN-TS        DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  RPT-LEDGER-TEXT  DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  RC-LINE-COUNT    DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  RPT-STATE-TEXT   DELIMITED BY SIZE
               INTO REPRINT-RECORD
           END-STRING
           WRITE REPRINT-RECORD.

       SET-CATALOG-TEXTS.
           IF RC-PURGED
               MOVE "PURGED" TO RPT-STATE-TEXT
           ELSE
               MOVE "KEPT" TO RPT-STATE-TEXT
           END-IF
           IF RC-LEDGER-SW = "Y"
               MOVE "RUNLEDGER" TO RPT-LEDGER-TEXT
           ELSE
               MOVE "CATALOGED" TO RPT-LEDGER-TEXT
           END-IF.

       FIND-LATEST-GENERATION.
           MOVE 0 TO LATEST-GEN
           MOVE SELECT-TYPE TO RC-REPORT-TYPE
           MOVE 0 TO RC-GENERATION
           START REPORT-CATALOG-FILE KEY IS >= RC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO CAT-EOF-SW
                   PERFORM UNTIL CAT-EOF
                       READ REPORT-CATALOG-FILE NEXT RECORD
                           AT END
                               SET CAT-EOF TO TRUE
                           NOT AT END
                               IF RC-REPORT-TYPE NOT = SELECT-TYPE
                                   SET CAT-EOF TO TRUE
                               ELSE
                                   IF RC-AVAILABLE
                                       MOVE RC-GENERATION
                                           TO LATEST-GEN
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       *> Walks the type's catalog entries in generation order and
       *> reprints each one the card selects.
       REPRINT-SELECTED.
           MOVE SELECT-TYPE TO RC-REPORT-TYPE
           MOVE 0 TO RC-GENERATION
           START REPORT-CATALOG-FILE KEY IS >= RC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO CAT-EOF-SW
                   PERFORM UNTIL CAT-EOF
                       READ REPORT-CATALOG-FILE NEXT RECORD
                           AT END
                               SET CAT-EOF TO TRUE
                           NOT AT END
                               IF RC-REPORT-TYPE NOT = SELECT-TYPE
                                   SET CAT-EOF TO TRUE
                               ELSE
                                   PERFORM CHECK-CATALOG-SELECTED
                               END-IF
                       END-READ
                   END-PERFORM
           END-START

           IF PRINTED-COUNT = 0 AND PURGED-HIT-COUNT = 0
               MOVE SPACES TO REPRINT-RECORD
               EVALUATE TRUE
                   WHEN MODE-BY-DATE
                       STRING "NO GENERATION OF " SELECT-TYPE
                              " CATALOGED FOR A RUN ON " SELECT-DATE
                           DELIMITED BY SIZE INTO REPRINT-RECORD
                       END-STRING
                   WHEN MODE-BY-GEN
                       STRING "GENERATION " SELECT-GEN " OF "
                              SELECT-TYPE " IS NOT CATALOGED"
                           DELIMITED BY SIZE INTO REPRINT-RECORD
                       END-STRING
                   WHEN OTHER
                       STRING "NO GENERATION OF " SELECT-TYPE
                              " IS KEPT"
                           DELIMITED BY SIZE INTO REPRINT-RECORD
                       END-STRING
               END-EVALUATE
               WRITE REPRINT-RECORD
               DISPLAY REPRINT-RECORD(1:70)
           END-IF.

       CHECK-CATALOG-SELECTED.
           IF (MODE-BY-GEN AND RC-GENERATION = SELECT-GEN)
               OR (MODE-BY-DATE AND RC-RUN-TS(1:8) = SELECT-DATE)
               IF RC-PURGED
                   PERFORM WRITE-PURGED-NOTICE
               ELSE
                   PERFORM REPRINT-GENERATION
               END-IF
           END-IF.

       WRITE-PURGED-NOTICE.
           ADD 1 TO PURGED-HIT-COUNT
           MOVE SPACES TO REPRINT-RECORD
           STRING "GENERATION " RC-GENERATION " OF " RC-REPORT-TYPE
                  " (RUN " RC-RUN-TS ") WAS PURGED "
                  RC-PURGED-TS " - NO LONGER KEPT"
               DELIMITED BY SIZE INTO REPRINT-RECORD
           END-STRING
           WRITE REPRINT-RECORD
           MOVE SPACES TO REPRINT-RECORD
           WRITE REPRINT-RECORD.

       *> A banner naming the generation, then its lines exactly as
       *> they were first written.
       REPRINT-GENERATION.
           ADD 1 TO PRINTED-COUNT
           PERFORM SET-CATALOG-TEXTS
           MOVE SPACES TO REPRINT-RECORD
           STRING "*** REPRINT OF " RC-REPORT-TYPE
                  " GENERATION " RC-GENERATION
                  " - " RC-PROGRAM
                  " RUN " RC-RUN-TS
                  " (" RPT-LEDGER-TEXT ") - "
                  RC-LINE-COUNT " LINES ***"
               DELIMITED BY SIZE INTO REPRINT-RECORD
           END-STRING
           WRITE REPRINT-RECORD

           IF GEN-AVAIL
               MOVE RC-REPORT-TYPE TO GL-REPORT-TYPE
               MOVE RC-GENERATION TO GL-GENERATION
               MOVE 0 TO GL-LINE-NO
               START REPORT-GEN-FILE KEY IS >= GL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO GEN-EOF-SW
                       PERFORM UNTIL GEN-EOF
                           READ REPORT-GEN-FILE NEXT RECORD
                               AT END
                                   SET GEN-EOF TO TRUE
                               NOT AT END
                                   IF GL-REPORT-TYPE
                                           NOT = RC-REPORT-TYPE
                                       OR GL-GENERATION
                                           NOT = RC-GENERATION
                                       SET GEN-EOF TO TRUE
                                   ELSE
                                       MOVE GL-TEXT TO REPRINT-RECORD
                                       WRITE REPRINT-RECORD
                                       ADD 1 TO LINES-PRINTED
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           END-IF

           MOVE SPACES TO REPRINT-RECORD
           STRING "*** END OF " RC-REPORT-TYPE
                  " GENERATION " RC-GENERATION " ***"
               DELIMITED BY SIZE INTO REPRINT-RECORD
           END-STRING
           WRITE REPRINT-RECORD
           MOVE SPACES TO REPRINT-RECORD
           WRITE REPRINT-RECORD.
