       01 RPT-USED-DISP     PIC 9(5) VALUE 0.
       01 RPT-THRESH-DISP   PIC 9(3) VALUE 0.

       *> Parameter block for ALERTWR, the shared operator alert
       *> writer.
       01 ALERT-PARMS.
          05 AP-SEVERITY       PIC X(1).
          05 AP-SOURCE         PIC X(14).
          05 AP-CODE           PIC X(8).
          05 AP-OBJECT         PIC X(30).
          05 AP-TEXT           PIC X(40).

       *> Parameter block for RPTGEN, the shared report generation
       *> keeper. DIAGSPRPT is handed over a line at a time
       *> once written, so earlier runs' reports stay on hand.
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

           PERFORM WRITE-REPORT-SUMMARY
           CLOSE SPARE-REPORT-FILE
           CLOSE DIAG-SPARE-FILE
           PERFORM KEEP-REPORT-GENERATION

           DISPLAY "----------------------------------"
           DISPLAY "Spare Pool Administration Complete:"
                           INTO SPARE-REPORT-RECORD
                       END-STRING
                       WRITE SPARE-REPORT-RECORD
                       PERFORM RAISE-LOW-SPARE-ALERT
                   END-IF
               END-PERFORM
           END-IF.

       *> An empty pool is critical: the next corrupted sector on
       *> that volume has nowhere to go.
       RAISE-LOW-SPARE-ALERT.
           MOVE SPACES TO ALERT-PARMS
           IF PT-AVAIL-COUNT(PT-SUB) = 0
               MOVE "C" TO AP-SEVERITY
           ELSE
               MOVE "W" TO AP-SEVERITY
           END-IF
           MOVE "SPAREADM" TO AP-SOURCE
           MOVE "LOWSPARE" TO AP-CODE
           MOVE PT-VOLUME-ID(PT-SUB) TO AP-OBJECT
           STRING "ONLY " RPT-AVAIL-DISP " SPARES LEFT, THRESHOLD "
                  RPT-THRESH-DISP
               DELIMITED BY SIZE INTO AP-TEXT
           END-STRING
           CALL "ALERTWR" USING ALERT-PARMS.

       OPEN-SPARE-FILE.
           OPEN I-O DIAG-SPARE-FILE
           IF SP-FILE-STATUS NOT = "00"
               OPEN I-O DIAG-SPARE-FILE
           END-IF.

       KEEP-REPORT-GENERATION.
           MOVE SPACES TO REPORT-GEN-PARMS
           MOVE "B" TO RG-FUNCTION
           MOVE "DIAGSPRPT" TO RG-REPORT-TYPE
           PERFORM CALL-REPORT-GEN
           OPEN INPUT SPARE-REPORT-FILE
           IF SRP-FILE-STATUS = "00"
               MOVE "N" TO RG-EOF-SW
               PERFORM UNTIL RG-EOF
                   READ SPARE-REPORT-FILE
                       AT END
                           SET RG-EOF TO TRUE
                       NOT AT END
                           MOVE "L" TO RG-FUNCTION
                           MOVE SPARE-REPORT-RECORD TO RG-LINE
                           PERFORM CALL-REPORT-GEN
                   END-READ
               END-PERFORM
               CLOSE SPARE-REPORT-FILE
           END-IF
           MOVE "E" TO RG-FUNCTION
           PERFORM CALL-REPORT-GEN
           IF RG-GENERATION > 0
               DISPLAY "DIAGSPRPT kept as generation " RG-GENERATION
           END-IF.

       CALL-REPORT-GEN.
           MOVE "SPAREADM" TO RG-PROGRAM
           MOVE SPACES TO RG-RUN-TS
           CALL "RPTGEN" USING REPORT-GEN-PARMS.

       OPEN-REPORT-FILE.
           OPEN OUTPUT SPARE-REPORT-FILE
           IF SRP-FILE-STATUS NOT = "00"
