           05 JH-RETURN-CODE        PIC S9(4) SIGN LEADING SEPARATE.
           05 JH-RETRY-COUNT        PIC 9(2).
           05 JH-ELAPSED-MS         PIC 9(6).
           05 JH-DEADLINE           PIC X(12).
           05 JH-DEADLINE-MET       PIC X(1).
           05 JH-FINISH-TS          PIC X(12).
           05 JH-DELAY-FLAGS        PIC X(4).
           05 JH-SUBMITTER          PIC X(16).

       *> Operator parm card: how many recent runs make the trend
       *> window, the dead-letter count within that window that
       01 RPT-MS-DISP-2    PIC 9(6) VALUE 0.
       01 RPT-THRESH-DISP  PIC 9(3) VALUE 0.

       *> Parameter block for RPTGEN, the shared report generation
       *> keeper. JOBTRNDRPT is handed over a line at a time once
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
       MAIN-PARA.
           DISPLAY "Starting job trend report..."
           END-STRING
           WRITE TREND-REPORT-RECORD

           CLOSE TREND-REPORT-FILE
           PERFORM KEEP-REPORT-GENERATION.

       EVALUATE-TREND-ENTRY.
           IF TJ-RECENT-FAILS(TJ-SUB) > FAIL-THRESHOLD
                   WRITE TREND-REPORT-RECORD
               END-IF
           END-IF.

       KEEP-REPORT-GENERATION.
           MOVE SPACES TO REPORT-GEN-PARMS
           MOVE "B" TO RG-FUNCTION
           MOVE "JOBTRNDRPT" TO RG-REPORT-TYPE
           PERFORM CALL-REPORT-GEN
           OPEN INPUT TREND-REPORT-FILE
           IF TRP-FILE-STATUS = "00"
               MOVE "N" TO RG-EOF-SW
               PERFORM UNTIL RG-EOF
                   READ TREND-REPORT-FILE
                       AT END
                           SET RG-EOF TO TRUE
                       NOT AT END
                           MOVE "L" TO RG-FUNCTION
                           MOVE TREND-REPORT-RECORD TO RG-LINE
                           PERFORM CALL-REPORT-GEN
                   END-READ
               END-PERFORM
               CLOSE TREND-REPORT-FILE
           END-IF
           MOVE "E" TO RG-FUNCTION
           PERFORM CALL-REPORT-GEN
           IF RG-GENERATION > 0
               DISPLAY "JOBTRNDRPT kept as generation " RG-GENERATION
           END-IF.

       CALL-REPORT-GEN.
           MOVE "JOBTREND" TO RG-PROGRAM
           MOVE SPACES TO RG-RUN-TS
           CALL "RPTGEN" USING REPORT-GEN-PARMS.
