       01 RPT-TEXT          PIC X(60) VALUE SPACES.
       01 RPT-COUNT-DISP    PIC 9(5) VALUE 0.

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

       *> Parameter block for RPTGEN, the shared report generation
       *> keeper. DIAGVOLRPT is handed over a line at a time
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
           CLOSE VOL-REPORT-FILE
           CLOSE VOLUME-MASTER-FILE
           PERFORM KEEP-REPORT-GENERATION

           DISPLAY "----------------------------------"
           DISPLAY "Volume Lifecycle Management Complete:"
       *> RETIRING. Anything else is a mistyped card or a volume
       *> already past that state, and is rejected rather than
       *> silently re-applied - the whole point of the master is that
       *> nobody wipes a volume the lifecycle never approved. RETIRE
       *> and WIPED also need a request on DESTAPPR approved by a
       *> second operator; applying the card uses that approval up.
       CHANGE-VOLUME-STATUS.
           PERFORM LOOKUP-MASTER-RECORD
           IF NOT VM-RECORD-FOUND
                   END-STRING
                   PERFORM WRITE-REPORT-COMMAND-LINE
               ELSE
                   MOVE "Y" TO AG-APPROVED-SW
                   IF NEW-STATUS-WS = "RETIRING"
                       OR NEW-STATUS-WS = "WIPED"
                       PERFORM CHECK-STATUS-APPROVAL
                   END-IF
                   IF NOT AG-APPROVED
                       ADD 1 TO CMD-ERROR-COUNT
                       MOVE SPACES TO RPT-TEXT
                       STRING "REJECTED - " AG-REFUSAL
                           DELIMITED BY SIZE INTO RPT-TEXT
                       END-STRING
                       PERFORM WRITE-REPORT-COMMAND-LINE
                   ELSE
                       MOVE NEW-STATUS-WS TO VM-STATUS
                       REWRITE VOLUME-MASTER-RECORD
                       IF NEW-STATUS-WS = "WATCH"
                           ADD 1 TO WATCH-COUNT
                       END-IF
                       MOVE SPACES TO RPT-TEXT
                       STRING "STATUS SET TO " NEW-STATUS-WS
                           DELIMITED BY SIZE INTO RPT-TEXT
                       END-STRING
                       PERFORM WRITE-REPORT-COMMAND-LINE
                   END-IF
               END-IF
           END-IF.

       CHECK-STATUS-APPROVAL.
           MOVE SPACES TO APPROVAL-PARMS
           MOVE "U" TO AG-FUNCTION
           IF NEW-STATUS-WS = "RETIRING"
               MOVE "RETIRE" TO AG-ACTION
           ELSE
               MOVE "WIPED" TO AG-ACTION
           END-IF
           MOVE VC-VOLUME-ID TO AG-VOLUME-ID
           MOVE "VOLMGMT" TO AG-PROGRAM
           MOVE "VOLMGMT" TO AG-OPERATOR
           CALL "APPRGATE" USING APPROVAL-PARMS.

       *> Reads the DIAGTRND report back and promotes every flagged
       *> ACTIVE volume to WATCH. The master's VM-DC-COUNT is not
       *> touched here: DIAGNOSTICMODE accumulates it run by run, and
               OPEN I-O VOLUME-MASTER-FILE
           END-IF.

       KEEP-REPORT-GENERATION.
           MOVE SPACES TO REPORT-GEN-PARMS
           MOVE "B" TO RG-FUNCTION
           MOVE "DIAGVOLRPT" TO RG-REPORT-TYPE
           PERFORM CALL-REPORT-GEN
           OPEN INPUT VOL-REPORT-FILE
           IF VRP-FILE-STATUS = "00"
               MOVE "N" TO RG-EOF-SW
               PERFORM UNTIL RG-EOF
                   READ VOL-REPORT-FILE
                       AT END
                           SET RG-EOF TO TRUE
                       NOT AT END
                           MOVE "L" TO RG-FUNCTION
                           MOVE VOL-REPORT-RECORD TO RG-LINE
                           PERFORM CALL-REPORT-GEN
                   END-READ
               END-PERFORM
               CLOSE VOL-REPORT-FILE
           END-IF
           MOVE "E" TO RG-FUNCTION
           PERFORM CALL-REPORT-GEN
           IF RG-GENERATION > 0
               DISPLAY "DIAGVOLRPT kept as generation " RG-GENERATION
           END-IF.

       CALL-REPORT-GEN.
           MOVE "VOLMGMT" TO RG-PROGRAM
           MOVE SPACES TO RG-RUN-TS
           CALL "RPTGEN" USING REPORT-GEN-PARMS.

       OPEN-REPORT-FILE.
           OPEN OUTPUT VOL-REPORT-FILE
           IF VRP-FILE-STATUS NOT = "00"
