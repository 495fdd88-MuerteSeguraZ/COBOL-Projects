
       01 DH-RUN-TIMESTAMP  PIC X(14) VALUE SPACES.
       01 CURR-DATE         PIC 9(8) VALUE 0.
       01 CURR-TIME.
          05 CURR-HHMMSS      PIC X(6).
          05 FILLER           PIC X(2).

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
       *> file. Source and target are both reserved (EVACUATE) for
       *> the length of the run, and the run is deferred while any
       *> job is queued, held or running against either of them.
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
       01 BUSY-VOLUME-WS    PIC X(6) VALUE SPACES.
       01 BUSY-REASON-WS    PIC X(40) VALUE SPACES.

       *> Parameter block for RPTGEN, the shared report generation
       *> keeper. DIAGEVRPT is handed over a line at a time
       *> once written, refusals and deferrals included, so earlier
       *> runs' reports stay on hand.
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

           PERFORM OPEN-HISTORY-FILE
           PERFORM OPEN-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM CHECK-EVAC-APPROVAL
           PERFORM CHECK-EVAC-VOLUMES-CLEAR
           PERFORM RESERVE-EVAC-VOLUMES

           DISPLAY "Evacuating volume " WITH NO ADVANCING
           DISPLAY SOURCE-VOLUME-WS WITH NO ADVANCING
               UNTIL SECTOR-ID >= MAX-SECTOR
               PERFORM EVACUATE-SECTOR
           END-PERFORM
           PERFORM USE-EVAC-APPROVAL
           PERFORM FREE-EVAC-VOLUMES

           PERFORM WRITE-REPORT-SUMMARY
           CLOSE EVAC-REPORT-FILE
           CLOSE DIAG-HISTORY-FILE
           CLOSE VOLUME-MASTER-FILE
           PERFORM KEEP-REPORT-GENERATION

           DISPLAY "----------------------------------"
           DISPLAY "Volume Evacuation Complete:"
               ELSE
                   ADD 1 TO EXCEPT-COUNT
                   PERFORM WRITE-REPORT-EXCEPTION-LINE
                   PERFORM RAISE-EVAC-LOST-ALERT
               END-IF
           END-IF.

               STOP RUN
           END-IF.

       *> An evacuation overwrites the target, so the card alone is
       *> not enough: DESTAPPR must hold an EVACUATE request for this
       *> source and target approved by a second operator. The
       *> refusal is the whole report. The approval is used up only
       *> once every sector has been tried, so a run cut short can be
       *> rerun on the same approval.
       CHECK-EVAC-APPROVAL.
           MOVE SPACES TO APPROVAL-PARMS
           MOVE "C" TO AG-FUNCTION
           PERFORM CALL-EVAC-APPROVAL
           IF NOT AG-APPROVED
               MOVE SPACES TO EVAC-REPORT-RECORD
               STRING "EVACUATION REFUSED - " AG-REFUSAL
                   DELIMITED BY SIZE INTO EVAC-REPORT-RECORD
               END-STRING
               WRITE EVAC-REPORT-RECORD
               CLOSE EVAC-REPORT-FILE
               CLOSE DIAG-HISTORY-FILE
               CLOSE VOLUME-MASTER-FILE
               PERFORM KEEP-REPORT-GENERATION
               DISPLAY "Evacuation of volume " WITH NO ADVANCING
               DISPLAY SOURCE-VOLUME-WS WITH NO ADVANCING
               DISPLAY " refused: " AG-REFUSAL

               MOVE SPACES TO ALERT-PARMS
               MOVE "W" TO AP-SEVERITY
               MOVE "VOLEVAC" TO AP-SOURCE
               MOVE "EVACREF" TO AP-CODE
               MOVE SOURCE-VOLUME-WS TO AP-OBJECT
               MOVE AG-REFUSAL TO AP-TEXT
               CALL "ALERTWR" USING ALERT-PARMS

               DISPLAY "Volume Evacuation terminating."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       USE-EVAC-APPROVAL.
           MOVE SPACES TO APPROVAL-PARMS
           MOVE "U" TO AG-FUNCTION
           PERFORM CALL-EVAC-APPROVAL.

       CALL-EVAC-APPROVAL.
           MOVE "EVACUATE" TO AG-ACTION
           MOVE SOURCE-VOLUME-WS TO AG-VOLUME-ID
           MOVE TARGET-VOLUME-WS TO AG-TARGET-VOLUME
           MOVE "VOLEVAC" TO AG-PROGRAM
           MOVE "VOLEVAC" TO AG-OPERATOR
           CALL "APPRGATE" USING APPROVAL-PARMS.

       *> An evacuation waits until no job is queued, held or
       *> running against the source or the target. Like a refusal,
       *> the deferral is the whole report; the approval is left
       *> unused so the same run can be submitted again later.
       CHECK-EVAC-VOLUMES-CLEAR.
           MOVE SPACES TO BUSY-VOLUME-WS
           MOVE SPACES TO RESERVE-PARMS
           MOVE "J" TO RV-FUNCTION
           MOVE SOURCE-VOLUME-WS TO RV-VOLUME-ID
           PERFORM CALL-VOLUME-RESERVE
           IF RV-BLOCKED
               MOVE SOURCE-VOLUME-WS TO BUSY-VOLUME-WS
               MOVE RV-REASON TO BUSY-REASON-WS
           ELSE
               MOVE SPACES TO RESERVE-PARMS
               MOVE "J" TO RV-FUNCTION
               MOVE TARGET-VOLUME-WS TO RV-VOLUME-ID
               PERFORM CALL-VOLUME-RESERVE
               IF RV-BLOCKED
                   MOVE TARGET-VOLUME-WS TO BUSY-VOLUME-WS
                   MOVE RV-REASON TO BUSY-REASON-WS
               END-IF
           END-IF

           IF BUSY-VOLUME-WS NOT = SPACES
               MOVE SPACES TO EVAC-REPORT-RECORD
               STRING "EVACUATION DEFERRED - VOLUME " BUSY-VOLUME-WS
                      " " BUSY-REASON-WS
                   DELIMITED BY SIZE INTO EVAC-REPORT-RECORD
               END-STRING
               WRITE EVAC-REPORT-RECORD
               CLOSE EVAC-REPORT-FILE
               CLOSE DIAG-HISTORY-FILE
               CLOSE VOLUME-MASTER-FILE
               PERFORM KEEP-REPORT-GENERATION
               DISPLAY "Evacuation of volume " WITH NO ADVANCING
               DISPLAY SOURCE-VOLUME-WS WITH NO ADVANCING
               DISPLAY " deferred, volume " WITH NO ADVANCING
               DISPLAY BUSY-VOLUME-WS WITH NO ADVANCING
               DISPLAY ": " BUSY-REASON-WS

               MOVE SPACES TO ALERT-PARMS
               MOVE "I" TO AP-SEVERITY
               MOVE "VOLEVAC" TO AP-SOURCE
               MOVE "VOLBUSY" TO AP-CODE
               MOVE BUSY-VOLUME-WS TO AP-OBJECT
               MOVE BUSY-REASON-WS TO AP-TEXT
               CALL "ALERTWR" USING ALERT-PARMS

               DISPLAY "Volume Evacuation terminating."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

       RESERVE-EVAC-VOLUMES.
           MOVE SPACES TO RESERVE-PARMS
           MOVE "R" TO RV-FUNCTION
           MOVE SOURCE-VOLUME-WS TO RV-VOLUME-ID
           MOVE "EVACUATE" TO RV-KIND
           MOVE DH-RUN-TIMESTAMP TO RV-RUN-TS
           PERFORM CALL-VOLUME-RESERVE
           MOVE SPACES TO RESERVE-PARMS
           MOVE "R" TO RV-FUNCTION
           MOVE TARGET-VOLUME-WS TO RV-VOLUME-ID
           MOVE "EVACUATE" TO RV-KIND
           MOVE DH-RUN-TIMESTAMP TO RV-RUN-TS
           PERFORM CALL-VOLUME-RESERVE.

       FREE-EVAC-VOLUMES.
           MOVE SPACES TO RESERVE-PARMS
           MOVE "F" TO RV-FUNCTION
           MOVE DH-RUN-TIMESTAMP TO RV-RUN-TS
           PERFORM CALL-VOLUME-RESERVE.

       CALL-VOLUME-RESERVE.
           MOVE "VOLEVAC" TO RV-PROGRAM
           CALL "VOLRSV" USING RESERVE-PARMS.

       OPEN-MASTER-FILE.
           OPEN INPUT VOLUME-MASTER-FILE
           IF VM-FILE-STATUS NOT = "00"
               STOP RUN
           END-IF.

       KEEP-REPORT-GENERATION.
           MOVE SPACES TO REPORT-GEN-PARMS
           MOVE "B" TO RG-FUNCTION
           MOVE "DIAGEVRPT" TO RG-REPORT-TYPE
           PERFORM CALL-REPORT-GEN
           OPEN INPUT EVAC-REPORT-FILE
           IF ERP-FILE-STATUS = "00"
               MOVE "N" TO RG-EOF-SW
               PERFORM UNTIL RG-EOF
                   READ EVAC-REPORT-FILE
                       AT END
                           SET RG-EOF TO TRUE
                       NOT AT END
                           MOVE "L" TO RG-FUNCTION
                           MOVE EVAC-REPORT-RECORD TO RG-LINE
                           PERFORM CALL-REPORT-GEN
                   END-READ
               END-PERFORM
               CLOSE EVAC-REPORT-FILE
           END-IF
           MOVE "E" TO RG-FUNCTION
           PERFORM CALL-REPORT-GEN
           IF RG-GENERATION > 0
               DISPLAY "DIAGEVRPT kept as generation " RG-GENERATION
           END-IF.

       CALL-REPORT-GEN.
           MOVE "VOLEVAC" TO RG-PROGRAM
           MOVE SPACES TO RG-RUN-TS
           CALL "RPTGEN" USING REPORT-GEN-PARMS.

       OPEN-REPORT-FILE.
           OPEN OUTPUT EVAC-REPORT-FILE
           IF ERP-FILE-STATUS NOT = "00"
           END-STRING
           WRITE EVAC-REPORT-RECORD.

       *> Raised against the source volume, so a bad evacuation
       *> shows as one open alert whose count is the sectors lost.
       RAISE-EVAC-LOST-ALERT.
           MOVE SPACES TO ALERT-PARMS
           MOVE "C" TO AP-SEVERITY
           MOVE "VOLEVAC" TO AP-SOURCE
           MOVE "EVACLOST" TO AP-CODE
           MOVE SOURCE-VOLUME-WS TO AP-OBJECT
           STRING "SECTOR " RPT-SECTOR-DISP " NOT CARRIED TO "
                  TARGET-VOLUME-WS
               DELIMITED BY SIZE INTO AP-TEXT
           END-STRING
           CALL "ALERTWR" USING ALERT-PARMS.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO EVAC-REPORT-RECORD
           WRITE EVAC-REPORT-RECORD
           MOVE SPACES TO DH-RUN-TIMESTAMP
           STRING
               CURR-DATE DELIMITED BY SIZE
               CURR-HHMMSS DELIMITED BY SIZE
               INTO DH-RUN-TIMESTAMP
           END-STRING.
