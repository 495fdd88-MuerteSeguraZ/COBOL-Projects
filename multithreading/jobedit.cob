           05 JIN-PRIORITY          PIC 9(3).
           05 JIN-PAYLOAD-REF       PIC X(30).
           05 JIN-DEPENDS-ON        PIC X(30).
           05 JIN-DEADLINE          PIC X(12).
           05 JIN-SUBMITTER         PIC X(16).
           05 JIN-TARGET-VOLUME     PIC X(6).

       *> Optional registry of known job types, one per card. When
       *> the file is absent the type check is skipped, matching the
           05 JCL-PRIORITY          PIC 9(3).
           05 JCL-PAYLOAD-REF       PIC X(30).
           05 JCL-DEPENDS-ON        PIC X(30).
           05 JCL-DEADLINE          PIC X(12).
           05 JCL-SUBMITTER         PIC X(16).
           05 JCL-TARGET-VOLUME     PIC X(6).

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-RECORD       PIC X(100).
             10 JE-PRIORITY-X      PIC X(3).
             10 JE-PAYLOAD-REF     PIC X(30).
             10 JE-DEPENDS-ON      PIC X(30).
             10 JE-DEADLINE        PIC X(12).
             10 JE-SUBMITTER       PIC X(16).
             10 JE-TARGET-VOLUME   PIC X(6).
             10 JE-STATUS          PIC X(1).
             10 JE-REASON          PIC X(40).

       01 RECHECK-NEEDED-SW PIC X(1) VALUE "N".
          88 RECHECK-NEEDED       VALUE "Y".

       *> A deadline is optional; when present it is YYYYMMDDHHMM
       *> and must name a real date and clock time.
       01 DL-TEXT.
          05 DL-DATE          PIC 9(8).
          05 DL-HH            PIC 9(2).
          05 DL-MM            PIC 9(2).
       01 DL-TEXT-X REDEFINES DL-TEXT PIC X(12).

       01 ACCEPT-COUNT     PIC 9(4) COMP-5 VALUE 0.
       01 REJECT-COUNT     PIC 9(4) COMP-5 VALUE 0.
       01 RPT-COUNT-DISP   PIC 9(4) VALUE 0.

       *> Parameter block for RPTGEN, the shared report generation
       *> keeper. JOBEDITRPT is handed over a line at a time
       *> once written, so earlier edit runs' reports stay on hand.
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
           DISPLAY "Starting job deck edit run..."
                               JE-PAYLOAD-REF(CARD-COUNT)
                           MOVE JIN-DEPENDS-ON TO
                               JE-DEPENDS-ON(CARD-COUNT)
                           MOVE JIN-DEADLINE TO
                               JE-DEADLINE(CARD-COUNT)
                           MOVE JIN-SUBMITTER TO
                               JE-SUBMITTER(CARD-COUNT)
                           MOVE JIN-TARGET-VOLUME TO
                               JE-TARGET-VOLUME(CARD-COUNT)
                           MOVE "A" TO JE-STATUS(CARD-COUNT)
                           MOVE SPACES TO JE-REASON(CARD-COUNT)
                       ELSE
                       END-IF
                   END-IF
               END-IF
               IF JE-STATUS(CARD-SUB) = "A"
                   AND JE-DEADLINE(CARD-SUB) NOT = SPACES
                   PERFORM CHECK-CARD-DEADLINE
               END-IF
               *> The volume is matched as typed against DIAGVOLS and
               *> VOLRESV, so a shifted volume id would never match.
               IF JE-STATUS(CARD-SUB) = "A"
                   AND JE-TARGET-VOLUME(CARD-SUB) NOT = SPACES
                   AND JE-TARGET-VOLUME(CARD-SUB)(1:1) = SPACE
                   MOVE "R" TO JE-STATUS(CARD-SUB)
                   MOVE "TARGET VOLUME IS NOT LEFT-JUSTIFIED"
                       TO JE-REASON(CARD-SUB)
               END-IF
           END-PERFORM.

       CHECK-CARD-DEADLINE.
           MOVE JE-DEADLINE(CARD-SUB) TO DL-TEXT-X
           IF DL-TEXT-X IS NOT NUMERIC
               MOVE "R" TO JE-STATUS(CARD-SUB)
               MOVE "DEADLINE IS NOT VALID YYYYMMDDHHMM"
                   TO JE-REASON(CARD-SUB)
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(DL-DATE) NOT = 0
                   OR DL-HH > 23 OR DL-MM > 59
                   MOVE "R" TO JE-STATUS(CARD-SUB)
                   MOVE "DEADLINE IS NOT VALID YYYYMMDDHHMM"
                       TO JE-REASON(CARD-SUB)
               END-IF
           END-IF.

       CHECK-JOB-TYPE-KNOWN.
           MOVE "N" TO TYPE-KNOWN-SW
           PERFORM VARYING TYPE-SUB FROM 1 BY 1
               WRITE EDIT-REPORT-RECORD

               CLOSE EDIT-REPORT-FILE
               PERFORM KEEP-REPORT-GENERATION
           END-IF.

       KEEP-REPORT-GENERATION.
           MOVE SPACES TO REPORT-GEN-PARMS
           MOVE "B" TO RG-FUNCTION
           MOVE "JOBEDITRPT" TO RG-REPORT-TYPE
           PERFORM CALL-REPORT-GEN
           OPEN INPUT EDIT-REPORT-FILE
           IF ERP-FILE-STATUS = "00"
               MOVE "N" TO RG-EOF-SW
               PERFORM UNTIL RG-EOF
                   READ EDIT-REPORT-FILE
                       AT END
                           SET RG-EOF TO TRUE
                       NOT AT END
                           MOVE "L" TO RG-FUNCTION
                           MOVE EDIT-REPORT-RECORD TO RG-LINE
                           PERFORM CALL-REPORT-GEN
                   END-READ
               END-PERFORM
               CLOSE EDIT-REPORT-FILE
           END-IF
           MOVE "E" TO RG-FUNCTION
           PERFORM CALL-REPORT-GEN
           IF RG-GENERATION > 0
               DISPLAY "JOBEDITRPT kept as generation " RG-GENERATION
           END-IF.

       CALL-REPORT-GEN.
           MOVE "JOBEDIT" TO RG-PROGRAM
           MOVE SPACES TO RG-RUN-TS
           CALL "RPTGEN" USING REPORT-GEN-PARMS.

       WRITE-CLEAN-FILE.
           OPEN OUTPUT JOB-CLEAN-FILE
           IF JCL-FILE-STATUS NOT = "00"
                       JOB-CLEAN-RECORD(11:3)
                   MOVE JE-PAYLOAD-REF(CARD-SUB) TO JCL-PAYLOAD-REF
                   MOVE JE-DEPENDS-ON(CARD-SUB)  TO JCL-DEPENDS-ON
                   MOVE JE-DEADLINE(CARD-SUB)    TO JCL-DEADLINE
                   MOVE JE-SUBMITTER(CARD-SUB)   TO JCL-SUBMITTER
                   MOVE JE-TARGET-VOLUME(CARD-SUB)
                                                 TO JCL-TARGET-VOLUME
                   WRITE JOB-CLEAN-RECORD
               END-IF
           END-PERFORM
