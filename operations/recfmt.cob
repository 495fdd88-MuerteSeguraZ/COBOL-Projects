       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECFMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-JOB-INPUT-FILE ASSIGN TO "JOBINOLD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OJI-FILE-STATUS.

           SELECT JOB-INPUT-FILE ASSIGN TO "JOBIN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JIN-FILE-STATUS.

           SELECT OLD-JOB-HOLD-FILE ASSIGN TO "JOBHOLDOLD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OJH-FILE-STATUS.

           SELECT JOB-HOLD-FILE ASSIGN TO "JOBHOLD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JHO-FILE-STATUS.

           SELECT OLD-JOB-CLEAN-FILE ASSIGN TO "JOBCLEANOLD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OJC-FILE-STATUS.

           SELECT JOB-CLEAN-FILE ASSIGN TO "JOBCLEAN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JCL-FILE-STATUS.

           SELECT OLD-JOB-HIST-FILE ASSIGN TO "JOBHISTOLD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OJS-FILE-STATUS.

           SELECT JOB-HIST-FILE ASSIGN TO "JOBHIST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JHS-FILE-STATUS.

           SELECT OLD-JOB-CKPT-FILE ASSIGN TO "JOBCKPTOLD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OJK-FILE-STATUS.

           SELECT JOB-CKPT-FILE ASSIGN TO "JOBCKPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CKP-FILE-STATUS.

           SELECT OLD-JOB-SCHED-FILE ASSIGN TO "JOBSCHEDOLD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OJD-FILE-STATUS.

           SELECT JOB-SCHED-FILE ASSIGN TO "JOBSCHED"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JSC-FILE-STATUS.

           SELECT OLD-THREAD-PARM-FILE ASSIGN TO "THREADPARMOLD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OTP-FILE-STATUS.

           SELECT THREAD-PARM-FILE ASSIGN TO "THREADPARM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS THP-FILE-STATUS.

           SELECT OLD-AUTH-CRED-FILE ASSIGN TO "HTTPCREDOLD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS OCR-FILE-STATUS.

           SELECT AUTH-CRED-FILE ASSIGN TO "HTTPCRED"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CRD-FILE-STATUS.

           SELECT FORMAT-REPORT-FILE ASSIGN TO "RECFMTRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FRP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> Each fixed-length file that has grown is unloaded from its
       *> old copy (the file renamed with OLD on the end) and
       *> reloaded under its own name at the current length. Every
       *> new field was appended to the end of the record, so the
       *> old record is carried over as it stands and the rest of
       *> the line is left blank; the notes below say why blank is
       *> the right value for each file.

       *> JOBIN, JOBHOLD and JOBCLEAN cards (JOBIN layout): deadline,
       *> submitter and target volume were appended. Blank means no
       *> deadline, OPERATOR and no volume, as on a hand-keyed card.
       FD  OLD-JOB-INPUT-FILE.
       01  OLD-JOB-INPUT-RECORD    PIC X(73).

       FD  JOB-INPUT-FILE.
       01  JOB-INPUT-RECORD        PIC X(107).

       FD  OLD-JOB-HOLD-FILE.
       01  OLD-JOB-HOLD-RECORD     PIC X(73).

       FD  JOB-HOLD-FILE.
       01  JOB-HOLD-RECORD         PIC X(107).

       FD  OLD-JOB-CLEAN-FILE.
       01  OLD-JOB-CLEAN-RECORD    PIC X(73).

       FD  JOB-CLEAN-FILE.
       01  JOB-CLEAN-RECORD        PIC X(107).


       *> JOBHIST: deadline, met flag, finish time, delay flags and
       *> submitter were appended. Old runs had no deadline, so blank
       *> keeps them out of JOBLATE; JOBCHRG charges a blank submitter
       *> to OPERATOR.
       FD  OLD-JOB-HIST-FILE.
       01  OLD-JOB-HIST-RECORD     PIC X(77).

       FD  JOB-HIST-FILE.
       01  JOB-HIST-RECORD         PIC X(122).


       *> JOBCKPT: the finish time was appended; a replayed job with a
       *> blank finish time is simply not judged against a deadline.
       FD  OLD-JOB-CKPT-FILE.
       01  OLD-JOB-CKPT-RECORD     PIC X(113).

       FD  JOB-CKPT-FILE.
       01  JOB-CKPT-RECORD         PIC X(125).


       *> JOBSCHED: the HHMM deadline time was appended; blank means
       *> the calendar job carries no deadline.
       FD  OLD-JOB-SCHED-FILE.
       01  OLD-JOB-SCHED-RECORD    PIC X(53).

       FD  JOB-SCHED-FILE.
       01  JOB-SCHED-RECORD        PIC X(57).


       *> THREADPARM: the urgency window was appended to card 1; blank
       *> is not numeric, so COBOL-THREADS keeps its 60-minute default.
       FD  OLD-THREAD-PARM-FILE.
       01  OLD-THREAD-PARM-RECORD  PIC X(18).

       FD  THREAD-PARM-FILE.
       01  THREAD-PARM-RECORD      PIC X(22).


       *> HTTPCRED: owner, expiry date and standing took over the old
       *> spare columns from 75 on. Only the credential and role are
       *> carried; blank owner, expiry and standing leave the line
       *> active, never expiring and charged to the credential's user.
       FD  OLD-AUTH-CRED-FILE.
       01  OLD-AUTH-CRED-RECORD    PIC X(80).

       FD  AUTH-CRED-FILE.
       01  AUTH-CRED-RECORD        PIC X(100).

       FD  FORMAT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  FORMAT-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.

       01 OJI-FILE-STATUS   PIC X(2) VALUE "00".
       01 JIN-FILE-STATUS   PIC X(2) VALUE "00".
       01 OJH-FILE-STATUS   PIC X(2) VALUE "00".
       01 JHO-FILE-STATUS   PIC X(2) VALUE "00".
       01 OJC-FILE-STATUS   PIC X(2) VALUE "00".
       01 JCL-FILE-STATUS   PIC X(2) VALUE "00".
       01 OJS-FILE-STATUS   PIC X(2) VALUE "00".
       01 JHS-FILE-STATUS   PIC X(2) VALUE "00".
       01 OJK-FILE-STATUS   PIC X(2) VALUE "00".
       01 CKP-FILE-STATUS   PIC X(2) VALUE "00".
       01 OJD-FILE-STATUS   PIC X(2) VALUE "00".
       01 JSC-FILE-STATUS   PIC X(2) VALUE "00".
       01 OTP-FILE-STATUS   PIC X(2) VALUE "00".
       01 THP-FILE-STATUS   PIC X(2) VALUE "00".
       01 OCR-FILE-STATUS   PIC X(2) VALUE "00".
       01 CRD-FILE-STATUS   PIC X(2) VALUE "00".
       01 FRP-FILE-STATUS   PIC X(2) VALUE "00".

       01 CV-EOF-SW         PIC X(1) VALUE "N".
          88 CV-EOF                VALUE "Y".

       *> One file's outcome, set by its CONVERT- paragraph and
       *> written to the report by WRITE-CONVERT-LINE.
       01 CV-FILE-NAME      PIC X(10) VALUE SPACES.
       01 CV-OLD-LENGTH     PIC 9(3) VALUE 0.
       01 CV-NEW-LENGTH     PIC 9(3) VALUE 0.
       01 CV-RECORD-COUNT   PIC 9(7) COMP-5 VALUE 0.
       01 CV-STATUS         PIC X(2) VALUE SPACES.
       01 CV-RESULT         PIC X(40) VALUE SPACES.

       01 CONVERTED-COUNT   PIC 9(2) COMP-5 VALUE 0.
       01 SKIPPED-COUNT     PIC 9(2) COMP-5 VALUE 0.
       01 REFUSED-COUNT     PIC 9(2) COMP-5 VALUE 0.

       01 RUN-TIMESTAMP     PIC X(14) VALUE SPACES.
       01 CURR-DATE         PIC 9(8) VALUE 0.
       01 CURR-TIME.
          05 CURR-HHMMSS      PIC X(6).
          05 FILLER           PIC X(2).

       01 RPT-COUNT-DISP    PIC 9(7) VALUE 0.
       01 RPT-FILES-DISP    PIC 9(2) VALUE 0.

       *> Parameter block for RPTGEN, the shared report generation
       *> keeper. RECFMTRPT is handed over a line at a time once
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

           DISPLAY "Starting Record Format Conversion..."
           DISPLAY "----------------------------------"

           PERFORM BUILD-RUN-TIMESTAMP
           PERFORM OPEN-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           PERFORM CONVERT-JOBIN
           PERFORM CONVERT-JOBHOLD
           PERFORM CONVERT-JOBCLEAN
           PERFORM CONVERT-JOBHIST
           PERFORM CONVERT-JOBCKPT
           PERFORM CONVERT-JOBSCHED
           PERFORM CONVERT-THREADPARM
           PERFORM CONVERT-HTTPCRED

           PERFORM WRITE-REPORT-SUMMARY
           CLOSE FORMAT-REPORT-FILE
           PERFORM KEEP-REPORT-GENERATION

           DISPLAY "----------------------------------"
           DISPLAY "Record Format Conversion Complete:"
           DISPLAY "  Files converted:        " CONVERTED-COUNT
           DISPLAY "  Files with no old copy: " SKIPPED-COUNT
           DISPLAY "  Files refused:          " REFUSED-COUNT

           *> A refusal leaves that file unconverted for the
           *> operator to sort out; the programs that read it will
           *> not run cleanly until it is.
           IF REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       *> A file is converted only when its old copy exists and
       *> the file itself does not: a file already at the current
       *> length, or an old copy renamed back by mistake, is never
       *> written over.
       CONVERT-JOBIN.
           MOVE "JOBIN" TO CV-FILE-NAME
           MOVE 73 TO CV-OLD-LENGTH
           MOVE 107 TO CV-NEW-LENGTH
           MOVE 0 TO CV-RECORD-COUNT
           OPEN INPUT OLD-JOB-INPUT-FILE
           MOVE OJI-FILE-STATUS TO CV-STATUS
           IF OJI-FILE-STATUS NOT = "00"
               PERFORM SET-OLD-COPY-RESULT
           ELSE
               OPEN INPUT JOB-INPUT-FILE
               MOVE JIN-FILE-STATUS TO CV-STATUS
               IF JIN-FILE-STATUS = "00"
                   CLOSE JOB-INPUT-FILE
               END-IF
               IF JIN-FILE-STATUS NOT = "35"
                   PERFORM SET-TARGET-EXISTS-RESULT
               ELSE
                   OPEN OUTPUT JOB-INPUT-FILE
                   MOVE JIN-FILE-STATUS TO CV-STATUS
                   IF JIN-FILE-STATUS NOT = "00"
                       PERFORM SET-TARGET-FAILED-RESULT
                   ELSE
                       MOVE "N" TO CV-EOF-SW
                       PERFORM UNTIL CV-EOF
                           READ OLD-JOB-INPUT-FILE
                               AT END
                                   SET CV-EOF TO TRUE
                               NOT AT END
                                   MOVE SPACES TO JOB-INPUT-RECORD
                                   MOVE OLD-JOB-INPUT-RECORD
                                       TO JOB-INPUT-RECORD(1:73)
                                   WRITE JOB-INPUT-RECORD
                                   ADD 1 TO CV-RECORD-COUNT
                           END-READ
                       END-PERFORM
                       CLOSE JOB-INPUT-FILE
                       PERFORM SET-CONVERTED-RESULT
                   END-IF
               END-IF
               CLOSE OLD-JOB-INPUT-FILE
           END-IF
           PERFORM WRITE-CONVERT-LINE.

       CONVERT-JOBHOLD.
           MOVE "JOBHOLD" TO CV-FILE-NAME
           MOVE 73 TO CV-OLD-LENGTH
           MOVE 107 TO CV-NEW-LENGTH
           MOVE 0 TO CV-RECORD-COUNT
           OPEN INPUT OLD-JOB-HOLD-FILE
           MOVE OJH-FILE-STATUS TO CV-STATUS
           IF OJH-FILE-STATUS NOT = "00"
               PERFORM SET-OLD-COPY-RESULT
           ELSE
               OPEN INPUT JOB-HOLD-FILE
               MOVE JHO-FILE-STATUS TO CV-STATUS
               IF JHO-FILE-STATUS = "00"
                   CLOSE JOB-HOLD-FILE
               END-IF
               IF JHO-FILE-STATUS NOT = "35"
                   PERFORM SET-TARGET-EXISTS-RESULT
               ELSE
                   OPEN OUTPUT JOB-HOLD-FILE
                   MOVE JHO-FILE-STATUS TO CV-STATUS
                   IF JHO-FILE-STATUS NOT = "00"
                       PERFORM SET-TARGET-FAILED-RESULT
                   ELSE
                       MOVE "N" TO CV-EOF-SW
                       PERFORM UNTIL CV-EOF
                           READ OLD-JOB-HOLD-FILE
                               AT END
                                   SET CV-EOF TO TRUE
                               NOT AT END
                                   MOVE SPACES TO JOB-HOLD-RECORD
                                   MOVE OLD-JOB-HOLD-RECORD
                                       TO JOB-HOLD-RECORD(1:73)
                                   WRITE JOB-HOLD-RECORD
                                   ADD 1 TO CV-RECORD-COUNT
                           END-READ
                       END-PERFORM
                       CLOSE JOB-HOLD-FILE
                       PERFORM SET-CONVERTED-RESULT
                   END-IF
               END-IF
               CLOSE OLD-JOB-HOLD-FILE
           END-IF
           PERFORM WRITE-CONVERT-LINE.

       CONVERT-JOBCLEAN.
           MOVE "JOBCLEAN" TO CV-FILE-NAME
           MOVE 73 TO CV-OLD-LENGTH
           MOVE 107 TO CV-NEW-LENGTH
           MOVE 0 TO CV-RECORD-COUNT
           OPEN INPUT OLD-JOB-CLEAN-FILE
           MOVE OJC-FILE-STATUS TO CV-STATUS
           IF OJC-FILE-STATUS NOT = "00"
               PERFORM SET-OLD-COPY-RESULT
           ELSE
               OPEN INPUT JOB-CLEAN-FILE
               MOVE JCL-FILE-STATUS TO CV-STATUS
               IF JCL-FILE-STATUS = "00"
                   CLOSE JOB-CLEAN-FILE
               END-IF
               IF JCL-FILE-STATUS NOT = "35"
                   PERFORM SET-TARGET-EXISTS-RESULT
               ELSE
                   OPEN OUTPUT JOB-CLEAN-FILE
                   MOVE JCL-FILE-STATUS TO CV-STATUS
                   IF JCL-FILE-STATUS NOT = "00"
                       PERFORM SET-TARGET-FAILED-RESULT
                   ELSE
                       MOVE "N" TO CV-EOF-SW
                       PERFORM UNTIL CV-EOF
                           READ OLD-JOB-CLEAN-FILE
                               AT END
                                   SET CV-EOF TO TRUE
                               NOT AT END
                                   MOVE SPACES TO JOB-CLEAN-RECORD
                                   MOVE OLD-JOB-CLEAN-RECORD
                                       TO JOB-CLEAN-RECORD(1:73)
                                   WRITE JOB-CLEAN-RECORD
                                   ADD 1 TO CV-RECORD-COUNT
                           END-READ
                       END-PERFORM
                       CLOSE JOB-CLEAN-FILE
                       PERFORM SET-CONVERTED-RESULT
                   END-IF
               END-IF
               CLOSE OLD-JOB-CLEAN-FILE
           END-IF
           PERFORM WRITE-CONVERT-LINE.

       CONVERT-JOBHIST.
           MOVE "JOBHIST" TO CV-FILE-NAME
           MOVE 77 TO CV-OLD-LENGTH
           MOVE 122 TO CV-NEW-LENGTH
           MOVE 0 TO CV-RECORD-COUNT
           OPEN INPUT OLD-JOB-HIST-FILE
           MOVE OJS-FILE-STATUS TO CV-STATUS
           IF OJS-FILE-STATUS NOT = "00"
               PERFORM SET-OLD-COPY-RESULT
           ELSE
               OPEN INPUT JOB-HIST-FILE
               MOVE JHS-FILE-STATUS TO CV-STATUS
               IF JHS-FILE-STATUS = "00"
                   CLOSE JOB-HIST-FILE
               END-IF
               IF JHS-FILE-STATUS NOT = "35"
                   PERFORM SET-TARGET-EXISTS-RESULT
               ELSE
                   OPEN OUTPUT JOB-HIST-FILE
                   MOVE JHS-FILE-STATUS TO CV-STATUS
                   IF JHS-FILE-STATUS NOT = "00"
                       PERFORM SET-TARGET-FAILED-RESULT
                   ELSE
                       MOVE "N" TO CV-EOF-SW
                       PERFORM UNTIL CV-EOF
                           READ OLD-JOB-HIST-FILE
                               AT END
                                   SET CV-EOF TO TRUE
                               NOT AT END
                                   MOVE SPACES TO JOB-HIST-RECORD
                                   MOVE OLD-JOB-HIST-RECORD
                                       TO JOB-HIST-RECORD(1:77)
                                   WRITE JOB-HIST-RECORD
                                   ADD 1 TO CV-RECORD-COUNT
                           END-READ
                       END-PERFORM
                       CLOSE JOB-HIST-FILE
                       PERFORM SET-CONVERTED-RESULT
                   END-IF
               END-IF
               CLOSE OLD-JOB-HIST-FILE
           END-IF
           PERFORM WRITE-CONVERT-LINE.

       CONVERT-JOBCKPT.
           MOVE "JOBCKPT" TO CV-FILE-NAME
           MOVE 113 TO CV-OLD-LENGTH
           MOVE 125 TO CV-NEW-LENGTH
           MOVE 0 TO CV-RECORD-COUNT
           OPEN INPUT OLD-JOB-CKPT-FILE
           MOVE OJK-FILE-STATUS TO CV-STATUS
           IF OJK-FILE-STATUS NOT = "00"
               PERFORM SET-OLD-COPY-RESULT
           ELSE
               OPEN INPUT JOB-CKPT-FILE
               MOVE CKP-FILE-STATUS TO CV-STATUS
               IF CKP-FILE-STATUS = "00"
                   CLOSE JOB-CKPT-FILE
               END-IF
               IF CKP-FILE-STATUS NOT = "35"
                   PERFORM SET-TARGET-EXISTS-RESULT
               ELSE
                   OPEN OUTPUT JOB-CKPT-FILE
                   MOVE CKP-FILE-STATUS TO CV-STATUS
                   IF CKP-FILE-STATUS NOT = "00"
                       PERFORM SET-TARGET-FAILED-RESULT
                   ELSE
                       MOVE "N" TO CV-EOF-SW
                       PERFORM UNTIL CV-EOF
                           READ OLD-JOB-CKPT-FILE
                               AT END
                                   SET CV-EOF TO TRUE
                               NOT AT END
                                   MOVE SPACES TO JOB-CKPT-RECORD
                                   MOVE OLD-JOB-CKPT-RECORD
                                       TO JOB-CKPT-RECORD(1:113)
                                   WRITE JOB-CKPT-RECORD
                                   ADD 1 TO CV-RECORD-COUNT
                           END-READ
                       END-PERFORM
                       CLOSE JOB-CKPT-FILE
                       PERFORM SET-CONVERTED-RESULT
                   END-IF
               END-IF
               CLOSE OLD-JOB-CKPT-FILE
           END-IF
           PERFORM WRITE-CONVERT-LINE.

       CONVERT-JOBSCHED.
           MOVE "JOBSCHED" TO CV-FILE-NAME
           MOVE 53 TO CV-OLD-LENGTH
           MOVE 57 TO CV-NEW-LENGTH
           MOVE 0 TO CV-RECORD-COUNT
           OPEN INPUT OLD-JOB-SCHED-FILE
           MOVE OJD-FILE-STATUS TO CV-STATUS
           IF OJD-FILE-STATUS NOT = "00"
               PERFORM SET-OLD-COPY-RESULT
           ELSE
               OPEN INPUT JOB-SCHED-FILE
               MOVE JSC-FILE-STATUS TO CV-STATUS
               IF JSC-FILE-STATUS = "00"
                   CLOSE JOB-SCHED-FILE
               END-IF
               IF JSC-FILE-STATUS NOT = "35"
                   PERFORM SET-TARGET-EXISTS-RESULT
               ELSE
                   OPEN OUTPUT JOB-SCHED-FILE
                   MOVE JSC-FILE-STATUS TO CV-STATUS
                   IF JSC-FILE-STATUS NOT = "00"
                       PERFORM SET-TARGET-FAILED-RESULT
                   ELSE
                       MOVE "N" TO CV-EOF-SW
                       PERFORM UNTIL CV-EOF
                           READ OLD-JOB-SCHED-FILE
                               AT END
                                   SET CV-EOF TO TRUE
                               NOT AT END
                                   MOVE SPACES TO JOB-SCHED-RECORD
                                   MOVE OLD-JOB-SCHED-RECORD
                                       TO JOB-SCHED-RECORD(1:53)
                                   WRITE JOB-SCHED-RECORD
                                   ADD 1 TO CV-RECORD-COUNT
                           END-READ
                       END-PERFORM
                       CLOSE JOB-SCHED-FILE
                       PERFORM SET-CONVERTED-RESULT
                   END-IF
               END-IF
               CLOSE OLD-JOB-SCHED-FILE
           END-IF
           PERFORM WRITE-CONVERT-LINE.

       CONVERT-THREADPARM.
           MOVE "THREADPARM" TO CV-FILE-NAME
           MOVE 18 TO CV-OLD-LENGTH
           MOVE 22 TO CV-NEW-LENGTH
           MOVE 0 TO CV-RECORD-COUNT
           OPEN INPUT OLD-THREAD-PARM-FILE
           MOVE OTP-FILE-STATUS TO CV-STATUS
           IF OTP-FILE-STATUS NOT = "00"
               PERFORM SET-OLD-COPY-RESULT
           ELSE
               OPEN INPUT THREAD-PARM-FILE
               MOVE THP-FILE-STATUS TO CV-STATUS
               IF THP-FILE-STATUS = "00"
                   CLOSE THREAD-PARM-FILE
               END-IF
               IF THP-FILE-STATUS NOT = "35"
                   PERFORM SET-TARGET-EXISTS-RESULT
               ELSE
                   OPEN OUTPUT THREAD-PARM-FILE
                   MOVE THP-FILE-STATUS TO CV-STATUS
                   IF THP-FILE-STATUS NOT = "00"
                       PERFORM SET-TARGET-FAILED-RESULT
                   ELSE
                       MOVE "N" TO CV-EOF-SW
                       PERFORM UNTIL CV-EOF
                           READ OLD-THREAD-PARM-FILE
                               AT END
                                   SET CV-EOF TO TRUE
                               NOT AT END
                                   MOVE SPACES TO THREAD-PARM-RECORD
                                   MOVE OLD-THREAD-PARM-RECORD
                                       TO THREAD-PARM-RECORD(1:18)
                                   WRITE THREAD-PARM-RECORD
                                   ADD 1 TO CV-RECORD-COUNT
                           END-READ
                       END-PERFORM
                       CLOSE THREAD-PARM-FILE
                       PERFORM SET-CONVERTED-RESULT
                   END-IF
               END-IF
               CLOSE OLD-THREAD-PARM-FILE
           END-IF
           PERFORM WRITE-CONVERT-LINE.

       CONVERT-HTTPCRED.
           MOVE "HTTPCRED" TO CV-FILE-NAME
           MOVE 80 TO CV-OLD-LENGTH
           MOVE 100 TO CV-NEW-LENGTH
           MOVE 0 TO CV-RECORD-COUNT
           OPEN INPUT OLD-AUTH-CRED-FILE
           MOVE OCR-FILE-STATUS TO CV-STATUS
           IF OCR-FILE-STATUS NOT = "00"
               PERFORM SET-OLD-COPY-RESULT
           ELSE
               OPEN INPUT AUTH-CRED-FILE
               MOVE CRD-FILE-STATUS TO CV-STATUS
               IF CRD-FILE-STATUS = "00"
                   CLOSE AUTH-CRED-FILE
               END-IF
               IF CRD-FILE-STATUS NOT = "35"
                   PERFORM SET-TARGET-EXISTS-RESULT
               ELSE
                   OPEN OUTPUT AUTH-CRED-FILE
                   MOVE CRD-FILE-STATUS TO CV-STATUS
                   IF CRD-FILE-STATUS NOT = "00"
                       PERFORM SET-TARGET-FAILED-RESULT
                   ELSE
                       MOVE "N" TO CV-EOF-SW
                       PERFORM UNTIL CV-EOF
                           READ OLD-AUTH-CRED-FILE
                               AT END
                                   SET CV-EOF TO TRUE
                               NOT AT END
                                   MOVE SPACES TO AUTH-CRED-RECORD
                                   MOVE OLD-AUTH-CRED-RECORD(1:73)
                                       TO AUTH-CRED-RECORD(1:73)
                                   WRITE AUTH-CRED-RECORD
                                   ADD 1 TO CV-RECORD-COUNT
                           END-READ
                       END-PERFORM
                       CLOSE AUTH-CRED-FILE
                       PERFORM SET-CONVERTED-RESULT
                   END-IF
               END-IF
               CLOSE OLD-AUTH-CRED-FILE
           END-IF
           PERFORM WRITE-CONVERT-LINE.

       SET-OLD-COPY-RESULT.
           MOVE SPACES TO CV-RESULT
           IF CV-STATUS = "35"
               STRING "NO " DELIMITED BY SIZE
                      CV-FILE-NAME DELIMITED BY SPACE
                      "OLD COPY - LEFT AS IS" DELIMITED BY SIZE
                   INTO CV-RESULT
               END-STRING
               ADD 1 TO SKIPPED-COUNT
           ELSE
               STRING "REFUSED - OLD COPY OPEN STATUS " CV-STATUS
                   DELIMITED BY SIZE INTO CV-RESULT
               END-STRING
               ADD 1 TO REFUSED-COUNT
           END-IF.

       SET-TARGET-EXISTS-RESULT.
           MOVE SPACES TO CV-RESULT
           STRING "REFUSED - FILE ALREADY EXISTS, STATUS " CV-STATUS
               DELIMITED BY SIZE INTO CV-RESULT
           END-STRING
           ADD 1 TO REFUSED-COUNT.

       SET-TARGET-FAILED-RESULT.
           MOVE SPACES TO CV-RESULT
           STRING "REFUSED - CANNOT CREATE FILE, STATUS " CV-STATUS
               DELIMITED BY SIZE INTO CV-RESULT
           END-STRING
           ADD 1 TO REFUSED-COUNT.

       SET-CONVERTED-RESULT.
           MOVE "CONVERTED" TO CV-RESULT
           ADD 1 TO CONVERTED-COUNT.

       WRITE-CONVERT-LINE.
           MOVE CV-RECORD-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO FORMAT-REPORT-RECORD
           STRING CV-FILE-NAME      DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  CV-OLD-LENGTH     DELIMITED BY SIZE
                  "      "          DELIMITED BY SIZE
                  CV-NEW-LENGTH     DELIMITED BY SIZE
                  "      "          DELIMITED BY SIZE
                  RPT-COUNT-DISP    DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  CV-RESULT         DELIMITED BY SIZE
               INTO FORMAT-REPORT-RECORD
           END-STRING
           WRITE FORMAT-REPORT-RECORD
           DISPLAY CV-FILE-NAME " " CV-RESULT.

       OPEN-REPORT-FILE.
           OPEN OUTPUT FORMAT-REPORT-FILE
           IF FRP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open RECFMTRPT report file, status="
                   FRP-FILE-STATUS
               DISPLAY "Record Format Conversion terminating."
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO FORMAT-REPORT-RECORD
           STRING "RECORD FORMAT CONVERSION - RUN " RUN-TIMESTAMP
               DELIMITED BY SIZE INTO FORMAT-REPORT-RECORD
           END-STRING
           WRITE FORMAT-REPORT-RECORD

           MOVE SPACES TO FORMAT-REPORT-RECORD
           WRITE FORMAT-REPORT-RECORD

           MOVE SPACES TO FORMAT-REPORT-RECORD
           STRING "FILE        OLD LEN  NEW LEN  RECORDS  RESULT"
               DELIMITED BY SIZE INTO FORMAT-REPORT-RECORD
           END-STRING
           WRITE FORMAT-REPORT-RECORD

           MOVE SPACES TO FORMAT-REPORT-RECORD
           STRING "----------  -------  -------  -------  "
                  "----------------------------------------"
               DELIMITED BY SIZE INTO FORMAT-REPORT-RECORD
           END-STRING
           WRITE FORMAT-REPORT-RECORD.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO FORMAT-REPORT-RECORD
           WRITE FORMAT-REPORT-RECORD

           MOVE SPACES TO FORMAT-REPORT-RECORD
           STRING "RECORD FORMAT CONVERSION COMPLETE"
               DELIMITED BY SIZE INTO FORMAT-REPORT-RECORD
           END-STRING
           WRITE FORMAT-REPORT-RECORD

           MOVE CONVERTED-COUNT TO RPT-FILES-DISP
           MOVE SPACES TO FORMAT-REPORT-RECORD
           STRING "  FILES CONVERTED:        " RPT-FILES-DISP
               DELIMITED BY SIZE INTO FORMAT-REPORT-RECORD
           END-STRING
           WRITE FORMAT-REPORT-RECORD

           MOVE SKIPPED-COUNT TO RPT-FILES-DISP
           MOVE SPACES TO FORMAT-REPORT-RECORD
           STRING "  FILES WITH NO OLD COPY: " RPT-FILES-DISP
               DELIMITED BY SIZE INTO FORMAT-REPORT-RECORD
           END-STRING
           WRITE FORMAT-REPORT-RECORD

           MOVE REFUSED-COUNT TO RPT-FILES-DISP
           MOVE SPACES TO FORMAT-REPORT-RECORD
           STRING "  FILES REFUSED:          " RPT-FILES-DISP
               DELIMITED BY SIZE INTO FORMAT-REPORT-RECORD
           END-STRING
           WRITE FORMAT-REPORT-RECORD.

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
           MOVE "RECFMTRPT" TO RG-REPORT-TYPE
           PERFORM CALL-REPORT-GEN
           OPEN INPUT FORMAT-REPORT-FILE
           IF FRP-FILE-STATUS = "00"
               MOVE "N" TO RG-EOF-SW
               PERFORM UNTIL RG-EOF
                   READ FORMAT-REPORT-FILE
                       AT END
                           SET RG-EOF TO TRUE
                       NOT AT END
                           MOVE "L" TO RG-FUNCTION
                           MOVE FORMAT-REPORT-RECORD TO RG-LINE
                           PERFORM CALL-REPORT-GEN
                   END-READ
               END-PERFORM
               CLOSE FORMAT-REPORT-FILE
           END-IF
           MOVE "E" TO RG-FUNCTION
           PERFORM CALL-REPORT-GEN
           IF RG-GENERATION > 0
               DISPLAY "RECFMTRPT kept as generation " RG-GENERATION
           END-IF.

       CALL-REPORT-GEN.
           MOVE "RECFMT" TO RG-PROGRAM
           MOVE SPACES TO RG-RUN-TS
           CALL "RPTGEN" USING REPORT-GEN-PARMS.
