       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-DEF-FILE ASSIGN TO "STREAMDEF"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SDF-FILE-STATUS.

           SELECT STREAM-CKPT-FILE ASSIGN TO "STREAMCKPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SCK-FILE-STATUS.

           SELECT STREAM-PARM-FILE ASSIGN TO "STREAMPRM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SPM-FILE-STATUS.

           SELECT JOB-CLEAN-FILE ASSIGN TO "JOBCLEAN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JCL-FILE-STATUS.

           SELECT JOB-INPUT-FILE ASSIGN TO "JOBIN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JIN-FILE-STATUS.

           SELECT VOL-COMMAND-FILE ASSIGN TO "DIAGVOLCMD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS VC-FILE-STATUS.

           SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDGER"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> Stream definition, one card per step in run order; cards
       *> starting with "*" are comments. SD-COND-OP/SD-COND-RC is
       *> the test the step's return code must pass for the stream
       *> to go on (e.g. "LE004"). SD-RESTARTABLE says whether a
       *> rerun may start again at this step. SD-STEP-TYPE "P" runs
       *> SD-COMMAND; "J" is the JOBCLEAN-over-JOBIN hand-off done
       *> here rather than by hand. A non-blank SD-VOLCMD-CARD is
       *> written as the one-card DIAGVOLCMD deck before the step,
       *> which is how the VOLMGMT GENCTL and TREND steps differ.
       FD  STREAM-DEF-FILE.
       01  STREAM-DEF-RECORD.
           05 SD-STEP-NAME         PIC X(8).
           05 FILLER               PIC X(1).
           05 SD-COMMAND           PIC X(40).
           05 FILLER               PIC X(1).
           05 SD-COND-OP           PIC X(2).
           05 SD-COND-RC           PIC 9(3).
           05 FILLER               PIC X(1).
           05 SD-RESTARTABLE       PIC X(1).
           05 FILLER               PIC X(1).
           05 SD-STEP-TYPE         PIC X(1).
           05 FILLER               PIC X(1).
           05 SD-VOLCMD-CARD       PIC X(20).

       *> Where the last stream run got to: "R" a step was started
       *> and never reported back, "F" a step failed its condition,
       *> "C" the stream ran to the end. SCK-STEP-NAME is the step
       *> concerned.
       FD  STREAM-CKPT-FILE.
       01  STREAM-CKPT-RECORD.
           05 SCK-STATE            PIC X(1).
              88 SCK-RUNNING             VALUE "R".
              88 SCK-FAILED              VALUE "F".
              88 SCK-COMPLETE            VALUE "C".
           05 FILLER               PIC X(1).
           05 SCK-STEP-NAME        PIC X(8).
           05 FILLER               PIC X(1).
           05 SCK-STREAM-TS        PIC X(14).
           05 FILLER               PIC X(1).
           05 SCK-STEP-RC          PIC 9(3).

       *> Optional operator override of where to start: a step name,
       *> or "*TOP" for the first step. Cleared once it is used so a
       *> forgotten card cannot skip steps on the following night.
       FD  STREAM-PARM-FILE.
       01  STREAM-PARM-RECORD.
           05 SPM-FROM-STEP        PIC X(8).

       *> JOBEDIT output and COBOL-THREADS input share the JOBIN card
       *> layout; the hand-off copies the image unchanged.
       FD  JOB-CLEAN-FILE.
       01  JOB-CLEAN-RECORD        PIC X(107).

       FD  JOB-INPUT-FILE.
       01  JOB-INPUT-RECORD        PIC X(107).

       *> Shares the DIAGVOLCMD command card layout read by VOLMGMT.
       FD  VOL-COMMAND-FILE.
       01  VOL-COMMAND-RECORD      PIC X(20).

       *> Shares the RUNLEDGER layout appended by DIAGNOSTICMODE and
       *> COBOL-THREADS. Each step gets a START and an END under its
       *> step name, so LEDGERRPT pairs them like any other run.
       FD  RUN-LEDGER-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RUN-LEDGER-RECORD.
           05 RL-TIMESTAMP         PIC X(14).
           05 FILLER               PIC X(1).
           05 RL-PROGRAM           PIC X(14).
           05 FILLER               PIC X(1).
           05 RL-EVENT             PIC X(5).
           05 FILLER               PIC X(1).
           05 RL-DETAIL            PIC X(96).

       WORKING-STORAGE SECTION.

       01 SDF-FILE-STATUS   PIC X(2) VALUE "00".
       01 SCK-FILE-STATUS   PIC X(2) VALUE "00".
       01 SPM-FILE-STATUS   PIC X(2) VALUE "00".
       01 JCL-FILE-STATUS   PIC X(2) VALUE "00".
       01 JIN-FILE-STATUS   PIC X(2) VALUE "00".
       01 VC-FILE-STATUS    PIC X(2) VALUE "00".
       01 RL-FILE-STATUS    PIC X(2) VALUE "00".

       01 SDF-EOF-SW        PIC X(1) VALUE "N".
          88 SDF-EOF               VALUE "Y".
       01 JCL-EOF-SW        PIC X(1) VALUE "N".
          88 JCL-EOF               VALUE "Y".
       01 DEF-ERROR-SW      PIC X(1) VALUE "N".
          88 DEF-ERROR             VALUE "Y".
       01 STREAM-STOP-SW    PIC X(1) VALUE "N".
          88 STREAM-STOPPED        VALUE "Y".
       01 COND-MET-SW       PIC X(1) VALUE "N".
          88 COND-MET              VALUE "Y".

       01 STEP-TABLE.
          05 STEP-ENTRY OCCURS 30 TIMES.
             10 ST-STEP-NAME       PIC X(8).
             10 ST-COMMAND         PIC X(40).
             10 ST-COND-OP         PIC X(2).
             10 ST-COND-RC         PIC 9(3).
             10 ST-RESTARTABLE     PIC X(1).
             10 ST-STEP-TYPE       PIC X(1).
             10 ST-VOLCMD-CARD     PIC X(20).
       01 STEP-COUNT        PIC 9(3) COMP-5 VALUE 0.
       01 STEP-SUB          PIC 9(3) COMP-5 VALUE 0.
       01 START-SUB         PIC 9(3) COMP-5 VALUE 1.
       01 FIND-SUB          PIC 9(3) COMP-5 VALUE 0.
       01 FIND-STEP-NAME    PIC X(8) VALUE SPACES.
       01 DEF-LINE-COUNT    PIC 9(3) COMP-5 VALUE 0.

       01 SYSTEM-COMMAND    PIC X(41) VALUE SPACES.
       01 SYSTEM-STATUS     PIC S9(9) COMP-5 VALUE 0.
       01 SYSTEM-SIGNAL     PIC S9(9) COMP-5 VALUE 0.
       01 STEP-RC           PIC 9(3) COMP-5 VALUE 0.
       01 STREAM-RC         PIC 9(3) COMP-5 VALUE 0.
       01 STEPS-RUN         PIC 9(3) COMP-5 VALUE 0.
       01 COPY-COUNT        PIC 9(7) COMP-5 VALUE 0.
       01 FAILED-STEP-NAME  PIC X(8) VALUE SPACES.
       01 CKPT-STATE        PIC X(1) VALUE SPACES.
       01 CKPT-STEP-NAME    PIC X(8) VALUE SPACES.

       01 STREAM-TS         PIC X(14) VALUE SPACES.
       01 RUN-TIMESTAMP     PIC X(14) VALUE SPACES.
       01 CURR-DATE         PIC 9(8) VALUE 0.
       01 CURR-TIME.
          05 CURR-HHMMSS      PIC X(6).
          05 FILLER           PIC X(2).
       01 LEDGER-PROGRAM    PIC X(14) VALUE SPACES.
       01 LEDGER-EVENT      PIC X(5) VALUE SPACES.
       01 LEDGER-DETAIL     PIC X(96) VALUE SPACES.
       01 RESTART-NOTE      PIC X(40) VALUE SPACES.

       01 RPT-STEP-DISP     PIC 9(3) VALUE 0.
       01 RPT-RC-DISP       PIC 9(3) VALUE 0.
       01 RPT-COUNT-DISP    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.

           DISPLAY "Starting Batch Stream Controller..."
           DISPLAY "----------------------------------"

           PERFORM LOAD-STREAM-DEFINITION
           IF DEF-ERROR
               DISPLAY "Batch Stream Controller terminating,"
                   " nothing was run."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM BUILD-RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP TO STREAM-TS
           PERFORM FIND-RESTART-STEP

           MOVE "STRMCTL" TO LEDGER-PROGRAM
           MOVE "START" TO LEDGER-EVENT
           MOVE START-SUB TO RPT-STEP-DISP
           MOVE SPACES TO LEDGER-DETAIL
           STRING "STREAM FROM STEP " RPT-STEP-DISP " "
                  ST-STEP-NAME(START-SUB) " " RESTART-NOTE
               DELIMITED BY SIZE INTO LEDGER-DETAIL
           END-STRING
           PERFORM WRITE-LEDGER-RECORD

           PERFORM VARYING STEP-SUB FROM START-SUB BY 1
               UNTIL STEP-SUB > STEP-COUNT OR STREAM-STOPPED
               PERFORM RUN-STREAM-STEP
           END-PERFORM

           PERFORM BUILD-RUN-TIMESTAMP
           MOVE "STRMCTL" TO LEDGER-PROGRAM
           MOVE "END" TO LEDGER-EVENT
           MOVE STEPS-RUN TO RPT-STEP-DISP
           MOVE STREAM-RC TO RPT-RC-DISP
           MOVE SPACES TO LEDGER-DETAIL
           IF STREAM-STOPPED
               STRING "STOPPED AT " FAILED-STEP-NAME
                      " RC=" RPT-RC-DISP " STEPS RUN=" RPT-STEP-DISP
                   DELIMITED BY SIZE INTO LEDGER-DETAIL
               END-STRING
           ELSE
               STRING "COMPLETE STEPS RUN=" RPT-STEP-DISP
                   DELIMITED BY SIZE INTO LEDGER-DETAIL
               END-STRING
               MOVE "C" TO CKPT-STATE
               MOVE SPACES TO CKPT-STEP-NAME
               PERFORM WRITE-STREAM-CHECKPOINT
           END-IF
           PERFORM WRITE-LEDGER-RECORD

           DISPLAY "----------------------------------"
           DISPLAY "Batch Stream Controller Complete:"
           DISPLAY "  Steps defined:        " STEP-COUNT
           DISPLAY "  Started at step:      " START-SUB
           DISPLAY "  Steps run:            " STEPS-RUN
           IF STREAM-STOPPED
               DISPLAY "  Stopped at step:      " FAILED-STEP-NAME
               DISPLAY "  Step return code:     " STREAM-RC
               DISPLAY "  Rerun STRMCTL to resume from that step."
           END-IF

           MOVE STREAM-RC TO RETURN-CODE
           STOP RUN.

       *> Every card is checked before anything runs: a stream that
       *> stops on a typo halfway through the night is worse than
       *> one that never starts.
       LOAD-STREAM-DEFINITION.
           OPEN INPUT STREAM-DEF-FILE
           IF SDF-FILE-STATUS NOT = "00"
               DISPLAY "STREAMDEF stream definition not available,"
                   " status=" SDF-FILE-STATUS
               SET DEF-ERROR TO TRUE
           ELSE
               PERFORM UNTIL SDF-EOF
                   READ STREAM-DEF-FILE
                       AT END
                           SET SDF-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO DEF-LINE-COUNT
                           IF SD-STEP-NAME(1:1) NOT = "*"
                               AND STREAM-DEF-RECORD NOT = SPACES
                               PERFORM CHECK-STEP-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-DEF-FILE
               IF STEP-COUNT = 0 AND NOT DEF-ERROR
                   DISPLAY "STREAMDEF has no steps."
                   SET DEF-ERROR TO TRUE
               END-IF
           END-IF.

       CHECK-STEP-CARD.
           MOVE DEF-LINE-COUNT TO RPT-STEP-DISP
           MOVE SD-STEP-NAME TO FIND-STEP-NAME
           PERFORM FIND-STEP-BY-NAME
           IF SD-STEP-NAME = SPACES
               DISPLAY "STREAMDEF line " RPT-STEP-DISP
                   ": step name is blank."
               SET DEF-ERROR TO TRUE
           ELSE IF FIND-SUB > 0
               DISPLAY "STREAMDEF line " RPT-STEP-DISP
                   ": step " SD-STEP-NAME " is defined twice."
               SET DEF-ERROR TO TRUE
           ELSE IF SD-COND-OP NOT = "LE" AND NOT = "LT"
               AND NOT = "EQ" AND NOT = "NE"
               AND NOT = "GE" AND NOT = "GT"
               DISPLAY "STREAMDEF line " RPT-STEP-DISP
                   ": condition must be LE LT EQ NE GE or GT."
               SET DEF-ERROR TO TRUE
           ELSE IF SD-COND-RC IS NOT NUMERIC
               DISPLAY "STREAMDEF line " RPT-STEP-DISP
                   ": condition return code is not numeric."
               SET DEF-ERROR TO TRUE
           ELSE IF SD-RESTARTABLE NOT = "Y" AND NOT = "N"
               DISPLAY "STREAMDEF line " RPT-STEP-DISP
                   ": restartable flag must be Y or N."
               SET DEF-ERROR TO TRUE
           ELSE IF SD-STEP-TYPE NOT = "P" AND NOT = "J"
               DISPLAY "STREAMDEF line " RPT-STEP-DISP
                   ": step type must be P or J."
               SET DEF-ERROR TO TRUE
           ELSE IF SD-STEP-TYPE = "P" AND SD-COMMAND = SPACES
               DISPLAY "STREAMDEF line " RPT-STEP-DISP
                   ": program step has no command."
               SET DEF-ERROR TO TRUE
           ELSE IF STEP-COUNT >= 30
               DISPLAY "STREAMDEF line " RPT-STEP-DISP
                   ": more than 30 steps."
               SET DEF-ERROR TO TRUE
           ELSE
               ADD 1 TO STEP-COUNT
               MOVE SD-STEP-NAME   TO ST-STEP-NAME(STEP-COUNT)
               MOVE SD-COMMAND     TO ST-COMMAND(STEP-COUNT)
               MOVE SD-COND-OP     TO ST-COND-OP(STEP-COUNT)
               MOVE SD-COND-RC     TO ST-COND-RC(STEP-COUNT)
               MOVE SD-RESTARTABLE TO ST-RESTARTABLE(STEP-COUNT)
               MOVE SD-STEP-TYPE   TO ST-STEP-TYPE(STEP-COUNT)
               MOVE SD-VOLCMD-CARD TO ST-VOLCMD-CARD(STEP-COUNT)
           END-IF.

       FIND-STEP-BY-NAME.
           MOVE 0 TO FIND-SUB
           PERFORM VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB > STEP-COUNT OR FIND-SUB > 0
               IF ST-STEP-NAME(STEP-SUB) = FIND-STEP-NAME
                   MOVE STEP-SUB TO FIND-SUB
               END-IF
           END-PERFORM.

       *> A stream that failed (or died mid-step) resumes at that
       *> step. A step that is not restartable cannot simply be run
       *> again, so the resume point backs up to the nearest earlier
       *> restartable step, or the top when there is none. An
       *> operator STREAMPRM card overrides all of this.
       FIND-RESTART-STEP.
           MOVE 1 TO START-SUB
           MOVE SPACES TO RESTART-NOTE
           OPEN INPUT STREAM-CKPT-FILE
           IF SCK-FILE-STATUS = "00"
               READ STREAM-CKPT-FILE
                   AT END
                       MOVE "C" TO SCK-STATE
               END-READ
               CLOSE STREAM-CKPT-FILE
               IF SCK-FAILED OR SCK-RUNNING
                   PERFORM FIND-CHECKPOINT-STEP
               END-IF
           END-IF

           OPEN INPUT STREAM-PARM-FILE
           IF SPM-FILE-STATUS = "00"
               READ STREAM-PARM-FILE
                   AT END
                       MOVE SPACES TO SPM-FROM-STEP
               END-READ
               CLOSE STREAM-PARM-FILE
               IF SPM-FROM-STEP NOT = SPACES
                   PERFORM APPLY-STREAM-PARM
               END-IF
           END-IF.

       FIND-CHECKPOINT-STEP.
           MOVE SCK-STEP-NAME TO FIND-STEP-NAME
           PERFORM FIND-STEP-BY-NAME
           IF FIND-SUB = 0
               DISPLAY "Last stream stopped at " SCK-STEP-NAME
                   ", no longer in STREAMDEF; starting at the top."
           ELSE
               MOVE FIND-SUB TO START-SUB
               PERFORM UNTIL START-SUB = 1
                   OR ST-RESTARTABLE(START-SUB) = "Y"
                   SUBTRACT 1 FROM START-SUB
               END-PERFORM
               IF ST-RESTARTABLE(START-SUB) = "N"
                   MOVE 1 TO START-SUB
               END-IF
               DISPLAY "Last stream stopped at " SCK-STEP-NAME
                   ", resuming at " ST-STEP-NAME(START-SUB)
               STRING "RESTART AFTER " SCK-STEP-NAME
                   DELIMITED BY SIZE INTO RESTART-NOTE
               END-STRING
           END-IF.

       APPLY-STREAM-PARM.
           IF SPM-FROM-STEP = "*TOP"
               MOVE 1 TO START-SUB
               MOVE "OPERATOR RESTART FROM TOP" TO RESTART-NOTE
               DISPLAY "STREAMPRM: operator restart from the top."
           ELSE
               MOVE SPM-FROM-STEP TO FIND-STEP-NAME
               PERFORM FIND-STEP-BY-NAME
               IF FIND-SUB = 0
                   DISPLAY "STREAMPRM step " SPM-FROM-STEP
                       " is not in STREAMDEF, card ignored."
               ELSE
                   MOVE FIND-SUB TO START-SUB
                   MOVE "OPERATOR RESTART" TO RESTART-NOTE
                   DISPLAY "STREAMPRM: operator restart at "
                       SPM-FROM-STEP
               END-IF
           END-IF
           OPEN OUTPUT STREAM-PARM-FILE
           CLOSE STREAM-PARM-FILE.

       RUN-STREAM-STEP.
           MOVE "R" TO CKPT-STATE
           MOVE ST-STEP-NAME(STEP-SUB) TO CKPT-STEP-NAME
           MOVE 0 TO STEP-RC
           PERFORM WRITE-STREAM-CHECKPOINT

           PERFORM BUILD-RUN-TIMESTAMP
           MOVE ST-STEP-NAME(STEP-SUB) TO LEDGER-PROGRAM
           MOVE "START" TO LEDGER-EVENT
           MOVE STEP-SUB TO RPT-STEP-DISP
           MOVE SPACES TO LEDGER-DETAIL
           IF ST-STEP-TYPE(STEP-SUB) = "J"
               STRING "STEP " RPT-STEP-DISP " STREAM " STREAM-TS
                      " COPY JOBCLEAN TO JOBIN"
                   DELIMITED BY SIZE INTO LEDGER-DETAIL
               END-STRING
           ELSE
               STRING "STEP " RPT-STEP-DISP " STREAM " STREAM-TS
                      " " ST-COMMAND(STEP-SUB)
                   DELIMITED BY SIZE INTO LEDGER-DETAIL
               END-STRING
           END-IF
           PERFORM WRITE-LEDGER-RECORD
           DISPLAY "Step " RPT-STEP-DISP " " ST-STEP-NAME(STEP-SUB)
               " starting."

           IF ST-STEP-TYPE(STEP-SUB) = "J"
               PERFORM COPY-JOBCLEAN-TO-JOBIN
           ELSE
               PERFORM RUN-STEP-PROGRAM
           END-IF
           ADD 1 TO STEPS-RUN

           PERFORM TEST-STEP-CONDITION
           PERFORM BUILD-RUN-TIMESTAMP
           MOVE ST-STEP-NAME(STEP-SUB) TO LEDGER-PROGRAM
           MOVE "END" TO LEDGER-EVENT
           MOVE STEP-RC TO RPT-RC-DISP
           MOVE SPACES TO LEDGER-DETAIL
           IF COND-MET
               STRING "RC=" RPT-RC-DISP " COND " ST-COND-OP(STEP-SUB)
                      " " ST-COND-RC(STEP-SUB) " MET"
                   DELIMITED BY SIZE INTO LEDGER-DETAIL
               END-STRING
           ELSE
               STRING "RC=" RPT-RC-DISP " COND " ST-COND-OP(STEP-SUB)
                      " " ST-COND-RC(STEP-SUB)
                      " NOT MET - STREAM STOPPED"
                   DELIMITED BY SIZE INTO LEDGER-DETAIL
               END-STRING
           END-IF
           PERFORM WRITE-LEDGER-RECORD
           DISPLAY "Step " RPT-STEP-DISP " " ST-STEP-NAME(STEP-SUB)
               " ended RC=" RPT-RC-DISP

           IF NOT COND-MET
               MOVE "F" TO CKPT-STATE
               PERFORM WRITE-STREAM-CHECKPOINT
               MOVE ST-STEP-NAME(STEP-SUB) TO FAILED-STEP-NAME
               MOVE STEP-RC TO STREAM-RC
               SET STREAM-STOPPED TO TRUE
           END-IF.

       *> The shell hands back a wait status: exit code times 256,
       *> or a signal number in the low byte when the step was
       *> killed. A killed step, or one that would not start at
       *> all, is reported as RC 999.
       RUN-STEP-PROGRAM.
           IF ST-VOLCMD-CARD(STEP-SUB) NOT = SPACES
               PERFORM WRITE-VOLCMD-CARD
           END-IF
           MOVE SPACES TO SYSTEM-COMMAND
           MOVE ST-COMMAND(STEP-SUB) TO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND
           MOVE RETURN-CODE TO SYSTEM-STATUS
           MOVE 0 TO RETURN-CODE
           IF SYSTEM-STATUS < 0
               MOVE 999 TO STEP-RC
           ELSE
               DIVIDE SYSTEM-STATUS BY 256 GIVING SYSTEM-STATUS
                   REMAINDER SYSTEM-SIGNAL
               IF SYSTEM-SIGNAL NOT = 0 OR SYSTEM-STATUS > 255
                   MOVE 999 TO STEP-RC
               ELSE
                   MOVE SYSTEM-STATUS TO STEP-RC
               END-IF
           END-IF.

       WRITE-VOLCMD-CARD.
           OPEN OUTPUT VOL-COMMAND-FILE
           IF VC-FILE-STATUS = "00"
               MOVE ST-VOLCMD-CARD(STEP-SUB) TO VOL-COMMAND-RECORD
               WRITE VOL-COMMAND-RECORD
               CLOSE VOL-COMMAND-FILE
           ELSE
               DISPLAY "Unable to write DIAGVOLCMD card, status="
                   VC-FILE-STATUS
           END-IF.

       *> The hand-off that used to be done by hand: the edited deck
       *> replaces the raw one. A missing JOBCLEAN is RC 8, so the
       *> pool never runs the unedited deck by default.
       COPY-JOBCLEAN-TO-JOBIN.
           MOVE 0 TO COPY-COUNT
           OPEN INPUT JOB-CLEAN-FILE
           IF JCL-FILE-STATUS NOT = "00"
               DISPLAY "JOBCLEAN not available, status="
                   JCL-FILE-STATUS ", JOBIN left as it was."
               MOVE 8 TO STEP-RC
           ELSE
               OPEN OUTPUT JOB-INPUT-FILE
               IF JIN-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to rewrite JOBIN, status="
                       JIN-FILE-STATUS
                   MOVE 12 TO STEP-RC
               ELSE
                   MOVE "N" TO JCL-EOF-SW
                   PERFORM UNTIL JCL-EOF
                       READ JOB-CLEAN-FILE
                           AT END
                               SET JCL-EOF TO TRUE
                           NOT AT END
                               MOVE JOB-CLEAN-RECORD
                                   TO JOB-INPUT-RECORD
                               WRITE JOB-INPUT-RECORD
                               ADD 1 TO COPY-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE JOB-INPUT-FILE
                   MOVE COPY-COUNT TO RPT-COUNT-DISP
                   DISPLAY "JOBCLEAN copied over JOBIN, "
                       RPT-COUNT-DISP " cards."
               END-IF
               CLOSE JOB-CLEAN-FILE
           END-IF.

       TEST-STEP-CONDITION.
           MOVE "N" TO COND-MET-SW
           EVALUATE ST-COND-OP(STEP-SUB)
               WHEN "LE"
                   IF STEP-RC <= ST-COND-RC(STEP-SUB)
                       SET COND-MET TO TRUE
                   END-IF
               WHEN "LT"
                   IF STEP-RC < ST-COND-RC(STEP-SUB)
                       SET COND-MET TO TRUE
                   END-IF
               WHEN "EQ"
                   IF STEP-RC = ST-COND-RC(STEP-SUB)
                       SET COND-MET TO TRUE
                   END-IF
               WHEN "NE"
                   IF STEP-RC NOT = ST-COND-RC(STEP-SUB)
                       SET COND-MET TO TRUE
                   END-IF
               WHEN "GE"
                   IF STEP-RC >= ST-COND-RC(STEP-SUB)
                       SET COND-MET TO TRUE
                   END-IF
               WHEN "GT"
                   IF STEP-RC > ST-COND-RC(STEP-SUB)
                       SET COND-MET TO TRUE
                   END-IF
           END-EVALUATE.

       WRITE-STREAM-CHECKPOINT.
           OPEN OUTPUT STREAM-CKPT-FILE
           IF SCK-FILE-STATUS = "00"
               MOVE SPACES TO STREAM-CKPT-RECORD
               MOVE CKPT-STATE TO SCK-STATE
               MOVE CKPT-STEP-NAME TO SCK-STEP-NAME
               MOVE STREAM-TS TO SCK-STREAM-TS
               MOVE STEP-RC TO SCK-STEP-RC
               WRITE STREAM-CKPT-RECORD
               CLOSE STREAM-CKPT-FILE
           ELSE
               DISPLAY "Unable to write STREAMCKPT, status="
                   SCK-FILE-STATUS
           END-IF.

       WRITE-LEDGER-RECORD.
           OPEN EXTEND RUN-LEDGER-FILE
           IF RL-FILE-STATUS NOT = "00"
               OPEN OUTPUT RUN-LEDGER-FILE
               CLOSE RUN-LEDGER-FILE
               OPEN EXTEND RUN-LEDGER-FILE
           END-IF
           IF RL-FILE-STATUS = "00"
               MOVE SPACES TO RUN-LEDGER-RECORD
               MOVE RUN-TIMESTAMP   TO RL-TIMESTAMP
               MOVE LEDGER-PROGRAM  TO RL-PROGRAM
               MOVE LEDGER-EVENT    TO RL-EVENT
               MOVE LEDGER-DETAIL   TO RL-DETAIL
               WRITE RUN-LEDGER-RECORD
               CLOSE RUN-LEDGER-FILE
           ELSE
               DISPLAY "Unable to write RUNLEDGER entry, status="
                   RL-FILE-STATUS
           END-IF.

       BUILD-RUN-TIMESTAMP.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD
           ACCEPT CURR-TIME FROM TIME
           MOVE SPACES TO RUN-TIMESTAMP
           STRING
               CURR-DATE DELIMITED BY SIZE
               CURR-HHMMSS DELIMITED BY SIZE
               INTO RUN-TIMESTAMP
           END-STRING.
