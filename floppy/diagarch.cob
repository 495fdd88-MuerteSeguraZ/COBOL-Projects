               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AR-FILE-STATUS.

           SELECT DIAG-COPY-FILE ASSIGN TO "DIAGCOPY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS CP-FILE-STATUS.

           SELECT ARCH-PARM-FILE ASSIGN TO "DIAGARCPRM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           05 AR-STATUS            PIC X(1).
           05 AR-SECTOR-DATA       PIC X(508).

       *> Shares the DIAGCOPY layout written by DIAGNOSTICMODE. Its
       *> records carry the same run timestamps as DIAGHIST, so the
       *> same cutoff applies; they are only a per-side tally for
       *> DIAGSIDE and are deleted rather than archived.
       FD  DIAG-COPY-FILE.
       01  DIAG-COPY-RECORD.
           05 CP-KEY.
              10 CP-VOLUME-ID      PIC X(6).
              10 CP-SECTOR-ID      PIC 9(5).
              10 CP-TIMESTAMP      PIC X(14).
           05 CP-SECTOR-STATUS     PIC X(1).
           05 CP-COPY-COUNT        PIC 9(1).
           05 CP-COPY-STATUS       PIC X(9).

       FD  ARCH-PARM-FILE.
       01  ARCH-PARM-RECORD.
           05 PARM-KEEP-RUNS       PIC 9(3).

       01 DH-FILE-STATUS    PIC X(2) VALUE "00".
       01 AR-FILE-STATUS    PIC X(2) VALUE "00".
       01 CP-FILE-STATUS    PIC X(2) VALUE "00".
       01 PARM-FILE-STATUS  PIC X(2) VALUE "00".
       01 AUD-FILE-STATUS   PIC X(2) VALUE "00".
       01 AUA-FILE-STATUS   PIC X(2) VALUE "00".

       01 ARCHIVED-COUNT    PIC 9(7) COMP-5 VALUE 0.
       01 RETAINED-COUNT    PIC 9(7) COMP-5 VALUE 0.
       01 COPY-PURGED-COUNT PIC 9(7) COMP-5 VALUE 0.
       01 COPY-EOF-SW       PIC X(1) VALUE "N".
          88 COPY-EOF              VALUE "Y".
       01 AUDIT-ROLL-COUNT  PIC 9(7) COMP-5 VALUE 0.
       01 AUD-EOF-SW        PIC X(1) VALUE "N".
          88 AUD-EOF               VALUE "Y".
           DISPLAY "  Runs kept current:    " KEEP-RUNS
           DISPLAY "  History archived:     " ARCHIVED-COUNT
           DISPLAY "  History retained:     " RETAINED-COUNT
           DISPLAY "  Copy history purged:  " COPY-PURGED-COUNT
           DISPLAY "  Audit lines rolled:   " AUDIT-ROLL-COUNT

           STOP RUN.
                   PERFORM OPEN-ARCHIVE-FILE
                   PERFORM PURGE-OLD-HISTORY
                   CLOSE DIAG-ARCHIVE-FILE
                   PERFORM PURGE-OLD-COPY-HISTORY
               END-IF
               CLOSE DIAG-HISTORY-FILE
           END-IF.
           DELETE DIAG-HISTORY-FILE RECORD
           ADD 1 TO ARCHIVED-COUNT.

       *> DIAGCOPY has no baseline to protect - each record stands
       *> alone as one scan's verdict on each side - so everything
       *> older than the cutoff goes.
       PURGE-OLD-COPY-HISTORY.
           OPEN I-O DIAG-COPY-FILE
           IF CP-FILE-STATUS NOT = "00"
               DISPLAY "No DIAGCOPY copy history found, nothing purged."
           ELSE
               MOVE LOW-VALUES TO CP-KEY
               START DIAG-COPY-FILE KEY IS >= CP-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PURGE-COPY-LOOP
               END-START
               CLOSE DIAG-COPY-FILE
           END-IF.

       PURGE-COPY-LOOP.
           MOVE "N" TO COPY-EOF-SW
           PERFORM UNTIL COPY-EOF
               READ DIAG-COPY-FILE NEXT RECORD
                   AT END
                       SET COPY-EOF TO TRUE
                   NOT AT END
                       IF CP-TIMESTAMP < CUTOFF-TS
                           DELETE DIAG-COPY-FILE RECORD
                           ADD 1 TO COPY-PURGED-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       OPEN-ARCHIVE-FILE.
           OPEN EXTEND DIAG-ARCHIVE-FILE
           IF AR-FILE-STATUS NOT = "00"
