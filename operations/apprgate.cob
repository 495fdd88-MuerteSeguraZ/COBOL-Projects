       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRGATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO "DESTAPPR"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DA-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTAUDIT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> Pending-approval file for destructive volume actions: WIPE
       *> (DIAGNOSTICMODE secure wipe), RETIRE and WIPED (VOLMGMT
       *> status cards) and EVACUATE (VOLEVAC, source and target).
       *> An operator raises a request in CARDMAINT ("P" pending) and
       *> a different operator approves ("A") or rejects ("R") it.
       *> The program doing the work marks it used ("U") when it
       *> acts on it, so one approval covers one action. Pending and
       *> approved requests past DA-EXPIRES (last good day) become
       *> "E" expired. Lines are only ever updated in place.
       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           05 DA-REQUEST-ID        PIC 9(6).
           05 FILLER               PIC X(1).
           05 DA-STATE             PIC X(1).
              88 DA-PENDING              VALUE "P".
              88 DA-APPROVED             VALUE "A".
              88 DA-REJECTED             VALUE "R".
              88 DA-EXPIRED              VALUE "E".
              88 DA-USED                 VALUE "U".
           05 FILLER               PIC X(1).
           05 DA-ACTION            PIC X(8).
           05 FILLER               PIC X(1).
           05 DA-VOLUME-ID         PIC X(6).
           05 FILLER               PIC X(1).
           05 DA-TARGET-VOLUME     PIC X(6).
           05 FILLER               PIC X(1).
           05 DA-REQUESTED-BY      PIC X(8).
           05 FILLER               PIC X(1).
           05 DA-REQUESTED-TS      PIC X(14).
           05 FILLER               PIC X(1).
           05 DA-EXPIRES           PIC X(8).
           05 FILLER               PIC X(1).
           05 DA-REASON            PIC X(40).
           05 FILLER               PIC X(1).
           05 DA-DECIDED-BY        PIC X(8).
           05 FILLER               PIC X(1).
           05 DA-DECIDED-TS        PIC X(14).
           05 FILLER               PIC X(1).
           05 DA-USED-BY           PIC X(14).
           05 FILLER               PIC X(1).
           05 DA-USED-TS           PIC X(14).
           05 FILLER               PIC X(41).

       *> Shares the MAINTAUDIT layout written by CARDMAINT.
       FD  MAINT-AUDIT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MAINT-AUDIT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.

       01 DA-FILE-STATUS    PIC X(2) VALUE "00".
       01 AUD-FILE-STATUS   PIC X(2) VALUE "00".
       01 DA-EOF-SW         PIC X(1) VALUE "N".
          88 DA-EOF                VALUE "Y".
       01 DA-MATCH-SW       PIC X(1) VALUE "N".
          88 DA-MATCHED            VALUE "Y".
       01 PENDING-ID        PIC 9(6) VALUE 0.
       01 EXPIRED-ID        PIC 9(6) VALUE 0.
       01 TODAY-DATE        PIC 9(8) VALUE 0.
       01 TODAY-TEXT        PIC X(8) VALUE SPACES.
       01 GATE-TS           PIC X(14) VALUE SPACES.
       01 GATE-CLOCK.
          05 GATE-HHMMSS       PIC X(6).
          05 FILLER            PIC X(2).

       01 AUDIT-TIME        PIC 9(6) VALUE 0.
       01 AUDIT-ACTION      PIC X(7) VALUE SPACES.
       01 AUDIT-DETAIL      PIC X(80) VALUE SPACES.
       01 AUDIT-FILE-NAME   PIC X(10) VALUE "DESTAPPR".

       LINKAGE SECTION.
       *> Parameter block passed by every program that performs or
       *> maintains a destructive action. AG-FUNCTION is "C" to check
       *> for an approved request without using it, "U" to check and
       *> mark it used, or "S" only to expire stale requests. The
       *> caller gets back whether it may go ahead, the request id
       *> that allowed it, or the reason it may not.
       01 APPROVAL-PARMS.
          05 AG-FUNCTION           PIC X(1).
             88 AG-CHECK                 VALUE "C".
             88 AG-USE                   VALUE "U".
             88 AG-SWEEP                 VALUE "S".
          05 AG-ACTION             PIC X(8).
          05 AG-VOLUME-ID          PIC X(6).
          05 AG-TARGET-VOLUME      PIC X(6).
          05 AG-PROGRAM            PIC X(14).
          05 AG-OPERATOR           PIC X(8).
          05 AG-APPROVED-SW        PIC X(1).
             88 AG-APPROVED              VALUE "Y".
          05 AG-REQUEST-ID         PIC 9(6).
          05 AG-REFUSAL            PIC X(40).

       PROCEDURE DIVISION USING APPROVAL-PARMS.
       MAIN-PARA.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE TO TODAY-TEXT
           ACCEPT GATE-CLOCK FROM TIME
           MOVE SPACES TO GATE-TS
           STRING TODAY-DATE  DELIMITED BY SIZE
                  GATE-HHMMSS DELIMITED BY SIZE
               INTO GATE-TS
           END-STRING

           MOVE "N" TO AG-APPROVED-SW
           MOVE 0 TO AG-REQUEST-ID
           MOVE SPACES TO AG-REFUSAL
           MOVE "N" TO DA-MATCH-SW
           MOVE 0 TO PENDING-ID
           MOVE 0 TO EXPIRED-ID

           OPEN I-O APPROVAL-FILE
           IF DA-FILE-STATUS = "00"
               MOVE "N" TO DA-EOF-SW
               PERFORM UNTIL DA-EOF
                   READ APPROVAL-FILE
                       AT END
                           SET DA-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-APPROVAL-LINE
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF

           IF DA-MATCHED
               SET AG-APPROVED TO TRUE
           ELSE
               IF PENDING-ID > 0
                   MOVE PENDING-ID TO AG-REQUEST-ID
                   STRING "REQUEST " PENDING-ID " AWAITS APPROVAL"
                       DELIMITED BY SIZE INTO AG-REFUSAL
                   END-STRING
               ELSE
                   IF EXPIRED-ID > 0
                       MOVE EXPIRED-ID TO AG-REQUEST-ID
                       STRING "REQUEST " EXPIRED-ID " HAS EXPIRED"
                           DELIMITED BY SIZE INTO AG-REFUSAL
                       END-STRING
                   ELSE
                       MOVE "NO APPROVED REQUEST ON DESTAPPR"
                           TO AG-REFUSAL
                   END-IF
               END-IF
           END-IF
           GOBACK.

       *> Every pass expires what has run out, whichever function was
       *> asked for, so expiry is audited the first time anything
       *> looks at the file after the last good day.
       CHECK-APPROVAL-LINE.
           IF (DA-PENDING OR DA-APPROVED)
               AND DA-EXPIRES IS NUMERIC
               AND DA-EXPIRES < TODAY-TEXT
               MOVE "E" TO DA-STATE
               REWRITE APPROVAL-RECORD
               MOVE "EXPIRE" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-DETAIL
               STRING "EXPIRES " DA-EXPIRES
                   DELIMITED BY SIZE INTO AUDIT-DETAIL(35:)
               END-STRING
               PERFORM WRITE-APPROVAL-AUDIT
           END-IF

           IF NOT AG-SWEEP
               AND NOT DA-MATCHED
               AND DA-ACTION = AG-ACTION
               AND DA-VOLUME-ID = AG-VOLUME-ID
               AND DA-TARGET-VOLUME = AG-TARGET-VOLUME
               EVALUATE TRUE
                   WHEN DA-APPROVED
                       AND DA-DECIDED-BY NOT = SPACES
                       AND DA-DECIDED-BY NOT = DA-REQUESTED-BY
                       SET DA-MATCHED TO TRUE
                       MOVE DA-REQUEST-ID TO AG-REQUEST-ID
                       IF AG-USE
                           PERFORM MARK-REQUEST-USED
                       END-IF
                   WHEN DA-PENDING
                       MOVE DA-REQUEST-ID TO PENDING-ID
                   WHEN DA-EXPIRED
                       MOVE DA-REQUEST-ID TO EXPIRED-ID
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       MARK-REQUEST-USED.
           MOVE "U" TO DA-STATE
           MOVE AG-PROGRAM TO DA-USED-BY
           MOVE GATE-TS TO DA-USED-TS
           REWRITE APPROVAL-RECORD
           MOVE "USED" TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-DETAIL
           STRING "BY " AG-PROGRAM
               DELIMITED BY SIZE INTO AUDIT-DETAIL(35:)
           END-STRING
           PERFORM WRITE-APPROVAL-AUDIT.

       *> Same line as CARDMAINT writes for its own approval actions:
       *> request id, action, volume and target, then the detail the
       *> caller has already placed from column 35 on.
       WRITE-APPROVAL-AUDIT.
           STRING "REQ "           DELIMITED BY SIZE
                  DA-REQUEST-ID    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  DA-ACTION        DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  DA-VOLUME-ID     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  DA-TARGET-VOLUME DELIMITED BY SIZE
               INTO AUDIT-DETAIL(1:33)
           END-STRING
           MOVE GATE-HHMMSS TO AUDIT-TIME
           OPEN EXTEND MAINT-AUDIT-FILE
           IF AUD-FILE-STATUS NOT = "00"
               OPEN OUTPUT MAINT-AUDIT-FILE
               CLOSE MAINT-AUDIT-FILE
               OPEN EXTEND MAINT-AUDIT-FILE
           END-IF
           IF AUD-FILE-STATUS = "00"
               MOVE SPACES TO MAINT-AUDIT-RECORD
               STRING TODAY-DATE      DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      AUDIT-TIME      DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      AG-OPERATOR     DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      AUDIT-FILE-NAME DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      AUDIT-ACTION    DELIMITED BY SIZE
                      " ["            DELIMITED BY SIZE
                      AUDIT-DETAIL    DELIMITED BY SIZE
                      "]"             DELIMITED BY SIZE
                   INTO MAINT-AUDIT-RECORD
               END-STRING
               WRITE MAINT-AUDIT-RECORD
               CLOSE MAINT-AUDIT-FILE
           ELSE
               DISPLAY "Warning: audit line could not be written,"
                   " status=" AUD-FILE-STATUS
           END-IF.
