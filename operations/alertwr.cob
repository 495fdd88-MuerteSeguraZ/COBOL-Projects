       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTWR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> Central operator alert file, one line per problem. A line
       *> stays "O" (open) until an operator acknowledges it ("A")
       *> in CARDMAINT and then closes it ("C"). While a line is open
       *> or acknowledged, the same source/code/object raising it
       *> again only bumps AL-COUNT and AL-LAST-TS; once closed, the
       *> next occurrence starts a new line. AL-SEVERITY is "C"
       *> critical, "W" warning or "I" information and only ever
       *> rises on a repeat.
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           05 AL-ALERT-ID          PIC 9(6).
           05 FILLER               PIC X(1).
           05 AL-STATE             PIC X(1).
              88 AL-OPEN                 VALUE "O".
              88 AL-ACKNOWLEDGED         VALUE "A".
              88 AL-CLOSED               VALUE "C".
           05 FILLER               PIC X(1).
           05 AL-SEVERITY          PIC X(1).
           05 FILLER               PIC X(1).
           05 AL-SOURCE            PIC X(14).
           05 FILLER               PIC X(1).
           05 AL-CODE              PIC X(8).
           05 FILLER               PIC X(1).
           05 AL-OBJECT            PIC X(30).
           05 FILLER               PIC X(1).
           05 AL-FIRST-TS          PIC X(14).
           05 FILLER               PIC X(1).
           05 AL-LAST-TS           PIC X(14).
           05 FILLER               PIC X(1).
           05 AL-COUNT             PIC 9(5).
           05 FILLER               PIC X(1).
           05 AL-TEXT              PIC X(40).
           05 FILLER               PIC X(1).
           05 AL-ACK-BY            PIC X(8).
           05 FILLER               PIC X(1).
           05 AL-ACK-TS            PIC X(14).
           05 FILLER               PIC X(13).

       WORKING-STORAGE SECTION.

       01 AL-FILE-STATUS    PIC X(2) VALUE "00".
       01 AL-EOF-SW         PIC X(1) VALUE "N".
          88 AL-EOF                VALUE "Y".
       01 AL-MATCH-SW       PIC X(1) VALUE "N".
          88 AL-MATCHED            VALUE "Y".
       01 HIGH-ALERT-ID     PIC 9(6) VALUE 0.
       01 ALERT-TS          PIC X(14) VALUE SPACES.
       01 ALERT-DATE        PIC 9(8) VALUE 0.
       01 ALERT-CLOCK.
          05 ALERT-HHMMSS      PIC X(6).
          05 FILLER            PIC X(2).
       01 OLD-SEV-RANK      PIC 9(1) VALUE 0.
       01 NEW-SEV-RANK      PIC 9(1) VALUE 0.

       LINKAGE SECTION.
       *> Parameter block passed by every program that raises an
       *> alert: severity, the raising program, a short alert code,
       *> the thing affected (volume, volume/sector, payload ref,
       *> user) and a line of text for the operator.
       01 ALERT-PARMS.
          05 AP-SEVERITY           PIC X(1).
          05 AP-SOURCE             PIC X(14).
          05 AP-CODE               PIC X(8).
          05 AP-OBJECT             PIC X(30).
          05 AP-TEXT               PIC X(40).

       PROCEDURE DIVISION USING ALERT-PARMS.
       MAIN-PARA.
           ACCEPT ALERT-DATE FROM DATE YYYYMMDD
           ACCEPT ALERT-CLOCK FROM TIME
           MOVE SPACES TO ALERT-TS
           STRING ALERT-DATE   DELIMITED BY SIZE
                  ALERT-HHMMSS DELIMITED BY SIZE
               INTO ALERT-TS
           END-STRING

           MOVE "N" TO AL-MATCH-SW
           MOVE 0 TO HIGH-ALERT-ID
           OPEN I-O ALERT-FILE
           IF AL-FILE-STATUS = "00"
               MOVE "N" TO AL-EOF-SW
               PERFORM UNTIL AL-EOF OR AL-MATCHED
                   READ ALERT-FILE
                       AT END
                           SET AL-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ALERT-LINE
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF

           IF NOT AL-MATCHED
               PERFORM ADD-ALERT-LINE
           END-IF
           GOBACK.

       CHECK-ALERT-LINE.
           IF AL-ALERT-ID IS NUMERIC
               AND AL-ALERT-ID > HIGH-ALERT-ID
               MOVE AL-ALERT-ID TO HIGH-ALERT-ID
           END-IF
           IF (AL-OPEN OR AL-ACKNOWLEDGED)
               AND AL-SOURCE = AP-SOURCE
               AND AL-CODE = AP-CODE
               AND AL-OBJECT = AP-OBJECT
               SET AL-MATCHED TO TRUE
               IF AL-COUNT IS NUMERIC AND AL-COUNT < 99999
                   ADD 1 TO AL-COUNT
               END-IF
               MOVE ALERT-TS TO AL-LAST-TS
               MOVE AP-TEXT TO AL-TEXT
               PERFORM RANK-OLD-SEVERITY
               PERFORM RANK-NEW-SEVERITY
               IF NEW-SEV-RANK > OLD-SEV-RANK
                   MOVE AP-SEVERITY TO AL-SEVERITY
               END-IF
               REWRITE ALERT-RECORD
           END-IF.

       RANK-OLD-SEVERITY.
           EVALUATE AL-SEVERITY
               WHEN "C"   MOVE 3 TO OLD-SEV-RANK
               WHEN "W"   MOVE 2 TO OLD-SEV-RANK
               WHEN OTHER MOVE 1 TO OLD-SEV-RANK
           END-EVALUATE.

       RANK-NEW-SEVERITY.
           EVALUATE AP-SEVERITY
               WHEN "C"   MOVE 3 TO NEW-SEV-RANK
               WHEN "W"   MOVE 2 TO NEW-SEV-RANK
               WHEN OTHER MOVE 1 TO NEW-SEV-RANK
           END-EVALUATE.

       *> A missing file is created here, like the other append-only
       *> logs. Failing to record an alert must never stop the
       *> program that raised it, so problems are only DISPLAYed.
       ADD-ALERT-LINE.
           OPEN EXTEND ALERT-FILE
           IF AL-FILE-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
               CLOSE ALERT-FILE
               OPEN EXTEND ALERT-FILE
           END-IF
           IF AL-FILE-STATUS = "00"
               MOVE SPACES TO ALERT-RECORD
               ADD 1 TO HIGH-ALERT-ID
               MOVE HIGH-ALERT-ID TO AL-ALERT-ID
               MOVE "O"           TO AL-STATE
               MOVE AP-SEVERITY   TO AL-SEVERITY
               MOVE AP-SOURCE     TO AL-SOURCE
               MOVE AP-CODE       TO AL-CODE
               MOVE AP-OBJECT     TO AL-OBJECT
               MOVE ALERT-TS      TO AL-FIRST-TS
               MOVE ALERT-TS      TO AL-LAST-TS
               MOVE 1             TO AL-COUNT
               MOVE AP-TEXT       TO AL-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE
           ELSE
               DISPLAY "Unable to write ALERTS entry, status="
                   AL-FILE-STATUS
           END-IF.
