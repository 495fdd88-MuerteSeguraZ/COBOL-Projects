       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLVAULT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIAG-HISTORY-FILE ASSIGN TO "DIAGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS DH-FILE-STATUS.

           SELECT DIAG-REMAP-FILE ASSIGN TO "DIAGREMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS RM-FILE-STATUS.

           SELECT VOLUME-MASTER-FILE ASSIGN TO "DIAGVOLS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VOLUME-ID
               FILE STATUS IS VM-FILE-STATUS.

           SELECT VAULT-IMAGE-FILE ASSIGN TO "DIAGVLTIMG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS VI-FILE-STATUS.

           SELECT VAULT-CATALOG-FILE ASSIGN TO "DIAGVLTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-KEY
               FILE STATUS IS VLT-FILE-STATUS.

           SELECT VAULT-PARM-FILE ASSIGN TO "DIAGVLTPRM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS VP-FILE-STATUS.

           SELECT VAULT-REPORT-FILE ASSIGN TO "DIAGVLTRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS VRP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> Shares the DIAGHIST layout written by DIAGNOSTICMODE.
       FD  DIAG-HISTORY-FILE.
       01  DIAG-HIST-RECORD.
           05 DH-KEY.
              10 DH-VOLUME-ID      PIC X(6).
              10 DH-SECTOR-ID      PIC 9(5).
              10 DH-TIMESTAMP      PIC X(14).
           05 DH-STATUS            PIC X(1).
           05 DH-SECTOR-DATA       PIC X(508).

       *> Shares the DIAGREMAP layout maintained by DIAGNOSTICMODE.
       FD  DIAG-REMAP-FILE.
       01  DIAG-REMAP-RECORD.
           05 RM-KEY.
              10 RM-VOLUME-ID      PIC X(6).
              10 RM-BAD-SECTOR     PIC 9(5).
           05 RM-SPARE-SECTOR      PIC 9(5).
           05 RM-TIMESTAMP         PIC X(14).

       *> Shares the DIAGVOLS layout owned by VOLMGMT.
       FD  VOLUME-MASTER-FILE.
       01  VOLUME-MASTER-RECORD.
           05 VM-VOLUME-ID         PIC X(6).
           05 VM-STATUS            PIC X(8).
           05 VM-SECTOR-COUNT      PIC 9(5).
           05 VM-COPY-COUNT        PIC 9(1).
           05 VM-SERVICE-DATE      PIC X(8).
           05 VM-LAST-SCAN         PIC X(8).
           05 VM-DC-COUNT          PIC 9(7).

       *> Portable volume image: one "H" header, one "D" record per
       *> sector in sector order, one "T" trailer. Every record is
       *> the same fixed length and plain display data, so the file
       *> can go to tape or another site as it stands. VI-DATA-SOURCE
       *> says where the sector came from: M current majority, H last
       *> VALID history (no majority today), U unreadable (blank).
       *> VI-H-CHECKSUM-ALGO is "C" for CRC-32 checksums; an image
       *> with no indicator carries the old rolling sum.
       FD  VAULT-IMAGE-FILE
           RECORD CONTAINS 525 CHARACTERS.
       01  VAULT-IMAGE-RECORD      PIC X(525).
       01  VAULT-HEADER-RECORD.
           05 VI-H-TYPE            PIC X(1).
           05 VI-H-VOLUME-ID       PIC X(6).
           05 VI-H-SECTOR-COUNT    PIC 9(5).
           05 VI-H-COPY-COUNT      PIC 9(1).
           05 VI-H-EXPORT-TS       PIC X(14).
           05 VI-H-CHECKSUM-ALGO   PIC X(1).
           05 FILLER               PIC X(497).
       01  VAULT-DATA-RECORD.
           05 VI-D-TYPE            PIC X(1).
           05 VI-D-SECTOR-ID       PIC 9(5).
           05 VI-D-DATA-SOURCE     PIC X(1).
           05 VI-D-CHECKSUM        PIC 9(10).
           05 VI-D-SECTOR-DATA     PIC X(508).
       01  VAULT-TRAILER-RECORD.
           05 VI-T-TYPE            PIC X(1).
           05 VI-T-RECORD-COUNT    PIC 9(7).
           05 VI-T-HASH-TOTAL      PIC 9(18).
           05 FILLER               PIC X(499).

       *> One entry per exported image, keyed by volume and export
       *> timestamp. VLT-RECALLED goes to "Y" when the image is
       *> brought back and imported.
       FD  VAULT-CATALOG-FILE.
       01  VAULT-CATALOG-RECORD.
           05 VLT-KEY.
              10 VLT-VOLUME-ID     PIC X(6).
              10 VLT-EXPORT-TS     PIC X(14).
           05 VLT-EXPORT-DATE      PIC X(8).
           05 VLT-LOCATION         PIC X(20).
           05 VLT-EXPIRY-DATE      PIC X(8).
           05 VLT-RECALLED         PIC X(1).
           05 VLT-SECTOR-COUNT     PIC 9(5).
           05 VLT-HASH-TOTAL       PIC 9(18).

       *> One card per run. EXPORT writes DIAGVLTIMG for VP-VOLUME-ID
       *> and catalogs it at VP-LOCATION until VP-EXPIRY-DATE (a year
       *> out when left blank). IMPORT verifies DIAGVLTIMG and writes
       *> it to VP-TARGET-VOLUME (the image's own volume when blank).
       *> LIST prints the catalog.
       FD  VAULT-PARM-FILE.
       01  VAULT-PARM-RECORD.
           05 VP-ACTION            PIC X(6).
           05 VP-VOLUME-ID         PIC X(6).
           05 VP-TARGET-VOLUME     PIC X(6).
           05 VP-LOCATION          PIC X(20).
           05 VP-EXPIRY-DATE       PIC X(8).

       FD  VAULT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  VAULT-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.

       01 DH-FILE-STATUS    PIC X(2) VALUE "00".
       01 RM-FILE-STATUS    PIC X(2) VALUE "00".
       01 VM-FILE-STATUS    PIC X(2) VALUE "00".
       01 VI-FILE-STATUS    PIC X(2) VALUE "00".
       01 VLT-FILE-STATUS   PIC X(2) VALUE "00".
       01 VP-FILE-STATUS    PIC X(2) VALUE "00".
       01 VRP-FILE-STATUS   PIC X(2) VALUE "00".

       01 VAULT-ACTION      PIC X(6) VALUE SPACES.
       01 VAULT-RC          PIC 9(2) VALUE 0.
       01 VAULT-VOLUME-WS   PIC X(6) VALUE SPACES.
       01 TARGET-VOLUME-WS  PIC X(6) VALUE SPACES.
       01 VAULT-LOCATION-WS PIC X(20) VALUE SPACES.
       01 VAULT-EXPIRY-WS   PIC X(8) VALUE SPACES.
       01 EXPIRY-DATE-NUM   PIC 9(8) VALUE 0.

       01 COPY-COUNT        PIC 9(1) COMP-5 VALUE 2.
       01 MAX-SECTOR        PIC 9(5) COMP-5 VALUE 0.
       01 SECTOR-ID         PIC 9(5) COMP-5 VALUE 0.
       01 IO-SECTOR-ID      PIC 9(5) COMP-5 VALUE 0.
       01 EXPECT-SECTOR-ID  PIC 9(5) COMP-5 VALUE 0.

       01 SIDE-LETTERS-WS   PIC X(9) VALUE "ABCDEFGHI".
       01 SIDE-LETTER-WS    PIC X(1) VALUE SPACES.
       01 COPY-BUFFER-TABLE.
          05 COPY-BUFFER OCCURS 9 TIMES PIC X(508).
       01 COPY-IDX          PIC 9(1) COMP-5 VALUE 0.
       01 COPY-IDX-2        PIC 9(1) COMP-5 VALUE 0.
       01 COPY-MATCH-COUNT  PIC 9(1) COMP-5 VALUE 0.
       01 MAJ-VALUE         PIC X(508) VALUE SPACES.
       01 MAJ-COUNT         PIC 9(1) COMP-5 VALUE 0.
       01 MAJ-FOUND-SW      PIC X(1) VALUE "N".
          88 MAJ-FOUND             VALUE "Y".

       01 SH-FOUND-SW       PIC X(1) VALUE "N".
          88 SH-FOUND              VALUE "Y".
       01 SH-SCAN-EOF-SW    PIC X(1) VALUE "N".
          88 SH-SCAN-EOF           VALUE "Y".
       01 SH-GOOD-BUFFER    PIC X(508) VALUE SPACES.

       01 REMAP-AVAIL-SW    PIC X(1) VALUE "N".
          88 REMAP-AVAIL           VALUE "Y".

       01 VAULT-BUFFER      PIC X(508) VALUE SPACES.
       01 SECTOR-CHECKSUM   PIC 9(10) COMP-5 VALUE 0.
       01 CHK-IDX           PIC 9(3) COMP-5 VALUE 0.

       *> CRC-32 work areas, as in DIAGNOSTICMODE.
       01 CRC-TABLE-AREA.
          05 CRC-TABLE-ENTRY OCCURS 256 TIMES PIC 9(10) COMP-5.
       01 CRC-TABLE-SW      PIC X(1) VALUE "N".
          88 CRC-TABLE-BUILT       VALUE "Y".
       01 CRC-POLYNOMIAL    PIC 9(10) COMP-5 VALUE 3988292384.
       01 CRC-ALL-ONES      PIC 9(10) COMP-5 VALUE 4294967295.
       01 CRC-VALUE         PIC 9(10) COMP-5 VALUE 0.
       01 CRC-TABLE-IDX     PIC 9(3) COMP-5 VALUE 0.
       01 CRC-BIT-IDX       PIC 9(2) COMP-5 VALUE 0.
       01 XOR-A             PIC 9(10) COMP-5 VALUE 0.
       01 XOR-B             PIC 9(10) COMP-5 VALUE 0.
       01 XOR-RESULT        PIC 9(10) COMP-5 VALUE 0.
       01 XOR-BIT-VALUE     PIC 9(10) COMP-5 VALUE 0.
       01 XOR-BIT-COUNT     PIC 9(2) COMP-5 VALUE 0.
       01 HASH-TOTAL        PIC 9(18) COMP-5 VALUE 0.
       01 DATA-RECORD-COUNT PIC 9(7) COMP-5 VALUE 0.

       01 IMAGE-EOF-SW      PIC X(1) VALUE "N".
          88 IMAGE-EOF             VALUE "Y".
       01 HEADER-SEEN-SW    PIC X(1) VALUE "N".
          88 HEADER-SEEN           VALUE "Y".
       01 TRAILER-SEEN-SW   PIC X(1) VALUE "N".
          88 TRAILER-SEEN          VALUE "Y".
       01 IMAGE-VOLUME-ID   PIC X(6) VALUE SPACES.
       01 IMAGE-SECTOR-COUNT PIC 9(5) VALUE 0.
       01 IMAGE-COPY-COUNT  PIC 9(1) VALUE 0.
       01 IMAGE-EXPORT-TS   PIC X(14) VALUE SPACES.
       01 IMAGE-CHECKSUM-ALGO PIC X(1) VALUE "C".
          88 IMAGE-ALGO-CRC32      VALUE "C".
       01 TRAILER-COUNT     PIC 9(7) VALUE 0.
       01 TRAILER-HASH      PIC 9(18) VALUE 0.
       01 VERIFY-ERROR-TEXT PIC X(60) VALUE SPACES.
       01 CATALOG-EOF-SW    PIC X(1) VALUE "N".
          88 CATALOG-EOF           VALUE "Y".

       01 MAJORITY-COUNT    PIC 9(5) COMP-5 VALUE 0.
       01 HISTORY-COUNT     PIC 9(5) COMP-5 VALUE 0.
       01 UNREADABLE-COUNT  PIC 9(5) COMP-5 VALUE 0.
       01 WRITTEN-COUNT     PIC 9(5) COMP-5 VALUE 0.
       01 CATALOG-COUNT     PIC 9(5) COMP-5 VALUE 0.
       01 EXPIRED-COUNT     PIC 9(5) COMP-5 VALUE 0.

       01 DH-RUN-TIMESTAMP  PIC X(14) VALUE SPACES.
       01 CURR-DATE         PIC 9(8) VALUE 0.
       01 CURR-TIME.
          05 CURR-HHMMSS      PIC X(6).
          05 FILLER           PIC X(2).

       01 RPT-TEXT          PIC X(80) VALUE SPACES.
       01 RPT-SECTOR-DISP   PIC 9(5) VALUE 0.
       01 RPT-COUNT-DISP    PIC 9(5) VALUE 0.
       01 RPT-RECORD-DISP   PIC 9(7) VALUE 0.
       01 RPT-HASH-DISP     PIC 9(18) VALUE 0.
       01 RPT-EXPIRED-FLAG  PIC X(7) VALUE SPACES.

       *> Parameter block for VOLRSV, the shared volume reservation
       *> file. An import target is reserved (IMPORT) while the image
       *> is written to it, and the import is deferred while any job
       *> is queued, held or running against the target.
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

       *> Parameter block for RPTGEN, the shared report generation
       *> keeper. DIAGVLTRPT is handed over a line at a time once
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

           DISPLAY "Starting Volume Vault Processing..."
           DISPLAY "----------------------------------"

           PERFORM READ-VAULT-PARMS
           PERFORM BUILD-RUN-TIMESTAMP
           PERFORM OPEN-CATALOG-FILE
           PERFORM OPEN-REPORT-FILE

           EVALUATE VAULT-ACTION
               WHEN "EXPORT"
                   PERFORM RUN-VAULT-EXPORT
               WHEN "IMPORT"
                   PERFORM RUN-VAULT-IMPORT
               WHEN "LIST  "
                   PERFORM RUN-CATALOG-LIST
               WHEN OTHER
                   MOVE "REJECTED - unknown action" TO RPT-TEXT
                   PERFORM WRITE-REPORT-TEXT-LINE
                   DISPLAY "DIAGVLTPRM action " WITH NO ADVANCING
                   DISPLAY VAULT-ACTION WITH NO ADVANCING
                   DISPLAY " not recognised."
                   MOVE 8 TO VAULT-RC
           END-EVALUATE

           CLOSE VAULT-REPORT-FILE
           CLOSE VAULT-CATALOG-FILE
           PERFORM KEEP-REPORT-GENERATION

           DISPLAY "----------------------------------"
           DISPLAY "Volume Vault Processing Complete."

           MOVE VAULT-RC TO RETURN-CODE
           STOP RUN.

      *> --------------------------------------------------------------
      *> EXPORT - current majority-vote image of one volume
      *> --------------------------------------------------------------
       RUN-VAULT-EXPORT.
           PERFORM OPEN-MASTER-FILE
           MOVE VAULT-VOLUME-WS TO VM-VOLUME-ID
           READ VOLUME-MASTER-FILE
               INVALID KEY
                   DISPLAY "Volume " WITH NO ADVANCING
                   DISPLAY VAULT-VOLUME-WS WITH NO ADVANCING
                   DISPLAY " not in DIAGVOLS master."
                   MOVE "REJECTED - volume not in DIAGVOLS" TO RPT-TEXT
                   PERFORM WRITE-REPORT-TEXT-LINE
                   MOVE 8 TO VAULT-RC
               NOT INVALID KEY
                   MOVE VM-SECTOR-COUNT TO MAX-SECTOR
                   IF VM-COPY-COUNT < 2 OR VM-COPY-COUNT > 9
                       MOVE 2 TO COPY-COUNT
                   ELSE
                       MOVE VM-COPY-COUNT TO COPY-COUNT
                   END-IF
           END-READ
           CLOSE VOLUME-MASTER-FILE

           IF VAULT-RC = 0
               PERFORM OPEN-HISTORY-INPUT
               PERFORM OPEN-REMAP-FILE
               OPEN OUTPUT VAULT-IMAGE-FILE
               IF VI-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open DIAGVLTIMG image file,"
                       " status=" VI-FILE-STATUS
                   DISPLAY "Volume Vault Processing terminating."
                   STOP RUN
               END-IF
               PERFORM WRITE-EXPORT-REPORT-HEADER
               PERFORM WRITE-IMAGE-HEADER

               DISPLAY "Exporting volume " WITH NO ADVANCING
               DISPLAY VAULT-VOLUME-WS

               PERFORM VARYING SECTOR-ID FROM 0 BY 1
                   UNTIL SECTOR-ID >= MAX-SECTOR
                   PERFORM EXPORT-SECTOR
               END-PERFORM

               PERFORM WRITE-IMAGE-TRAILER
               CLOSE VAULT-IMAGE-FILE
               CLOSE DIAG-HISTORY-FILE
               IF REMAP-AVAIL
                   CLOSE DIAG-REMAP-FILE
               END-IF
               PERFORM WRITE-CATALOG-ENTRY
               PERFORM WRITE-EXPORT-SUMMARY

               DISPLAY "  Sectors from majority: " MAJORITY-COUNT
               DISPLAY "  Sectors from history:  " HISTORY-COUNT
               DISPLAY "  Sectors unreadable:    " UNREADABLE-COUNT
               IF UNREADABLE-COUNT > 0
                   MOVE 4 TO VAULT-RC
               END-IF
           END-IF.

       *> Same preference order as VOLEVAC, turned around: the image
       *> is meant to be today's contents, so the live majority comes
       *> first and history only covers a sector with no majority.
       EXPORT-SECTOR.
           PERFORM LOOKUP-REMAP-TARGET
           PERFORM READ-SECTOR-MAJORITY
           MOVE SECTOR-ID TO VI-D-SECTOR-ID
           IF MAJ-FOUND
               MOVE MAJ-VALUE TO VAULT-BUFFER
               MOVE "M" TO VI-D-DATA-SOURCE
               ADD 1 TO MAJORITY-COUNT
           ELSE
               PERFORM LOOKUP-SECTOR-HISTORY
               IF SH-FOUND
                   MOVE SH-GOOD-BUFFER TO VAULT-BUFFER
                   MOVE "H" TO VI-D-DATA-SOURCE
                   ADD 1 TO HISTORY-COUNT
                   MOVE "EXPORTED FROM LAST VALID HISTORY (no majority)"
                       TO RPT-TEXT
                   PERFORM WRITE-REPORT-SECTOR-LINE
               ELSE
                   MOVE SPACES TO VAULT-BUFFER
                   MOVE "U" TO VI-D-DATA-SOURCE
                   ADD 1 TO UNREADABLE-COUNT
                   MOVE "UNREADABLE - EXPORTED BLANK" TO RPT-TEXT
                   PERFORM WRITE-REPORT-SECTOR-LINE
               END-IF
           END-IF
           PERFORM COMPUTE-SECTOR-CRC
           MOVE "D" TO VI-D-TYPE
           MOVE SECTOR-CHECKSUM TO VI-D-CHECKSUM
           MOVE VAULT-BUFFER TO VI-D-SECTOR-DATA
           WRITE VAULT-DATA-RECORD
           ADD 1 TO DATA-RECORD-COUNT
           ADD SECTOR-CHECKSUM TO HASH-TOTAL.

       WRITE-IMAGE-HEADER.
           MOVE SPACES TO VAULT-IMAGE-RECORD
           MOVE "H"              TO VI-H-TYPE
           MOVE VAULT-VOLUME-WS  TO VI-H-VOLUME-ID
           MOVE MAX-SECTOR       TO VI-H-SECTOR-COUNT
           MOVE COPY-COUNT       TO VI-H-COPY-COUNT
           MOVE DH-RUN-TIMESTAMP TO VI-H-EXPORT-TS
           MOVE "C"              TO VI-H-CHECKSUM-ALGO
           WRITE VAULT-HEADER-RECORD.

       WRITE-IMAGE-TRAILER.
           MOVE SPACES TO VAULT-IMAGE-RECORD
           MOVE "T"               TO VI-T-TYPE
           MOVE DATA-RECORD-COUNT TO VI-T-RECORD-COUNT
           MOVE HASH-TOTAL        TO VI-T-HASH-TOTAL
           WRITE VAULT-TRAILER-RECORD.

       WRITE-CATALOG-ENTRY.
           MOVE VAULT-VOLUME-WS   TO VLT-VOLUME-ID
           MOVE DH-RUN-TIMESTAMP  TO VLT-EXPORT-TS
           MOVE CURR-DATE         TO VLT-EXPORT-DATE
           MOVE VAULT-LOCATION-WS TO VLT-LOCATION
           MOVE VAULT-EXPIRY-WS   TO VLT-EXPIRY-DATE
           MOVE "N"               TO VLT-RECALLED
           MOVE MAX-SECTOR        TO VLT-SECTOR-COUNT
           MOVE HASH-TOTAL        TO VLT-HASH-TOTAL
           WRITE VAULT-CATALOG-RECORD
               INVALID KEY
                   DISPLAY "Catalog entry already exists for this"
                       " export timestamp."
           END-WRITE.

      *> --------------------------------------------------------------
      *> IMPORT - verify the whole image, then write it to a volume
      *> --------------------------------------------------------------
       RUN-VAULT-IMPORT.
           PERFORM WRITE-IMPORT-REPORT-HEADER
           PERFORM VERIFY-VAULT-IMAGE
           IF VERIFY-ERROR-TEXT NOT = SPACES
               STRING "IMPORT REFUSED - " VERIFY-ERROR-TEXT
                   DELIMITED BY SIZE INTO RPT-TEXT
               END-STRING
               PERFORM WRITE-REPORT-TEXT-LINE
               DISPLAY "Image verification failed: " WITH NO ADVANCING
               DISPLAY VERIFY-ERROR-TEXT
               MOVE 8 TO VAULT-RC
           ELSE
               MOVE "IMAGE VERIFIED - HEADER AND TRAILER TOTALS AGREE"
                   TO RPT-TEXT
               PERFORM WRITE-REPORT-TEXT-LINE
               IF TARGET-VOLUME-WS = SPACES
                   MOVE IMAGE-VOLUME-ID TO TARGET-VOLUME-WS
               END-IF
               PERFORM VALIDATE-IMPORT-TARGET
               IF VAULT-RC = 0
                   PERFORM CHECK-IMPORT-VOLUME-CLEAR
               END-IF
               IF VAULT-RC = 0
                   PERFORM RESERVE-IMPORT-VOLUME
                   PERFORM WRITE-IMAGE-TO-TARGET
                   PERFORM FREE-IMPORT-VOLUME
                   PERFORM MARK-CATALOG-RECALLED
                   PERFORM WRITE-IMPORT-SUMMARY
               END-IF
           END-IF.

       *> Pass one reads the image end to end and proves it before
       *> a single sector is written: header first, data records in
       *> unbroken sector order each matching its own checksum, and
       *> a trailer whose count and hash total agree with what was
       *> read. A short, truncated or hand-edited image stops here.
       VERIFY-VAULT-IMAGE.
           MOVE SPACES TO VERIFY-ERROR-TEXT
           MOVE "N" TO HEADER-SEEN-SW
           MOVE "N" TO TRAILER-SEEN-SW
           MOVE 0 TO DATA-RECORD-COUNT
           MOVE 0 TO HASH-TOTAL
           MOVE 0 TO EXPECT-SECTOR-ID
           OPEN INPUT VAULT-IMAGE-FILE
           IF VI-FILE-STATUS NOT = "00"
               MOVE "DIAGVLTIMG IMAGE FILE NOT AVAILABLE"
                   TO VERIFY-ERROR-TEXT
           ELSE
               MOVE "N" TO IMAGE-EOF-SW
               PERFORM UNTIL IMAGE-EOF
                   OR VERIFY-ERROR-TEXT NOT = SPACES
                   READ VAULT-IMAGE-FILE
                       AT END
                           SET IMAGE-EOF TO TRUE
                       NOT AT END
                           PERFORM VERIFY-IMAGE-RECORD
                   END-READ
               END-PERFORM
               CLOSE VAULT-IMAGE-FILE
               IF VERIFY-ERROR-TEXT = SPACES
                   PERFORM VERIFY-IMAGE-TOTALS
               END-IF
           END-IF.

       VERIFY-IMAGE-RECORD.
           IF TRAILER-SEEN
               MOVE "RECORDS FOUND AFTER TRAILER" TO VERIFY-ERROR-TEXT
           ELSE
               EVALUATE VI-H-TYPE
                   WHEN "H"
                       IF HEADER-SEEN
                           MOVE "SECOND HEADER RECORD"
                               TO VERIFY-ERROR-TEXT
                       ELSE
                           PERFORM VERIFY-IMAGE-HEADER
                       END-IF
                   WHEN "D"
                       IF NOT HEADER-SEEN
                           MOVE "DATA BEFORE HEADER RECORD"
                               TO VERIFY-ERROR-TEXT
                       ELSE
                           PERFORM VERIFY-IMAGE-DATA
                       END-IF
                   WHEN "T"
                       SET TRAILER-SEEN TO TRUE
                       MOVE VI-T-RECORD-COUNT TO TRAILER-COUNT
                       MOVE VI-T-HASH-TOTAL   TO TRAILER-HASH
                   WHEN OTHER
                       MOVE "UNKNOWN RECORD TYPE" TO VERIFY-ERROR-TEXT
               END-EVALUATE
           END-IF.

       VERIFY-IMAGE-HEADER.
           SET HEADER-SEEN TO TRUE
           IF VI-H-VOLUME-ID = SPACES
               OR VI-H-SECTOR-COUNT IS NOT NUMERIC
               OR VI-H-COPY-COUNT IS NOT NUMERIC
               OR VI-H-EXPORT-TS IS NOT NUMERIC
               MOVE "HEADER RECORD FIELDS INVALID" TO VERIFY-ERROR-TEXT
           ELSE
               MOVE VI-H-VOLUME-ID    TO IMAGE-VOLUME-ID
               MOVE VI-H-SECTOR-COUNT TO IMAGE-SECTOR-COUNT
               MOVE VI-H-COPY-COUNT   TO IMAGE-COPY-COUNT
               MOVE VI-H-EXPORT-TS    TO IMAGE-EXPORT-TS
               MOVE VI-H-CHECKSUM-ALGO TO IMAGE-CHECKSUM-ALGO
           END-IF.

       VERIFY-IMAGE-DATA.
           IF VI-D-SECTOR-ID IS NOT NUMERIC
               OR VI-D-SECTOR-ID NOT = EXPECT-SECTOR-ID
               MOVE "DATA RECORDS OUT OF SECTOR SEQUENCE"
                   TO VERIFY-ERROR-TEXT
           ELSE
               MOVE VI-D-SECTOR-DATA TO VAULT-BUFFER
               IF IMAGE-ALGO-CRC32
                   PERFORM COMPUTE-SECTOR-CRC
               ELSE
                   PERFORM COMPUTE-SECTOR-CHECKSUM
               END-IF
               IF VI-D-CHECKSUM IS NOT NUMERIC
                   OR VI-D-CHECKSUM NOT = SECTOR-CHECKSUM
                   MOVE VI-D-SECTOR-ID TO RPT-SECTOR-DISP
                   STRING "CHECKSUM MISMATCH ON SECTOR "
                          RPT-SECTOR-DISP
                       DELIMITED BY SIZE INTO VERIFY-ERROR-TEXT
                   END-STRING
               ELSE
                   ADD 1 TO DATA-RECORD-COUNT
                   ADD SECTOR-CHECKSUM TO HASH-TOTAL
                   ADD 1 TO EXPECT-SECTOR-ID
               END-IF
           END-IF.

       VERIFY-IMAGE-TOTALS.
           IF NOT HEADER-SEEN
               MOVE "NO HEADER RECORD" TO VERIFY-ERROR-TEXT
           ELSE
               IF NOT TRAILER-SEEN
                   MOVE "NO TRAILER RECORD - IMAGE TRUNCATED"
                       TO VERIFY-ERROR-TEXT
               ELSE
                   IF TRAILER-COUNT NOT = DATA-RECORD-COUNT
                       OR DATA-RECORD-COUNT NOT = IMAGE-SECTOR-COUNT
                       MOVE "TRAILER RECORD COUNT DOES NOT AGREE"
                           TO VERIFY-ERROR-TEXT
                   ELSE
                       IF TRAILER-HASH NOT = HASH-TOTAL
                           MOVE "TRAILER HASH TOTAL DOES NOT AGREE"
                               TO VERIFY-ERROR-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       *> The target must be a known volume big enough for the
       *> image; a RETIRING volume is on its way out and is refused.
       VALIDATE-IMPORT-TARGET.
           PERFORM OPEN-MASTER-FILE
           MOVE TARGET-VOLUME-WS TO VM-VOLUME-ID
           READ VOLUME-MASTER-FILE
               INVALID KEY
                   MOVE "IMPORT REFUSED - TARGET NOT IN DIAGVOLS"
                       TO RPT-TEXT
                   PERFORM WRITE-REPORT-TEXT-LINE
                   MOVE 8 TO VAULT-RC
               NOT INVALID KEY
                   IF VM-COPY-COUNT < 2 OR VM-COPY-COUNT > 9
                       MOVE 2 TO COPY-COUNT
                   ELSE
                       MOVE VM-COPY-COUNT TO COPY-COUNT
                   END-IF
                   IF VM-SECTOR-COUNT < IMAGE-SECTOR-COUNT
                       MOVE "IMPORT REFUSED - TARGET SMALLER THAN IMAGE"
                           TO RPT-TEXT
                       PERFORM WRITE-REPORT-TEXT-LINE
                       MOVE 8 TO VAULT-RC
                   END-IF
                   IF VM-STATUS = "RETIRING"
                       MOVE "IMPORT REFUSED - TARGET IS RETIRING"
                           TO RPT-TEXT
                       PERFORM WRITE-REPORT-TEXT-LINE
                       MOVE 8 TO VAULT-RC
                   END-IF
           END-READ
           CLOSE VOLUME-MASTER-FILE.

       *> An import waits until no job is queued, held or running
       *> against the target. The deferral goes on the report with
       *> return code 4 and the catalog entry is left untouched, so
       *> the same card can simply be run again later.
       CHECK-IMPORT-VOLUME-CLEAR.
           MOVE SPACES TO RESERVE-PARMS
           MOVE "J" TO RV-FUNCTION
           MOVE TARGET-VOLUME-WS TO RV-VOLUME-ID
           PERFORM CALL-VOLUME-RESERVE
           IF RV-BLOCKED
               STRING "IMPORT DEFERRED - VOLUME " TARGET-VOLUME-WS
                      " " RV-REASON
                   DELIMITED BY SIZE INTO RPT-TEXT
               END-STRING
               PERFORM WRITE-REPORT-TEXT-LINE
               DISPLAY "Import to volume " WITH NO ADVANCING
               DISPLAY TARGET-VOLUME-WS WITH NO ADVANCING
               DISPLAY " deferred: " RV-REASON
               MOVE 4 TO VAULT-RC
           END-IF.

       RESERVE-IMPORT-VOLUME.
           MOVE SPACES TO RESERVE-PARMS
           MOVE "R" TO RV-FUNCTION
           MOVE TARGET-VOLUME-WS TO RV-VOLUME-ID
           MOVE "IMPORT" TO RV-KIND
           MOVE DH-RUN-TIMESTAMP TO RV-RUN-TS
           PERFORM CALL-VOLUME-RESERVE.

       FREE-IMPORT-VOLUME.
           MOVE SPACES TO RESERVE-PARMS
           MOVE "F" TO RV-FUNCTION
           MOVE DH-RUN-TIMESTAMP TO RV-RUN-TS
           PERFORM CALL-VOLUME-RESERVE.

       CALL-VOLUME-RESERVE.
           MOVE "VOLVAULT" TO RV-PROGRAM
           CALL "VOLRSV" USING RESERVE-PARMS.

       *> Pass two: the verified image goes to every copy of the
       *> target, through the target's remaps, and each sector is
       *> recorded as "V" history under the target as VOLEVAC does.
       *> Unreadable sectors travel as blanks and are left alone.
       WRITE-IMAGE-TO-TARGET.
           MOVE TARGET-VOLUME-WS TO VAULT-VOLUME-WS
           PERFORM OPEN-HISTORY-I-O
           PERFORM OPEN-REMAP-FILE
           OPEN INPUT VAULT-IMAGE-FILE
           MOVE "N" TO IMAGE-EOF-SW
           PERFORM UNTIL IMAGE-EOF
               READ VAULT-IMAGE-FILE
                   AT END
                       SET IMAGE-EOF TO TRUE
                   NOT AT END
                       IF VI-D-TYPE = "D"
                           PERFORM IMPORT-SECTOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VAULT-IMAGE-FILE
           CLOSE DIAG-HISTORY-FILE
           IF REMAP-AVAIL
               CLOSE DIAG-REMAP-FILE
           END-IF
           DISPLAY "  Sectors written:    " WRITTEN-COUNT
           DISPLAY "  Sectors unreadable: " UNREADABLE-COUNT.

       IMPORT-SECTOR.
           MOVE VI-D-SECTOR-ID TO SECTOR-ID
           IF VI-D-DATA-SOURCE = "U"
               ADD 1 TO UNREADABLE-COUNT
               MOVE "NOT WRITTEN - UNREADABLE AT EXPORT" TO RPT-TEXT
               PERFORM WRITE-REPORT-SECTOR-LINE
           ELSE
               MOVE VI-D-SECTOR-DATA TO VAULT-BUFFER
               PERFORM LOOKUP-REMAP-TARGET
               PERFORM VARYING COPY-IDX FROM 1 BY 1
                   UNTIL COPY-IDX > COPY-COUNT
                   MOVE SIDE-LETTERS-WS(COPY-IDX:1) TO SIDE-LETTER-WS
                   CALL "write_floppy_" USING VAULT-BUFFER
                       IO-SECTOR-ID SIDE-LETTER-WS
               END-PERFORM
               MOVE TARGET-VOLUME-WS TO DH-VOLUME-ID
               MOVE SECTOR-ID        TO DH-SECTOR-ID
               MOVE DH-RUN-TIMESTAMP TO DH-TIMESTAMP
               MOVE "V"              TO DH-STATUS
               MOVE VAULT-BUFFER     TO DH-SECTOR-DATA
               WRITE DIAG-HIST-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WRITTEN-COUNT
           END-IF.

       MARK-CATALOG-RECALLED.
           MOVE IMAGE-VOLUME-ID TO VLT-VOLUME-ID
           MOVE IMAGE-EXPORT-TS TO VLT-EXPORT-TS
           READ VAULT-CATALOG-FILE
               INVALID KEY
                   MOVE "IMAGE NOT IN DIAGVLTCAT - CATALOG NOT UPDATED"
                       TO RPT-TEXT
                   PERFORM WRITE-REPORT-TEXT-LINE
               NOT INVALID KEY
                   MOVE "Y" TO VLT-RECALLED
                   REWRITE VAULT-CATALOG-RECORD
           END-READ.

      *> --------------------------------------------------------------
      *> LIST - the vault catalog, with expired images called out
      *> --------------------------------------------------------------
       RUN-CATALOG-LIST.
           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING "VOLUME VAULT CATALOG - RUN " DH-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO VAULT-REPORT-RECORD
           END-STRING
           WRITE VAULT-REPORT-RECORD

           MOVE SPACES TO VAULT-REPORT-RECORD
           WRITE VAULT-REPORT-RECORD

           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING "VOLUME  EXPORTED        LOCATION              "
                  "EXPIRES   RECALLED"
               DELIMITED BY SIZE INTO VAULT-REPORT-RECORD
           END-STRING
           WRITE VAULT-REPORT-RECORD

           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING "------  --------------  --------------------  "
                  "--------  --------"
               DELIMITED BY SIZE INTO VAULT-REPORT-RECORD
           END-STRING
           WRITE VAULT-REPORT-RECORD

           MOVE LOW-VALUES TO VLT-KEY
           START VAULT-CATALOG-FILE KEY IS >= VLT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM SCAN-CATALOG-LIST
           END-START

           MOVE SPACES TO VAULT-REPORT-RECORD
           WRITE VAULT-REPORT-RECORD

           MOVE CATALOG-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING "  IMAGES CATALOGED:    " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO VAULT-REPORT-RECORD
           END-STRING
           WRITE VAULT-REPORT-RECORD

           MOVE EXPIRED-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING "  EXPIRED IN VAULT:    " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO VAULT-REPORT-RECORD
           END-STRING
           WRITE VAULT-REPORT-RECORD

           DISPLAY "  Images cataloged: " CATALOG-COUNT
           DISPLAY "  Expired in vault: " EXPIRED-COUNT.

       SCAN-CATALOG-LIST.
           MOVE "N" TO CATALOG-EOF-SW
           PERFORM UNTIL CATALOG-EOF
               READ VAULT-CATALOG-FILE NEXT RECORD
                   AT END
                       SET CATALOG-EOF TO TRUE
                   NOT AT END
                       PERFORM WRITE-CATALOG-LINE
               END-READ
           END-PERFORM.

       WRITE-CATALOG-LINE.
           ADD 1 TO CATALOG-COUNT
           MOVE SPACES TO RPT-EXPIRED-FLAG
           IF VLT-RECALLED NOT = "Y"
               AND VLT-EXPIRY-DATE < CURR-DATE
               MOVE "EXPIRED" TO RPT-EXPIRED-FLAG
               ADD 1 TO EXPIRED-COUNT
           END-IF
           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING VLT-VOLUME-ID    DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  VLT-EXPORT-TS    DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  VLT-LOCATION     DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  VLT-EXPIRY-DATE  DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  VLT-RECALLED     DELIMITED BY SIZE
                  "         "      DELIMITED BY SIZE
                  RPT-EXPIRED-FLAG DELIMITED BY SIZE
               INTO VAULT-REPORT-RECORD
           END-STRING
           WRITE VAULT-REPORT-RECORD.

      *> --------------------------------------------------------------
      *> Shared sector, history and checksum paragraphs
      *> --------------------------------------------------------------
       LOOKUP-REMAP-TARGET.
           MOVE SECTOR-ID TO IO-SECTOR-ID
           IF REMAP-AVAIL
               MOVE VAULT-VOLUME-WS TO RM-VOLUME-ID
               MOVE SECTOR-ID       TO RM-BAD-SECTOR
               READ DIAG-REMAP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RM-SPARE-SECTOR TO IO-SECTOR-ID
               END-READ
           END-IF.

       READ-SECTOR-MAJORITY.
           PERFORM VARYING COPY-IDX FROM 1 BY 1
               UNTIL COPY-IDX > COPY-COUNT
               MOVE SIDE-LETTERS-WS(COPY-IDX:1) TO SIDE-LETTER-WS
               CALL "read_floppy_" USING COPY-BUFFER(COPY-IDX)
                   IO-SECTOR-ID SIDE-LETTER-WS
           END-PERFORM

           MOVE "N" TO MAJ-FOUND-SW
           MOVE SPACES TO MAJ-VALUE
           MOVE 0 TO MAJ-COUNT
           PERFORM VARYING COPY-IDX FROM 1 BY 1
               UNTIL COPY-IDX > COPY-COUNT
               IF COPY-BUFFER(COPY-IDX) NOT = SPACES
                   MOVE 0 TO COPY-MATCH-COUNT
                   PERFORM VARYING COPY-IDX-2 FROM 1 BY 1
                       UNTIL COPY-IDX-2 > COPY-COUNT
                       IF COPY-BUFFER(COPY-IDX-2)
                           = COPY-BUFFER(COPY-IDX)
                           ADD 1 TO COPY-MATCH-COUNT
                       END-IF
                   END-PERFORM
                   IF COPY-MATCH-COUNT > MAJ-COUNT
                       MOVE COPY-MATCH-COUNT       TO MAJ-COUNT
                       MOVE COPY-BUFFER(COPY-IDX)  TO MAJ-VALUE
                   END-IF
               END-IF
           END-PERFORM
           IF MAJ-COUNT * 2 > COPY-COUNT
               SET MAJ-FOUND TO TRUE
           END-IF.

       LOOKUP-SECTOR-HISTORY.
           MOVE "N" TO SH-FOUND-SW
           MOVE SPACES TO SH-GOOD-BUFFER
           MOVE VAULT-VOLUME-WS TO DH-VOLUME-ID
           MOVE SECTOR-ID       TO DH-SECTOR-ID
           MOVE LOW-VALUES      TO DH-TIMESTAMP
           START DIAG-HISTORY-FILE KEY IS >= DH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM SCAN-SECTOR-HISTORY
           END-START.

       SCAN-SECTOR-HISTORY.
           MOVE "N" TO SH-SCAN-EOF-SW
           PERFORM UNTIL SH-SCAN-EOF
               READ DIAG-HISTORY-FILE NEXT RECORD
                   AT END
                       SET SH-SCAN-EOF TO TRUE
                   NOT AT END
                       IF DH-VOLUME-ID NOT = VAULT-VOLUME-WS
                           OR DH-SECTOR-ID NOT = SECTOR-ID
                           SET SH-SCAN-EOF TO TRUE
                       ELSE
                           IF DH-STATUS = "V"
                               MOVE DH-SECTOR-DATA TO SH-GOOD-BUFFER
                               MOVE "Y" TO SH-FOUND-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       *> The checksums DIAGNOSTICMODE keeps in DIAGCHK, so an
       *> image's per-sector values can be compared with the registry
       *> by hand if a dispute ever needs settling. Exports are taken
       *> with the CRC-32; the rolling sum is kept so images written
       *> before the CRC-32 still verify on import.
       COMPUTE-SECTOR-CHECKSUM.
           MOVE 0 TO SECTOR-CHECKSUM
           PERFORM VARYING CHK-IDX FROM 1 BY 1 UNTIL CHK-IDX > 508
               COMPUTE SECTOR-CHECKSUM =
                   FUNCTION MOD((SECTOR-CHECKSUM * 31) +
                       FUNCTION ORD(VAULT-BUFFER(CHK-IDX:1)),
                       9999999999)
           END-PERFORM.

       COMPUTE-SECTOR-CRC.
           IF NOT CRC-TABLE-BUILT
               PERFORM BUILD-CRC-TABLE
           END-IF
           MOVE CRC-ALL-ONES TO CRC-VALUE
           PERFORM VARYING CHK-IDX FROM 1 BY 1 UNTIL CHK-IDX > 508
               COMPUTE XOR-A = FUNCTION MOD(CRC-VALUE, 256)
               COMPUTE XOR-B =
                   FUNCTION ORD(VAULT-BUFFER(CHK-IDX:1)) - 1
               MOVE 8 TO XOR-BIT-COUNT
               PERFORM XOR-VALUES
               COMPUTE CRC-TABLE-IDX = XOR-RESULT + 1
               COMPUTE XOR-A = CRC-VALUE / 256
               MOVE CRC-TABLE-ENTRY(CRC-TABLE-IDX) TO XOR-B
               MOVE 32 TO XOR-BIT-COUNT
               PERFORM XOR-VALUES
               MOVE XOR-RESULT TO CRC-VALUE
           END-PERFORM
           COMPUTE SECTOR-CHECKSUM = CRC-ALL-ONES - CRC-VALUE.

       BUILD-CRC-TABLE.
           PERFORM VARYING CRC-TABLE-IDX FROM 1 BY 1
               UNTIL CRC-TABLE-IDX > 256
               COMPUTE CRC-VALUE = CRC-TABLE-IDX - 1
               PERFORM VARYING CRC-BIT-IDX FROM 1 BY 1
                   UNTIL CRC-BIT-IDX > 8
                   IF FUNCTION MOD(CRC-VALUE, 2) = 1
                       COMPUTE XOR-A = CRC-VALUE / 2
                       MOVE CRC-POLYNOMIAL TO XOR-B
                       MOVE 32 TO XOR-BIT-COUNT
                       PERFORM XOR-VALUES
                       MOVE XOR-RESULT TO CRC-VALUE
                   ELSE
                       COMPUTE CRC-VALUE = CRC-VALUE / 2
                   END-IF
               END-PERFORM
               MOVE CRC-VALUE TO CRC-TABLE-ENTRY(CRC-TABLE-IDX)
           END-PERFORM
           SET CRC-TABLE-BUILT TO TRUE.

       *> XOR-RESULT = XOR-A XOR XOR-B over the low XOR-BIT-COUNT
       *> bits. XOR-A and XOR-B are used up in the process.
       XOR-VALUES.
           MOVE 0 TO XOR-RESULT
           MOVE 1 TO XOR-BIT-VALUE
           PERFORM XOR-BIT-COUNT TIMES
               IF FUNCTION MOD(XOR-A, 2) NOT = FUNCTION MOD(XOR-B, 2)
                   ADD XOR-BIT-VALUE TO XOR-RESULT
               END-IF
               COMPUTE XOR-A = XOR-A / 2
               COMPUTE XOR-B = XOR-B / 2
               COMPUTE XOR-BIT-VALUE = XOR-BIT-VALUE * 2
           END-PERFORM.

       READ-VAULT-PARMS.
           OPEN INPUT VAULT-PARM-FILE
           IF VP-FILE-STATUS NOT = "00"
               DISPLAY "DIAGVLTPRM parm card not available, status="
                   VP-FILE-STATUS
               DISPLAY "Volume Vault Processing terminating."
               STOP RUN
           END-IF
           READ VAULT-PARM-FILE
               AT END
                   DISPLAY "DIAGVLTPRM parm card is empty."
                   DISPLAY "Volume Vault Processing terminating."
                   STOP RUN
               NOT AT END
                   MOVE VP-ACTION        TO VAULT-ACTION
                   MOVE VP-VOLUME-ID     TO VAULT-VOLUME-WS
                   MOVE VP-TARGET-VOLUME TO TARGET-VOLUME-WS
                   MOVE VP-LOCATION      TO VAULT-LOCATION-WS
                   MOVE VP-EXPIRY-DATE   TO VAULT-EXPIRY-WS
           END-READ
           CLOSE VAULT-PARM-FILE.

       OPEN-MASTER-FILE.
           OPEN INPUT VOLUME-MASTER-FILE
           IF VM-FILE-STATUS NOT = "00"
               DISPLAY "DIAGVOLS volume master not available, status="
                   VM-FILE-STATUS
               DISPLAY "Volume Vault Processing terminating."
               STOP RUN
           END-IF.

       OPEN-HISTORY-INPUT.
           OPEN INPUT DIAG-HISTORY-FILE
           IF DH-FILE-STATUS NOT = "00"
               DISPLAY "DIAGHIST history file not available, status="
                   DH-FILE-STATUS
               DISPLAY "Volume Vault Processing terminating."
               STOP RUN
           END-IF.

       OPEN-HISTORY-I-O.
           OPEN I-O DIAG-HISTORY-FILE
           IF DH-FILE-STATUS NOT = "00"
               OPEN OUTPUT DIAG-HISTORY-FILE
               CLOSE DIAG-HISTORY-FILE
               OPEN I-O DIAG-HISTORY-FILE
           END-IF.

       OPEN-REMAP-FILE.
           MOVE "N" TO REMAP-AVAIL-SW
           OPEN INPUT DIAG-REMAP-FILE
           IF RM-FILE-STATUS = "00"
               SET REMAP-AVAIL TO TRUE
           END-IF.

       OPEN-CATALOG-FILE.
           OPEN I-O VAULT-CATALOG-FILE
           IF VLT-FILE-STATUS NOT = "00"
               OPEN OUTPUT VAULT-CATALOG-FILE
               CLOSE VAULT-CATALOG-FILE
               OPEN I-O VAULT-CATALOG-FILE
           END-IF.

       OPEN-REPORT-FILE.
           OPEN OUTPUT VAULT-REPORT-FILE
           IF VRP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open DIAGVLTRPT report file, status="
                   VRP-FILE-STATUS
               DISPLAY "Volume Vault Processing terminating."
               STOP RUN
           END-IF.

       WRITE-EXPORT-REPORT-HEADER.
           IF VAULT-EXPIRY-WS = SPACES
               OR VAULT-EXPIRY-WS IS NOT NUMERIC
               COMPUTE EXPIRY-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(CURR-DATE) + 365)
               MOVE EXPIRY-DATE-NUM TO VAULT-EXPIRY-WS
           END-IF

           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING "VOLUME VAULT EXPORT REPORT - RUN " DH-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO VAULT-REPORT-RECORD
           END-STRING
           WRITE VAULT-REPORT-RECORD

           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING "VOLUME " VAULT-VOLUME-WS
                  "  VAULT " VAULT-LOCATION-WS
                  "  EXPIRES " VAULT-EXPIRY-WS
               DELIMITED BY SIZE INTO VAULT-REPORT-RECORD
           END-STRING
           WRITE VAULT-REPORT-RECORD

           PERFORM WRITE-SECTOR-COLUMN-HEADS.

       WRITE-IMPORT-REPORT-HEADER.
           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING "VOLUME VAULT IMPORT REPORT - RUN " DH-RUN-TIMESTAMP
               DELIMITED BY SIZE INTO VAULT-REPORT-RECORD
           END-STRING
           WRITE VAULT-REPORT-RECORD

           PERFORM WRITE-SECTOR-COLUMN-HEADS.

       WRITE-SECTOR-COLUMN-HEADS.
           MOVE SPACES TO VAULT-REPORT-RECORD
           WRITE VAULT-REPORT-RECORD

           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING "SECTOR  STATUS"
               DELIMITED BY SIZE INTO VAULT-REPORT-RECORD
           END-STRING
           WRITE VAULT-REPORT-RECORD

           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING "------  ---------------------------------"
               DELIMITED BY SIZE INTO VAULT-REPORT-RECORD
           END-STRING
           WRITE VAULT-REPORT-RECORD.

       WRITE-REPORT-SECTOR-LINE.
           MOVE SECTOR-ID TO RPT-SECTOR-DISP
           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING RPT-SECTOR-DISP DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  RPT-TEXT        DELIMITED BY SIZE
               INTO VAULT-REPORT-RECORD
           END-STRING
           WRITE VAULT-REPORT-RECORD.

       WRITE-REPORT-TEXT-LINE.
           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING "        " DELIMITED BY SIZE
                  RPT-TEXT   DELIMITED BY SIZE
               INTO VAULT-REPORT-RECORD
           END-STRING
           WRITE VAULT-REPORT-RECORD
           MOVE SPACES TO RPT-TEXT.

       WRITE-EXPORT-SUMMARY.
           MOVE SPACES TO VAULT-REPORT-RECORD
           WRITE VAULT-REPORT-RECORD

           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING "VOLUME VAULT EXPORT COMPLETE"
               DELIMITED BY SIZE INTO VAULT-REPORT-RECORD
           END-STRING
           WRITE VAULT-REPORT-RECORD

           MOVE DATA-RECORD-COUNT TO RPT-RECORD-DISP
           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING "  DATA RECORDS:          " RPT-RECORD-DISP
               DELIMITED BY SIZE INTO VAULT-REPORT-RECORD
           END-STRING
           WRITE VAULT-REPORT-RECORD

           MOVE HASH-TOTAL TO RPT-HASH-DISP
           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING "  CHECKSUM HASH TOTAL:   " RPT-HASH-DISP
               DELIMITED BY SIZE INTO VAULT-REPORT-RECORD
           END-STRING
           WRITE VAULT-REPORT-RECORD

           MOVE MAJORITY-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING "  SECTORS FROM MAJORITY: " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO VAULT-REPORT-RECORD
           END-STRING
           WRITE VAULT-REPORT-RECORD

           MOVE HISTORY-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING "  SECTORS FROM HISTORY:  " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO VAULT-REPORT-RECORD
           END-STRING
           WRITE VAULT-REPORT-RECORD

           MOVE UNREADABLE-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING "  SECTORS UNREADABLE:    " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO VAULT-REPORT-RECORD
           END-STRING
           WRITE VAULT-REPORT-RECORD.

       WRITE-IMPORT-SUMMARY.
           MOVE SPACES TO VAULT-REPORT-RECORD
           WRITE VAULT-REPORT-RECORD

           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING "VOLUME VAULT IMPORT COMPLETE - IMAGE "
                  IMAGE-VOLUME-ID " " IMAGE-EXPORT-TS
                  " TO VOLUME " TARGET-VOLUME-WS
               DELIMITED BY SIZE INTO VAULT-REPORT-RECORD
           END-STRING
           WRITE VAULT-REPORT-RECORD

           MOVE WRITTEN-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING "  SECTORS WRITTEN:       " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO VAULT-REPORT-RECORD
           END-STRING
           WRITE VAULT-REPORT-RECORD

           MOVE UNREADABLE-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO VAULT-REPORT-RECORD
           STRING "  SECTORS UNREADABLE:    " RPT-COUNT-DISP
               DELIMITED BY SIZE INTO VAULT-REPORT-RECORD
           END-STRING
           WRITE VAULT-REPORT-RECORD.

       BUILD-RUN-TIMESTAMP.
           ACCEPT CURR-DATE FROM DATE YYYYMMDD
           ACCEPT CURR-TIME FROM TIME
           MOVE SPACES TO DH-RUN-TIMESTAMP
           STRING
               CURR-DATE DELIMITED BY SIZE
               CURR-HHMMSS DELIMITED BY SIZE
               INTO DH-RUN-TIMESTAMP
           END-STRING.

       KEEP-REPORT-GENERATION.
           MOVE SPACES TO REPORT-GEN-PARMS
           MOVE "B" TO RG-FUNCTION
           MOVE "DIAGVLTRPT" TO RG-REPORT-TYPE
           PERFORM CALL-REPORT-GEN
           OPEN INPUT VAULT-REPORT-FILE
           IF VRP-FILE-STATUS = "00"
               MOVE "N" TO RG-EOF-SW
               PERFORM UNTIL RG-EOF
                   READ VAULT-REPORT-FILE
                       AT END
                           SET RG-EOF TO TRUE
                       NOT AT END
                           MOVE "L" TO RG-FUNCTION
                           MOVE VAULT-REPORT-RECORD TO RG-LINE
                           PERFORM CALL-REPORT-GEN
                   END-READ
               END-PERFORM
               CLOSE VAULT-REPORT-FILE
           END-IF
           MOVE "E" TO RG-FUNCTION
           PERFORM CALL-REPORT-GEN
           IF RG-GENERATION > 0
               DISPLAY "DIAGVLTRPT kept as generation " RG-GENERATION
           END-IF.

       CALL-REPORT-GEN.
           MOVE "VOLVAULT" TO RG-PROGRAM
           MOVE SPACES TO RG-RUN-TS
           CALL "RPTGEN" USING REPORT-GEN-PARMS.
