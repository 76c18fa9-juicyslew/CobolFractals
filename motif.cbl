       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIERPINSKI-MOTIF.
       AUTHOR. WILLIAM DERKSEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOTIF-CONTROL-FILE
               ASSIGN TO "./Sierpinski-Motctl.dat"
               FILE STATUS IS MOTIF-CONTROL-STATUS.
           SELECT ARCHIVE-CONTROL-FILE
               ASSIGN TO "./Sierpinski-Arcctl.dat"
               FILE STATUS IS ARCHIVE-CONTROL-STATUS.
           SELECT MANIFEST-FILE
               ASSIGN TO "./Sierpinski-Manifest.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MF-PAT
               FILE STATUS IS MANIFEST-FILE-STATUS.
           SELECT DONE-FILE
               ASSIGN TO DYNAMIC DONE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS D-KEY
               FILE STATUS IS DONE-FILE-STATUS.
           SELECT ARCHIVE-FILE
               ASSIGN TO "./Sierpinski-Archive.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT MOTIF-HIT-FILE
               ASSIGN TO "./Sierpinski-Mothit.dat"
               FILE STATUS IS MOTIF-HIT-STATUS.
           SELECT PRINT-FILE
               ASSIGN TO "./Sierpinski-Motif.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOTIF-CONTROL-FILE
           DATA RECORD IS MOTIF-PARAM-RECORD MOTIF-ROW-RECORD.
       01  MOTIF-PARAM-RECORD.
           05  MCTL-WIDTH         PIC 99.
           05  MCTL-MIRROR        PIC X.
           05  MCTL-RULE-CODE     PIC 99.
           05  MCTL-FROM-DATE     PIC 9(8).
           05  MCTL-TO-DATE       PIC 9(8).
           05  MCTL-SOURCE        PIC X.
           05  MCTL-HIT-LIMIT     PIC 9(5).
           05  FILLER             PIC X(13).
       01  MOTIF-ROW-RECORD.
           05  MCTL-MOTIF-ROW     PIC X(40).
       FD  ARCHIVE-CONTROL-FILE
           DATA RECORD IS ARCHIVE-CONTROL-RECORD.
       01  ARCHIVE-CONTROL-RECORD.
           05  ACTL-MAX-PATTERN   PIC 9999.
           05  ACTL-RETAIN-DAYS   PIC 999.
       FD  MANIFEST-FILE
           DATA RECORD IS MANIFEST-RECORD.
       01  MANIFEST-RECORD.
           05  MF-PAT             PIC 9(4).
           05  MF-SEED-ID         PIC X(8).
           05  MF-REQUESTER       PIC X(20).
           05  MF-REQUEST-ID      PIC 9(4).
           05  MF-PART-NUM        PIC 99.
           05  MF-PART-TOTAL      PIC 99.
           05  MF-RULE-CODE       PIC 99.
           05  MF-MAXITER         PIC 9(4).
           05  MF-SEARCH-STRING   PIC X.
           05  MF-LINE-WIDTH      PIC 9(4).
           05  MF-WRAP-OPTION     PIC X.
           05  MF-GRID-MODE       PIC X.
           05  MF-GRID-ROWS       PIC 999.
           05  MF-START-DATE      PIC 9(8).
           05  MF-START-TIME      PIC 9(8).
           05  MF-END-DATE        PIC 9(8).
           05  MF-END-TIME        PIC 9(8).
           05  MF-STATUS          PIC X(8).
           05  MF-SEED-VERSION    PIC 9(4).
           05  MF-SEED-OWNER      PIC X(20).
           05  FILLER             PIC X(16).
       FD  DONE-FILE
           RECORD IS VARYING IN SIZE FROM 11 TO 1007 CHARACTERS
               DEPENDING ON DONE-RECORD-SIZE
           DATA RECORDS ARE DONE-RECORD DONE-COMPACT-RECORD.
       01  DONE-RECORD.
           05  D-KEY.
               10  D-GEN-NUM   PIC 9(4).
               10  D-ROW-NUM   PIC 9(3).
           05  D-LINE-INFO     PIC X(1000).
       01  DONE-COMPACT-RECORD.
           05  FILLER          PIC X(7).
           05  D-LIVE-CHAR     PIC X.
           05  D-RUN-COUNT     PIC 999.
           05  D-RUN OCCURS 124 TIMES.
               10  D-RUN-START  PIC 9(4).
               10  D-RUN-LENGTH PIC 9(4).
       FD  ARCHIVE-FILE
           RECORD IS VARYING IN SIZE FROM 23 TO 1019 CHARACTERS
               DEPENDING ON ARCHIVE-RECORD-SIZE
           DATA RECORDS ARE ARCHIVE-RECORD ARCHIVE-COMPACT-RECORD.
       01  ARCHIVE-RECORD.
           05  AR-KEY.
               10  AR-PAT      PIC 9(4).
               10  AR-GEN      PIC 9(4).
               10  AR-ROW      PIC 9(3).
           05  AR-ARCH-DATE    PIC 9(8).
           05  AR-LINE-INFO    PIC X(1000).
       01  ARCHIVE-COMPACT-RECORD.
           05  FILLER          PIC X(19).
           05  AR-LIVE-CHAR    PIC X.
           05  AR-RUN-COUNT    PIC 999.
           05  AR-RUN OCCURS 124 TIMES.
               10  AR-RUN-START  PIC 9(4).
               10  AR-RUN-LENGTH PIC 9(4).
       FD  MOTIF-HIT-FILE
           DATA RECORD IS MOTIF-HIT-RECORD.
       01  MOTIF-HIT-RECORD.
           05  MH-PAT          PIC 9(4).
           05  FILLER          PIC X.
           05  MH-GEN          PIC 9(4).
           05  FILLER          PIC X.
           05  MH-ROW          PIC 9(3).
           05  FILLER          PIC X.
           05  MH-COL          PIC 9(4).
           05  FILLER          PIC X.
           05  MH-GENS         PIC 9(3).
           05  FILLER          PIC X.
           05  MH-ROWS         PIC 9(3).
           05  FILLER          PIC X.
           05  MH-MIRROR       PIC X.
           05  FILLER          PIC X.
           05  MH-SOURCE       PIC X.
           05  FILLER          PIC X.
           05  MH-SEED-ID      PIC X(8).
           05  FILLER          PIC X.
           05  MH-RULE         PIC 99.
           05  FILLER          PIC X.
           05  MH-RUN-DATE     PIC 9(8).
           05  FILLER          PIC X(9).
       FD  PRINT-FILE
           DATA RECORD IS PRINT-RECORD.
       01  PRINT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  INDICATORS.
          05  CONTROL-EOF      PIC XXX       VALUE "NO ".
          05  DONE-EOF         PIC XXX       VALUE "NO ".
          05  ARCHIVE-EOF      PIC XXX       VALUE "NO ".
          05  MOTIF-ABORT      PIC XXX       VALUE "NO ".
          05  MANIFEST-OPEN    PIC XXX       VALUE "NO ".
          05  HIT-LIMIT-HIT    PIC XXX       VALUE "NO ".
          05  PATTERN-WANTED   PIC XXX       VALUE "NO ".
          05  MATCH-FOUND      PIC XXX       VALUE "NO ".
          05  MIRROR-WANTED    PIC XXX       VALUE "NO ".
          05  SEARCH-LIVE      PIC XXX       VALUE "YES".
          05  SEARCH-ARCHIVE   PIC XXX       VALUE "YES".

       01  MOTIF-CONTROL-STATUS PIC XX.
       01  ARCHIVE-CONTROL-STATUS PIC XX.
       01  MANIFEST-FILE-STATUS PIC XX.
       01  DONE-FILE-STATUS     PIC XX.
       01  ARCHIVE-FILE-STATUS  PIC XX.
       01  DONE-RECORD-SIZE     PIC 9(4)       VALUE 1007.
       01  ARCHIVE-RECORD-SIZE  PIC 9(4)       VALUE 1019.
       01  RLE-LINE             PIC X(1000).
       01  RLE-FILL             PIC X(1000).
       01  RLE-RUN-IDX          PIC 9(4).
       01  MOTIF-HIT-STATUS     PIC XX.
       01  PRINT-FILE-STATUS    PIC XX.

       01  DONE-FILE-NAME       PIC X(40).
       01  MOTIF-DATE           PIC 9(8).
       01  MAX-PATTERN          PIC 9999       VALUE 0100.
       01  SCAN-PATTERN         PIC 9999.
       01  RULE-FILTER          PIC 99         VALUE 00.
       01  FROM-DATE            PIC 9(8)       VALUE 0.
       01  TO-DATE              PIC 9(8)       VALUE 99999999.
       01  HIT-LIMIT            PIC 9(5)       VALUE 09999.

       01  MOTIF-ROWS           PIC 99         VALUE 0.
       01  MOTIF-WIDTH          PIC 99         VALUE 0.
       01  MAX-MOTIF-ROWS       PIC 99         VALUE 10.
       01  MOTIF-LIVE-CELLS     PIC 9(4)       VALUE 0.
       01  MOTIF-TABLE.
           05  MOTIF-ROW        PIC X(40) OCCURS 10 TIMES.
       01  MIRROR-TABLE.
           05  MIRROR-ROW       PIC X(40) OCCURS 10 TIMES.

       01  WINDOW-COUNT         PIC 99         VALUE 0.
       01  WINDOW-TABLE.
           05  WINDOW-ENTRY OCCURS 10 TIMES.
               10  WN-GEN          PIC 9(4).
               10  WN-ROW          PIC 9(3).
               10  WN-LINE         PIC X(1000).

       01  PATTERN-SEARCHED-TABLE.
           05  PATTERN-SEARCHED PIC X OCCURS 10000 TIMES.

       01  CURRENT-PAT          PIC 9999.
       01  CURRENT-SOURCE       PIC X.
       01  PAT-SEED-ID          PIC X(8).
       01  PAT-RULE             PIC 99.
       01  PAT-RUN-DATE         PIC 9(8).
       01  PAT-WIDTH            PIC 9(4).
       01  PAT-GRID             PIC X.
       01  PAT-LIVE-CHAR        PIC X.
       01  LAST-HIT-PAT         PIC 9(5)       VALUE 99999.
       01  LAST-COL             PIC S9(5).

       01  LINE-GEN             PIC 9(4).
       01  LINE-ROW             PIC 9(3).
       01  LINE-INFO            PIC X(1000).

       01  ROW-IDX              PIC 99.
       01  CELL-IDX             PIC 99.
       01  MIRROR-IDX           PIC 99.
       01  TEST-COL             PIC 9(4).
       01  TEST-MIRROR          PIC X.

       01  PATTERNS-LIVE        PIC 9(5)       VALUE 0.
       01  PATTERNS-ARCHIVE     PIC 9(5)       VALUE 0.
       01  PATTERNS-SKIPPED     PIC 9(5)       VALUE 0.
       01  LINES-SEARCHED       PIC 9(9)       VALUE 0.
       01  HITS-WRITTEN         PIC 9(5)       VALUE 0.
       01  PATTERNS-WITH-HITS   PIC 9(5)       VALUE 0.

       01  PAGE-NUM             PIC 9999       VALUE 0000.
       01  LINES-ON-PAGE        PIC 99         VALUE 99.
       01  PAGE-LIMIT           PIC 99         VALUE 60.

       01  PAGE-HEADER-LINE.
           05  FILLER           PIC X(24)
               VALUE "SIERPINSKI MOTIF SEARCH ".
           05  PH-DATE          PIC 9(8).
           05  FILLER           PIC X(7)      VALUE "  RULE ".
           05  PH-RULE          PIC 99.
           05  FILLER           PIC X(8)      VALUE "  DATES ".
           05  PH-FROM-DATE     PIC 9(8).
           05  FILLER           PIC X          VALUE "-".
           05  PH-TO-DATE       PIC 9(8).
           05  FILLER           PIC X(9)      VALUE "  MIRROR ".
           05  PH-MIRROR        PIC XXX.
           05  FILLER           PIC X(7)      VALUE "  PAGE ".
           05  PH-PAGE          PIC ZZZ9.
           05  FILLER           PIC X(43)     VALUE SPACES.

       01  SECTION-LINE.
           05  SEC-TITLE        PIC X(60).
           05  FILLER           PIC X(72)     VALUE SPACES.

       01  MOTIF-LINE.
           05  FILLER           PIC X(6)      VALUE "  ROW ".
           05  ML-ROW           PIC Z9.
           05  FILLER           PIC X(2)      VALUE " |".
           05  ML-CELLS         PIC X(40).
           05  FILLER           PIC X          VALUE "|".
           05  FILLER           PIC X(81)     VALUE SPACES.

       01  COLUMN-HEADER.
           05  FILLER           PIC X(5)      VALUE "PAT".
           05  FILLER           PIC X(5)      VALUE "GEN".
           05  FILLER           PIC X(4)      VALUE "ROW".
           05  FILLER           PIC X(5)      VALUE " COL".
           05  FILLER           PIC X(4)      VALUE "GNS".
           05  FILLER           PIC X(4)      VALUE "RWS".
           05  FILLER           PIC X(4)      VALUE "SRC".
           05  FILLER           PIC X(4)      VALUE "MIR".
           05  FILLER           PIC X(9)      VALUE "SEED".
           05  FILLER           PIC X(3)      VALUE "RL".
           05  FILLER           PIC X(85)     VALUE "RUN DATE".

       01  HIT-LINE.
           05  HL-PAT           PIC 9(4).
           05  FILLER           PIC X          VALUE SPACE.
           05  HL-GEN           PIC 9(4).
           05  FILLER           PIC X          VALUE SPACE.
           05  HL-ROW           PIC 9(3).
           05  FILLER           PIC X          VALUE SPACE.
           05  HL-COL           PIC ZZZ9.
           05  FILLER           PIC X          VALUE SPACE.
           05  HL-GENS          PIC ZZ9.
           05  FILLER           PIC X          VALUE SPACE.
           05  HL-ROWS          PIC ZZ9.
           05  FILLER           PIC X          VALUE SPACE.
           05  HL-SOURCE        PIC X(3).
           05  FILLER           PIC X          VALUE SPACE.
           05  HL-MIRROR        PIC X(3).
           05  FILLER           PIC X          VALUE SPACE.
           05  HL-SEED          PIC X(8).
           05  FILLER           PIC X          VALUE SPACE.
           05  HL-RULE          PIC 99.
           05  FILLER           PIC X          VALUE SPACE.
           05  HL-RUN-DATE      PIC 9(8).
           05  FILLER           PIC X(77)     VALUE SPACES.

       01  NOTE-LINE.
           05  NOTE-TEXT        PIC X(70).
           05  FILLER           PIC X(62)     VALUE SPACES.

       01  TOTAL-LINE-1.
           05  FILLER           PIC X(14)     VALUE "DONE PATTERNS ".
           05  T1-LIVE          PIC ZZZZ9.
           05  FILLER           PIC X(20)
               VALUE "  ARCHIVED PATTERNS ".
           05  T1-ARCHIVE       PIC ZZZZ9.
           05  FILLER           PIC X(15)     VALUE "  NOT SELECTED ".
           05  T1-SKIPPED       PIC ZZZZ9.
           05  FILLER           PIC X(17)
               VALUE "  LINES SEARCHED ".
           05  T1-LINES         PIC ZZZZZZZZ9.
           05  FILLER           PIC X(42)     VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER           PIC X(14)     VALUE "HITS WRITTEN  ".
           05  T2-HITS          PIC ZZZZ9.
           05  FILLER           PIC X(20)
               VALUE "  PATTERNS WITH HITS".
           05  FILLER           PIC X          VALUE SPACE.
           05  T2-PATTERNS      PIC ZZZZ9.
           05  FILLER           PIC X(87)     VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM A-100-INITIALIZATION.
           IF MOTIF-ABORT = "NO " THEN
               IF SEARCH-LIVE = "YES" THEN
                   PERFORM B-100-SEARCH-DONE-FILE
                       VARYING SCAN-PATTERN FROM 0 BY 1
                       UNTIL SCAN-PATTERN > MAX-PATTERN
                          OR HIT-LIMIT-HIT = "YES"
               END-IF
               IF SEARCH-ARCHIVE = "YES"
                       AND HIT-LIMIT-HIT = "NO " THEN
                   PERFORM B-200-SEARCH-ARCHIVE
               END-IF
               PERFORM C-100-WRITE-TOTALS
               PERFORM C-200-CLEAN-UP
           END-IF.

           IF MOTIF-ABORT = "YES" THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               IF HIT-LIMIT-HIT = "YES" THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN
           .

       A-100-INITIALIZATION.
           ACCEPT MOTIF-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO MOTIF-TABLE.
           MOVE SPACES TO MIRROR-TABLE.
           MOVE SPACES TO PATTERN-SEARCHED-TABLE.

           PERFORM A-110-READ-MOTIF-CONTROL.
           IF MOTIF-ABORT = "NO " THEN
               PERFORM A-130-PREPARE-MOTIF
           END-IF
           PERFORM A-140-READ-ARCHIVE-CONTROL.

           IF MOTIF-ABORT = "NO " THEN
               OPEN INPUT MANIFEST-FILE
               IF MANIFEST-FILE-STATUS = "00" THEN
                   MOVE "YES" TO MANIFEST-OPEN
               ELSE
                   DISPLAY "MOTIF CANNOT OPEN RUN MANIFEST STATUS "
                       MANIFEST-FILE-STATUS
                       " - SEED AND RULE NOT REPORTED"
               END-IF

               OPEN OUTPUT MOTIF-HIT-FILE
               IF MOTIF-HIT-STATUS NOT = "00" THEN
                   DISPLAY "MOTIF CANNOT CREATE HIT FILE STATUS "
                       MOTIF-HIT-STATUS
                   MOVE "YES" TO MOTIF-ABORT
                   IF MANIFEST-OPEN = "YES" THEN
                       CLOSE MANIFEST-FILE
                   END-IF
               END-IF
           END-IF

           IF MOTIF-ABORT = "NO " THEN
               OPEN OUTPUT PRINT-FILE
               PERFORM D-100-PAGE-HEADER
               MOVE "MOTIF SEARCHED FOR" TO SEC-TITLE
               PERFORM D-110-PRINT-SECTION
               PERFORM D-130-PRINT-MOTIF-ROW
                   VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > MOTIF-ROWS
               MOVE "HITS" TO SEC-TITLE
               PERFORM D-110-PRINT-SECTION
               PERFORM D-120-PRINT-COLUMN-HEADER
           END-IF
           .

       A-110-READ-MOTIF-CONTROL.
           OPEN INPUT MOTIF-CONTROL-FILE
           IF MOTIF-CONTROL-STATUS NOT = "00" THEN
               DISPLAY "MOTIF CANNOT OPEN MOTIF CONTROL STATUS "
                   MOTIF-CONTROL-STATUS
               MOVE "YES" TO MOTIF-ABORT
           ELSE
               READ MOTIF-CONTROL-FILE
                   AT END
                       MOVE "YES" TO CONTROL-EOF
                   NOT AT END
                       PERFORM A-115-TAKE-PARAMETERS
               END-READ
               PERFORM A-120-READ-MOTIF-ROW
                   UNTIL CONTROL-EOF = "YES"
               CLOSE MOTIF-CONTROL-FILE
           END-IF
           .

       A-115-TAKE-PARAMETERS.
           IF MCTL-WIDTH IS NUMERIC AND MCTL-WIDTH > 0
                   AND MCTL-WIDTH NOT > 40 THEN
               MOVE MCTL-WIDTH TO MOTIF-WIDTH
           END-IF
           IF MCTL-MIRROR = "Y" THEN
               MOVE "YES" TO MIRROR-WANTED
           END-IF
           IF MCTL-RULE-CODE IS NUMERIC THEN
               MOVE MCTL-RULE-CODE TO RULE-FILTER
           END-IF
           IF MCTL-FROM-DATE IS NUMERIC AND MCTL-FROM-DATE > 0 THEN
               MOVE MCTL-FROM-DATE TO FROM-DATE
           END-IF
           IF MCTL-TO-DATE IS NUMERIC AND MCTL-TO-DATE > 0 THEN
               MOVE MCTL-TO-DATE TO TO-DATE
           END-IF
           IF MCTL-SOURCE = "D" THEN
               MOVE "NO " TO SEARCH-ARCHIVE
           END-IF
           IF MCTL-SOURCE = "A" THEN
               MOVE "NO " TO SEARCH-LIVE
           END-IF
           IF MCTL-HIT-LIMIT IS NUMERIC AND MCTL-HIT-LIMIT > 0 THEN
               MOVE MCTL-HIT-LIMIT TO HIT-LIMIT
           END-IF
           IF FROM-DATE > TO-DATE THEN
               DISPLAY "MOTIF FROM DATE " FROM-DATE
                   " IS AFTER TO DATE " TO-DATE
               MOVE "YES" TO MOTIF-ABORT
           END-IF
           .

       A-120-READ-MOTIF-ROW.
           READ MOTIF-CONTROL-FILE
               AT END
                   MOVE "YES" TO CONTROL-EOF
           END-READ
           IF CONTROL-EOF = "NO " THEN
               IF MOTIF-ROWS NOT < MAX-MOTIF-ROWS THEN
                   DISPLAY "MOTIF HAS MORE THAN " MAX-MOTIF-ROWS
                       " ROWS - NOT SEARCHED"
                   MOVE "YES" TO MOTIF-ABORT
                   MOVE "YES" TO CONTROL-EOF
               ELSE
                   ADD 1 TO MOTIF-ROWS
                   MOVE MCTL-MOTIF-ROW TO MOTIF-ROW (MOTIF-ROWS)
               END-IF
           END-IF
           .

       A-130-PREPARE-MOTIF.
           PERFORM VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > MOTIF-ROWS
               PERFORM VARYING CELL-IDX FROM 1 BY 1
                   UNTIL CELL-IDX > 40
                   IF MOTIF-ROW (ROW-IDX) (CELL-IDX:1) NOT = SPACE
                       MOVE "X" TO MOTIF-ROW (ROW-IDX) (CELL-IDX:1)
                       ADD 1 TO MOTIF-LIVE-CELLS
                       IF MCTL-WIDTH NOT NUMERIC OR MCTL-WIDTH = 0
                               OR MCTL-WIDTH > 40 THEN
                           IF CELL-IDX > MOTIF-WIDTH THEN
                               MOVE CELL-IDX TO MOTIF-WIDTH
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           IF MOTIF-ROWS = 0 OR MOTIF-LIVE-CELLS = 0 THEN
               DISPLAY "MOTIF CONTROL HAS NO LIVE CELLS - NOT SEARCHED"
               MOVE "YES" TO MOTIF-ABORT
           ELSE
               PERFORM VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > MOTIF-ROWS
                   PERFORM VARYING CELL-IDX FROM 1 BY 1
                       UNTIL CELL-IDX > MOTIF-WIDTH
                       COMPUTE MIRROR-IDX = MOTIF-WIDTH - CELL-IDX + 1
                       MOVE MOTIF-ROW (ROW-IDX) (CELL-IDX:1)
                           TO MIRROR-ROW (ROW-IDX) (MIRROR-IDX:1)
                   END-PERFORM
               END-PERFORM
               IF MIRROR-TABLE = MOTIF-TABLE THEN
                   MOVE "NO " TO MIRROR-WANTED
               END-IF
           END-IF
           .

       A-140-READ-ARCHIVE-CONTROL.
           OPEN INPUT ARCHIVE-CONTROL-FILE
           IF ARCHIVE-CONTROL-STATUS = "00" THEN
               READ ARCHIVE-CONTROL-FILE
                   NOT AT END
                       IF ACTL-MAX-PATTERN IS NUMERIC
                               AND ACTL-MAX-PATTERN > 0 THEN
                           MOVE ACTL-MAX-PATTERN TO MAX-PATTERN
                       END-IF
               END-READ
               CLOSE ARCHIVE-CONTROL-FILE
           END-IF
           .

       B-100-SEARCH-DONE-FILE.
           MOVE SPACES TO DONE-FILE-NAME.
           STRING "./Sierpinski-Done-" DELIMITED BY SIZE
                  SCAN-PATTERN DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO DONE-FILE-NAME
           OPEN INPUT DONE-FILE
           IF DONE-FILE-STATUS = "00" THEN
               MOVE SCAN-PATTERN TO CURRENT-PAT
               MOVE "D" TO CURRENT-SOURCE
               MOVE "Y" TO PATTERN-SEARCHED (SCAN-PATTERN + 1)
               PERFORM D-200-LOAD-PATTERN-INFO
               IF PATTERN-WANTED = "YES" THEN
                   ADD 1 TO PATTERNS-LIVE
                   MOVE "NO " TO DONE-EOF
                   MOVE 0 TO D-GEN-NUM
                   MOVE 0 TO D-ROW-NUM
                   START DONE-FILE KEY NOT < D-KEY
                       INVALID KEY
                           MOVE "YES" TO DONE-EOF
                   END-START
                   PERFORM B-110-SEARCH-ONE-DONE-RECORD
                       UNTIL DONE-EOF = "YES"
               ELSE
                   ADD 1 TO PATTERNS-SKIPPED
               END-IF
               CLOSE DONE-FILE
           END-IF
           .

       B-110-SEARCH-ONE-DONE-RECORD.
           READ DONE-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO DONE-EOF
           END-READ
           IF DONE-EOF = "NO " AND DONE-FILE-STATUS NOT = "00" THEN
               DISPLAY "MOTIF READ FAILED " DONE-FILE-NAME
                   " STATUS " DONE-FILE-STATUS
               MOVE "YES" TO DONE-EOF
           END-IF
           IF DONE-EOF = "NO " THEN
               PERFORM D-510-EXPAND-DONE-RECORD
               MOVE D-GEN-NUM TO LINE-GEN
               MOVE D-ROW-NUM TO LINE-ROW
               MOVE D-LINE-INFO TO LINE-INFO
               PERFORM B-300-EXAMINE-LINE
               IF HIT-LIMIT-HIT = "YES" THEN
                   MOVE "YES" TO DONE-EOF
               END-IF
           END-IF
           .

       B-200-SEARCH-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-FILE-STATUS = "00" THEN
               MOVE LOW-VALUES TO AR-KEY
               START ARCHIVE-FILE KEY NOT < AR-KEY
                   INVALID KEY
                       MOVE "YES" TO ARCHIVE-EOF
               END-START
               MOVE 99999 TO LAST-HIT-PAT
               MOVE "D" TO CURRENT-SOURCE
               PERFORM B-210-SEARCH-ONE-ARCHIVE-RECORD
                   UNTIL ARCHIVE-EOF = "YES"
               CLOSE ARCHIVE-FILE
           ELSE
               MOVE "  ARCHIVE MASTER NOT AVAILABLE" TO NOTE-TEXT
               PERFORM D-140-PRINT-NOTE
           END-IF
           .

       B-210-SEARCH-ONE-ARCHIVE-RECORD.
           READ ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO ARCHIVE-EOF
           END-READ
           IF ARCHIVE-EOF = "NO " AND ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "MOTIF ARCHIVE READ FAILED STATUS "
                   ARCHIVE-FILE-STATUS
               MOVE "YES" TO ARCHIVE-EOF
           END-IF
           IF ARCHIVE-EOF = "NO " THEN
               IF CURRENT-SOURCE NOT = "A" OR AR-PAT NOT = CURRENT-PAT
                   MOVE AR-PAT TO CURRENT-PAT
                   MOVE "A" TO CURRENT-SOURCE
                   IF PATTERN-SEARCHED (AR-PAT + 1) = "Y" THEN
                       MOVE "NO " TO PATTERN-WANTED
                   ELSE
                       MOVE "Y" TO PATTERN-SEARCHED (AR-PAT + 1)
                       PERFORM D-200-LOAD-PATTERN-INFO
                       IF PATTERN-WANTED = "YES" THEN
                           ADD 1 TO PATTERNS-ARCHIVE
                       ELSE
                           ADD 1 TO PATTERNS-SKIPPED
                       END-IF
                   END-IF
               END-IF
               IF PATTERN-WANTED = "YES" THEN
                   PERFORM D-520-EXPAND-ARCHIVE-RECORD
                   MOVE AR-GEN TO LINE-GEN
                   MOVE AR-ROW TO LINE-ROW
                   MOVE AR-LINE-INFO TO LINE-INFO
                   PERFORM B-300-EXAMINE-LINE
                   IF HIT-LIMIT-HIT = "YES" THEN
                       MOVE "YES" TO ARCHIVE-EOF
                   END-IF
               END-IF
           END-IF
           .

       B-300-EXAMINE-LINE.
           ADD 1 TO LINES-SEARCHED.
           IF LINE-ROW > 0 THEN
               MOVE "Y" TO PAT-GRID
           END-IF
           IF WINDOW-COUNT > 0 THEN
               IF PAT-GRID = "Y" THEN
                   IF LINE-GEN NOT = WN-GEN (WINDOW-COUNT)
                       OR LINE-ROW NOT = WN-ROW (WINDOW-COUNT) + 1
                       MOVE 0 TO WINDOW-COUNT
                   END-IF
               ELSE
                   IF LINE-GEN NOT = WN-GEN (WINDOW-COUNT) + 1 THEN
                       MOVE 0 TO WINDOW-COUNT
                   END-IF
               END-IF
           END-IF
           IF WINDOW-COUNT NOT < MOTIF-ROWS THEN
               PERFORM VARYING ROW-IDX FROM 2 BY 1
                   UNTIL ROW-IDX > WINDOW-COUNT
                   MOVE WINDOW-ENTRY (ROW-IDX)
                       TO WINDOW-ENTRY (ROW-IDX - 1)
               END-PERFORM
               SUBTRACT 1 FROM WINDOW-COUNT
           END-IF
           ADD 1 TO WINDOW-COUNT.
           MOVE LINE-GEN TO WN-GEN (WINDOW-COUNT).
           MOVE LINE-ROW TO WN-ROW (WINDOW-COUNT).
           MOVE LINE-INFO TO WN-LINE (WINDOW-COUNT).
           IF PAT-LIVE-CHAR NOT = "X" THEN
               INSPECT WN-LINE (WINDOW-COUNT)
                   CONVERTING PAT-LIVE-CHAR TO "X"
           END-IF
           IF WINDOW-COUNT = MOTIF-ROWS THEN
               COMPUTE LAST-COL = PAT-WIDTH - MOTIF-WIDTH + 1
               PERFORM B-310-TEST-COLUMN
                   VARYING TEST-COL FROM 1 BY 1
                   UNTIL TEST-COL > LAST-COL
                      OR HIT-LIMIT-HIT = "YES"
           END-IF
           .

       B-310-TEST-COLUMN.
           MOVE "N" TO TEST-MIRROR.
           PERFORM B-320-MATCH-MOTIF.
           IF MATCH-FOUND = "YES" THEN
               PERFORM B-330-WRITE-HIT
           END-IF
           IF MIRROR-WANTED = "YES" AND HIT-LIMIT-HIT = "NO " THEN
               MOVE "Y" TO TEST-MIRROR
               PERFORM B-320-MATCH-MOTIF
               IF MATCH-FOUND = "YES" THEN
                   PERFORM B-330-WRITE-HIT
               END-IF
           END-IF
           .

       B-320-MATCH-MOTIF.
           MOVE "YES" TO MATCH-FOUND.
           PERFORM VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > MOTIF-ROWS OR MATCH-FOUND = "NO "
               IF TEST-MIRROR = "Y" THEN
                   IF WN-LINE (ROW-IDX) (TEST-COL:MOTIF-WIDTH)
                           NOT = MIRROR-ROW (ROW-IDX) (1:MOTIF-WIDTH)
                       MOVE "NO " TO MATCH-FOUND
                   END-IF
               ELSE
                   IF WN-LINE (ROW-IDX) (TEST-COL:MOTIF-WIDTH)
                           NOT = MOTIF-ROW (ROW-IDX) (1:MOTIF-WIDTH)
                       MOVE "NO " TO MATCH-FOUND
                   END-IF
               END-IF
           END-PERFORM
           .

       B-330-WRITE-HIT.
           MOVE SPACES TO MOTIF-HIT-RECORD.
           MOVE CURRENT-PAT TO MH-PAT.
           MOVE WN-GEN (1) TO MH-GEN.
           MOVE WN-ROW (1) TO MH-ROW.
           MOVE TEST-COL TO MH-COL.
           IF PAT-GRID = "Y" THEN
               MOVE 1 TO MH-GENS
               MOVE MOTIF-ROWS TO MH-ROWS
           ELSE
               MOVE MOTIF-ROWS TO MH-GENS
               MOVE 1 TO MH-ROWS
           END-IF
           MOVE TEST-MIRROR TO MH-MIRROR.
           MOVE CURRENT-SOURCE TO MH-SOURCE.
           MOVE PAT-SEED-ID TO MH-SEED-ID.
           MOVE PAT-RULE TO MH-RULE.
           MOVE PAT-RUN-DATE TO MH-RUN-DATE.
           WRITE MOTIF-HIT-RECORD.
           ADD 1 TO HITS-WRITTEN.
           IF CURRENT-PAT NOT = LAST-HIT-PAT THEN
               ADD 1 TO PATTERNS-WITH-HITS
               MOVE CURRENT-PAT TO LAST-HIT-PAT
           END-IF
           PERFORM D-150-PRINT-HIT.
           IF HITS-WRITTEN NOT < HIT-LIMIT THEN
               DISPLAY "MOTIF HIT LIMIT " HIT-LIMIT
                   " REACHED - SEARCH STOPPED"
               MOVE "  HIT LIMIT REACHED - SEARCH STOPPED" TO NOTE-TEXT
               PERFORM D-140-PRINT-NOTE
               MOVE "YES" TO HIT-LIMIT-HIT
           END-IF
           .

       C-100-WRITE-TOTALS.
           IF HITS-WRITTEN = 0 THEN
               MOVE "  MOTIF NOT FOUND" TO NOTE-TEXT
               PERFORM D-140-PRINT-NOTE
           END-IF
           MOVE "TOTALS" TO SEC-TITLE.
           PERFORM D-110-PRINT-SECTION.
           MOVE PATTERNS-LIVE TO T1-LIVE.
           MOVE PATTERNS-ARCHIVE TO T1-ARCHIVE.
           MOVE PATTERNS-SKIPPED TO T1-SKIPPED.
           MOVE LINES-SEARCHED TO T1-LINES.
           PERFORM D-160-PRINT-TOTAL-1.
           MOVE HITS-WRITTEN TO T2-HITS.
           MOVE PATTERNS-WITH-HITS TO T2-PATTERNS.
           PERFORM D-170-PRINT-TOTAL-2.

       C-200-CLEAN-UP.
           DISPLAY "MOTIF PATTERNS " PATTERNS-LIVE
               " ARCHIVED " PATTERNS-ARCHIVE
               " HITS " HITS-WRITTEN
               " IN " PATTERNS-WITH-HITS " PATTERNS".

           IF MANIFEST-OPEN = "YES" THEN
               CLOSE MANIFEST-FILE
           END-IF
           CLOSE MOTIF-HIT-FILE
                 PRINT-FILE.

       D-100-PAGE-HEADER.
           ADD 1 TO PAGE-NUM.
           MOVE MOTIF-DATE TO PH-DATE.
           MOVE RULE-FILTER TO PH-RULE.
           MOVE FROM-DATE TO PH-FROM-DATE.
           MOVE TO-DATE TO PH-TO-DATE.
           MOVE MIRROR-WANTED TO PH-MIRROR.
           MOVE PAGE-NUM TO PH-PAGE.
           IF PAGE-NUM = 1 THEN
               WRITE PRINT-RECORD FROM PAGE-HEADER-LINE
           ELSE
               WRITE PRINT-RECORD FROM PAGE-HEADER-LINE
                   AFTER ADVANCING PAGE
           END-IF
           MOVE 1 TO LINES-ON-PAGE.

       D-105-CHECK-PAGE.
           IF LINES-ON-PAGE NOT < PAGE-LIMIT THEN
               PERFORM D-100-PAGE-HEADER
           END-IF.

       D-110-PRINT-SECTION.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM SECTION-LINE.
           ADD 1 TO LINES-ON-PAGE.

       D-120-PRINT-COLUMN-HEADER.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM COLUMN-HEADER.
           ADD 1 TO LINES-ON-PAGE.

       D-130-PRINT-MOTIF-ROW.
           MOVE ROW-IDX TO ML-ROW.
           MOVE SPACES TO ML-CELLS.
           MOVE MOTIF-ROW (ROW-IDX) (1:MOTIF-WIDTH)
               TO ML-CELLS (1:MOTIF-WIDTH).
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM MOTIF-LINE.
           ADD 1 TO LINES-ON-PAGE.

       D-140-PRINT-NOTE.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM NOTE-LINE.
           ADD 1 TO LINES-ON-PAGE.

       D-150-PRINT-HIT.
           IF LINES-ON-PAGE NOT < PAGE-LIMIT THEN
               PERFORM D-100-PAGE-HEADER
               PERFORM D-120-PRINT-COLUMN-HEADER
           END-IF
           MOVE MH-PAT TO HL-PAT.
           MOVE MH-GEN TO HL-GEN.
           MOVE MH-ROW TO HL-ROW.
           MOVE MH-COL TO HL-COL.
           MOVE MH-GENS TO HL-GENS.
           MOVE MH-ROWS TO HL-ROWS.
           IF MH-SOURCE = "A" THEN
               MOVE "ARC" TO HL-SOURCE
           ELSE
               MOVE "DON" TO HL-SOURCE
           END-IF
           IF MH-MIRROR = "Y" THEN
               MOVE "YES" TO HL-MIRROR
           ELSE
               MOVE "NO " TO HL-MIRROR
           END-IF
           MOVE MH-SEED-ID TO HL-SEED.
           MOVE MH-RULE TO HL-RULE.
           MOVE MH-RUN-DATE TO HL-RUN-DATE.
           WRITE PRINT-RECORD FROM HIT-LINE.
           ADD 1 TO LINES-ON-PAGE.

       D-160-PRINT-TOTAL-1.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM TOTAL-LINE-1.
           ADD 1 TO LINES-ON-PAGE.

       D-170-PRINT-TOTAL-2.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM TOTAL-LINE-2.
           ADD 1 TO LINES-ON-PAGE.

       D-200-LOAD-PATTERN-INFO.
           MOVE 0 TO WINDOW-COUNT.
           MOVE SPACES TO PAT-SEED-ID.
           MOVE 0 TO PAT-RULE.
           MOVE 0 TO PAT-RUN-DATE.
           MOVE 1000 TO PAT-WIDTH.
           MOVE "N" TO PAT-GRID.
           MOVE "X" TO PAT-LIVE-CHAR.
           IF MANIFEST-OPEN = "YES" THEN
               MOVE CURRENT-PAT TO MF-PAT
               READ MANIFEST-FILE
                   NOT INVALID KEY
                       MOVE MF-SEED-ID TO PAT-SEED-ID
                       IF MF-RULE-CODE IS NUMERIC THEN
                           MOVE MF-RULE-CODE TO PAT-RULE
                       END-IF
                       IF MF-START-DATE IS NUMERIC THEN
                           MOVE MF-START-DATE TO PAT-RUN-DATE
                       END-IF
                       IF MF-LINE-WIDTH IS NUMERIC
                               AND MF-LINE-WIDTH > 0
                               AND MF-LINE-WIDTH < 1001 THEN
                           MOVE MF-LINE-WIDTH TO PAT-WIDTH
                       END-IF
                       IF MF-GRID-MODE = "Y" THEN
                           MOVE "Y" TO PAT-GRID
                       END-IF
                       IF MF-SEARCH-STRING NOT = SPACE THEN
                           MOVE MF-SEARCH-STRING TO PAT-LIVE-CHAR
                       END-IF
               END-READ
           END-IF

           MOVE "YES" TO PATTERN-WANTED.
           IF RULE-FILTER > 0 AND PAT-RULE NOT = RULE-FILTER THEN
               MOVE "NO " TO PATTERN-WANTED
           END-IF
           IF PAT-RUN-DATE < FROM-DATE OR PAT-RUN-DATE > TO-DATE THEN
               MOVE "NO " TO PATTERN-WANTED
           END-IF
           .

       D-510-EXPAND-DONE-RECORD.
           IF DONE-RECORD-SIZE < 1007 THEN
               MOVE SPACES TO RLE-LINE
               IF D-RUN-COUNT IS NUMERIC
                       AND D-RUN-COUNT NOT > 124 THEN
                   MOVE SPACES TO RLE-FILL
                   INSPECT RLE-FILL CONVERTING " " TO D-LIVE-CHAR
                   PERFORM VARYING RLE-RUN-IDX FROM 1 BY 1
                       UNTIL RLE-RUN-IDX > D-RUN-COUNT
                       IF D-RUN-START (RLE-RUN-IDX) > 0
                               AND D-RUN-LENGTH (RLE-RUN-IDX) > 0
                               AND D-RUN-START (RLE-RUN-IDX)
                                 + D-RUN-LENGTH (RLE-RUN-IDX)
                                 < 1002 THEN
                           MOVE RLE-FILL (1:D-RUN-LENGTH (RLE-RUN-IDX))
                               TO RLE-LINE (D-RUN-START (RLE-RUN-IDX):
                                   D-RUN-LENGTH (RLE-RUN-IDX))
                       END-IF
                   END-PERFORM
               END-IF
               MOVE RLE-LINE TO D-LINE-INFO
               MOVE 1007 TO DONE-RECORD-SIZE
           END-IF
           .

       D-520-EXPAND-ARCHIVE-RECORD.
           IF ARCHIVE-RECORD-SIZE < 1019 THEN
               MOVE SPACES TO RLE-LINE
               IF AR-RUN-COUNT IS NUMERIC
                       AND AR-RUN-COUNT NOT > 124 THEN
                   MOVE SPACES TO RLE-FILL
                   INSPECT RLE-FILL CONVERTING " " TO AR-LIVE-CHAR
                   PERFORM VARYING RLE-RUN-IDX FROM 1 BY 1
                       UNTIL RLE-RUN-IDX > AR-RUN-COUNT
                       IF AR-RUN-START (RLE-RUN-IDX) > 0
                               AND AR-RUN-LENGTH (RLE-RUN-IDX) > 0
                               AND AR-RUN-START (RLE-RUN-IDX)
                                 + AR-RUN-LENGTH (RLE-RUN-IDX)
                                 < 1002 THEN
                           MOVE RLE-FILL (1:AR-RUN-LENGTH (RLE-RUN-IDX))
                               TO RLE-LINE (AR-RUN-START (RLE-RUN-IDX):
                                   AR-RUN-LENGTH (RLE-RUN-IDX))
                       END-IF
                   END-PERFORM
               END-IF
               MOVE RLE-LINE TO AR-LINE-INFO
               MOVE 1019 TO ARCHIVE-RECORD-SIZE
           END-IF
           .
