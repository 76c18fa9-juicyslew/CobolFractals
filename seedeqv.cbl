       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIERPINSKI-SEEDEQV.
       AUTHOR. WILLIAM DERKSEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE
               ASSIGN TO "./Sierpinski-Control.dat"
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT SEED-FILE
               ASSIGN TO "./Sierpinski-Seeds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS S-SEED-ID
               FILE STATUS IS SEED-FILE-STATUS.
           SELECT ATTRACT-HIT-FILE
               ASSIGN TO "./Sierpinski-Atthit.dat"
               FILE STATUS IS ATTRACT-HIT-STATUS.
           SELECT PRINT-FILE
               ASSIGN TO "./Sierpinski-Seedeqv.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           DATA RECORD IS CONTROL-RECORD.
       01  CONTROL-RECORD.
           05  CTL-MAXITER        PIC 9999.
           05  CTL-SEARCH-STRING  PIC X.
           05  CTL-LINE-WIDTH     PIC 9(4).
           05  CTL-RULE-CODE      PIC 99.
           05  CTL-WRAP-OPTION    PIC X.
           05  CTL-GRID-MODE      PIC X.
           05  CTL-GRID-ROWS      PIC 999.
           05  CTL-TIME-BUDGET    PIC 9(4).
           05  CTL-DONE-FORMAT    PIC X.
       FD  SEED-FILE
           DATA RECORD IS SEED-RECORD.
       01  SEED-RECORD.
           05  S-SEED-ID       PIC X(8).
           05  S-DESC          PIC X(30).
           05  S-OWNER         PIC X(20).
           05  S-DATE-ADDED    PIC 9(8).
           05  S-STATUS        PIC X.
           05  S-PATTERN       PIC X(1000).
           05  S-PARENT-SEED   PIC X(8).
           05  S-SOURCE-PAT    PIC 9(4).
           05  S-SOURCE-GEN    PIC 9(4).
           05  S-SOURCE-RULE   PIC 99.
       FD  ATTRACT-HIT-FILE
           DATA RECORD IS ATTRACT-HIT-RECORD.
       01  ATTRACT-HIT-RECORD.
           05  AH-PAT          PIC 9(4).
           05  FILLER          PIC X.
           05  AH-SEED-ID      PIC X(8).
           05  FILLER          PIC X.
           05  AH-RULE         PIC 99.
           05  FILLER          PIC X.
           05  AH-GEN          PIC 9(4).
           05  FILLER          PIC X.
           05  AH-PERIOD       PIC 9(4).
           05  FILLER          PIC X.
           05  AH-SIG          PIC X(15).
           05  FILLER          PIC X.
           05  AH-DATE         PIC 9(8).
           05  FILLER          PIC X(9).
       FD  PRINT-FILE
           DATA RECORD IS PRINT-RECORD.
       01  PRINT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  INDICATORS.
          05  SEED-EOF         PIC XXX       VALUE "NO ".
          05  HIT-EOF          PIC XXX       VALUE "NO ".
          05  EQV-ABORT        PIC XXX       VALUE "NO ".
          05  TABLE-FULL       PIC XXX       VALUE "NO ".

       01  CONTROL-FILE-STATUS  PIC XX.
       01  SEED-FILE-STATUS     PIC XX.
       01  ATTRACT-HIT-STATUS   PIC XX.
       01  PRINT-FILE-STATUS    PIC XX.

       01  EQV-DATE             PIC 9(8).
       01  RULE-CODE            PIC 99         VALUE 01.
       01  GRID-MODE            PIC X          VALUE "N".

       01  CANON-SOURCE         PIC X(1000).
       01  CANON-WORK           PIC X(1000).
       01  CANON-BEST           PIC X(1000).
       01  CANON-ROTATION       PIC X(1000).
       01  CANON-IMAGE          PIC X(1000).
       01  CANON-MIRRORED       PIC X.
       01  CANON-OFFSET         PIC 9(4).
       01  CANON-BEST-OFFSET    PIC 9(4).
       01  RING-WIDTH           PIC 9(4)       VALUE 0201.
       01  WRAP-MODE            PIC X          VALUE "N".
       01  MIRROR-ALLOWED       PIC X          VALUE "Y".
       01  CELL-POS             PIC 9(4).
       01  FIRST-LIVE           PIC 9(4).
       01  LAST-LIVE            PIC 9(4).
       01  LIVE-LEN             PIC 9(4).
       01  RING-STEP            PIC 9(4).
       01  DEAD-RUN             PIC 9(4).
       01  LONGEST-GAP          PIC 9(4).
       01  TAIL-LEN             PIC 9(4).

       01  MAX-SEEDS            PIC 9(4)       VALUE 2000.
       01  SEED-COUNT           PIC 9(4)       VALUE 0.
       01  SEED-TABLE.
           05  SEED-ENTRY OCCURS 2000 TIMES.
               10  SQ-SEED-ID      PIC X(8).
               10  SQ-OWNER        PIC X(20).
               10  SQ-DATE         PIC 9(8).
               10  SQ-CANON        PIC X(1000).
               10  SQ-MIRRORED     PIC X.
               10  SQ-OFFSET       PIC 9(4).
               10  SQ-GROUP        PIC 9(4).
               10  SQ-ATT-STATE    PIC X.
               10  SQ-ATT-PERIOD   PIC 9(4).
               10  SQ-ATT-SIG      PIC X(15).

       01  SQ-IDX               PIC 9(4).
       01  MATCH-IDX            PIC 9(4).
       01  PRIMARY-IDX          PIC 9(4).
       01  GROUP-NUM            PIC 9(4).
       01  GROUP-COUNT          PIC 9(4)       VALUE 0.
       01  GROUP-SIZE           PIC 9(4).

       01  SEEDS-READ           PIC 9(5)       VALUE 0.
       01  SEEDS-INACTIVE       PIC 9(5)       VALUE 0.
       01  SEEDS-NOT-CHECKED    PIC 9(5)       VALUE 0.
       01  HITS-READ            PIC 9(7)       VALUE 0.
       01  HITS-USED            PIC 9(7)       VALUE 0.
       01  DUPLICATE-COUNT      PIC 9(5)       VALUE 0.
       01  AGREE-COUNT          PIC 9(5)       VALUE 0.
       01  DIFFER-COUNT         PIC 9(5)       VALUE 0.

       01  PAGE-NUM             PIC 9999       VALUE 0000.
       01  LINES-ON-PAGE        PIC 99         VALUE 99.
       01  PAGE-LIMIT           PIC 99         VALUE 60.

       01  PAGE-HEADER-LINE.
           05  FILLER           PIC X(31)
               VALUE "SIERPINSKI SEED EQUIVALENCE    ".
           05  PH-DATE          PIC 9(8).
           05  FILLER           PIC X(7)      VALUE "  RULE ".
           05  PH-RULE          PIC 99.
           05  FILLER           PIC X(8)      VALUE "  WIDTH ".
           05  PH-WIDTH         PIC 9(4).
           05  FILLER           PIC X(7)      VALUE "  WRAP ".
           05  PH-WRAP          PIC X.
           05  FILLER           PIC X(9)      VALUE "  MIRROR ".
           05  PH-MIRROR        PIC X.
           05  FILLER           PIC X(7)      VALUE "  PAGE ".
           05  PH-PAGE          PIC ZZZ9.
           05  FILLER           PIC X(43)     VALUE SPACES.

       01  SECTION-LINE.
           05  SEC-TITLE        PIC X(60).
           05  FILLER           PIC X(72)     VALUE SPACES.

       01  COLUMN-HEADER.
           05  FILLER           PIC X(6)      VALUE "GROUP".
           05  FILLER           PIC X(9)      VALUE "ROLE".
           05  FILLER           PIC X(9)      VALUE "SEED".
           05  FILLER           PIC X(21)     VALUE "OWNER".
           05  FILLER           PIC X(9)      VALUE "ADDED".
           05  FILLER           PIC X(14)     VALUE "RELATION".
           05  FILLER           PIC X(12)     VALUE "ATTRACTOR".
           05  FILLER           PIC X(52)     VALUE "EVIDENCE".

       01  GROUP-LINE.
           05  GL-GROUP         PIC ZZZ9.
           05  FILLER           PIC X(2)      VALUE SPACES.
           05  GL-ROLE          PIC X(8).
           05  FILLER           PIC X          VALUE SPACE.
           05  GL-SEED          PIC X(8).
           05  FILLER           PIC X          VALUE SPACE.
           05  GL-OWNER         PIC X(20).
           05  FILLER           PIC X          VALUE SPACE.
           05  GL-DATE          PIC 9(8).
           05  FILLER           PIC X          VALUE SPACE.
           05  GL-RELATION      PIC X(13).
           05  FILLER           PIC X          VALUE SPACE.
           05  GL-PERIOD        PIC X(11).
           05  FILLER           PIC X          VALUE SPACE.
           05  GL-EVIDENCE      PIC X(20).
           05  FILLER           PIC X(32)     VALUE SPACES.

       01  NOTE-LINE.
           05  NOTE-TEXT        PIC X(70).
           05  FILLER           PIC X(62)     VALUE SPACES.

       01  TOTAL-LINE-1.
           05  FILLER           PIC X(13)     VALUE "SEEDS READ   ".
           05  T1-READ          PIC ZZZZ9.
           05  FILLER           PIC X(11)     VALUE "  INACTIVE ".
           05  T1-INACTIVE      PIC ZZZZ9.
           05  FILLER           PIC X(16)     VALUE "  NOT ANALYSED  ".
           05  T1-NOT-CHECKED   PIC ZZZZ9.
           05  FILLER           PIC X(18)
               VALUE "  ATTRACTOR HITS  ".
           05  T1-HITS          PIC ZZZZZZ9.
           05  FILLER           PIC X(52)     VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER           PIC X(13)     VALUE "GROUPS       ".
           05  T2-GROUPS        PIC ZZZZ9.
           05  FILLER           PIC X(13)     VALUE "  DUPLICATES ".
           05  T2-DUPLICATES    PIC ZZZZ9.
           05  FILLER           PIC X(18)
               VALUE "  ATTRACTOR AGREES".
           05  FILLER           PIC X          VALUE SPACE.
           05  T2-AGREE         PIC ZZZZ9.
           05  FILLER           PIC X(10)     VALUE "  DIFFERS ".
           05  T2-DIFFER        PIC ZZZZ9.
           05  FILLER           PIC X(57)     VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM A-100-INITIALIZATION.
           IF EQV-ABORT = "NO " THEN
               PERFORM B-100-LOAD-ONE-SEED
                   UNTIL SEED-EOF = "YES"
               PERFORM B-200-LOAD-ATTRACTOR-HITS
               PERFORM B-300-GROUP-SEEDS
               PERFORM B-400-PRINT-GROUPS
               PERFORM C-100-WRITE-TOTALS
               PERFORM C-200-CLEAN-UP
           END-IF.

           IF EQV-ABORT = "YES" THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               IF DUPLICATE-COUNT > 0 OR TABLE-FULL = "YES" THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN
           .

       A-100-INITIALIZATION.
           ACCEPT EQV-DATE FROM DATE YYYYMMDD.
           PERFORM A-110-READ-CONTROL-CARD.

           OPEN INPUT SEED-FILE
           IF SEED-FILE-STATUS NOT = "00" THEN
               DISPLAY "SEEDEQV CANNOT OPEN SEED MASTER STATUS "
                   SEED-FILE-STATUS
               MOVE "YES" TO EQV-ABORT
           ELSE
               MOVE LOW-VALUES TO S-SEED-ID
               START SEED-FILE KEY NOT < S-SEED-ID
                   INVALID KEY
                       MOVE "YES" TO SEED-EOF
               END-START
               OPEN OUTPUT PRINT-FILE
               PERFORM D-100-PAGE-HEADER
           END-IF
           .

       A-110-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF CONTROL-FILE-STATUS = "00" THEN
               READ CONTROL-FILE
                   NOT AT END
                       IF CTL-LINE-WIDTH IS NUMERIC
                               AND CTL-LINE-WIDTH > 0
                               AND CTL-LINE-WIDTH < 1001 THEN
                           MOVE CTL-LINE-WIDTH TO RING-WIDTH
                       END-IF
                       IF CTL-RULE-CODE IS NUMERIC THEN
                           IF CTL-RULE-CODE = 1 OR CTL-RULE-CODE = 2
                                   OR CTL-RULE-CODE = 3 THEN
                               MOVE CTL-RULE-CODE TO RULE-CODE
                           END-IF
                       END-IF
                       IF CTL-WRAP-OPTION = "Y" THEN
                           MOVE "Y" TO WRAP-MODE
                       END-IF
                       IF CTL-GRID-MODE = "Y" THEN
                           MOVE "Y" TO GRID-MODE
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF RULE-CODE = 2 AND GRID-MODE = "N" THEN
               MOVE "N" TO MIRROR-ALLOWED
           END-IF
           .

       B-100-LOAD-ONE-SEED.
           READ SEED-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO SEED-EOF
           END-READ
           IF SEED-EOF = "NO " AND SEED-FILE-STATUS NOT = "00" THEN
               DISPLAY "SEEDEQV SEED READ FAILED STATUS "
                   SEED-FILE-STATUS
               MOVE "YES" TO SEED-EOF
           END-IF
           IF SEED-EOF = "NO " THEN
               ADD 1 TO SEEDS-READ
               IF S-STATUS NOT = "A" THEN
                   ADD 1 TO SEEDS-INACTIVE
               ELSE
                   IF SEED-COUNT NOT < MAX-SEEDS THEN
                       IF TABLE-FULL = "NO " THEN
                           DISPLAY "SEEDEQV MORE THAN " MAX-SEEDS
                               " ACTIVE SEEDS - REMAINDER NOT ANALYSED"
                           MOVE "YES" TO TABLE-FULL
                       END-IF
                       ADD 1 TO SEEDS-NOT-CHECKED
                   ELSE
                       MOVE S-PATTERN TO CANON-SOURCE
                       PERFORM D-400-CANONICAL-FORM
                       ADD 1 TO SEED-COUNT
                       MOVE S-SEED-ID TO SQ-SEED-ID (SEED-COUNT)
                       MOVE S-OWNER TO SQ-OWNER (SEED-COUNT)
                       IF S-DATE-ADDED IS NUMERIC THEN
                           MOVE S-DATE-ADDED TO SQ-DATE (SEED-COUNT)
                       ELSE
                           MOVE 0 TO SQ-DATE (SEED-COUNT)
                       END-IF
                       MOVE CANON-IMAGE TO SQ-CANON (SEED-COUNT)
                       MOVE CANON-MIRRORED TO SQ-MIRRORED (SEED-COUNT)
                       MOVE CANON-OFFSET TO SQ-OFFSET (SEED-COUNT)
                       MOVE 0 TO SQ-GROUP (SEED-COUNT)
                       MOVE SPACE TO SQ-ATT-STATE (SEED-COUNT)
                       MOVE 0 TO SQ-ATT-PERIOD (SEED-COUNT)
                       MOVE SPACES TO SQ-ATT-SIG (SEED-COUNT)
                   END-IF
               END-IF
           END-IF
           .

       B-200-LOAD-ATTRACTOR-HITS.
           OPEN INPUT ATTRACT-HIT-FILE
           IF ATTRACT-HIT-STATUS = "00" THEN
               PERFORM B-210-LOAD-ONE-HIT
                   UNTIL HIT-EOF = "YES"
               CLOSE ATTRACT-HIT-FILE
           END-IF
           .

       B-210-LOAD-ONE-HIT.
           READ ATTRACT-HIT-FILE
               AT END
                   MOVE "YES" TO HIT-EOF
           END-READ
           IF HIT-EOF = "NO " THEN
               ADD 1 TO HITS-READ
               IF AH-SEED-ID NOT = SPACES AND AH-RULE IS NUMERIC
                       AND AH-RULE = RULE-CODE
                       AND AH-PERIOD IS NUMERIC THEN
                   MOVE 0 TO MATCH-IDX
                   PERFORM VARYING SQ-IDX FROM 1 BY 1
                       UNTIL SQ-IDX > SEED-COUNT OR MATCH-IDX > 0
                       IF SQ-SEED-ID (SQ-IDX) = AH-SEED-ID THEN
                           MOVE SQ-IDX TO MATCH-IDX
                       END-IF
                   END-PERFORM
                   IF MATCH-IDX > 0 THEN
                       ADD 1 TO HITS-USED
                       EVALUATE TRUE
                           WHEN SQ-ATT-STATE (MATCH-IDX) = SPACE
                               MOVE "S" TO SQ-ATT-STATE (MATCH-IDX)
                               MOVE AH-PERIOD
                                   TO SQ-ATT-PERIOD (MATCH-IDX)
                               MOVE AH-SIG TO SQ-ATT-SIG (MATCH-IDX)
                           WHEN SQ-ATT-SIG (MATCH-IDX) NOT = AH-SIG
                               MOVE "M" TO SQ-ATT-STATE (MATCH-IDX)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF
           .

       B-300-GROUP-SEEDS.
           PERFORM VARYING SQ-IDX FROM 1 BY 1
               UNTIL SQ-IDX > SEED-COUNT
               IF SQ-GROUP (SQ-IDX) = 0 THEN
                   PERFORM VARYING MATCH-IDX FROM SQ-IDX BY 1
                       UNTIL MATCH-IDX > SEED-COUNT
                       IF MATCH-IDX > SQ-IDX
                               AND SQ-GROUP (MATCH-IDX) = 0
                               AND SQ-CANON (MATCH-IDX)
                                   = SQ-CANON (SQ-IDX) THEN
                           IF SQ-GROUP (SQ-IDX) = 0 THEN
                               ADD 1 TO GROUP-COUNT
                               MOVE GROUP-COUNT TO SQ-GROUP (SQ-IDX)
                           END-IF
                           MOVE GROUP-COUNT TO SQ-GROUP (MATCH-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       B-400-PRINT-GROUPS.
           MOVE "EQUIVALENT ACTIVE SEEDS - PRIMARY IS EARLIEST ADDED"
               TO SEC-TITLE.
           PERFORM D-110-PRINT-SECTION.
           PERFORM D-120-PRINT-COLUMN-HEADER.
           IF GROUP-COUNT = 0 THEN
               MOVE "  NO EQUIVALENT ACTIVE SEEDS" TO NOTE-TEXT
               PERFORM D-130-PRINT-NOTE
           ELSE
               PERFORM B-410-PRINT-ONE-GROUP
                   VARYING GROUP-NUM FROM 1 BY 1
                   UNTIL GROUP-NUM > GROUP-COUNT
           END-IF
           .

       B-410-PRINT-ONE-GROUP.
           MOVE 0 TO PRIMARY-IDX.
           PERFORM VARYING SQ-IDX FROM 1 BY 1
               UNTIL SQ-IDX > SEED-COUNT
               IF SQ-GROUP (SQ-IDX) = GROUP-NUM THEN
                   IF PRIMARY-IDX = 0 THEN
                       MOVE SQ-IDX TO PRIMARY-IDX
                   ELSE
                       IF SQ-DATE (SQ-IDX) < SQ-DATE (PRIMARY-IDX)
                           MOVE SQ-IDX TO PRIMARY-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE PRIMARY-IDX TO SQ-IDX.
           MOVE "PRIMARY" TO GL-ROLE.
           MOVE SPACES TO GL-RELATION.
           MOVE SPACES TO GL-EVIDENCE.
           PERFORM D-140-PRINT-GROUP-LINE.

           PERFORM VARYING SQ-IDX FROM 1 BY 1
               UNTIL SQ-IDX > SEED-COUNT
               IF SQ-GROUP (SQ-IDX) = GROUP-NUM
                       AND SQ-IDX NOT = PRIMARY-IDX THEN
                   ADD 1 TO DUPLICATE-COUNT
                   MOVE "DUPLICAT" TO GL-ROLE
                   PERFORM B-420-SET-RELATION
                   PERFORM B-430-SET-EVIDENCE
                   PERFORM D-140-PRINT-GROUP-LINE
               END-IF
           END-PERFORM
           .

       B-420-SET-RELATION.
           IF SQ-MIRRORED (SQ-IDX) = SQ-MIRRORED (PRIMARY-IDX) THEN
               IF SQ-OFFSET (SQ-IDX) = SQ-OFFSET (PRIMARY-IDX) THEN
                   MOVE "EXACT" TO GL-RELATION
               ELSE
                   IF WRAP-MODE = "Y" THEN
                       MOVE "ROTATED" TO GL-RELATION
                   ELSE
                       MOVE "SHIFTED" TO GL-RELATION
                   END-IF
               END-IF
           ELSE
               MOVE "MIRRORED" TO GL-RELATION
           END-IF
           .

       B-430-SET-EVIDENCE.
           EVALUATE TRUE
               WHEN SQ-ATT-STATE (SQ-IDX) = SPACE
                 OR SQ-ATT-STATE (PRIMARY-IDX) = SPACE
                   MOVE "NO ATTRACTOR DATA" TO GL-EVIDENCE
               WHEN SQ-ATT-STATE (SQ-IDX) = "M"
                 OR SQ-ATT-STATE (PRIMARY-IDX) = "M"
                   MOVE "MIXED ATTRACTORS" TO GL-EVIDENCE
               WHEN SQ-ATT-SIG (SQ-IDX) = SQ-ATT-SIG (PRIMARY-IDX)
                   MOVE "SAME ATTRACTOR" TO GL-EVIDENCE
                   ADD 1 TO AGREE-COUNT
               WHEN SQ-ATT-PERIOD (SQ-IDX)
                       = SQ-ATT-PERIOD (PRIMARY-IDX)
                   MOVE "SAME PERIOD" TO GL-EVIDENCE
                   ADD 1 TO AGREE-COUNT
               WHEN OTHER
                   MOVE "ATTRACTORS DIFFER" TO GL-EVIDENCE
                   ADD 1 TO DIFFER-COUNT
           END-EVALUATE
           .

       C-100-WRITE-TOTALS.
           MOVE "TOTALS" TO SEC-TITLE.
           PERFORM D-110-PRINT-SECTION.
           MOVE SEEDS-READ TO T1-READ.
           MOVE SEEDS-INACTIVE TO T1-INACTIVE.
           MOVE SEEDS-NOT-CHECKED TO T1-NOT-CHECKED.
           MOVE HITS-USED TO T1-HITS.
           PERFORM D-150-PRINT-TOTAL-1.
           MOVE GROUP-COUNT TO T2-GROUPS.
           MOVE DUPLICATE-COUNT TO T2-DUPLICATES.
           MOVE AGREE-COUNT TO T2-AGREE.
           MOVE DIFFER-COUNT TO T2-DIFFER.
           PERFORM D-160-PRINT-TOTAL-2.

       C-200-CLEAN-UP.
           DISPLAY "SEEDEQV ACTIVE SEEDS " SEED-COUNT
               " GROUPS " GROUP-COUNT
               " DUPLICATES " DUPLICATE-COUNT.

           CLOSE SEED-FILE
                 PRINT-FILE.

       D-100-PAGE-HEADER.
           ADD 1 TO PAGE-NUM.
           MOVE EQV-DATE TO PH-DATE.
           MOVE RULE-CODE TO PH-RULE.
           MOVE RING-WIDTH TO PH-WIDTH.
           MOVE WRAP-MODE TO PH-WRAP.
           MOVE MIRROR-ALLOWED TO PH-MIRROR.
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

       D-130-PRINT-NOTE.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM NOTE-LINE.
           ADD 1 TO LINES-ON-PAGE.

       D-140-PRINT-GROUP-LINE.
           IF LINES-ON-PAGE NOT < PAGE-LIMIT THEN
               PERFORM D-100-PAGE-HEADER
               PERFORM D-120-PRINT-COLUMN-HEADER
           END-IF
           MOVE GROUP-NUM TO GL-GROUP.
           MOVE SQ-SEED-ID (SQ-IDX) TO GL-SEED.
           MOVE SQ-OWNER (SQ-IDX) TO GL-OWNER.
           MOVE SQ-DATE (SQ-IDX) TO GL-DATE.
           MOVE SPACES TO GL-PERIOD.
           EVALUATE SQ-ATT-STATE (SQ-IDX)
               WHEN "S"
                   MOVE "PERIOD" TO GL-PERIOD
                   MOVE SQ-ATT-PERIOD (SQ-IDX) TO GL-PERIOD (8:4)
               WHEN "M"
                   MOVE "MIXED" TO GL-PERIOD
               WHEN OTHER
                   MOVE "NONE" TO GL-PERIOD
           END-EVALUATE
           WRITE PRINT-RECORD FROM GROUP-LINE.
           ADD 1 TO LINES-ON-PAGE.

       D-150-PRINT-TOTAL-1.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM TOTAL-LINE-1.
           ADD 1 TO LINES-ON-PAGE.

       D-160-PRINT-TOTAL-2.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM TOTAL-LINE-2.
           ADD 1 TO LINES-ON-PAGE.

       D-400-CANONICAL-FORM.
           MOVE SPACES TO CANON-WORK.
           MOVE CANON-SOURCE (1:RING-WIDTH)
               TO CANON-WORK (1:RING-WIDTH).
           PERFORM D-410-BEST-ORIENTATION.
           MOVE CANON-BEST TO CANON-IMAGE.
           MOVE CANON-BEST-OFFSET TO CANON-OFFSET.
           MOVE "N" TO CANON-MIRRORED.
           IF MIRROR-ALLOWED = "Y" THEN
               MOVE SPACES TO CANON-WORK
               PERFORM VARYING CELL-POS FROM 1 BY 1
                   UNTIL CELL-POS > RING-WIDTH
                   MOVE CANON-SOURCE (CELL-POS:1)
                       TO CANON-WORK (RING-WIDTH - CELL-POS + 1:1)
               END-PERFORM
               PERFORM D-410-BEST-ORIENTATION
               IF CANON-BEST < CANON-IMAGE THEN
                   MOVE CANON-BEST TO CANON-IMAGE
                   MOVE CANON-BEST-OFFSET TO CANON-OFFSET
                   MOVE "Y" TO CANON-MIRRORED
               END-IF
           END-IF
           .

       D-410-BEST-ORIENTATION.
           MOVE SPACES TO CANON-BEST.
           MOVE 0 TO CANON-BEST-OFFSET.
           MOVE 0 TO FIRST-LIVE.
           MOVE 0 TO LAST-LIVE.
           PERFORM VARYING CELL-POS FROM 1 BY 1
               UNTIL CELL-POS > RING-WIDTH
               IF CANON-WORK (CELL-POS:1) NOT = SPACE THEN
                   IF FIRST-LIVE = 0 THEN
                       MOVE CELL-POS TO FIRST-LIVE
                   END-IF
                   MOVE CELL-POS TO LAST-LIVE
               END-IF
           END-PERFORM
           IF FIRST-LIVE > 0 THEN
               IF WRAP-MODE = "Y" THEN
                   PERFORM D-420-BEST-ROTATION
               ELSE
                   COMPUTE LIVE-LEN = LAST-LIVE - FIRST-LIVE + 1
                   MOVE CANON-WORK (FIRST-LIVE:LIVE-LEN)
                       TO CANON-BEST (1:LIVE-LEN)
                   MOVE FIRST-LIVE TO CANON-BEST-OFFSET
               END-IF
           END-IF
           .

       D-420-BEST-ROTATION.
           MOVE 0 TO LONGEST-GAP.
           MOVE 0 TO DEAD-RUN.
           PERFORM VARYING RING-STEP FROM 1 BY 1
               UNTIL RING-STEP > RING-WIDTH
               PERFORM D-430-NEXT-RING-CELL
               IF CANON-WORK (CELL-POS:1) = SPACE THEN
                   ADD 1 TO DEAD-RUN
               ELSE
                   IF DEAD-RUN > LONGEST-GAP THEN
                       MOVE DEAD-RUN TO LONGEST-GAP
                   END-IF
                   MOVE 0 TO DEAD-RUN
               END-IF
           END-PERFORM
           MOVE 0 TO DEAD-RUN.
           PERFORM VARYING RING-STEP FROM 1 BY 1
               UNTIL RING-STEP > RING-WIDTH
               PERFORM D-430-NEXT-RING-CELL
               IF CANON-WORK (CELL-POS:1) = SPACE THEN
                   ADD 1 TO DEAD-RUN
               ELSE
                   IF DEAD-RUN = LONGEST-GAP THEN
                       PERFORM D-440-TRY-ROTATION
                   END-IF
                   MOVE 0 TO DEAD-RUN
               END-IF
           END-PERFORM
           .

       D-430-NEXT-RING-CELL.
           COMPUTE CELL-POS = LAST-LIVE + RING-STEP.
           IF CELL-POS > RING-WIDTH THEN
               SUBTRACT RING-WIDTH FROM CELL-POS
           END-IF
           .

       D-440-TRY-ROTATION.
           MOVE SPACES TO CANON-ROTATION.
           COMPUTE TAIL-LEN = RING-WIDTH - CELL-POS + 1.
           MOVE CANON-WORK (CELL-POS:TAIL-LEN)
               TO CANON-ROTATION (1:TAIL-LEN).
           IF CELL-POS > 1 THEN
               MOVE CANON-WORK (1:CELL-POS - 1)
                   TO CANON-ROTATION (TAIL-LEN + 1:CELL-POS - 1)
           END-IF
           IF CANON-BEST-OFFSET = 0
                   OR CANON-ROTATION < CANON-BEST THEN
               MOVE CANON-ROTATION TO CANON-BEST
               MOVE CELL-POS TO CANON-BEST-OFFSET
           END-IF
           .
