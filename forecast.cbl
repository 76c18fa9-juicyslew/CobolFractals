       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIERPINSKI-FORECAST.
       AUTHOR. WILLIAM DERKSEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORECAST-CONTROL-FILE
               ASSIGN TO "./Sierpinski-Fcstctl.dat"
               FILE STATUS IS FORECAST-CONTROL-STATUS.
           SELECT CONTROL-FILE
               ASSIGN TO "./Sierpinski-Control.dat"
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT PART-CONTROL-FILE
               ASSIGN TO "./Sierpinski-Partctl.dat"
               FILE STATUS IS PART-CONTROL-STATUS.
           SELECT REQUEST-FILE
               ASSIGN TO "./Sierpinski-Request.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQUEST-ID
               FILE STATUS IS REQUEST-FILE-STATUS.
           SELECT RUN-LOG-FILE
               ASSIGN TO "./Sierpinski-Runlog.dat"
               FILE STATUS IS RUN-LOG-FILE-STATUS.
           SELECT OUTCOME-FILE
               ASSIGN TO "./Sierpinski-Outcome.dat"
               FILE STATUS IS OUTCOME-FILE-STATUS.
           SELECT MANIFEST-FILE
               ASSIGN TO "./Sierpinski-Manifest.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MF-PAT
               FILE STATUS IS MANIFEST-FILE-STATUS.
           SELECT USAGE-FILE
               ASSIGN TO "./Sierpinski-Usage.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UG-KEY
               FILE STATUS IS USAGE-FILE-STATUS.
           SELECT PRINT-FILE
               ASSIGN TO "./Sierpinski-Forecast.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FORECAST-CONTROL-FILE
           DATA RECORD IS FORECAST-CONTROL-RECORD.
       01  FORECAST-CONTROL-RECORD.
           05  FCCTL-FREE-KB      PIC 9(9).
           05  FCCTL-MAX-PARTS    PIC 99.
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
       FD  PART-CONTROL-FILE
           DATA RECORD IS PART-CONTROL-RECORD.
       01  PART-CONTROL-RECORD.
           05  PCTL-PART-NUM      PIC 99.
           05  PCTL-PART-TOTAL    PIC 99.
       FD  REQUEST-FILE
           DATA RECORD IS REQUEST-RECORD.
       01  REQUEST-RECORD.
           05  RQ-REQUEST-ID   PIC 9(4).
           05  RQ-REQUESTER    PIC X(20).
           05  RQ-SEED-ID      PIC X(8).
           05  RQ-PATTERN      PIC X(1000).
           05  RQ-RULE-CODE    PIC 99.
           05  RQ-MAXITER      PIC 9(4).
           05  RQ-STATUS       PIC X(8).
           05  RQ-COMP-DATE    PIC 9(8).
           05  RQ-COMP-TIME    PIC 9(8).
           05  RQ-SEED-VERSION PIC 9(4).
           05  RQ-RUN-VERSION  PIC 9(4).
       FD  RUN-LOG-FILE
           DATA RECORD IS RUN-LOG-RECORD.
       01  RUN-LOG-RECORD.
           05  RL2-START-DATE    PIC 9(8).
           05  FILLER            PIC X.
           05  RL2-START-TIME    PIC 9(8).
           05  FILLER            PIC X.
           05  RL2-END-DATE      PIC 9(8).
           05  FILLER            PIC X.
           05  RL2-END-TIME      PIC 9(8).
           05  FILLER            PIC X.
           05  RL2-INIT-FILE     PIC X(24).
           05  FILLER            PIC X.
           05  RL2-OUT-PATTERN   PIC X(24).
           05  FILLER            PIC X.
           05  RL2-MAXITER       PIC 9999.
           05  FILLER            PIC X.
           05  RL2-CURRITER      PIC 9999.
           05  FILLER            PIC X.
           05  RL2-PATTERNS-RUN  PIC 9999.
           05  FILLER            PIC X.
           05  RL2-STATUS        PIC X(8).
           05  FILLER            PIC X(11).
       FD  OUTCOME-FILE
           DATA RECORD IS OUTCOME-RECORD.
       01  OUTCOME-RECORD.
           05  OC-PAT          PIC 9(4).
           05  FILLER          PIC X.
           05  OC-OUTCOME      PIC X(14).
           05  FILLER          PIC X.
           05  OC-GEN          PIC 9(4).
           05  FILLER          PIC X.
           05  OC-PERIOD       PIC 9(4).
           05  FILLER          PIC X.
           05  OC-RULE         PIC 99.
           05  FILLER          PIC X.
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
       FD  USAGE-FILE
           DATA RECORD IS USAGE-RECORD.
       01  USAGE-RECORD.
           05  UG-KEY.
               10  UG-RUN-DATE    PIC 9(8).
               10  UG-START-TIME  PIC 9(8).
               10  UG-PAT         PIC 9(4).
           05  UG-REQUEST-ID      PIC 9(4).
           05  UG-REQUESTER       PIC X(20).
           05  UG-SEED-ID         PIC X(8).
           05  UG-SEED-OWNER      PIC X(20).
           05  UG-RULE-CODE       PIC 99.
           05  UG-MODE            PIC X.
           05  UG-GRID-ROWS       PIC 999.
           05  UG-PART-NUM        PIC 99.
           05  UG-ELAPSED-SECONDS PIC 9(7).
           05  UG-GENERATIONS     PIC 9(4).
           05  UG-RECORDS-WRITTEN PIC 9(7).
           05  UG-END-STATUS      PIC X(8).
           05  FILLER             PIC X(20).
       FD  PRINT-FILE
           DATA RECORD IS PRINT-RECORD.
       01  PRINT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  INDICATORS.
          05  QUEUE-EOF        PIC XXX       VALUE "NO ".
          05  RUN-LOG-EOF      PIC XXX       VALUE "NO ".
          05  OUTCOME-EOF      PIC XXX       VALUE "NO ".
          05  MANIFEST-EOF     PIC XXX       VALUE "NO ".
          05  USAGE-EOF        PIC XXX       VALUE "NO ".
          05  FORECAST-ABORT   PIC XXX       VALUE "NO ".
          05  SEED-STAT-FOUND  PIC XXX       VALUE "NO ".
          05  PLAN-FITS        PIC XXX       VALUE "NO ".

       01  FORECAST-CONTROL-STATUS PIC XX.
       01  CONTROL-FILE-STATUS  PIC XX.
       01  PART-CONTROL-STATUS  PIC XX.
       01  REQUEST-FILE-STATUS  PIC XX.
       01  RUN-LOG-FILE-STATUS  PIC XX.
       01  OUTCOME-FILE-STATUS  PIC XX.
       01  MANIFEST-FILE-STATUS PIC XX.
       01  USAGE-FILE-STATUS    PIC XX.
       01  PRINT-FILE-STATUS    PIC XX.

       01  FORECAST-DATE        PIC 9(8).
       01  BASE-MAXITER         PIC 9999       VALUE 9999.
       01  BASE-RULE-CODE       PIC 99         VALUE 01.
       01  GRID-MODE            PIC XXX        VALUE "NO ".
       01  GRID-ROWS            PIC 999        VALUE 050.
       01  TIME-BUDGET          PIC 9(4)       VALUE 0.
       01  BUDGET-SECONDS       PIC 9(7)       VALUE 0.
       01  FREE-KB              PIC 9(9)       VALUE 0.
       01  MAX-PARTS            PIC 99         VALUE 08.
       01  PART-TOTAL           PIC 99         VALUE 01.
       01  SUGGESTED-PARTS      PIC 99         VALUE 01.
       01  BEST-LONGEST         PIC 9(9)V99.

       01  DONE-RECORD-BYTES    PIC 9(4)       VALUE 1007.
       01  DEFAULT-SECS-PER-GEN PIC 9(3)V9(6)  VALUE 0.010000.
       01  LINE-SECS-PER-GEN    PIC 9(3)V9(6).
       01  GRID-SECS-PER-ROW    PIC 9(3)V9(6).
       01  RATE-SOURCE          PIC X(8)       VALUE "DEFAULT".

       01  USAGE-LINE-SECS      PIC 9(9)       VALUE 0.
       01  USAGE-LINE-GENS      PIC 9(9)       VALUE 0.
       01  USAGE-GRID-SECS      PIC 9(9)       VALUE 0.
       01  USAGE-GRID-ROW-GENS  PIC 9(11)      VALUE 0.
       01  RUN-LOG-SECS         PIC 9(9)       VALUE 0.
       01  RUN-LOG-PATTERNS     PIC 9(7)       VALUE 0.
       01  RUN-ELAPSED          PIC S9(9).
       01  RUN-START-SECONDS    PIC 9(8).
       01  CLOCK-TIME           PIC 9(8).
       01  CLOCK-TIME-PARTS REDEFINES CLOCK-TIME.
           05  CT-HH            PIC 99.
           05  CT-MM            PIC 99.
           05  CT-SS            PIC 99.
           05  CT-HS            PIC 99.
       01  OUTCOME-COUNT        PIC 9(7)       VALUE 0.
       01  OUTCOME-GEN-SUM      PIC 9(11)      VALUE 0.
       01  AVERAGE-GEN          PIC 9(5)V99.

       01  OUTCOME-TABLE.
           05  OUTCOME-ENTRY OCCURS 10000 TIMES.
               10  OT-GEN          PIC 9(4).
               10  OT-RULE         PIC 99.
               10  OT-EARLY        PIC X.
               10  OT-PRESENT      PIC X.

       01  RULE-STATS.
           05  RULE-STAT-ENTRY OCCURS 99 TIMES.
               10  RS-COUNT        PIC 9(5).
               10  RS-EARLY        PIC 9(5).
               10  RS-EARLY-GENS   PIC 9(9).

       01  SEARCH-SEED-ID       PIC X(8).
       01  SEED-STAT-COUNT      PIC 9(4)       VALUE 0.
       01  MAX-SEED-STATS       PIC 9(4)       VALUE 500.
       01  SEED-STATS.
           05  SEED-STAT-ENTRY OCCURS 500 TIMES.
               10  SS-SEED-ID      PIC X(8).
               10  SS-RULE         PIC 99.
               10  SS-COUNT        PIC 9(5).
               10  SS-EARLY        PIC 9(5).
               10  SS-EARLY-GENS   PIC 9(9).

       01  PENDING-COUNT        PIC 9(4)       VALUE 0.
       01  PENDING-TABLE.
           05  PENDING-ENTRY OCCURS 9999 TIMES.
               10  PR-REQUEST-ID   PIC 9(4).
               10  PR-SECONDS      PIC 9(7)V99.

       01  SLOT-TABLE.
           05  SLOT-SECONDS     PIC 9(9)V99 OCCURS 99 TIMES.

       01  OT-IDX               PIC 9(5).
       01  SS-IDX               PIC 9(4).
       01  PR-IDX               PIC 9(4).
       01  SLOT-IDX             PIC 99.
       01  SLOT-NUM             PIC 99.
       01  PLAN-PARTS           PIC 99.
       01  SLOT-QUOTIENT        PIC 9(4).
       01  LONGEST-SLOT         PIC 9(9)V99.

       01  REQ-RULE             PIC 99.
       01  REQ-MAXITER          PIC 9999.
       01  STAT-COUNT           PIC 9(5).
       01  STAT-EARLY           PIC 9(5).
       01  STAT-EARLY-GENS      PIC 9(9).
       01  EST-BASIS            PIC X(7).
       01  EST-GENS             PIC 9(4).
       01  EST-SECONDS          PIC 9(7)V99.
       01  EST-RECORDS          PIC 9(9).
       01  EST-KB               PIC 9(9).
       01  CUM-SECONDS          PIC 9(9)V99.
       01  TOTAL-SECONDS        PIC 9(9)V99    VALUE 0.
       01  TOTAL-KB             PIC 9(11)      VALUE 0.

       01  REQUESTS-READ        PIC 9(5)       VALUE 0.
       01  OVER-BUDGET-COUNT    PIC 9(5)       VALUE 0.
       01  OVER-SPACE-COUNT     PIC 9(5)       VALUE 0.

       01  PAGE-NUM             PIC 9999       VALUE 0000.
       01  LINES-ON-PAGE        PIC 99         VALUE 99.
       01  PAGE-LIMIT           PIC 99         VALUE 60.

       01  PAGE-HEADER-LINE.
           05  FILLER           PIC X(27)
               VALUE "SIERPINSKI QUEUE FORECAST  ".
           05  PH-DATE          PIC 9(8).
           05  FILLER           PIC X(9)      VALUE "  BUDGET ".
           05  PH-BUDGET        PIC ZZZ9.
           05  FILLER           PIC X(9)      VALUE " MIN  KB ".
           05  PH-FREE-KB       PIC ZZZZZZZZ9.
           05  FILLER           PIC X(8)      VALUE "  PARTS ".
           05  PH-PARTS         PIC Z9.
           05  FILLER           PIC X(7)      VALUE "  PAGE ".
           05  PH-PAGE          PIC ZZZ9.
           05  FILLER           PIC X(45)     VALUE SPACES.

       01  SECTION-LINE.
           05  SEC-TITLE        PIC X(60).
           05  FILLER           PIC X(72)     VALUE SPACES.

       01  RATE-LINE.
           05  FILLER           PIC X(22)
               VALUE "  SECONDS PER LINE GEN".
           05  RT-LINE          PIC ZZ9.999999.
           05  FILLER           PIC X(23)
               VALUE "  PER GRID ROW AND GEN ".
           05  RT-GRID          PIC ZZ9.999999.
           05  FILLER           PIC X(10)     VALUE "  SOURCE  ".
           05  RT-SOURCE        PIC X(8).
           05  FILLER           PIC X(49)     VALUE SPACES.

       01  COLUMN-HEADER.
           05  FILLER           PIC X(5)      VALUE "REQ".
           05  FILLER           PIC X(21)     VALUE "REQUESTER".
           05  FILLER           PIC X(9)      VALUE "SEED".
           05  FILLER           PIC X(3)      VALUE "RL".
           05  FILLER           PIC X(5)      VALUE "MAXIT".
           05  FILLER           PIC X(5)      VALUE "MODE".
           05  FILLER           PIC X(6)      VALUE " GENS".
           05  FILLER           PIC X(8)      VALUE "BASIS".
           05  FILLER           PIC X(11)     VALUE "   EST SEC".
           05  FILLER           PIC X(10)     VALUE "   EST KB".
           05  FILLER           PIC X(3)      VALUE "PT".
           05  FILLER           PIC X(12)     VALUE "  PART SECS".
           05  FILLER           PIC X(34)     VALUE " FLAGS".

       01  FORECAST-LINE.
           05  FL-REQUEST-ID    PIC 9(4).
           05  FILLER           PIC X          VALUE SPACE.
           05  FL-REQUESTER     PIC X(20).
           05  FILLER           PIC X          VALUE SPACE.
           05  FL-SEED          PIC X(8).
           05  FILLER           PIC X          VALUE SPACE.
           05  FL-RULE          PIC 99.
           05  FILLER           PIC X          VALUE SPACE.
           05  FL-MAXITER       PIC ZZZ9.
           05  FILLER           PIC X          VALUE SPACE.
           05  FL-MODE          PIC X(4).
           05  FILLER           PIC X          VALUE SPACE.
           05  FL-GENS          PIC ZZZZ9.
           05  FILLER           PIC X          VALUE SPACE.
           05  FL-BASIS         PIC X(7).
           05  FILLER           PIC X          VALUE SPACE.
           05  FL-SECONDS       PIC ZZZZZZ9.99.
           05  FILLER           PIC X          VALUE SPACE.
           05  FL-KB            PIC ZZZZZZZZ9.
           05  FILLER           PIC X          VALUE SPACE.
           05  FL-SLOT          PIC Z9.
           05  FILLER           PIC X          VALUE SPACE.
           05  FL-CUM-SECONDS   PIC ZZZZZZZ9.99.
           05  FILLER           PIC X(2)      VALUE SPACES.
           05  FL-TIME-FLAG     PIC X(16).
           05  FILLER           PIC X          VALUE SPACE.
           05  FL-SPACE-FLAG    PIC X(10).
           05  FILLER           PIC X(6)      VALUE SPACES.

       01  PLAN-LINE.
           05  FILLER           PIC X(13)     VALUE "  PART-TOTAL ".
           05  PL-PARTS         PIC Z9.
           05  FILLER           PIC X(20)
               VALUE "  LONGEST PARTITION ".
           05  PL-LONGEST       PIC ZZZZZZZZ9.99.
           05  FILLER           PIC X(6)      VALUE " SEC  ".
           05  PL-NOTE          PIC X(20).
           05  FILLER           PIC X(59)     VALUE SPACES.

       01  NOTE-LINE.
           05  NOTE-TEXT        PIC X(70).
           05  FILLER           PIC X(62)     VALUE SPACES.

       01  TOTAL-LINE-1.
           05  FILLER           PIC X(17)
               VALUE "PENDING REQUESTS ".
           05  T1-PENDING       PIC ZZZZ9.
           05  FILLER           PIC X(13)     VALUE "  TOTAL SECS ".
           05  T1-SECONDS       PIC ZZZZZZZZ9.99.
           05  FILLER           PIC X(11)     VALUE "  TOTAL KB ".
           05  T1-KB            PIC ZZZZZZZZZZ9.
           05  FILLER           PIC X(63)     VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER           PIC X(17)
               VALUE "OVER TIME BUDGET ".
           05  T2-OVER-BUDGET   PIC ZZZZ9.
           05  FILLER           PIC X(13)     VALUE "  OVER SPACE ".
           05  T2-OVER-SPACE    PIC ZZZZ9.
           05  FILLER           PIC X(24)
               VALUE "  SUGGESTED PART-TOTAL  ".
           05  T2-SUGGESTED     PIC Z9.
           05  FILLER           PIC X(66)     VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM A-100-INITIALIZATION.
           IF FORECAST-ABORT = "NO " THEN
               PERFORM B-100-LOAD-OUTCOMES
               PERFORM B-200-LOAD-SEED-HISTORY
               PERFORM B-300-SET-RATES
               PERFORM B-400-FORECAST-QUEUE
               PERFORM B-500-PLAN-PARTITIONS
               PERFORM C-100-WRITE-TOTALS
               PERFORM C-200-CLEAN-UP
           END-IF.

           IF FORECAST-ABORT = "YES" THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               IF OVER-BUDGET-COUNT > 0 OR OVER-SPACE-COUNT > 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN
           .

       A-100-INITIALIZATION.
           ACCEPT FORECAST-DATE FROM DATE YYYYMMDD.
           INITIALIZE OUTCOME-TABLE.
           INITIALIZE RULE-STATS.
           INITIALIZE SLOT-TABLE.

           PERFORM A-110-READ-FORECAST-CONTROL.
           PERFORM A-120-READ-CONTROL-CARD.
           PERFORM A-130-READ-PART-CONTROL.

           OPEN INPUT REQUEST-FILE
           IF REQUEST-FILE-STATUS NOT = "00" THEN
               DISPLAY "FORECAST CANNOT OPEN REQUEST QUEUE STATUS "
                   REQUEST-FILE-STATUS
               MOVE "YES" TO FORECAST-ABORT
           ELSE
               OPEN OUTPUT PRINT-FILE
               PERFORM D-100-PAGE-HEADER
           END-IF
           .

       A-110-READ-FORECAST-CONTROL.
           OPEN INPUT FORECAST-CONTROL-FILE
           IF FORECAST-CONTROL-STATUS = "00" THEN
               READ FORECAST-CONTROL-FILE
                   NOT AT END
                       IF FCCTL-FREE-KB IS NUMERIC THEN
                           MOVE FCCTL-FREE-KB TO FREE-KB
                       END-IF
                       IF FCCTL-MAX-PARTS IS NUMERIC
                               AND FCCTL-MAX-PARTS > 0 THEN
                           MOVE FCCTL-MAX-PARTS TO MAX-PARTS
                       END-IF
               END-READ
               CLOSE FORECAST-CONTROL-FILE
           END-IF
           .

       A-120-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF CONTROL-FILE-STATUS = "00" THEN
               READ CONTROL-FILE
                   NOT AT END
                       IF CTL-MAXITER IS NUMERIC
                               AND CTL-MAXITER > 0 THEN
                           MOVE CTL-MAXITER TO BASE-MAXITER
                       END-IF
                       IF CTL-RULE-CODE IS NUMERIC
                               AND CTL-RULE-CODE > 0 THEN
                           MOVE CTL-RULE-CODE TO BASE-RULE-CODE
                       END-IF
                       IF CTL-GRID-MODE = "Y" THEN
                           MOVE "YES" TO GRID-MODE
                           IF CTL-GRID-ROWS IS NUMERIC
                                   AND CTL-GRID-ROWS > 0 THEN
                               MOVE CTL-GRID-ROWS TO GRID-ROWS
                           END-IF
                       END-IF
                       IF CTL-TIME-BUDGET IS NUMERIC
                               AND CTL-TIME-BUDGET > 0 THEN
                           MOVE CTL-TIME-BUDGET TO TIME-BUDGET
                           COMPUTE BUDGET-SECONDS = TIME-BUDGET * 60
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           .

       A-130-READ-PART-CONTROL.
           OPEN INPUT PART-CONTROL-FILE
           IF PART-CONTROL-STATUS = "00" THEN
               READ PART-CONTROL-FILE
                   NOT AT END
                       IF PCTL-PART-TOTAL IS NUMERIC
                               AND PCTL-PART-TOTAL > 1 THEN
                           MOVE PCTL-PART-TOTAL TO PART-TOTAL
                       END-IF
               END-READ
               CLOSE PART-CONTROL-FILE
           END-IF
           IF PART-TOTAL > MAX-PARTS THEN
               MOVE PART-TOTAL TO MAX-PARTS
           END-IF
           .

       B-100-LOAD-OUTCOMES.
           OPEN INPUT OUTCOME-FILE
           IF OUTCOME-FILE-STATUS = "00" THEN
               PERFORM B-110-LOAD-ONE-OUTCOME
                   UNTIL OUTCOME-EOF = "YES"
               CLOSE OUTCOME-FILE
           END-IF
           .

       B-110-LOAD-ONE-OUTCOME.
           READ OUTCOME-FILE
               AT END
                   MOVE "YES" TO OUTCOME-EOF
           END-READ
           IF OUTCOME-EOF = "NO " AND OC-PAT IS NUMERIC
                   AND OC-GEN IS NUMERIC AND OC-RULE IS NUMERIC
                   AND OC-RULE > 0 THEN
               COMPUTE OT-IDX = OC-PAT + 1
               MOVE OC-GEN TO OT-GEN (OT-IDX)
               MOVE OC-RULE TO OT-RULE (OT-IDX)
               MOVE "Y" TO OT-PRESENT (OT-IDX)
               ADD 1 TO OUTCOME-COUNT
               ADD OC-GEN TO OUTCOME-GEN-SUM
               ADD 1 TO RS-COUNT (OC-RULE)
               IF OC-OUTCOME = "EXTINCT" OR OC-OUTCOME = "CYCLIC" THEN
                   MOVE "Y" TO OT-EARLY (OT-IDX)
                   ADD 1 TO RS-EARLY (OC-RULE)
                   ADD OC-GEN TO RS-EARLY-GENS (OC-RULE)
               ELSE
                   MOVE "N" TO OT-EARLY (OT-IDX)
               END-IF
           END-IF
           .

       B-200-LOAD-SEED-HISTORY.
           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-FILE-STATUS = "00" THEN
               MOVE 0 TO MF-PAT
               START MANIFEST-FILE KEY NOT < MF-PAT
                   INVALID KEY
                       MOVE "YES" TO MANIFEST-EOF
               END-START
               PERFORM B-210-LOAD-ONE-MANIFEST
                   UNTIL MANIFEST-EOF = "YES"
               CLOSE MANIFEST-FILE
           END-IF
           .

       B-210-LOAD-ONE-MANIFEST.
           READ MANIFEST-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO MANIFEST-EOF
           END-READ
           IF MANIFEST-EOF = "NO " AND MANIFEST-FILE-STATUS NOT = "00"
               MOVE "YES" TO MANIFEST-EOF
           END-IF
           IF MANIFEST-EOF = "NO " AND MF-SEED-ID NOT = SPACES THEN
               COMPUTE OT-IDX = MF-PAT + 1
               IF OT-PRESENT (OT-IDX) = "Y" THEN
                   MOVE OT-RULE (OT-IDX) TO REQ-RULE
                   MOVE MF-SEED-ID TO SEARCH-SEED-ID
                   PERFORM D-300-FIND-SEED-STAT
                   IF SEED-STAT-FOUND = "NO "
                           AND SEED-STAT-COUNT < MAX-SEED-STATS THEN
                       ADD 1 TO SEED-STAT-COUNT
                       MOVE SEED-STAT-COUNT TO SS-IDX
                       MOVE MF-SEED-ID TO SS-SEED-ID (SS-IDX)
                       MOVE REQ-RULE TO SS-RULE (SS-IDX)
                       MOVE 0 TO SS-COUNT (SS-IDX)
                       MOVE 0 TO SS-EARLY (SS-IDX)
                       MOVE 0 TO SS-EARLY-GENS (SS-IDX)
                       MOVE "YES" TO SEED-STAT-FOUND
                   END-IF
                   IF SEED-STAT-FOUND = "YES" THEN
                       ADD 1 TO SS-COUNT (SS-IDX)
                       IF OT-EARLY (OT-IDX) = "Y" THEN
                           ADD 1 TO SS-EARLY (SS-IDX)
                           ADD OT-GEN (OT-IDX) TO SS-EARLY-GENS (SS-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       B-300-SET-RATES.
           OPEN INPUT USAGE-FILE
           IF USAGE-FILE-STATUS = "00" THEN
               MOVE LOW-VALUES TO UG-KEY
               START USAGE-FILE KEY NOT < UG-KEY
                   INVALID KEY
                       MOVE "YES" TO USAGE-EOF
               END-START
               PERFORM B-310-LOAD-ONE-USAGE
                   UNTIL USAGE-EOF = "YES"
               CLOSE USAGE-FILE
           END-IF

           OPEN INPUT RUN-LOG-FILE
           IF RUN-LOG-FILE-STATUS = "00" THEN
               PERFORM B-320-LOAD-ONE-RUN-LOG
                   UNTIL RUN-LOG-EOF = "YES"
               CLOSE RUN-LOG-FILE
           END-IF

           MOVE DEFAULT-SECS-PER-GEN TO LINE-SECS-PER-GEN.
           MOVE DEFAULT-SECS-PER-GEN TO GRID-SECS-PER-ROW.
           EVALUATE TRUE
               WHEN USAGE-LINE-GENS > 0 OR USAGE-GRID-ROW-GENS > 0
                   MOVE "USAGE" TO RATE-SOURCE
                   IF USAGE-LINE-GENS > 0 THEN
                       COMPUTE LINE-SECS-PER-GEN ROUNDED =
                           USAGE-LINE-SECS / USAGE-LINE-GENS
                   END-IF
                   IF USAGE-GRID-ROW-GENS > 0 THEN
                       COMPUTE GRID-SECS-PER-ROW ROUNDED =
                           USAGE-GRID-SECS / USAGE-GRID-ROW-GENS
                   END-IF
                   IF USAGE-LINE-GENS = 0 THEN
                       MOVE GRID-SECS-PER-ROW TO LINE-SECS-PER-GEN
                   END-IF
                   IF USAGE-GRID-ROW-GENS = 0 THEN
                       MOVE LINE-SECS-PER-GEN TO GRID-SECS-PER-ROW
                   END-IF
               WHEN RUN-LOG-PATTERNS > 0 AND OUTCOME-COUNT > 0
                   MOVE "RUNLOG" TO RATE-SOURCE
                   COMPUTE AVERAGE-GEN ROUNDED =
                       OUTCOME-GEN-SUM / OUTCOME-COUNT
                   IF AVERAGE-GEN > 0 THEN
                       COMPUTE LINE-SECS-PER-GEN ROUNDED =
                           RUN-LOG-SECS
                           / (RUN-LOG-PATTERNS * AVERAGE-GEN)
                       MOVE LINE-SECS-PER-GEN TO GRID-SECS-PER-ROW
                   END-IF
           END-EVALUATE

           MOVE "ESTIMATING RATES" TO SEC-TITLE.
           PERFORM D-110-PRINT-SECTION.
           MOVE LINE-SECS-PER-GEN TO RT-LINE.
           MOVE GRID-SECS-PER-ROW TO RT-GRID.
           MOVE RATE-SOURCE TO RT-SOURCE.
           PERFORM D-140-PRINT-RATE.

       B-310-LOAD-ONE-USAGE.
           READ USAGE-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO USAGE-EOF
           END-READ
           IF USAGE-EOF = "NO " AND USAGE-FILE-STATUS NOT = "00" THEN
               MOVE "YES" TO USAGE-EOF
           END-IF
           IF USAGE-EOF = "NO " AND UG-GENERATIONS > 0 THEN
               IF UG-MODE = "G" THEN
                   ADD UG-ELAPSED-SECONDS TO USAGE-GRID-SECS
                   COMPUTE USAGE-GRID-ROW-GENS = USAGE-GRID-ROW-GENS
                       + UG-GENERATIONS * UG-GRID-ROWS
               ELSE
                   ADD UG-ELAPSED-SECONDS TO USAGE-LINE-SECS
                   ADD UG-GENERATIONS TO USAGE-LINE-GENS
               END-IF
           END-IF
           .

       B-320-LOAD-ONE-RUN-LOG.
           READ RUN-LOG-FILE
               AT END
                   MOVE "YES" TO RUN-LOG-EOF
           END-READ
           IF RUN-LOG-EOF = "NO " AND RL2-PATTERNS-RUN IS NUMERIC
                   AND RL2-PATTERNS-RUN > 0
                   AND RL2-START-DATE IS NUMERIC
                   AND RL2-END-DATE IS NUMERIC
                   AND RL2-START-TIME IS NUMERIC
                   AND RL2-END-TIME IS NUMERIC THEN
               MOVE RL2-START-TIME TO CLOCK-TIME
               COMPUTE RUN-START-SECONDS =
                   CT-HH * 3600 + CT-MM * 60 + CT-SS
               MOVE RL2-END-TIME TO CLOCK-TIME
               COMPUTE RUN-ELAPSED =
                   (FUNCTION INTEGER-OF-DATE (RL2-END-DATE)
                  - FUNCTION INTEGER-OF-DATE (RL2-START-DATE)) * 86400
                 + CT-HH * 3600 + CT-MM * 60 + CT-SS
                 - RUN-START-SECONDS
               IF RUN-ELAPSED > 0 THEN
                   ADD RUN-ELAPSED TO RUN-LOG-SECS
                   ADD RL2-PATTERNS-RUN TO RUN-LOG-PATTERNS
               END-IF
           END-IF
           .

       B-400-FORECAST-QUEUE.
           MOVE "PENDING REQUESTS IN QUEUE ORDER" TO SEC-TITLE.
           PERFORM D-110-PRINT-SECTION.
           PERFORM D-120-PRINT-COLUMN-HEADER.
           MOVE 0 TO RQ-REQUEST-ID.
           START REQUEST-FILE KEY NOT < RQ-REQUEST-ID
               INVALID KEY
                   MOVE "YES" TO QUEUE-EOF
           END-START
           PERFORM B-410-FORECAST-ONE-REQUEST
               UNTIL QUEUE-EOF = "YES".
           IF PENDING-COUNT = 0 THEN
               MOVE "  NO PENDING REQUESTS" TO NOTE-TEXT
               PERFORM D-130-PRINT-NOTE
           END-IF
           .

       B-410-FORECAST-ONE-REQUEST.
           READ REQUEST-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO QUEUE-EOF
           END-READ
           IF QUEUE-EOF = "NO " AND REQUEST-FILE-STATUS NOT = "00"
               MOVE "YES" TO QUEUE-EOF
           END-IF
           IF QUEUE-EOF = "NO " THEN
               ADD 1 TO REQUESTS-READ
               IF RQ-STATUS = "PENDING" THEN
                   PERFORM B-420-ESTIMATE-REQUEST
               END-IF
           END-IF
           .

       B-420-ESTIMATE-REQUEST.
           MOVE BASE-RULE-CODE TO REQ-RULE.
           IF RQ-RULE-CODE IS NUMERIC THEN
               IF RQ-RULE-CODE = 1 OR RQ-RULE-CODE = 2
                       OR RQ-RULE-CODE = 3 THEN
                   MOVE RQ-RULE-CODE TO REQ-RULE
               END-IF
           END-IF
           MOVE BASE-MAXITER TO REQ-MAXITER.
           IF RQ-MAXITER IS NUMERIC AND RQ-MAXITER > 0 THEN
               MOVE RQ-MAXITER TO REQ-MAXITER
           END-IF

           MOVE "NO " TO SEED-STAT-FOUND.
           IF RQ-SEED-ID NOT = SPACES THEN
               MOVE RQ-SEED-ID TO SEARCH-SEED-ID
               PERFORM D-300-FIND-SEED-STAT
           END-IF
           EVALUATE TRUE
               WHEN SEED-STAT-FOUND = "YES"
                   MOVE "SEED" TO EST-BASIS
                   MOVE SS-COUNT (SS-IDX) TO STAT-COUNT
                   MOVE SS-EARLY (SS-IDX) TO STAT-EARLY
                   MOVE SS-EARLY-GENS (SS-IDX) TO STAT-EARLY-GENS
               WHEN RS-COUNT (REQ-RULE) > 0
                   MOVE "RULE" TO EST-BASIS
                   MOVE RS-COUNT (REQ-RULE) TO STAT-COUNT
                   MOVE RS-EARLY (REQ-RULE) TO STAT-EARLY
                   MOVE RS-EARLY-GENS (REQ-RULE) TO STAT-EARLY-GENS
               WHEN OTHER
                   MOVE "MAXITER" TO EST-BASIS
                   MOVE 0 TO STAT-COUNT
                   MOVE 0 TO STAT-EARLY
                   MOVE 0 TO STAT-EARLY-GENS
           END-EVALUATE
           MOVE REQ-MAXITER TO EST-GENS.
           IF STAT-EARLY > 0 AND STAT-EARLY * 2 NOT < STAT-COUNT THEN
               COMPUTE EST-GENS ROUNDED = STAT-EARLY-GENS / STAT-EARLY
               IF EST-GENS > REQ-MAXITER OR EST-GENS = 0 THEN
                   MOVE REQ-MAXITER TO EST-GENS
               END-IF
           END-IF

           IF GRID-MODE = "YES" THEN
               COMPUTE EST-SECONDS ROUNDED =
                   EST-GENS * GRID-ROWS * GRID-SECS-PER-ROW
               COMPUTE EST-RECORDS = (EST-GENS + 1) * GRID-ROWS
           ELSE
               COMPUTE EST-SECONDS ROUNDED =
                   EST-GENS * LINE-SECS-PER-GEN
               COMPUTE EST-RECORDS = EST-GENS + 1
           END-IF
           COMPUTE EST-KB ROUNDED =
               EST-RECORDS * DONE-RECORD-BYTES / 1024.

           ADD 1 TO PENDING-COUNT.
           MOVE RQ-REQUEST-ID TO PR-REQUEST-ID (PENDING-COUNT).
           MOVE EST-SECONDS TO PR-SECONDS (PENDING-COUNT).
           ADD EST-SECONDS TO TOTAL-SECONDS.
           ADD EST-KB TO TOTAL-KB.

           DIVIDE RQ-REQUEST-ID BY PART-TOTAL
               GIVING SLOT-QUOTIENT REMAINDER SLOT-NUM.
           ADD EST-SECONDS TO SLOT-SECONDS (SLOT-NUM + 1).
           MOVE SLOT-SECONDS (SLOT-NUM + 1) TO CUM-SECONDS.

           MOVE RQ-REQUEST-ID TO FL-REQUEST-ID.
           MOVE RQ-REQUESTER TO FL-REQUESTER.
           MOVE RQ-SEED-ID TO FL-SEED.
           MOVE REQ-RULE TO FL-RULE.
           MOVE REQ-MAXITER TO FL-MAXITER.
           IF GRID-MODE = "YES" THEN
               MOVE "GRID" TO FL-MODE
           ELSE
               MOVE "LINE" TO FL-MODE
           END-IF
           MOVE EST-GENS TO FL-GENS.
           MOVE EST-BASIS TO FL-BASIS.
           MOVE EST-SECONDS TO FL-SECONDS.
           MOVE EST-KB TO FL-KB.
           IF PART-TOTAL > 1 THEN
               IF SLOT-NUM = 0 THEN
                   MOVE PART-TOTAL TO FL-SLOT
               ELSE
                   MOVE SLOT-NUM TO FL-SLOT
               END-IF
           ELSE
               MOVE 1 TO FL-SLOT
           END-IF
           MOVE CUM-SECONDS TO FL-CUM-SECONDS.
           MOVE SPACES TO FL-TIME-FLAG.
           MOVE SPACES TO FL-SPACE-FLAG.
           IF BUDGET-SECONDS > 0 THEN
               IF EST-SECONDS > BUDGET-SECONDS THEN
                   MOVE "ALONE OVER BUDGT" TO FL-TIME-FLAG
                   ADD 1 TO OVER-BUDGET-COUNT
               ELSE
                   IF CUM-SECONDS > BUDGET-SECONDS THEN
                       MOVE "OVER BUDGET" TO FL-TIME-FLAG
                       ADD 1 TO OVER-BUDGET-COUNT
                   END-IF
               END-IF
           END-IF
           IF FREE-KB > 0 AND TOTAL-KB > FREE-KB THEN
               MOVE "OVER SPACE" TO FL-SPACE-FLAG
               ADD 1 TO OVER-SPACE-COUNT
           END-IF
           PERFORM D-150-PRINT-FORECAST.

       B-500-PLAN-PARTITIONS.
           MOVE "PARTITION PLAN - REQUESTS SPLIT BY REQUEST ID"
               TO SEC-TITLE.
           PERFORM D-110-PRINT-SECTION.
           MOVE 0 TO SUGGESTED-PARTS.
           MOVE 999999999 TO BEST-LONGEST.
           PERFORM B-510-PLAN-ONE-PART-TOTAL
               VARYING PLAN-PARTS FROM 1 BY 1
               UNTIL PLAN-PARTS > MAX-PARTS.
           IF SUGGESTED-PARTS = 0 THEN
               MOVE PART-TOTAL TO SUGGESTED-PARTS
           END-IF
           IF BUDGET-SECONDS = 0 THEN
               MOVE "  NO TIME BUDGET ON THE CONTROL CARD -"
                   TO NOTE-TEXT
               MOVE " SUGGESTION SPREADS LOAD EVENLY"
                   TO NOTE-TEXT (39:31)
               PERFORM D-130-PRINT-NOTE
           ELSE
               IF PLAN-FITS = "NO " THEN
                   MOVE "  NO PART-TOTAL TRIED FITS THE BUDGET -"
                       TO NOTE-TEXT
                   MOVE " LEAST OVERRUN SUGGESTED"
                       TO NOTE-TEXT (40:24)
                   PERFORM D-130-PRINT-NOTE
               END-IF
           END-IF
           .

       B-510-PLAN-ONE-PART-TOTAL.
           INITIALIZE SLOT-TABLE.
           PERFORM VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > PENDING-COUNT
               DIVIDE PR-REQUEST-ID (PR-IDX) BY PLAN-PARTS
                   GIVING SLOT-QUOTIENT REMAINDER SLOT-NUM
               ADD PR-SECONDS (PR-IDX) TO SLOT-SECONDS (SLOT-NUM + 1)
           END-PERFORM
           MOVE 0 TO LONGEST-SLOT.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > PLAN-PARTS
               IF SLOT-SECONDS (SLOT-IDX) > LONGEST-SLOT THEN
                   MOVE SLOT-SECONDS (SLOT-IDX) TO LONGEST-SLOT
               END-IF
           END-PERFORM

           MOVE PLAN-PARTS TO PL-PARTS.
           MOVE LONGEST-SLOT TO PL-LONGEST.
           MOVE SPACES TO PL-NOTE.
           IF BUDGET-SECONDS > 0 AND PLAN-FITS = "NO "
                   AND LONGEST-SLOT NOT > BUDGET-SECONDS THEN
               MOVE "YES" TO PLAN-FITS
               MOVE PLAN-PARTS TO SUGGESTED-PARTS
               MOVE LONGEST-SLOT TO BEST-LONGEST
           END-IF
           IF PLAN-FITS = "NO " AND LONGEST-SLOT < BEST-LONGEST THEN
               MOVE PLAN-PARTS TO SUGGESTED-PARTS
               MOVE LONGEST-SLOT TO BEST-LONGEST
           END-IF
           IF BUDGET-SECONDS > 0 THEN
               IF LONGEST-SLOT > BUDGET-SECONDS THEN
                   MOVE "OVER BUDGET" TO PL-NOTE
               ELSE
                   MOVE "FITS BUDGET" TO PL-NOTE
               END-IF
           END-IF
           IF PLAN-PARTS = PART-TOTAL THEN
               MOVE "CURRENT" TO PL-NOTE (13:8)
           END-IF
           PERFORM D-160-PRINT-PLAN.

       C-100-WRITE-TOTALS.
           MOVE "TOTALS" TO SEC-TITLE.
           PERFORM D-110-PRINT-SECTION.
           MOVE PENDING-COUNT TO T1-PENDING.
           MOVE TOTAL-SECONDS TO T1-SECONDS.
           MOVE TOTAL-KB TO T1-KB.
           PERFORM D-170-PRINT-TOTAL-1.
           MOVE OVER-BUDGET-COUNT TO T2-OVER-BUDGET.
           MOVE OVER-SPACE-COUNT TO T2-OVER-SPACE.
           MOVE SUGGESTED-PARTS TO T2-SUGGESTED.
           PERFORM D-180-PRINT-TOTAL-2.

       C-200-CLEAN-UP.
           DISPLAY "FORECAST PENDING " PENDING-COUNT
               " OVER BUDGET " OVER-BUDGET-COUNT
               " OVER SPACE " OVER-SPACE-COUNT
               " SUGGESTED PART-TOTAL " SUGGESTED-PARTS.

           CLOSE REQUEST-FILE
                 PRINT-FILE.

       D-100-PAGE-HEADER.
           ADD 1 TO PAGE-NUM.
           MOVE FORECAST-DATE TO PH-DATE.
           MOVE TIME-BUDGET TO PH-BUDGET.
           MOVE FREE-KB TO PH-FREE-KB.
           MOVE PART-TOTAL TO PH-PARTS.
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

       D-140-PRINT-RATE.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM RATE-LINE.
           ADD 1 TO LINES-ON-PAGE.

       D-150-PRINT-FORECAST.
           IF LINES-ON-PAGE NOT < PAGE-LIMIT THEN
               PERFORM D-100-PAGE-HEADER
               PERFORM D-120-PRINT-COLUMN-HEADER
           END-IF
           WRITE PRINT-RECORD FROM FORECAST-LINE.
           ADD 1 TO LINES-ON-PAGE.

       D-160-PRINT-PLAN.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM PLAN-LINE.
           ADD 1 TO LINES-ON-PAGE.

       D-170-PRINT-TOTAL-1.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM TOTAL-LINE-1.
           ADD 1 TO LINES-ON-PAGE.

       D-180-PRINT-TOTAL-2.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM TOTAL-LINE-2.
           ADD 1 TO LINES-ON-PAGE.

       D-300-FIND-SEED-STAT.
           MOVE "NO " TO SEED-STAT-FOUND.
           PERFORM VARYING SS-IDX FROM 1 BY 1
               UNTIL SS-IDX > SEED-STAT-COUNT
                  OR SEED-STAT-FOUND = "YES"
               IF SS-SEED-ID (SS-IDX) = SEARCH-SEED-ID
                       AND SS-RULE (SS-IDX) = REQ-RULE THEN
                   MOVE "YES" TO SEED-STAT-FOUND
               END-IF
           END-PERFORM
           IF SEED-STAT-FOUND = "YES" THEN
               SUBTRACT 1 FROM SS-IDX
           END-IF
           .
