           SELECT ATTRACT-HIT-FILE
               ASSIGN TO "./Sierpinski-Atthit.dat"
               FILE STATUS IS ATTRACT-HIT-STATUS.
           SELECT MANIFEST-FILE
               ASSIGN TO "./Sierpinski-Manifest.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MF-PAT
               FILE STATUS IS MANIFEST-FILE-STATUS.
           SELECT SEED-HIST-FILE
               ASSIGN TO "./Sierpinski-Seedhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS SEED-HIST-STATUS.
           SELECT USAGE-FILE
               ASSIGN TO "./Sierpinski-Usage.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UG-KEY
               FILE STATUS IS USAGE-FILE-STATUS.
           SELECT AUTH-FILE
               ASSIGN TO "./Sierpinski-Auth.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-USER-ID
               FILE STATUS IS AUTH-FILE-STATUS.
           SELECT SECURITY-LOG-FILE
               ASSIGN TO "./Sierpinski-Secexc.dat"
               FILE STATUS IS SECURITY-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  IN-RECORD.
           05  I-LINE-INFO     PIC X(1000).
       FD  OUT-FILE
           RECORD IS VARYING IN SIZE FROM 11 TO 1007 CHARACTERS
               DEPENDING ON OUT-RECORD-SIZE
           DATA RECORDS ARE OUT-RECORD OUT-COMPACT-RECORD.
       01  OUT-RECORD.
           05  O-KEY.
               10  O-GEN-NUM   PIC 9(4).
               10  O-ROW-NUM   PIC 9(3).
           05  O-LINE-INFO     PIC X(1000).
       01  OUT-COMPACT-RECORD.
           05  FILLER          PIC X(7).
           05  O-LIVE-CHAR     PIC X.
           05  O-RUN-COUNT     PIC 999.
           05  O-RUN OCCURS 124 TIMES.
               10  O-RUN-START  PIC 9(4).
               10  O-RUN-LENGTH PIC 9(4).
       FD  PART-CONTROL-FILE
           DATA RECORD IS PART-CONTROL-RECORD.
       01  PART-CONTROL-RECORD.
           05  CTL-GRID-MODE      PIC X.
           05  CTL-GRID-ROWS      PIC 999.
           05  CTL-TIME-BUDGET    PIC 9(4).
           05  CTL-DONE-FORMAT    PIC X.
       FD  REPORT-FILE
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD          PIC X(40).
           05  RQ-STATUS       PIC X(8).
           05  RQ-COMP-DATE    PIC 9(8).
           05  RQ-COMP-TIME    PIC 9(8).
           05  RQ-SEED-VERSION PIC 9(4).
           05  RQ-RUN-VERSION  PIC 9(4).
       FD  ATTRACT-FILE
           DATA RECORD IS ATTRACT-RECORD.
       01  ATTRACT-RECORD.
       FD  ATTRACT-HIT-FILE
           DATA RECORD IS ATTRACT-HIT-RECORD.
       01  ATTRACT-HIT-RECORD     PIC X(60).
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
           05  MF-DONE-FORMAT     PIC X.
           05  FILLER             PIC X(15).
       FD  SEED-HIST-FILE
           DATA RECORD IS SEED-HIST-RECORD.
       01  SEED-HIST-RECORD.
           05  SH-KEY.
               10  SH-SEED-ID     PIC X(8).
               10  SH-VERSION     PIC 9(4).
           05  SH-ACTION          PIC X.
           05  SH-PROGRAM         PIC X(20).
           05  SH-CHANGE-DATE     PIC 9(8).
           05  SH-CHANGE-TIME     PIC 9(8).
           05  SH-BEFORE-IMAGE    PIC X(1085).
           05  SH-AFTER-IMAGE     PIC X(1085).
           05  FILLER             PIC X(20).
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
       FD  AUTH-FILE
           DATA RECORD IS AUTH-RECORD.
       01  AUTH-RECORD.
           05  AU-USER-ID      PIC X(20).
           05  AU-ROLE         PIC X(8).
           05  AU-STATUS       PIC X.
           05  AU-OWNERS.
               10  AU-OWNER    PIC X(20) OCCURS 10 TIMES.
           05  AU-RULES.
               10  AU-RULE-OK  PIC X OCCURS 9 TIMES.
           05  AU-MAXITER      PIC 9(4).
           05  AU-GRID-OK      PIC X.
           05  AU-GRID-ROWS    PIC 999.
           05  AU-CHANGE-DATE  PIC 9(8).
           05  AU-CHANGED-BY   PIC X(20).
           05  FILLER          PIC X(20).
       FD  SECURITY-LOG-FILE
           DATA RECORD IS SECURITY-LOG-RECORD.
       01  SECURITY-LOG-RECORD    PIC X(100).

       WORKING-STORAGE SECTION.
       01  INDICATORS.
       01  PATTERNS-RUN         PIC 9999       VALUE 0000.
       01  OUT-FILE-NAME        PIC X(40).
       01  OUT-FILE-STATUS      PIC XX.
       01  OUT-RECORD-SIZE      PIC 9(4)       VALUE 1007.
       01  DONE-FORMAT          PIC X          VALUE "F".
       01  RLE-OK               PIC XXX        VALUE "YES".
       01  RLE-IN-RUN           PIC XXX        VALUE "NO ".
       01  RLE-LINE             PIC X(1000).
       01  RLE-FILL             PIC X(1000).
       01  RLE-LIVE-CHAR        PIC X.
       01  RLE-POS              PIC 9(4).
       01  RLE-RUNS             PIC 9(4).
       01  RLE-RUN-IDX          PIC 9(4).
       01  RLE-TABLE.
           05  RLE-ENTRY OCCURS 124 TIMES.
               10  RLE-START    PIC 9(4).
               10  RLE-LENGTH   PIC 9(4).
       01  REPORT-FILE-STATUS   PIC XX.

       01  SEED-VALID           PIC XXX        VALUE "YES".
       01  SEED-FILE-OPEN       PIC XXX        VALUE "NO ".
       01  SEED-FETCH-OK        PIC XXX        VALUE "YES".

       01  SEED-HIST-STATUS     PIC XX.
       01  SEED-HIST-OPEN       PIC XXX        VALUE "NO ".
       01  SEED-HIST-TRIED      PIC XXX        VALUE "NO ".
       01  SEED-HIST-EOF        PIC XXX        VALUE "NO ".
       01  PINNED-VERSION       PIC 9(4)       VALUE 0.
       01  CURRENT-SEED-VERSION PIC 9(4)       VALUE 0.
       01  CURRENT-SEED-OWNER   PIC X(20)      VALUE SPACES.
       01  HIST-SEED-IMAGE.
           05  HI-SEED-ID       PIC X(8).
           05  HI-DESC          PIC X(30).
           05  HI-OWNER         PIC X(20).
           05  HI-DATE-ADDED    PIC 9(8).
           05  HI-STATUS        PIC X.
           05  HI-PATTERN       PIC X(1000).
           05  HI-PARENT-SEED   PIC X(8).
           05  HI-SOURCE-PAT    PIC 9(4).
           05  HI-SOURCE-GEN    PIC 9(4).
           05  HI-SOURCE-RULE   PIC 99.

       01  PART-CONTROL-STATUS  PIC XX.
       01  PART-NUM             PIC 99         VALUE 01.
       01  PART-TOTAL           PIC 99         VALUE 01.
           05  AH-DATE          PIC 9(8).
           05  FILLER           PIC X(9)       VALUE SPACES.

       01  MANIFEST-FILE-STATUS  PIC XX.
       01  MANIFEST-FILE-OPEN    PIC XXX        VALUE "NO ".
       01  MANIFEST-FOUND        PIC XXX        VALUE "NO ".
       01  MANIFEST-END-STATUS   PIC X(8).

       01  USAGE-FILE-STATUS     PIC XX.
       01  USAGE-FILE-OPEN       PIC XXX        VALUE "NO ".
       01  USAGE-START-DATE      PIC 9(8).
       01  USAGE-START-TIME      PIC 9(8).
       01  USAGE-START-SECONDS   PIC 9(8).
       01  USAGE-START-ITER      PIC 9999.
       01  USAGE-ELAPSED         PIC S9(8).
       01  USAGE-RECORDS         PIC 9(7).

       01  AUTH-FILE-STATUS      PIC XX.
       01  AUTH-FILE-OPEN        PIC XXX        VALUE "NO ".
       01  AUTH-FILE-TRIED       PIC XXX        VALUE "NO ".
       01  AUTH-FOUND            PIC XXX        VALUE "NO ".
       01  SECURITY-LOG-STATUS   PIC XX.
       01  REQUESTS-REJECTED     PIC 9999       VALUE 0000.
       01  AUTH-USER            PIC X(20).
       01  AUTH-LOADED-USER     PIC X(20)      VALUE HIGH-VALUES.
       01  AUTH-RULE            PIC 99.
       01  AUTH-MAXITER         PIC 9999.
       01  AUTH-GRID            PIC X.
       01  AUTH-GRID-ROWS       PIC 999.
       01  AUTH-ACTION          PIC X(8).
       01  AUTH-OBJECT          PIC X(8).
       01  AUTH-REASON          PIC X(30).
       01  AUTH-IDX             PIC 99.
       01  SECURITY-COUNT       PIC 9999       VALUE 0000.

       01  SECURITY-LOG-LINE.
           05  SX-DATE          PIC 9(8).
           05  FILLER           PIC X          VALUE SPACE.
           05  SX-TIME          PIC 9(8).
           05  FILLER           PIC X          VALUE SPACE.
           05  SX-PROGRAM       PIC X(10).
           05  FILLER           PIC X          VALUE SPACE.
           05  SX-USER-ID       PIC X(20).
           05  FILLER           PIC X          VALUE SPACE.
           05  SX-ACTION        PIC X(8).
           05  FILLER           PIC X          VALUE SPACE.
           05  SX-OBJECT        PIC X(8).
           05  FILLER           PIC X          VALUE SPACE.
           05  SX-REASON        PIC X(30).
           05  FILLER           PIC X(2)      VALUE SPACES.

       01  RULE-CODE            PIC 99         VALUE 01.
       01  RULE-INDEX            PIC 9.
       01  RULE-OFFSET-COUNT     PIC 9          VALUE 3.
                           MOVE CTL-TIME-BUDGET TO TIME-BUDGET
                           COMPUTE BUDGET-SECONDS = TIME-BUDGET * 60
                       END-IF
                       IF CTL-DONE-FORMAT = "C" THEN
                           MOVE "C" TO DONE-FORMAT
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
               ELSE
                   MOVE "YES" TO SEED-FETCH-OK
                   MOVE SPACES TO CURRENT-SEED-ID
                   MOVE 0 TO CURRENT-SEED-VERSION
                   MOVE SPACES TO CURRENT-SEED-OWNER
                   IF I-LINE-INFO (1:5) = "SEED=" THEN
                       PERFORM B-105-FETCH-SEED
                   END-IF
           .

       B-105-FETCH-SEED.
           MOVE 0 TO PINNED-VERSION.
           IF I-LINE-INFO (6:8) = SPACES THEN
               DISPLAY "SEED RECORD WITHOUT ID - PATTERN " PAT-NUM
                   " SKIPPED"
               MOVE "NO " TO SEED-FETCH-OK
           END-IF
           IF SEED-FETCH-OK = "YES" AND I-LINE-INFO (14:1) = "/" THEN
               IF I-LINE-INFO (15:4) IS NUMERIC THEN
                   MOVE I-LINE-INFO (15:4) TO PINNED-VERSION
               END-IF
               IF PINNED-VERSION = 0 THEN
                   DISPLAY "SEED VERSION " I-LINE-INFO (15:4)
                       " NOT VALID - PATTERN " PAT-NUM " SKIPPED"
                   MOVE "NO " TO SEED-FETCH-OK
               END-IF
           END-IF
           IF SEED-FETCH-OK = "YES" THEN
               IF PINNED-VERSION > 0 THEN
                   PERFORM B-106-FETCH-SEED-VERSION
               ELSE
                   PERFORM B-107-FETCH-CURRENT-SEED
               END-IF
           END-IF
           .

       B-106-FETCH-SEED-VERSION.
           PERFORM D-400-OPEN-SEED-HIST.
           IF SEED-HIST-OPEN = "NO " THEN
               DISPLAY "SEED HISTORY NOT AVAILABLE - PATTERN " PAT-NUM
                   " SKIPPED"
               MOVE "NO " TO SEED-FETCH-OK
           ELSE
               MOVE I-LINE-INFO (6:8) TO SH-SEED-ID
               MOVE PINNED-VERSION TO SH-VERSION
               READ SEED-HIST-FILE
                   INVALID KEY
                       DISPLAY "SEED ID " SH-SEED-ID " VERSION "
                           PINNED-VERSION " NOT IN HISTORY - PATTERN "
                           PAT-NUM " SKIPPED"
                       MOVE "NO " TO SEED-FETCH-OK
                   NOT INVALID KEY
                       MOVE SH-AFTER-IMAGE TO HIST-SEED-IMAGE
                       IF HI-STATUS = "A" THEN
                           MOVE HI-PATTERN TO I-LINE-INFO
                           MOVE HI-SEED-ID TO CURRENT-SEED-ID
                           MOVE HI-OWNER TO CURRENT-SEED-OWNER
                           MOVE PINNED-VERSION TO CURRENT-SEED-VERSION
                       ELSE
                           DISPLAY "SEED ID " SH-SEED-ID " VERSION "
                               PINNED-VERSION " IS INACTIVE - PATTERN "
                               PAT-NUM " SKIPPED"
                           MOVE "NO " TO SEED-FETCH-OK
                       END-IF
               END-READ
           END-IF
           .

       B-107-FETCH-CURRENT-SEED.
           IF SEED-FILE-OPEN = "NO " THEN
               OPEN INPUT SEED-FILE
               IF SEED-FILE-STATUS = "00" THEN
                   MOVE "YES" TO SEED-FILE-OPEN
                       SEED-FILE-STATUS
               END-IF
           END-IF
           IF SEED-FILE-OPEN = "NO " THEN
               MOVE "NO " TO SEED-FETCH-OK
           ELSE
               MOVE I-LINE-INFO (6:8) TO S-SEED-ID
               READ SEED-FILE
                   INVALID KEY
                       DISPLAY "SEED ID " S-SEED-ID
                           " NOT IN CATALOG - PATTERN " PAT-NUM
                           " SKIPPED"
                       MOVE "NO " TO SEED-FETCH-OK
                   NOT INVALID KEY
                       IF S-STATUS = "A" THEN
                           MOVE S-PATTERN TO I-LINE-INFO
                           MOVE S-SEED-ID TO CURRENT-SEED-ID
                           MOVE S-OWNER TO CURRENT-SEED-OWNER
                           PERFORM B-108-FIND-SEED-VERSION
                       ELSE
                           DISPLAY "SEED ID " S-SEED-ID
                               " IS INACTIVE - PATTERN " PAT-NUM
                               " SKIPPED"
                           MOVE "NO " TO SEED-FETCH-OK
                       END-IF
               END-READ
           END-IF
           .

       B-108-FIND-SEED-VERSION.
           MOVE 0 TO CURRENT-SEED-VERSION.
           PERFORM D-400-OPEN-SEED-HIST.
           IF SEED-HIST-OPEN = "YES" THEN
               MOVE S-SEED-ID TO SH-SEED-ID
               MOVE 0 TO SH-VERSION
               MOVE "NO " TO SEED-HIST-EOF
               START SEED-HIST-FILE KEY NOT < SH-KEY
                   INVALID KEY
                       MOVE "YES" TO SEED-HIST-EOF
               END-START
               PERFORM B-109-SCAN-SEED-HIST
                   UNTIL SEED-HIST-EOF = "YES"
               IF CURRENT-SEED-VERSION > 0
                       AND HI-PATTERN NOT = S-PATTERN THEN
                   DISPLAY "SEED ID " S-SEED-ID
                       " DIFFERS FROM HISTORY VERSION "
                       CURRENT-SEED-VERSION " - VERSION NOT RECORDED"
                   MOVE 0 TO CURRENT-SEED-VERSION
               END-IF
           END-IF
           .

       B-109-SCAN-SEED-HIST.
           READ SEED-HIST-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO SEED-HIST-EOF
           END-READ
           IF SEED-HIST-EOF = "NO " THEN
               IF SH-SEED-ID NOT = S-SEED-ID THEN
                   MOVE "YES" TO SEED-HIST-EOF
               ELSE
                   MOVE SH-VERSION TO CURRENT-SEED-VERSION
                   MOVE SH-AFTER-IMAGE TO HIST-SEED-IMAGE
               END-IF
           END-IF
           .
               END-IF
           END-IF

           ACCEPT USAGE-START-DATE FROM DATE YYYYMMDD.
           ACCEPT USAGE-START-TIME FROM TIME.
           MOVE USAGE-START-TIME TO CLOCK-TIME.
           COMPUTE USAGE-START-SECONDS =
               CT-HH * 3600 + CT-MM * 60 + CT-SS.
           MOVE 0 TO USAGE-RECORDS.
           IF RESUME-THIS = "YES" THEN
               MOVE RESUME-ITER TO USAGE-START-ITER
           ELSE
               MOVE 0 TO USAGE-START-ITER
           END-IF

           PERFORM B-121-OPEN-OUT-FILE.
           PERFORM B-190-RECORD-MANIFEST-START.

           MOVE "NO " TO PATTERN-DONE.
           MOVE "RAN-TO-MAXITER" TO PATTERN-OUTCOME.

           IF WINDOW-EXPIRED = "YES" AND PATTERN-DONE = "NO "
                   AND CURRITER < MAXITER THEN
               MOVE "QUIESCED" TO MANIFEST-END-STATUS
           ELSE
               PERFORM B-170-WRITE-OUTCOME
               PERFORM D-200-CLEAR-CHECKPOINT
               MOVE "COMPLETE" TO MANIFEST-END-STATUS
           END-IF
           PERFORM B-191-RECORD-MANIFEST-END.
           PERFORM B-193-RECORD-USAGE.

           CLOSE OUT-FILE
           .
               MOVE 0 TO O-GEN-NUM
               MOVE 0 TO O-ROW-NUM
               MOVE LASTLINE TO O-LINE-INFO
               PERFORM D-500-SET-OUT-RECORD-SIZE
               WRITE OUT-RECORD
                   INVALID KEY
                       DISPLAY "SEED WRITE FAILED FOR PATTERN " PAT-NUM
                           " STATUS " OUT-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO USAGE-RECORDS
               END-WRITE
           END-IF

           WRITE OUTCOME-RECORD FROM OUTCOME-LINE.


       B-190-RECORD-MANIFEST-START.
           IF MANIFEST-FILE-OPEN = "NO " THEN
               PERFORM B-192-OPEN-MANIFEST-FILE
           END-IF
           IF MANIFEST-FILE-OPEN = "YES" THEN
               MOVE PAT-NUM TO MF-PAT
               READ MANIFEST-FILE
                   INVALID KEY
                       MOVE "NO " TO MANIFEST-FOUND
                   NOT INVALID KEY
                       MOVE "YES" TO MANIFEST-FOUND
               END-READ
               IF MANIFEST-FOUND = "NO " OR RESUME-THIS = "NO " THEN
                   MOVE SPACES TO MANIFEST-RECORD
                   MOVE PAT-NUM TO MF-PAT
                   ACCEPT MF-START-DATE FROM DATE YYYYMMDD
                   ACCEPT MF-START-TIME FROM TIME
               END-IF
               MOVE CURRENT-SEED-ID TO MF-SEED-ID
               MOVE CURRENT-SEED-VERSION TO MF-SEED-VERSION
               MOVE CURRENT-SEED-OWNER TO MF-SEED-OWNER
               IF QUEUE-MODE = "YES" THEN
                   MOVE RQ-REQUESTER TO MF-REQUESTER
                   MOVE RQ-REQUEST-ID TO MF-REQUEST-ID
               ELSE
                   MOVE SPACES TO MF-REQUESTER
                   MOVE 0 TO MF-REQUEST-ID
               END-IF
               MOVE PART-NUM TO MF-PART-NUM
               MOVE PART-TOTAL TO MF-PART-TOTAL
               MOVE RULE-CODE TO MF-RULE-CODE
               MOVE MAXITER TO MF-MAXITER
               MOVE SEARCH-STRING TO MF-SEARCH-STRING
               MOVE LINE-WIDTH TO MF-LINE-WIDTH
               MOVE WRAP-OPTION (1:1) TO MF-WRAP-OPTION
               MOVE GRID-MODE (1:1) TO MF-GRID-MODE
               MOVE GRID-ROWS TO MF-GRID-ROWS
               MOVE DONE-FORMAT TO MF-DONE-FORMAT
               MOVE 0 TO MF-END-DATE
               MOVE 0 TO MF-END-TIME
               MOVE "RUNNING" TO MF-STATUS
               IF MANIFEST-FOUND = "YES" THEN
                   REWRITE MANIFEST-RECORD
                       INVALID KEY
                           DISPLAY "MANIFEST REWRITE FAILED PAT "
                               PAT-NUM " STATUS " MANIFEST-FILE-STATUS
                   END-REWRITE
               ELSE
                   WRITE MANIFEST-RECORD
                       INVALID KEY
                           DISPLAY "MANIFEST WRITE FAILED PAT "
                               PAT-NUM " STATUS " MANIFEST-FILE-STATUS
                   END-WRITE
               END-IF
           END-IF
           .

       B-191-RECORD-MANIFEST-END.
           IF MANIFEST-FILE-OPEN = "YES" THEN
               MOVE PAT-NUM TO MF-PAT
               READ MANIFEST-FILE
                   INVALID KEY
                       DISPLAY "MANIFEST MISSING AT END OF PAT "
                           PAT-NUM
                   NOT INVALID KEY
                       ACCEPT MF-END-DATE FROM DATE YYYYMMDD
                       ACCEPT MF-END-TIME FROM TIME
                       MOVE MANIFEST-END-STATUS TO MF-STATUS
                       REWRITE MANIFEST-RECORD
                           INVALID KEY
                               DISPLAY "MANIFEST REWRITE FAILED PAT "
                                   PAT-NUM " STATUS "
                                   MANIFEST-FILE-STATUS
                       END-REWRITE
               END-READ
           END-IF
           .

       B-192-OPEN-MANIFEST-FILE.
           OPEN I-O MANIFEST-FILE
           IF MANIFEST-FILE-STATUS = "35" THEN
               OPEN OUTPUT MANIFEST-FILE
               CLOSE MANIFEST-FILE
               OPEN I-O MANIFEST-FILE
           END-IF
           IF MANIFEST-FILE-STATUS = "00" THEN
               MOVE "YES" TO MANIFEST-FILE-OPEN
           ELSE
               DISPLAY "RUN MANIFEST OPEN FAILED STATUS "
                   MANIFEST-FILE-STATUS
           END-IF
           .

       B-193-RECORD-USAGE.
           IF USAGE-FILE-OPEN = "NO " THEN
               PERFORM B-194-OPEN-USAGE-FILE
           END-IF
           IF USAGE-FILE-OPEN = "YES" THEN
               ACCEPT CLOCK-TIME FROM TIME
               COMPUTE USAGE-ELAPSED =
                   CT-HH * 3600 + CT-MM * 60 + CT-SS
                   - USAGE-START-SECONDS
               IF USAGE-ELAPSED < 0 THEN
                   ADD 86400 TO USAGE-ELAPSED
               END-IF
               MOVE SPACES TO USAGE-RECORD
               MOVE USAGE-START-DATE TO UG-RUN-DATE
               MOVE USAGE-START-TIME TO UG-START-TIME
               MOVE PAT-NUM TO UG-PAT
               IF QUEUE-MODE = "YES" THEN
                   MOVE RQ-REQUEST-ID TO UG-REQUEST-ID
                   MOVE RQ-REQUESTER TO UG-REQUESTER
               ELSE
                   MOVE 0 TO UG-REQUEST-ID
                   MOVE SPACES TO UG-REQUESTER
               END-IF
               MOVE CURRENT-SEED-ID TO UG-SEED-ID
               MOVE CURRENT-SEED-OWNER TO UG-SEED-OWNER
               MOVE RULE-CODE TO UG-RULE-CODE
               IF GRID-MODE = "YES" THEN
                   MOVE "G" TO UG-MODE
                   MOVE GRID-ROWS TO UG-GRID-ROWS
               ELSE
                   MOVE "L" TO UG-MODE
                   MOVE 0 TO UG-GRID-ROWS
               END-IF
               MOVE PART-NUM TO UG-PART-NUM
               MOVE USAGE-ELAPSED TO UG-ELAPSED-SECONDS
               IF CURRITER > USAGE-START-ITER THEN
                   COMPUTE UG-GENERATIONS = CURRITER - USAGE-START-ITER
               ELSE
                   MOVE 0 TO UG-GENERATIONS
               END-IF
               MOVE USAGE-RECORDS TO UG-RECORDS-WRITTEN
               MOVE MANIFEST-END-STATUS TO UG-END-STATUS
               WRITE USAGE-RECORD
                   INVALID KEY
                       DISPLAY "USAGE WRITE FAILED PAT " PAT-NUM
                           " STATUS " USAGE-FILE-STATUS
               END-WRITE
           END-IF
           .

       B-194-OPEN-USAGE-FILE.
           OPEN I-O USAGE-FILE
           IF USAGE-FILE-STATUS = "35" THEN
               OPEN OUTPUT USAGE-FILE
               CLOSE USAGE-FILE
               OPEN I-O USAGE-FILE
           END-IF
           IF USAGE-FILE-STATUS = "00" THEN
               MOVE "YES" TO USAGE-FILE-OPEN
           ELSE
               DISPLAY "USAGE FILE OPEN FAILED STATUS "
                   USAGE-FILE-STATUS
           END-IF
           .

       B-200-MATCHING.
           PERFORM B-XXX-MATCHPRINT.
           PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
           COMPUTE O-GEN-NUM = CURRITER + 1.
           MOVE 0 TO O-ROW-NUM.
           MOVE CURRLINE TO O-LINE-INFO
           PERFORM D-500-SET-OUT-RECORD-SIZE
           WRITE OUT-RECORD
               INVALID KEY
                   REWRITE OUT-RECORD
                           DISPLAY "GEN WRITE FAILED PAT " PAT-NUM
                               " GEN " O-GEN-NUM " STATUS "
                               OUT-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO USAGE-RECORDS
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO USAGE-RECORDS
           END-WRITE
           .

           ELSE
               MOVE CURR-GRID-ROW (ROW-INDEX) TO O-LINE-INFO
           END-IF
           PERFORM D-500-SET-OUT-RECORD-SIZE
           WRITE OUT-RECORD
               INVALID KEY
                   REWRITE OUT-RECORD
                           DISPLAY "GRID WRITE FAILED PAT " PAT-NUM
                               " GEN " O-GEN-NUM " ROW " O-ROW-NUM
                               " STATUS " OUT-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO USAGE-RECORDS
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO USAGE-RECORDS
           END-WRITE
           .


       B-610-RUN-REQUEST.
           MOVE RQ-REQUEST-ID TO PAT-NUM.
           PERFORM B-615-CHECK-AUTHORITY.
           EVALUATE TRUE
               WHEN AUTH-FILE-OPEN = "NO "
                   CONTINUE
               WHEN AUTH-REASON NOT = SPACES
                   PERFORM B-630-REJECT-REQUEST
               WHEN OTHER
                   MOVE "YES" TO CLAIM-OK
                   MOVE "RUNNING" TO RQ-STATUS
                   REWRITE REQUEST-RECORD
                       INVALID KEY
                           DISPLAY "REQUEST " RQ-REQUEST-ID
                               " CLAIM FAILED STATUS "
                               REQUEST-FILE-STATUS
                           MOVE "NO " TO CLAIM-OK
                   END-REWRITE
                   IF CLAIM-OK = "YES" THEN
                       PERFORM B-620-EXECUTE-REQUEST
                   END-IF
           END-EVALUATE
           .

       B-615-CHECK-AUTHORITY.
           MOVE RQ-REQUESTER TO AUTH-USER.
           MOVE "CLAIM" TO AUTH-ACTION.
           MOVE RQ-REQUEST-ID TO AUTH-OBJECT.
           IF AUTH-FILE-TRIED = "NO " THEN
               MOVE "YES" TO AUTH-FILE-TRIED
               OPEN INPUT AUTH-FILE
               IF AUTH-FILE-STATUS = "00" THEN
                   MOVE "YES" TO AUTH-FILE-OPEN
               ELSE
                   DISPLAY "AUTHORIZATION FILE OPEN FAILED STATUS "
                       AUTH-FILE-STATUS " - REQUESTS LEFT PENDING"
                   MOVE "AUTHORIZATION FILE UNAVAILABLE"
                       TO AUTH-REASON
                   PERFORM D-790-LOG-VIOLATION
               END-IF
           END-IF
           IF AUTH-FILE-OPEN = "YES" THEN
               MOVE BASE-RULE-CODE TO AUTH-RULE
               IF RQ-RULE-CODE IS NUMERIC THEN
                   IF RQ-RULE-CODE = 1 OR RQ-RULE-CODE = 2
                           OR RQ-RULE-CODE = 3 THEN
                       MOVE RQ-RULE-CODE TO AUTH-RULE
                   END-IF
               END-IF
               MOVE BASE-MAXITER TO AUTH-MAXITER
               IF RQ-MAXITER IS NUMERIC AND RQ-MAXITER > 0 THEN
                   MOVE RQ-MAXITER TO AUTH-MAXITER
               END-IF
               IF GRID-MODE = "YES" THEN
                   MOVE "Y" TO AUTH-GRID
               ELSE
                   MOVE "N" TO AUTH-GRID
               END-IF
               MOVE GRID-ROWS TO AUTH-GRID-ROWS
               PERFORM D-700-READ-AUTHORITY
               PERFORM D-730-CHECK-REQUEST-LIMITS
           END-IF
           .

       B-630-REJECT-REQUEST.
           DISPLAY "REQUEST " RQ-REQUEST-ID " REJECTED FOR "
               RQ-REQUESTER " - " AUTH-REASON.
           PERFORM D-790-LOG-VIOLATION.
           ADD 1 TO REQUESTS-REJECTED.
           IF RESTART-FLAG = "YES"
                   AND PAT-NUM = CHECKPOINT-PAT THEN
               MOVE "NO " TO RESTART-FLAG
               PERFORM D-200-CLEAR-CHECKPOINT
           END-IF
           MOVE "REJECTED" TO RQ-STATUS.
           ACCEPT RQ-COMP-DATE FROM DATE YYYYMMDD.
           ACCEPT RQ-COMP-TIME FROM TIME.
           REWRITE REQUEST-RECORD
               INVALID KEY
                   DISPLAY "REQUEST " RQ-REQUEST-ID
                       " REJECTION UPDATE FAILED STATUS "
                       REQUEST-FILE-STATUS
           END-REWRITE
           .

       B-620-EXECUTE-REQUEST.

           MOVE "YES" TO SEED-FETCH-OK.
           MOVE SPACES TO CURRENT-SEED-ID.
           MOVE 0 TO CURRENT-SEED-VERSION.
           MOVE SPACES TO CURRENT-SEED-OWNER.
           IF RQ-SEED-ID NOT = SPACES THEN
               MOVE SPACES TO I-LINE-INFO
               MOVE "SEED=" TO I-LINE-INFO (1:5)
               MOVE RQ-SEED-ID TO I-LINE-INFO (6:8)
               IF RQ-SEED-VERSION IS NUMERIC
                       AND RQ-SEED-VERSION > 0 THEN
                   MOVE "/" TO I-LINE-INFO (14:1)
                   MOVE RQ-SEED-VERSION TO I-LINE-INFO (15:4)
               END-IF
               PERFORM B-105-FETCH-SEED
           ELSE
               MOVE RQ-PATTERN TO I-LINE-INFO
           END-IF
           MOVE CURRENT-SEED-VERSION TO RQ-RUN-VERSION.

           IF SEED-FETCH-OK = "YES" THEN
               PERFORM B-110-VALIDATE-SEED
               END-IF
           END-IF.

       D-400-OPEN-SEED-HIST.
           IF SEED-HIST-TRIED = "NO " THEN
               MOVE "YES" TO SEED-HIST-TRIED
               OPEN INPUT SEED-HIST-FILE
               IF SEED-HIST-STATUS = "00" THEN
                   MOVE "YES" TO SEED-HIST-OPEN
               ELSE
                   DISPLAY "SEED HISTORY OPEN FAILED STATUS "
                       SEED-HIST-STATUS
               END-IF
           END-IF
           .

       D-500-SET-OUT-RECORD-SIZE.
           IF DONE-FORMAT = "C" THEN
               PERFORM D-510-COMPACT-OUT-RECORD
           ELSE
               MOVE 1007 TO OUT-RECORD-SIZE
           END-IF
           .

       D-510-COMPACT-OUT-RECORD.
           MOVE O-LINE-INFO TO RLE-LINE.
           MOVE "YES" TO RLE-OK.
           MOVE "NO " TO RLE-IN-RUN.
           MOVE SPACE TO RLE-LIVE-CHAR.
           MOVE 0 TO RLE-RUNS.
           PERFORM VARYING RLE-POS FROM 1 BY 1
               UNTIL RLE-POS > 1000 OR RLE-OK = "NO "
               IF RLE-LINE (RLE-POS:1) = SPACE THEN
                   MOVE "NO " TO RLE-IN-RUN
               ELSE
                   PERFORM D-515-RUN-LENGTH-CELL
               END-IF
           END-PERFORM
           IF RLE-OK = "YES" THEN
               MOVE RLE-LIVE-CHAR TO O-LIVE-CHAR
               MOVE RLE-RUNS TO O-RUN-COUNT
               PERFORM VARYING RLE-RUN-IDX FROM 1 BY 1
                   UNTIL RLE-RUN-IDX > RLE-RUNS
                   MOVE RLE-START (RLE-RUN-IDX)
                       TO O-RUN-START (RLE-RUN-IDX)
                   MOVE RLE-LENGTH (RLE-RUN-IDX)
                       TO O-RUN-LENGTH (RLE-RUN-IDX)
               END-PERFORM
               COMPUTE OUT-RECORD-SIZE = 11 + 8 * RLE-RUNS
           ELSE
               MOVE 1007 TO OUT-RECORD-SIZE
           END-IF
           .

       D-515-RUN-LENGTH-CELL.
           IF RLE-LIVE-CHAR = SPACE THEN
               MOVE RLE-LINE (RLE-POS:1) TO RLE-LIVE-CHAR
           END-IF
           EVALUATE TRUE
               WHEN RLE-LINE (RLE-POS:1) NOT = RLE-LIVE-CHAR
                   MOVE "NO " TO RLE-OK
               WHEN RLE-IN-RUN = "YES"
                   ADD 1 TO RLE-LENGTH (RLE-RUNS)
               WHEN RLE-RUNS NOT < 124
                   MOVE "NO " TO RLE-OK
               WHEN OTHER
                   ADD 1 TO RLE-RUNS
                   MOVE RLE-POS TO RLE-START (RLE-RUNS)
                   MOVE 1 TO RLE-LENGTH (RLE-RUNS)
                   MOVE "YES" TO RLE-IN-RUN
           END-EVALUATE
           .

       D-700-READ-AUTHORITY.
           MOVE SPACES TO AUTH-REASON.
           IF AUTH-USER = SPACES THEN
               MOVE "NO USER ID" TO AUTH-REASON
           ELSE
               IF AUTH-USER NOT = AUTH-LOADED-USER THEN
                   MOVE AUTH-USER TO AU-USER-ID
                   MOVE AUTH-USER TO AUTH-LOADED-USER
                   READ AUTH-FILE
                       INVALID KEY
                           MOVE "NO " TO AUTH-FOUND
                       NOT INVALID KEY
                           MOVE "YES" TO AUTH-FOUND
                   END-READ
               END-IF
               IF AUTH-FOUND = "NO " THEN
                   MOVE "USER NOT IN AUTHORIZATION FILE" TO AUTH-REASON
               ELSE
                   IF AU-STATUS NOT = "A" THEN
                       MOVE "USER INACTIVE" TO AUTH-REASON
                   ELSE
                       IF AU-ROLE NOT = "ADMIN"
                               AND AU-ROLE NOT = "MAINT"
                               AND AU-ROLE NOT = "REQUEST" THEN
                           MOVE "ROLE NOT RECOGNIZED" TO AUTH-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       D-730-CHECK-REQUEST-LIMITS.
           IF AUTH-REASON = SPACES THEN
               EVALUATE TRUE
                   WHEN AUTH-RULE = 0
                       CONTINUE
                   WHEN AUTH-RULE > 9
                       MOVE "RULE CODE NOT PERMITTED" TO AUTH-REASON
                   WHEN AU-RULE-OK (AUTH-RULE) NOT = "Y"
                       MOVE "RULE CODE NOT PERMITTED" TO AUTH-REASON
               END-EVALUATE
           END-IF
           IF AUTH-REASON = SPACES AND AUTH-MAXITER > 0 THEN
               IF AU-MAXITER IS NOT NUMERIC THEN
                   MOVE "MAXITER OVER LIMIT" TO AUTH-REASON
               ELSE
                   IF AUTH-MAXITER > AU-MAXITER THEN
                       MOVE "MAXITER OVER LIMIT" TO AUTH-REASON
                   END-IF
               END-IF
           END-IF
           IF AUTH-REASON = SPACES AND AUTH-GRID = "Y" THEN
               IF AU-GRID-OK NOT = "Y" THEN
                   MOVE "GRID MODE NOT PERMITTED" TO AUTH-REASON
               ELSE
                   IF AU-GRID-ROWS IS NOT NUMERIC THEN
                       MOVE "GRID ROWS OVER LIMIT" TO AUTH-REASON
                   ELSE
                       IF AUTH-GRID-ROWS > AU-GRID-ROWS THEN
                           MOVE "GRID ROWS OVER LIMIT" TO AUTH-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       D-790-LOG-VIOLATION.
           ADD 1 TO SECURITY-COUNT.
           ACCEPT SX-DATE FROM DATE YYYYMMDD.
           ACCEPT SX-TIME FROM TIME.
           MOVE "GAME" TO SX-PROGRAM.
           MOVE AUTH-USER TO SX-USER-ID.
           MOVE AUTH-ACTION TO SX-ACTION.
           MOVE AUTH-OBJECT TO SX-OBJECT.
           MOVE AUTH-REASON TO SX-REASON.
           OPEN EXTEND SECURITY-LOG-FILE
           IF SECURITY-LOG-STATUS NOT = "00" THEN
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF
           IF SECURITY-LOG-STATUS = "00" THEN
               WRITE SECURITY-LOG-RECORD FROM SECURITY-LOG-LINE
               CLOSE SECURITY-LOG-FILE
           ELSE
               DISPLAY "SECURITY LOG OPEN FAILED STATUS "
                   SECURITY-LOG-STATUS
           END-IF
           .

       C-100-CLEAN-UP.
           PERFORM C-110-WRITE-RUN-LOG.
           IF QUEUE-MODE = "YES" THEN
           IF ATTRACT-FILE-OPEN = "YES" THEN
               CLOSE ATTRACT-FILE
           END-IF.
           IF MANIFEST-FILE-OPEN = "YES" THEN
               CLOSE MANIFEST-FILE
           END-IF.
           IF SEED-HIST-OPEN = "YES" THEN
               CLOSE SEED-HIST-FILE
           END-IF.
           IF USAGE-FILE-OPEN = "YES" THEN
               CLOSE USAGE-FILE
           END-IF.
           IF AUTH-FILE-OPEN = "YES" THEN
               CLOSE AUTH-FILE
           END-IF.

       C-110-WRITE-RUN-LOG.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
