               ACCESS MODE IS DYNAMIC
               RECORD KEY IS S-SEED-ID
               FILE STATUS IS SEED-FILE-STATUS.
           SELECT SEED-HIST-FILE
               ASSIGN TO "./Sierpinski-Seedhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS SEED-HIST-STATUS.
           SELECT SEED-LIST-FILE
               ASSIGN TO "./Sierpinski-Seedlist.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEED-LIST-STATUS.
           SELECT EQUIV-CONTROL-FILE
               ASSIGN TO "./Sierpinski-Eqvctl.dat"
               FILE STATUS IS EQUIV-CONTROL-STATUS.
           SELECT CONTROL-FILE
               ASSIGN TO "./Sierpinski-Control.dat"
               FILE STATUS IS CONTROL-FILE-STATUS.
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
           05  T-DESC          PIC X(30).
           05  T-OWNER         PIC X(20).
           05  T-PATTERN       PIC X(1000).
           05  T-USER-ID       PIC X(20).
       FD  SEED-FILE
           DATA RECORD IS SEED-RECORD.
       01  SEED-RECORD.
           05  S-SOURCE-PAT    PIC 9(4).
           05  S-SOURCE-GEN    PIC 9(4).
           05  S-SOURCE-RULE   PIC 99.
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
       FD  SEED-LIST-FILE
           DATA RECORD IS SEED-LIST-RECORD.
       01  SEED-LIST-RECORD       PIC X(110).
       FD  EQUIV-CONTROL-FILE
           DATA RECORD IS EQUIV-CONTROL-RECORD.
       01  EQUIV-CONTROL-RECORD.
           05  EQCTL-MODE         PIC X.
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
          05  SEED-EOF         PIC XXX       VALUE "NO ".
          05  PATTERN-OK       PIC XXX       VALUE "YES".
          05  LIST-OPEN        PIC XXX       VALUE "NO ".
          05  HIST-EOF         PIC XXX       VALUE "NO ".
          05  EQUIV-FULL       PIC XXX       VALUE "NO ".
          05  AUTH-FOUND       PIC XXX       VALUE "NO ".
          05  AUTH-OWNER-OK    PIC XXX       VALUE "NO ".

       01  SEED-TRAN-STATUS     PIC XX.
       01  SEED-FILE-STATUS     PIC XX.
       01  SEED-LIST-STATUS     PIC XX.
       01  SEED-HIST-STATUS     PIC XX.
       01  EQUIV-CONTROL-STATUS PIC XX.
       01  CONTROL-FILE-STATUS  PIC XX.
       01  AUTH-FILE-STATUS     PIC XX.
       01  SECURITY-LOG-STATUS  PIC XX.

       01  MAINT-DATE           PIC 9(8).
       01  VAL-INDEX            PIC 9(4).
       01  HIST-ACTION          PIC X.
       01  HIST-HIGH-VERSION    PIC 9(4).
       01  HIST-BEFORE-IMAGE    PIC X(1085).

       01  TRAN-COUNT           PIC 9999       VALUE 0000.
       01  ADD-COUNT            PIC 9999       VALUE 0000.
       01  DEACT-COUNT          PIC 9999       VALUE 0000.
       01  LIST-COUNT           PIC 9999       VALUE 0000.
       01  ERROR-COUNT          PIC 9999       VALUE 0000.
       01  WARNING-COUNT        PIC 9999       VALUE 0000.

       01  AUTH-USER            PIC X(20).
       01  AUTH-LOADED-USER     PIC X(20)      VALUE HIGH-VALUES.
       01  AUTH-OWNER           PIC X(20).
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

       01  EQUIV-MODE           PIC X          VALUE "N".
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

       01  MAX-EQUIV            PIC 9(4)       VALUE 2000.
       01  EQUIV-COUNT          PIC 9(4)       VALUE 0.
       01  EQUIV-IDX            PIC 9(4).
       01  EQUIV-MATCH          PIC 9(4).
       01  EQUIV-TABLE.
           05  EQUIV-ENTRY OCCURS 2000 TIMES.
               10  EQ-SEED-ID      PIC X(8).
               10  EQ-ACTIVE       PIC X.
               10  EQ-CANON        PIC X(1000).

       01  LIST-HEADER.
           05  FILLER           PIC X(9)      VALUE "SEED ID  ".
           05  FILLER           PIC X(9)      VALUE "PARENT".
           05  FILLER           PIC X(5)      VALUE "PAT".
           05  FILLER           PIC X(5)      VALUE "GEN".
           05  FILLER           PIC X(6)      VALUE "RULE".
           05  FILLER           PIC X(8)      VALUE "VER".

       01  LIST-LINE.
           05  LL-SEED-ID       PIC X(8).
           05  LL-SRC-GEN       PIC 9(4).
           05  FILLER           PIC X(2)      VALUE SPACES.
           05  LL-SRC-RULE      PIC 99.
           05  FILLER           PIC X(3)      VALUE SPACES.
           05  LL-VERSION       PIC 9(4).
           05  FILLER           PIC X(4)      VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           ELSE
               IF ERROR-COUNT > 0 THEN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WARNING-COUNT > 0 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

                   MOVE "YES" TO MAINT-ABORT
               END-IF
           END-IF

           IF MAINT-ABORT = "NO " THEN
               OPEN I-O SEED-HIST-FILE
               IF SEED-HIST-STATUS = "35" THEN
                   OPEN OUTPUT SEED-HIST-FILE
                   CLOSE SEED-HIST-FILE
                   OPEN I-O SEED-HIST-FILE
               END-IF
               IF SEED-HIST-STATUS NOT = "00" THEN
                   DISPLAY "SEEDMAINT CANNOT OPEN SEED HISTORY STATUS "
                       SEED-HIST-STATUS
                   MOVE "YES" TO MAINT-ABORT
               END-IF
           END-IF

           IF MAINT-ABORT = "NO " THEN
               OPEN INPUT AUTH-FILE
               IF AUTH-FILE-STATUS NOT = "00" THEN
                   DISPLAY "SEEDMAINT CANNOT OPEN AUTHORIZATION FILE "
                       "STATUS " AUTH-FILE-STATUS
                   MOVE "YES" TO MAINT-ABORT
               END-IF
           END-IF

           IF MAINT-ABORT = "NO " THEN
               PERFORM A-110-READ-EQUIV-CONTROL
               IF EQUIV-MODE NOT = "N" THEN
                   PERFORM A-120-LOAD-EQUIV-TABLE
               END-IF
           END-IF
           .

       A-110-READ-EQUIV-CONTROL.
           OPEN INPUT EQUIV-CONTROL-FILE
           IF EQUIV-CONTROL-STATUS = "00" THEN
               READ EQUIV-CONTROL-FILE
                   NOT AT END
                       IF EQCTL-MODE = "W" OR EQCTL-MODE = "R" THEN
                           MOVE EQCTL-MODE TO EQUIV-MODE
                       END-IF
               END-READ
               CLOSE EQUIV-CONTROL-FILE
           END-IF

           IF EQUIV-MODE NOT = "N" THEN
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
                               IF CTL-RULE-CODE = 1
                                       OR CTL-RULE-CODE = 2
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
           END-IF
           .

       A-120-LOAD-EQUIV-TABLE.
           MOVE "NO " TO SEED-EOF.
           MOVE LOW-VALUES TO S-SEED-ID.
           START SEED-FILE KEY NOT < S-SEED-ID
               INVALID KEY
                   MOVE "YES" TO SEED-EOF
           END-START
           PERFORM A-130-LOAD-ONE-EQUIV
               UNTIL SEED-EOF = "YES"
           .

       A-130-LOAD-ONE-EQUIV.
           READ SEED-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO SEED-EOF
           END-READ
           IF SEED-EOF = "NO " AND S-STATUS = "A" THEN
               MOVE S-PATTERN TO CANON-SOURCE
               PERFORM D-400-CANONICAL-FORM
               PERFORM B-130-POST-EQUIVALENCE
           END-IF
           .

       B-100-PROCESS-TRAN.
                   ADD 1 TO ERROR-COUNT
                   DISPLAY "SEEDMAINT BLANK SEED ID REJECTED"
               ELSE
                   PERFORM B-140-CHECK-AUTHORITY
                   IF AUTH-REASON NOT = SPACES THEN
                       ADD 1 TO ERROR-COUNT
                       DISPLAY "SEEDMAINT SEED " T-SEED-ID
                           " REJECTED - " AUTH-REASON
                       PERFORM D-790-LOG-VIOLATION
                   ELSE
                       EVALUATE T-ACTION
                           WHEN "A"
                               PERFORM B-200-ADD-SEED
                           WHEN "R"
                               PERFORM B-300-REPLACE-SEED
                           WHEN "D"
                               PERFORM B-400-DEACTIVATE-SEED
                           WHEN "L"
                               PERFORM B-500-LIST-SEEDS
                           WHEN OTHER
                               ADD 1 TO ERROR-COUNT
                               DISPLAY "SEEDMAINT ACTION " T-ACTION
                                   " NOT RECOGNIZED FOR SEED "
                                   T-SEED-ID
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF
           .
                       VAL-INDEX
               END-IF
           END-PERFORM
           IF PATTERN-OK = "YES" AND EQUIV-MODE NOT = "N" THEN
               PERFORM B-120-CHECK-EQUIVALENCE
           END-IF
           .

       B-120-CHECK-EQUIVALENCE.
           MOVE T-PATTERN TO CANON-SOURCE.
           PERFORM D-400-CANONICAL-FORM.
           MOVE 0 TO EQUIV-MATCH.
           PERFORM VARYING EQUIV-IDX FROM 1 BY 1
               UNTIL EQUIV-IDX > EQUIV-COUNT OR EQUIV-MATCH > 0
               IF EQ-ACTIVE (EQUIV-IDX) = "Y"
                       AND EQ-SEED-ID (EQUIV-IDX) NOT = T-SEED-ID
                       AND EQ-CANON (EQUIV-IDX) = CANON-IMAGE THEN
                   MOVE EQUIV-IDX TO EQUIV-MATCH
               END-IF
           END-PERFORM
           IF EQUIV-MATCH > 0 THEN
               IF EQUIV-MODE = "R" THEN
                   MOVE "NO " TO PATTERN-OK
                   DISPLAY "SEEDMAINT SEED " T-SEED-ID
                       " REJECTED - EQUIVALENT TO ACTIVE SEED "
                       EQ-SEED-ID (EQUIV-MATCH)
               ELSE
                   ADD 1 TO WARNING-COUNT
                   DISPLAY "SEEDMAINT SEED " T-SEED-ID
                       " WARNING - EQUIVALENT TO ACTIVE SEED "
                       EQ-SEED-ID (EQUIV-MATCH)
               END-IF
           END-IF
           .

       B-130-POST-EQUIVALENCE.
           MOVE 0 TO EQUIV-MATCH.
           PERFORM VARYING EQUIV-IDX FROM 1 BY 1
               UNTIL EQUIV-IDX > EQUIV-COUNT OR EQUIV-MATCH > 0
               IF EQ-SEED-ID (EQUIV-IDX) = S-SEED-ID THEN
                   MOVE EQUIV-IDX TO EQUIV-MATCH
               END-IF
           END-PERFORM
           IF EQUIV-MATCH = 0 THEN
               IF EQUIV-COUNT < MAX-EQUIV THEN
                   ADD 1 TO EQUIV-COUNT
                   MOVE EQUIV-COUNT TO EQUIV-MATCH
                   MOVE S-SEED-ID TO EQ-SEED-ID (EQUIV-MATCH)
               ELSE
                   IF EQUIV-FULL = "NO " THEN
                       DISPLAY "SEEDMAINT MORE THAN " MAX-EQUIV
                           " ACTIVE SEEDS - REMAINDER NOT CHECKED"
                       MOVE "YES" TO EQUIV-FULL
                   END-IF
               END-IF
           END-IF
           IF EQUIV-MATCH > 0 THEN
               MOVE "Y" TO EQ-ACTIVE (EQUIV-MATCH)
               MOVE CANON-IMAGE TO EQ-CANON (EQUIV-MATCH)
           END-IF
           .

       B-140-CHECK-AUTHORITY.
           MOVE T-USER-ID TO AUTH-USER.
           MOVE T-SEED-ID TO AUTH-OBJECT.
           EVALUATE T-ACTION
               WHEN "A"
                   MOVE "ADD" TO AUTH-ACTION
               WHEN "R"
                   MOVE "REPLACE" TO AUTH-ACTION
               WHEN "D"
                   MOVE "DEACT" TO AUTH-ACTION
               WHEN "L"
                   MOVE "LIST" TO AUTH-ACTION
               WHEN OTHER
                   MOVE T-ACTION TO AUTH-ACTION
           END-EVALUATE
           PERFORM D-700-READ-AUTHORITY.
           IF T-ACTION NOT = "L" THEN
               PERFORM D-710-CHECK-MAINTAINER
           END-IF
           IF T-ACTION = "R" OR T-ACTION = "D" THEN
               IF AUTH-REASON = SPACES THEN
                   MOVE T-SEED-ID TO S-SEED-ID
                   READ SEED-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE S-OWNER TO AUTH-OWNER
                           PERFORM D-720-CHECK-OWNER
                   END-READ
               END-IF
           END-IF
           IF T-ACTION = "A" OR T-ACTION = "R" THEN
               MOVE T-OWNER TO AUTH-OWNER
               PERFORM D-720-CHECK-OWNER
           END-IF
           .

       B-200-ADD-SEED.
               MOVE 0 TO S-SOURCE-PAT
               MOVE 0 TO S-SOURCE-GEN
               MOVE 0 TO S-SOURCE-RULE
               MOVE SPACES TO HIST-BEFORE-IMAGE
               WRITE SEED-RECORD
                   INVALID KEY
                       ADD 1 TO ERROR-COUNT
                           " ALREADY ON FILE - ADD REJECTED"
                   NOT INVALID KEY
                       ADD 1 TO ADD-COUNT
                       IF EQUIV-MODE NOT = "N" THEN
                           PERFORM B-130-POST-EQUIVALENCE
                       END-IF
                       MOVE "A" TO HIST-ACTION
                       PERFORM B-600-RECORD-HISTORY
               END-WRITE
           ELSE
               ADD 1 TO ERROR-COUNT
                       DISPLAY "SEEDMAINT SEED " T-SEED-ID
                           " NOT ON FILE - REPLACE REJECTED"
                   NOT INVALID KEY
                       MOVE SEED-RECORD TO HIST-BEFORE-IMAGE
                       MOVE T-DESC TO S-DESC
                       MOVE T-OWNER TO S-OWNER
                       MOVE MAINT-DATE TO S-DATE-ADDED
                                   SEED-FILE-STATUS
                           NOT INVALID KEY
                               ADD 1 TO REPLACE-COUNT
                               IF EQUIV-MODE NOT = "N" THEN
                                   PERFORM B-130-POST-EQUIVALENCE
                               END-IF
                               MOVE "R" TO HIST-ACTION
                               PERFORM B-600-RECORD-HISTORY
                       END-REWRITE
               END-READ
           ELSE
                   DISPLAY "SEEDMAINT SEED " T-SEED-ID
                       " NOT ON FILE - DEACTIVATE REJECTED"
               NOT INVALID KEY
                   MOVE SEED-RECORD TO HIST-BEFORE-IMAGE
                   MOVE "I" TO S-STATUS
                   REWRITE SEED-RECORD
                       INVALID KEY
                               SEED-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO DEACT-COUNT
                           PERFORM VARYING EQUIV-IDX FROM 1 BY 1
                               UNTIL EQUIV-IDX > EQUIV-COUNT
                               IF EQ-SEED-ID (EQUIV-IDX) = S-SEED-ID
                                   MOVE "N" TO EQ-ACTIVE (EQUIV-IDX)
                               END-IF
                           END-PERFORM
                           MOVE "D" TO HIST-ACTION
                           PERFORM B-600-RECORD-HISTORY
                   END-REWRITE
           END-READ
           .
               ELSE
                   MOVE 0 TO LL-SRC-RULE
               END-IF
               PERFORM B-610-FIND-HIGH-VERSION
               MOVE HIST-HIGH-VERSION TO LL-VERSION
               WRITE SEED-LIST-RECORD FROM LIST-LINE
           END-IF
           .

       B-600-RECORD-HISTORY.
           PERFORM B-610-FIND-HIGH-VERSION.
           IF HIST-HIGH-VERSION = 0
                   AND HIST-BEFORE-IMAGE NOT = SPACES THEN
               MOVE SPACES TO SEED-HIST-RECORD
               MOVE "B" TO SH-ACTION
               MOVE HIST-BEFORE-IMAGE TO SH-AFTER-IMAGE
               PERFORM B-620-WRITE-HISTORY
           END-IF
           MOVE SPACES TO SEED-HIST-RECORD.
           MOVE HIST-ACTION TO SH-ACTION.
           MOVE HIST-BEFORE-IMAGE TO SH-BEFORE-IMAGE.
           MOVE SEED-RECORD TO SH-AFTER-IMAGE.
           PERFORM B-620-WRITE-HISTORY.

       B-610-FIND-HIGH-VERSION.
           MOVE 0 TO HIST-HIGH-VERSION.
           MOVE "NO " TO HIST-EOF.
           MOVE S-SEED-ID TO SH-SEED-ID.
           MOVE 0 TO SH-VERSION.
           START SEED-HIST-FILE KEY NOT < SH-KEY
               INVALID KEY
                   MOVE "YES" TO HIST-EOF
           END-START
           PERFORM B-615-SCAN-ONE-HISTORY
               UNTIL HIST-EOF = "YES"
           .

       B-615-SCAN-ONE-HISTORY.
           READ SEED-HIST-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO HIST-EOF
           END-READ
           IF HIST-EOF = "NO " THEN
               IF SH-SEED-ID NOT = S-SEED-ID THEN
                   MOVE "YES" TO HIST-EOF
               ELSE
                   MOVE SH-VERSION TO HIST-HIGH-VERSION
               END-IF
           END-IF
           .

       B-620-WRITE-HISTORY.
           ADD 1 TO HIST-HIGH-VERSION.
           MOVE S-SEED-ID TO SH-SEED-ID.
           MOVE HIST-HIGH-VERSION TO SH-VERSION.
           MOVE "SIERPINSKI-SEEDMAINT" TO SH-PROGRAM.
           MOVE MAINT-DATE TO SH-CHANGE-DATE.
           ACCEPT SH-CHANGE-TIME FROM TIME.
           WRITE SEED-HIST-RECORD
               INVALID KEY
                   ADD 1 TO ERROR-COUNT
                   DISPLAY "SEEDMAINT HISTORY WRITE FAILED SEED "
                       SH-SEED-ID " VERSION " SH-VERSION
                       " STATUS " SEED-HIST-STATUS
           END-WRITE
           .

       C-100-CLEAN-UP.
           DISPLAY "SEEDMAINT TRANSACTIONS " TRAN-COUNT
               " ADDED " ADD-COUNT
               " REPLACED " REPLACE-COUNT
               " DEACTIVATED " DEACT-COUNT
               " LISTS " LIST-COUNT
               " ERRORS " ERROR-COUNT
               " WARNINGS " WARNING-COUNT
               " SECURITY " SECURITY-COUNT.

           CLOSE SEED-TRAN-FILE
                 SEED-FILE
                 SEED-HIST-FILE
                 AUTH-FILE.
           IF LIST-OPEN = "YES" THEN
               CLOSE SEED-LIST-FILE
           END-IF.

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

       D-710-CHECK-MAINTAINER.
           IF AUTH-REASON = SPACES THEN
               IF AU-ROLE NOT = "ADMIN" AND AU-ROLE NOT = "MAINT" THEN
                   MOVE "ROLE MAY NOT MAINTAIN SEEDS" TO AUTH-REASON
               END-IF
           END-IF
           .

       D-720-CHECK-OWNER.
           IF AUTH-REASON = SPACES AND AU-ROLE NOT = "ADMIN" THEN
               MOVE "NO " TO AUTH-OWNER-OK
               PERFORM VARYING AUTH-IDX FROM 1 BY 1
                   UNTIL AUTH-IDX > 10 OR AUTH-OWNER-OK = "YES"
                   IF AU-OWNER (AUTH-IDX) = "*ALL" THEN
                       MOVE "YES" TO AUTH-OWNER-OK
                   END-IF
                   IF AU-OWNER (AUTH-IDX) = AUTH-OWNER
                           AND AUTH-OWNER NOT = SPACES THEN
                       MOVE "YES" TO AUTH-OWNER-OK
                   END-IF
               END-PERFORM
               IF AUTH-OWNER-OK = "NO " THEN
                   MOVE "OWNER NOT PERMITTED" TO AUTH-REASON
               END-IF
           END-IF
           .

       D-790-LOG-VIOLATION.
           ADD 1 TO SECURITY-COUNT.
           ACCEPT SX-DATE FROM DATE YYYYMMDD.
           ACCEPT SX-TIME FROM TIME.
           MOVE "SEEDMAINT" TO SX-PROGRAM.
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
               DISPLAY "SEEDMAINT SECURITY LOG OPEN FAILED STATUS "
                   SECURITY-LOG-STATUS
           END-IF
           .
