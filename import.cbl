               ACCESS MODE IS DYNAMIC
               RECORD KEY IS S-SEED-ID
               FILE STATUS IS SEED-FILE-STATUS.
           SELECT SEED-HIST-FILE
               ASSIGN TO "./Sierpinski-Seedhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS SEED-HIST-STATUS.
           SELECT REJECT-FILE
               ASSIGN TO "./Sierpinski-Imprej.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "./Sierpinski-Import.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-REPORT-STATUS.
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
       FD  REJECT-FILE
           DATA RECORD IS REJECT-RECORD.
       01  REJECT-RECORD          PIC X(1060).
       FD  BALANCE-REPORT-FILE
           DATA RECORD IS BALANCE-REPORT-RECORD.
       01  BALANCE-REPORT-RECORD  PIC X(80).
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
          05  BALANCE-OK       PIC XXX       VALUE "YES".
          05  PATTERN-OK       PIC XXX       VALUE "YES".
          05  REJECT-OPEN      PIC XXX       VALUE "NO ".
          05  HIST-EOF         PIC XXX       VALUE "NO ".
          05  SEED-EOF         PIC XXX       VALUE "NO ".
          05  EQUIV-FULL       PIC XXX       VALUE "NO ".
          05  IMPORT-REFUSED   PIC XXX       VALUE "NO ".
          05  AUTH-FOUND       PIC XXX       VALUE "NO ".
          05  AUTH-OWNER-OK    PIC XXX       VALUE "NO ".

       01  IMPORT-FILE-STATUS   PIC XX.
       01  SEED-FILE-STATUS     PIC XX.
       01  REJECT-FILE-STATUS   PIC XX.
       01  BALANCE-REPORT-STATUS PIC XX.
       01  SEED-HIST-STATUS     PIC XX.
       01  EQUIV-CONTROL-STATUS PIC XX.
       01  CONTROL-FILE-STATUS  PIC XX.
       01  AUTH-FILE-STATUS     PIC XX.
       01  SECURITY-LOG-STATUS  PIC XX.

       01  IMPORT-DATE          PIC 9(8).
       01  VAL-INDEX            PIC 9(4).
       01  TRAILER-COUNT REDEFINES TRAILER-COUNT-X PIC 9(5).
       01  TRAILER-HASH-X       PIC X(9).
       01  TRAILER-HASH REDEFINES TRAILER-HASH-X PIC 9(9).
       01  TRAILER-USER-ID      PIC X(20)      VALUE SPACES.

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

       01  DETAIL-COUNT         PIC 9(5)       VALUE 00000.
       01  HASH-TOTAL           PIC 9(9)       VALUE 0.
       01  ACCEPT-COUNT         PIC 9(5)       VALUE 00000.
       01  REJECT-COUNT         PIC 9(5)       VALUE 00000.
       01  HISTORY-ERRORS       PIC 9(5)       VALUE 00000.
       01  HIST-HIGH-VERSION    PIC 9(4).
       01  WARNING-COUNT        PIC 9(5)       VALUE 00000.

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
               10  EQ-CANON        PIC X(1000).

       01  REPORT-HEADER.
           05  FILLER           PIC X(22)
           05  TL-ACCEPTED      PIC ZZZZ9.
           05  FILLER           PIC X(10)     VALUE " REJECTED ".
           05  TL-REJECTED      PIC ZZZZ9.
           05  FILLER           PIC X(8)      VALUE " WARNED ".
           05  TL-WARNED        PIC ZZZZ9.
           05  FILLER           PIC X(38)     VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
               IF BALANCE-OK = "NO " THEN
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF REJECT-COUNT > 0 OR HISTORY-ERRORS > 0 THEN
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF WARNING-COUNT > 0 THEN
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO FIELD-TYPE FIELD-PAT FIELD-GEN FIELD-ROW
               FIELD-LINE FIELD-MATCH FIELD-DENSITY.
           IF IMPORT-RECORD (1:2) = "T|" THEN
               MOVE SPACES TO TRAILER-USER-ID
               UNSTRING IMPORT-RECORD DELIMITED BY "|"
                   INTO FIELD-TYPE
                        TRAILER-COUNT-X
                        TRAILER-HASH-X
                        TRAILER-USER-ID
               END-UNSTRING
           ELSE
               UNSTRING IMPORT-RECORD DELIMITED BY "|"
                   END-IF
               END-IF
           END-IF
           IF BALANCE-OK = "YES" THEN
               PERFORM B-160-CHECK-AUTHORITY
           END-IF
           IF BALANCE-OK = "NO " THEN
               PERFORM C-100-WRITE-BALANCE-REPORT
               CLOSE IMPORT-FILE
           END-IF
           .

       B-160-CHECK-AUTHORITY.
           OPEN INPUT AUTH-FILE
           IF AUTH-FILE-STATUS NOT = "00" THEN
               DISPLAY "IMPORT CANNOT OPEN AUTHORIZATION FILE STATUS "
                   AUTH-FILE-STATUS
               MOVE "YES" TO IMPORT-ABORT
               CLOSE IMPORT-FILE
           ELSE
               MOVE TRAILER-USER-ID TO AUTH-USER
               MOVE "IMPORT" TO AUTH-ACTION
               MOVE "BATCH" TO AUTH-OBJECT
               MOVE "IMPORT" TO AUTH-OWNER
               PERFORM D-700-READ-AUTHORITY
               PERFORM D-710-CHECK-MAINTAINER
               PERFORM D-720-CHECK-OWNER
               CLOSE AUTH-FILE
               IF AUTH-REASON NOT = SPACES THEN
                   DISPLAY "IMPORT REFUSED FOR USER " TRAILER-USER-ID
                       " - " AUTH-REASON " - NOTHING APPLIED"
                   PERFORM D-790-LOG-VIOLATION
                   MOVE "YES" TO IMPORT-REFUSED
                   MOVE "NO " TO BALANCE-OK
               END-IF
           END-IF
           .

       B-200-OPEN-APPLY-PASS.
           CLOSE IMPORT-FILE.
           OPEN INPUT IMPORT-FILE.
               MOVE "YES" TO IMPORT-EOF
               CLOSE IMPORT-FILE
           END-IF

           IF IMPORT-ABORT = "NO " THEN
               OPEN I-O SEED-HIST-FILE
               IF SEED-HIST-STATUS = "35" THEN
                   OPEN OUTPUT SEED-HIST-FILE
                   CLOSE SEED-HIST-FILE
                   OPEN I-O SEED-HIST-FILE
               END-IF
               IF SEED-HIST-STATUS NOT = "00" THEN
                   DISPLAY "IMPORT CANNOT OPEN SEED HISTORY STATUS "
                       SEED-HIST-STATUS
                   MOVE "YES" TO IMPORT-ABORT
                   MOVE "YES" TO IMPORT-EOF
                   CLOSE IMPORT-FILE
                         SEED-FILE
               END-IF
           END-IF

           IF IMPORT-ABORT = "NO " THEN
               PERFORM B-210-READ-EQUIV-CONTROL
               IF EQUIV-MODE NOT = "N" THEN
                   PERFORM B-220-LOAD-EQUIV-TABLE
               END-IF
           END-IF
           .

       B-210-READ-EQUIV-CONTROL.
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

       B-220-LOAD-EQUIV-TABLE.
           MOVE "NO " TO SEED-EOF.
           MOVE LOW-VALUES TO S-SEED-ID.
           START SEED-FILE KEY NOT < S-SEED-ID
               INVALID KEY
                   MOVE "YES" TO SEED-EOF
           END-START
           PERFORM B-230-LOAD-ONE-EQUIV
               UNTIL SEED-EOF = "YES"
           .

       B-230-LOAD-ONE-EQUIV.
           READ SEED-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO SEED-EOF
           END-READ
           IF SEED-EOF = "NO " AND S-STATUS = "A" THEN
               MOVE S-PATTERN TO CANON-SOURCE
               PERFORM D-400-CANONICAL-FORM
               PERFORM B-360-POST-EQUIVALENCE
           END-IF
           .

       B-300-APPLY-ONE-RECORD.
           IF PATTERN-OK = "YES" THEN
               PERFORM B-320-VALIDATE-PATTERN
           END-IF
           IF PATTERN-OK = "YES" AND EQUIV-MODE NOT = "N" THEN
               PERFORM B-350-CHECK-EQUIVALENCE
           END-IF
           IF PATTERN-OK = "YES" THEN
               STRING FIELD-PAT DELIMITED BY SIZE
                      FIELD-GEN DELIMITED BY SIZE
                       MOVE "NO " TO PATTERN-OK
                   NOT INVALID KEY
                       ADD 1 TO ACCEPT-COUNT
                       IF EQUIV-MODE NOT = "N" THEN
                           PERFORM B-360-POST-EQUIVALENCE
                       END-IF
                       PERFORM B-340-RECORD-HISTORY
               END-WRITE
           END-IF
           IF PATTERN-OK = "NO " THEN
           END-IF
           WRITE REJECT-RECORD FROM IMPORT-RECORD.

       B-340-RECORD-HISTORY.
           MOVE 0 TO HIST-HIGH-VERSION.
           MOVE "NO " TO HIST-EOF.
           MOVE S-SEED-ID TO SH-SEED-ID.
           MOVE 0 TO SH-VERSION.
           START SEED-HIST-FILE KEY NOT < SH-KEY
               INVALID KEY
                   MOVE "YES" TO HIST-EOF
           END-START
           PERFORM B-345-SCAN-ONE-HISTORY
               UNTIL HIST-EOF = "YES"
           MOVE SPACES TO SEED-HIST-RECORD.
           MOVE S-SEED-ID TO SH-SEED-ID.
           COMPUTE SH-VERSION = HIST-HIGH-VERSION + 1.
           MOVE "I" TO SH-ACTION.
           MOVE "SIERPINSKI-IMPORT" TO SH-PROGRAM.
           MOVE IMPORT-DATE TO SH-CHANGE-DATE.
           ACCEPT SH-CHANGE-TIME FROM TIME.
           MOVE SEED-RECORD TO SH-AFTER-IMAGE.
           WRITE SEED-HIST-RECORD
               INVALID KEY
                   ADD 1 TO HISTORY-ERRORS
                   DISPLAY "IMPORT HISTORY WRITE FAILED SEED "
                       SH-SEED-ID " VERSION " SH-VERSION
                       " STATUS " SEED-HIST-STATUS
           END-WRITE
           .

       B-345-SCAN-ONE-HISTORY.
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

       B-350-CHECK-EQUIVALENCE.
           MOVE FIELD-LINE TO CANON-SOURCE.
           PERFORM D-400-CANONICAL-FORM.
           MOVE 0 TO EQUIV-MATCH.
           PERFORM VARYING EQUIV-IDX FROM 1 BY 1
               UNTIL EQUIV-IDX > EQUIV-COUNT OR EQUIV-MATCH > 0
               IF EQ-CANON (EQUIV-IDX) = CANON-IMAGE THEN
                   MOVE EQUIV-IDX TO EQUIV-MATCH
               END-IF
           END-PERFORM
           IF EQUIV-MATCH > 0 THEN
               IF EQUIV-MODE = "R" THEN
                   MOVE "NO " TO PATTERN-OK
                   DISPLAY "IMPORT PAT " FIELD-PAT " GEN " FIELD-GEN
                       " REJECTED - EQUIVALENT TO ACTIVE SEED "
                       EQ-SEED-ID (EQUIV-MATCH)
               ELSE
                   ADD 1 TO WARNING-COUNT
                   DISPLAY "IMPORT PAT " FIELD-PAT " GEN " FIELD-GEN
                       " WARNING - EQUIVALENT TO ACTIVE SEED "
                       EQ-SEED-ID (EQUIV-MATCH)
               END-IF
           END-IF
           .

       B-360-POST-EQUIVALENCE.
           IF EQUIV-COUNT < MAX-EQUIV THEN
               ADD 1 TO EQUIV-COUNT
               MOVE S-SEED-ID TO EQ-SEED-ID (EQUIV-COUNT)
               MOVE CANON-IMAGE TO EQ-CANON (EQUIV-COUNT)
           ELSE
               IF EQUIV-FULL = "NO " THEN
                   DISPLAY "IMPORT MORE THAN " MAX-EQUIV
                       " ACTIVE SEEDS - REMAINDER NOT CHECKED"
                   MOVE "YES" TO EQUIV-FULL
               END-IF
           END-IF
           .

       C-100-WRITE-BALANCE-REPORT.
           OPEN OUTPUT BALANCE-REPORT-FILE
           MOVE IMPORT-DATE TO RH-DATE
           IF BALANCE-OK = "YES" THEN
               MOVE "IN BALANCE" TO VL-VERDICT
           ELSE
               IF IMPORT-REFUSED = "YES" THEN
                   MOVE "REFUSED" TO VL-VERDICT
               ELSE
                   MOVE "REJECTED" TO VL-VERDICT
               END-IF
           END-IF
           WRITE BALANCE-REPORT-RECORD FROM VERDICT-LINE

           MOVE ACCEPT-COUNT TO TL-ACCEPTED
           MOVE REJECT-COUNT TO TL-REJECTED
           MOVE WARNING-COUNT TO TL-WARNED
           WRITE BALANCE-REPORT-RECORD FROM TOTAL-LINE

           CLOSE BALANCE-REPORT-FILE
       C-200-CLEAN-UP.
           DISPLAY "IMPORT DETAILS " DETAIL-COUNT
               " ACCEPTED " ACCEPT-COUNT
               " REJECTED " REJECT-COUNT
               " WARNED " WARNING-COUNT.

           CLOSE IMPORT-FILE
                 SEED-FILE
                 SEED-HIST-FILE.
           IF REJECT-OPEN = "YES" THEN
               CLOSE REJECT-FILE
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
           MOVE "IMPORT" TO SX-PROGRAM.
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
               DISPLAY "IMPORT SECURITY LOG OPEN FAILED STATUS "
                   SECURITY-LOG-STATUS
           END-IF
           .
