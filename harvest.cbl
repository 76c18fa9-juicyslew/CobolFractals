               ACCESS MODE IS DYNAMIC
               RECORD KEY IS S-SEED-ID
               FILE STATUS IS SEED-FILE-STATUS.
           SELECT SEED-HIST-FILE
               ASSIGN TO "./Sierpinski-Seedhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS SEED-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  OC-RULE         PIC 99.
           05  FILLER          PIC X.
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
       FD  REQUEST-FILE
           DATA RECORD IS REQUEST-RECORD.
       01  REQUEST-RECORD.
           05  RQ-STATUS       PIC X(8).
           05  RQ-COMP-DATE    PIC 9(8).
           05  RQ-COMP-TIME    PIC 9(8).
           05  RQ-SEED-VERSION PIC 9(4).
           05  RQ-RUN-VERSION  PIC 9(4).
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

       WORKING-STORAGE SECTION.
       01  INDICATORS.
          05  OUTCOME-FOUND    PIC XXX       VALUE "NO ".
          05  HARVEST-ABORT    PIC XXX       VALUE "NO ".
          05  PATTERN-OK       PIC XXX       VALUE "YES".
          05  HIST-EOF         PIC XXX       VALUE "NO ".

       01  HARVEST-CONTROL-STATUS PIC XX.
       01  OUTCOME-FILE-STATUS  PIC XX.
       01  DONE-FILE-STATUS     PIC XX.
       01  DONE-RECORD-SIZE     PIC 9(4)       VALUE 1007.
       01  RLE-LINE             PIC X(1000).
       01  RLE-FILL             PIC X(1000).
       01  RLE-RUN-IDX          PIC 9(4).
       01  REQUEST-FILE-STATUS  PIC XX.
       01  SEED-FILE-STATUS     PIC XX.
       01  SEED-HIST-STATUS     PIC XX.

       01  DONE-FILE-NAME       PIC X(40).
       01  HARVEST-PATTERN      PIC 9999       VALUE 0000.
       01  HARVEST-RULE         PIC 99         VALUE 01.
       01  PARENT-SEED-ID       PIC X(8)       VALUE SPACES.
       01  CANDIDATE-SEED-ID    PIC X(8)       VALUE SPACES.
       01  CANDIDATE-VERSION    PIC 9(4)       VALUE 0.
       01  HIST-HIGH-VERSION    PIC 9(4).
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
       01  HARVEST-LINE         PIC X(1000).
       01  GEN0-LINE            PIC X(1000).
       01  GEN0-FOUND           PIC XXX        VALUE "NO ".
                           " - GRID-MODE OR DAMAGED FILE"
                       MOVE "YES" TO HARVEST-ABORT
                   NOT INVALID KEY
                       PERFORM D-510-EXPAND-DONE-RECORD
                       MOVE D-LINE-INFO TO HARVEST-LINE
               END-READ
               IF HARVEST-ABORT = "NO " THEN
                           MOVE "NO " TO GEN0-FOUND
                       NOT INVALID KEY
                           MOVE "YES" TO GEN0-FOUND
                           PERFORM D-510-EXPAND-DONE-RECORD
                           MOVE D-LINE-INFO TO GEN0-LINE
                   END-READ
               END-IF
                       IF RQ-SEED-ID NOT = SPACES
                               AND RQ-STATUS = "DONE" THEN
                           MOVE RQ-SEED-ID TO CANDIDATE-SEED-ID
                           IF RQ-RUN-VERSION IS NUMERIC THEN
                               MOVE RQ-RUN-VERSION
                                   TO CANDIDATE-VERSION
                           END-IF
                       END-IF
               END-READ
               CLOSE REQUEST-FILE
               DISPLAY "HARVEST CANNOT VERIFY PARENT "
                   CANDIDATE-SEED-ID " - GEN 0 MISSING,"
                   " LINEAGE LEFT BLANK"
           ELSE
           IF CANDIDATE-VERSION > 0 THEN
               PERFORM B-320-VERIFY-PARENT-VERSION
           ELSE
               OPEN INPUT SEED-FILE
               IF SEED-FILE-STATUS = "00" THEN
                   CLOSE SEED-FILE
               END-IF
           END-IF
           END-IF
           .

       B-320-VERIFY-PARENT-VERSION.
           OPEN INPUT SEED-HIST-FILE
           IF SEED-HIST-STATUS NOT = "00" THEN
               DISPLAY "HARVEST CANNOT OPEN SEED HISTORY STATUS "
                   SEED-HIST-STATUS " - LINEAGE LEFT BLANK"
           ELSE
               MOVE CANDIDATE-SEED-ID TO SH-SEED-ID
               MOVE CANDIDATE-VERSION TO SH-VERSION
               READ SEED-HIST-FILE
                   INVALID KEY
                       DISPLAY "HARVEST PARENT CANDIDATE "
                           CANDIDATE-SEED-ID " VERSION "
                           CANDIDATE-VERSION
                           " NOT IN HISTORY - LINEAGE LEFT BLANK"
                   NOT INVALID KEY
                       MOVE SH-AFTER-IMAGE TO HIST-SEED-IMAGE
                       IF HI-PATTERN = GEN0-LINE THEN
                           MOVE CANDIDATE-SEED-ID TO PARENT-SEED-ID
                       ELSE
                           DISPLAY "HARVEST PARENT CANDIDATE "
                               CANDIDATE-SEED-ID " VERSION "
                               CANDIDATE-VERSION
                               " DOES NOT MATCH GEN 0 -"
                               " LINEAGE LEFT BLANK"
                       END-IF
               END-READ
               CLOSE SEED-HIST-FILE
           END-IF
           .

       B-400-REGISTER-SEED.
                       SEED-FILE-STATUS
                   MOVE "YES" TO HARVEST-ABORT
               ELSE
                   PERFORM B-415-OPEN-SEED-HISTORY
                   IF HARVEST-ABORT = "NO " THEN
                       PERFORM B-420-WRITE-DERIVED-SEED
                       CLOSE SEED-HIST-FILE
                   END-IF
                   CLOSE SEED-FILE
               END-IF
           END-IF
           END-PERFORM
           .

       B-415-OPEN-SEED-HISTORY.
           OPEN I-O SEED-HIST-FILE
           IF SEED-HIST-STATUS = "35" THEN
               OPEN OUTPUT SEED-HIST-FILE
               CLOSE SEED-HIST-FILE
               OPEN I-O SEED-HIST-FILE
           END-IF
           IF SEED-HIST-STATUS NOT = "00" THEN
               DISPLAY "HARVEST CANNOT OPEN SEED HISTORY STATUS "
                   SEED-HIST-STATUS
               MOVE "YES" TO HARVEST-ABORT
           END-IF
           .

       B-420-WRITE-DERIVED-SEED.
           MOVE HARVEST-SEED-ID TO S-SEED-ID.
           MOVE SPACES TO S-DESC.
                       " GEN " HARVEST-GEN
                       " RULE " HARVEST-RULE
                       " PARENT " PARENT-SEED-ID
                   PERFORM B-430-RECORD-HISTORY
           END-WRITE
           .

       B-430-RECORD-HISTORY.
           MOVE 0 TO HIST-HIGH-VERSION.
           MOVE "NO " TO HIST-EOF.
           MOVE S-SEED-ID TO SH-SEED-ID.
           MOVE 0 TO SH-VERSION.
           START SEED-HIST-FILE KEY NOT < SH-KEY
               INVALID KEY
                   MOVE "YES" TO HIST-EOF
           END-START
           PERFORM B-435-SCAN-ONE-HISTORY
               UNTIL HIST-EOF = "YES"
           MOVE SPACES TO SEED-HIST-RECORD.
           MOVE S-SEED-ID TO SH-SEED-ID.
           COMPUTE SH-VERSION = HIST-HIGH-VERSION + 1.
           MOVE "H" TO SH-ACTION.
           MOVE "SIERPINSKI-HARVEST" TO SH-PROGRAM.
           MOVE HARVEST-DATE TO SH-CHANGE-DATE.
           ACCEPT SH-CHANGE-TIME FROM TIME.
           MOVE SEED-RECORD TO SH-AFTER-IMAGE.
           WRITE SEED-HIST-RECORD
               INVALID KEY
                   DISPLAY "HARVEST HISTORY WRITE FAILED SEED "
                       SH-SEED-ID " VERSION " SH-VERSION
                       " STATUS " SEED-HIST-STATUS
                   MOVE "YES" TO HARVEST-ABORT
           END-WRITE
           .

       B-435-SCAN-ONE-HISTORY.
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
