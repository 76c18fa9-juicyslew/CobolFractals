           SELECT REPAIR-CONTROL-FILE
               ASSIGN TO "./Sierpinski-Repctl.dat"
               FILE STATUS IS REPAIR-CONTROL-STATUS.
           SELECT MANIFEST-FILE
               ASSIGN TO "./Sierpinski-Manifest.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MF-PAT
               FILE STATUS IS MANIFEST-FILE-STATUS.
           SELECT DONE-FILE
               ASSIGN TO DYNAMIC DONE-FILE-NAME
               ORGANIZATION IS INDEXED
           DATA RECORD IS REPAIR-CONTROL-RECORD.
       01  REPAIR-CONTROL-RECORD.
           05  PCTL-PATTERN       PIC 9999.
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
       FD  AUDIT-FILE
           DATA RECORD IS AUDIT-RECORD.
       01  AUDIT-RECORD           PIC X(1020).
          05  DONE-EOF         PIC XXX       VALUE "NO ".
          05  REPAIR-ABORT     PIC XXX       VALUE "NO ".
          05  FIRST-RECORD     PIC XXX       VALUE "YES".
          05  NO-MANIFEST      PIC XXX       VALUE "NO ".
          05  RLE-OK           PIC XXX       VALUE "YES".
          05  RLE-IN-RUN       PIC XXX       VALUE "NO ".

       01  REPAIR-CONTROL-STATUS PIC XX.
       01  MANIFEST-FILE-STATUS PIC XX.
       01  DONE-FILE-STATUS     PIC XX.
       01  DONE-RECORD-SIZE     PIC 9(4)       VALUE 1007.
       01  DONE-FORMAT          PIC X          VALUE "F".
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
       01  AUDIT-FILE-STATUS    PIC XX.

       01  DONE-FILE-NAME       PIC X(40).
       01  LINE-WIDTH           PIC 9(4)       VALUE 0201.
       01  SEARCH-STRING        PIC X          VALUE "X".
       01  WRAP-OPTION          PIC XXX        VALUE "NO ".
       01  GRID-MODE            PIC XXX        VALUE "NO ".

       01  PREV-GEN             PIC 9999.
       01  PREV-LINE            PIC X(1000).
               PERFORM C-200-CLEAN-UP
           END-IF.

           EVALUATE TRUE
               WHEN NO-MANIFEST = "YES"
                   MOVE 12 TO RETURN-CODE
               WHEN REPAIR-ABORT = "YES"
                   MOVE 16 TO RETURN-CODE
               WHEN GENS-REBUILT > 0 OR GENS-REPAIRED > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN
           .

       A-100-INITIALIZATION.
           PERFORM A-110-READ-REPAIR-CONTROL.
           PERFORM A-115-READ-MANIFEST.
           PERFORM A-120-SET-RULE-OFFSETS.

           STRING "./Sierpinski-Done-" DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO DONE-FILE-NAME

           EVALUATE TRUE
               WHEN REPAIR-ABORT = "YES"
                   CONTINUE
               WHEN GRID-MODE = "YES"
                   DISPLAY "REPAIR " DONE-FILE-NAME
                       " IS A GRID-MODE FILE - LINE REPAIR"
                       " NOT APPLICABLE"
                   MOVE "YES" TO REPAIR-ABORT
               WHEN OTHER
                   PERFORM A-130-OPEN-DONE-FILE
           END-EVALUATE

           IF REPAIR-ABORT = "NO " THEN
               OPEN OUTPUT AUDIT-FILE
           END-IF
           .

       A-115-READ-MANIFEST.
           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-FILE-STATUS NOT = "00" THEN
               DISPLAY "REPAIR CANNOT OPEN RUN MANIFEST STATUS "
                   MANIFEST-FILE-STATUS
               MOVE "YES" TO REPAIR-ABORT
           ELSE
               MOVE REPAIR-PATTERN TO MF-PAT
               READ MANIFEST-FILE
                   INVALID KEY
                       DISPLAY "REPAIR PATTERN " REPAIR-PATTERN
                           " HAS NO RUN MANIFEST - NOT REPAIRED"
                       MOVE "YES" TO NO-MANIFEST
                       MOVE "YES" TO REPAIR-ABORT
                   NOT INVALID KEY
                       IF MF-SEARCH-STRING NOT = SPACE THEN
                           MOVE MF-SEARCH-STRING TO SEARCH-STRING
                       END-IF
                       IF MF-LINE-WIDTH IS NUMERIC
                               AND MF-LINE-WIDTH > 0
                               AND MF-LINE-WIDTH < 1001 THEN
                           MOVE MF-LINE-WIDTH TO LINE-WIDTH
                       END-IF
                       IF MF-RULE-CODE IS NUMERIC THEN
                           IF MF-RULE-CODE = 1 OR MF-RULE-CODE = 2
                                   OR MF-RULE-CODE = 3 THEN
                               MOVE MF-RULE-CODE TO RULE-CODE
                           END-IF
                       END-IF
                       IF MF-WRAP-OPTION = "Y" THEN
                           MOVE "YES" TO WRAP-OPTION
                       END-IF
                       IF MF-GRID-MODE = "Y" THEN
                           MOVE "YES" TO GRID-MODE
                       END-IF
                       IF MF-DONE-FORMAT = "C" THEN
                           MOVE "C" TO DONE-FORMAT
                       END-IF
               END-READ
               CLOSE MANIFEST-FILE
           END-IF
           .

           END-EVALUATE
           .

       A-130-OPEN-DONE-FILE.
           OPEN I-O DONE-FILE
           IF DONE-FILE-STATUS NOT = "00" THEN
               DISPLAY "REPAIR CANNOT OPEN " DONE-FILE-NAME
                   " STATUS " DONE-FILE-STATUS
               MOVE "YES" TO REPAIR-ABORT
           ELSE
               MOVE 0 TO D-GEN-NUM
               MOVE 0 TO D-ROW-NUM
               START DONE-FILE KEY NOT < D-KEY
                   INVALID KEY
                       DISPLAY "REPAIR FOUND NO GENERATIONS IN "
                           DONE-FILE-NAME
                       MOVE "YES" TO REPAIR-ABORT
               END-START
           END-IF
           .

       B-100-REPAIR-GENERATIONS.
           READ DONE-FILE NEXT RECORD
               AT END
               MOVE "YES" TO DONE-EOF
               MOVE "YES" TO REPAIR-ABORT
           END-IF
           IF DONE-EOF = "NO " THEN
               PERFORM D-520-EXPAND-DONE-RECORD
           END-IF
           IF DONE-EOF = "NO " AND D-ROW-NUM > 0 THEN
               DISPLAY "REPAIR " DONE-FILE-NAME
                   " IS A GRID-MODE FILE - LINE REPAIR NOT APPLICABLE"
           MOVE EXPECTED-GEN TO D-GEN-NUM.
           MOVE 0 TO D-ROW-NUM.
           MOVE PRED-LINE TO D-LINE-INFO.
           PERFORM D-500-SET-DONE-RECORD-SIZE.
           WRITE DONE-RECORD
               INVALID KEY
                   DISPLAY "REPAIR REBUILD WRITE FAILED GEN "
           MOVE 0 TO D-ROW-NUM.
           MOVE PRED-LINE TO D-LINE-INFO.
           MOVE PRED-LINE TO CURR-LINE.
           PERFORM D-500-SET-DONE-RECORD-SIZE.
           REWRITE DONE-RECORD
               INVALID KEY
                   DISPLAY "REPAIR REWRITE FAILED GEN " D-GEN-NUM
           END-IF
           .

       D-500-SET-DONE-RECORD-SIZE.
           IF DONE-FORMAT = "C" THEN
               PERFORM D-510-COMPACT-DONE-RECORD
           ELSE
               MOVE 1007 TO DONE-RECORD-SIZE
           END-IF
           .

       D-510-COMPACT-DONE-RECORD.
           MOVE D-LINE-INFO TO RLE-LINE.
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
               MOVE RLE-LIVE-CHAR TO D-LIVE-CHAR
               MOVE RLE-RUNS TO D-RUN-COUNT
               PERFORM VARYING RLE-RUN-IDX FROM 1 BY 1
                   UNTIL RLE-RUN-IDX > RLE-RUNS
                   MOVE RLE-START (RLE-RUN-IDX)
                       TO D-RUN-START (RLE-RUN-IDX)
                   MOVE RLE-LENGTH (RLE-RUN-IDX)
                       TO D-RUN-LENGTH (RLE-RUN-IDX)
               END-PERFORM
               COMPUTE DONE-RECORD-SIZE = 11 + 8 * RLE-RUNS
           ELSE
               MOVE 1007 TO DONE-RECORD-SIZE
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

       D-520-EXPAND-DONE-RECORD.
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

       C-100-WRITE-SUMMARY.
           MOVE GENS-READ TO SL1-GENS.
           MOVE GENS-REBUILT TO SL1-REBUILT.
