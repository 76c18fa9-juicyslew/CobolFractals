           SELECT VIEW-CONTROL-FILE
               ASSIGN TO "./Sierpinski-Viewctl.dat"
               FILE STATUS IS VIEW-CONTROL-STATUS.
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
           SELECT MOTIF-HIT-FILE
               ASSIGN TO "./Sierpinski-Mothit.dat"
               FILE STATUS IS MOTIF-HIT-STATUS.
           SELECT PRINT-FILE
               ASSIGN TO "./Sierpinski-View.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
       01  VIEW-CONTROL-RECORD.
           05  VCTL-PATTERN       PIC 9999.
           05  VCTL-SAMPLE        PIC 9999.
           05  VCTL-HIT-MODE      PIC X.
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
       01  PRINT-RECORD           PIC X(1010).
       01  INDICATORS.
          05  DONE-EOF         PIC XXX       VALUE "NO ".
          05  VIEW-ABORT       PIC XXX       VALUE "NO ".
          05  NO-MANIFEST      PIC XXX       VALUE "NO ".
          05  HIT-MODE         PIC XXX       VALUE "NO ".
          05  HIT-EOF          PIC XXX       VALUE "NO ".

       01  VIEW-CONTROL-STATUS  PIC XX.
       01  MANIFEST-FILE-STATUS PIC XX.
       01  DONE-FILE-STATUS     PIC XX.
       01  DONE-RECORD-SIZE     PIC 9(4)       VALUE 1007.
       01  RLE-LINE             PIC X(1000).
       01  RLE-FILL             PIC X(1000).
       01  RLE-RUN-IDX          PIC 9(4).
       01  MOTIF-HIT-STATUS     PIC XX.
       01  PRINT-FILE-STATUS    PIC XX.

       01  DONE-FILE-NAME       PIC X(40).
       01  VIEW-PATTERN         PIC 9999       VALUE 0001.
       01  SAMPLE-INTERVAL      PIC 9999       VALUE 0001.
       01  RULE-CODE            PIC 99         VALUE 01.
       01  LINE-WIDTH           PIC 9(4)       VALUE 0201.
       01  WRAP-OPTION          PIC X          VALUE "N".
       01  GRID-MODE            PIC X          VALUE "N".
       01  VIEW-DATE            PIC 9(8).

       01  PAGE-NUM             PIC 9999       VALUE 0000.
       01  LAST-LINE            PIC X(1000).
       01  SAMPLE-QUOTIENT      PIC 9999.
       01  SAMPLE-REMAINDER     PIC 9999.
       01  HITS-FOUND           PIC 9(5)       VALUE 00000.
       01  HIT-START-GEN        PIC 9(4).
       01  HIT-END-GEN          PIC 9(5).
       01  HIGH-GEN-PRINTED     PIC S9(5)      VALUE -1.

       01  HEADER-LINE-1.
           05  FILLER           PIC X(18)
           05  H1-PATTERN       PIC 9(4).
           05  FILLER           PIC X(7)      VALUE "  RULE ".
           05  H1-RULE          PIC 99.
           05  FILLER           PIC X(8)      VALUE "  WIDTH ".
           05  H1-WIDTH         PIC 9(4).
           05  FILLER           PIC X(7)      VALUE "  WRAP ".
           05  H1-WRAP          PIC X.
           05  FILLER           PIC X(7)      VALUE "  GRID ".
           05  H1-GRID          PIC X.
           05  FILLER           PIC X(13)     VALUE "  PRINT DATE ".
           05  H1-DATE          PIC 9(8).
           05  FILLER           PIC X(7)      VALUE "  PAGE ".
           05  H1-PAGE          PIC ZZZ9.
           05  FILLER           PIC X(118)    VALUE SPACES.

       01  HEADER-LINE-2.
           05  FILLER           PIC X(9)      VALUE " GEN ROW ".
           05  TL-SAMPLE        PIC ZZZ9.
           05  FILLER           PIC X(172)    VALUE SPACES.

       01  HIT-TOTAL-LINE.
           05  FILLER           PIC X(12)
               VALUE "GENERATIONS ".
           05  HT-GENS          PIC ZZZZ9.
           05  FILLER           PIC X(15)
               VALUE "  PRINTED FROM ".
           05  HT-HITS          PIC ZZZZ9.
           05  FILLER           PIC X(11)     VALUE " MOTIF HITS".
           05  FILLER           PIC X(162)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM A-100-INITIALIZATION.
           IF VIEW-ABORT = "NO " THEN
               IF HIT-MODE = "YES" THEN
                   PERFORM B-200-PRINT-HIT-GENERATIONS
                       UNTIL HIT-EOF = "YES"
               ELSE
                   PERFORM B-100-PRINT-GENERATIONS
                       UNTIL DONE-EOF = "YES"
               END-IF
               PERFORM C-100-CLEAN-UP
           END-IF.

           IF NO-MANIFEST = "YES" THEN
               MOVE 12 TO RETURN-CODE
           ELSE
               IF VIEW-ABORT = "YES" THEN
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF HIT-MODE = "YES" AND HITS-FOUND = 0 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           STOP RUN
           ACCEPT VIEW-DATE FROM DATE YYYYMMDD.

           PERFORM A-110-READ-VIEW-CONTROL.
           PERFORM A-120-READ-MANIFEST.

           STRING "./Sierpinski-Done-" DELIMITED BY SIZE
                  VIEW-PATTERN DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO DONE-FILE-NAME

           IF VIEW-ABORT = "NO " AND HIT-MODE = "YES" THEN
               PERFORM A-140-OPEN-HIT-FILE
           END-IF

           IF VIEW-ABORT = "NO " THEN
               PERFORM A-130-OPEN-DONE-FILE
           END-IF

           IF VIEW-ABORT = "NO " THEN
                               AND VCTL-SAMPLE > 0 THEN
                           MOVE VCTL-SAMPLE TO SAMPLE-INTERVAL
                       END-IF
                       IF VCTL-HIT-MODE = "Y" THEN
                           MOVE "YES" TO HIT-MODE
                       END-IF
               END-READ
               CLOSE VIEW-CONTROL-FILE
           END-IF
           .

       A-120-READ-MANIFEST.
           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-FILE-STATUS NOT = "00" THEN
               DISPLAY "VIEW CANNOT OPEN RUN MANIFEST STATUS "
                   MANIFEST-FILE-STATUS
               MOVE "YES" TO VIEW-ABORT
           ELSE
               MOVE VIEW-PATTERN TO MF-PAT
               READ MANIFEST-FILE
                   INVALID KEY
                       DISPLAY "VIEW PATTERN " VIEW-PATTERN
                           " HAS NO RUN MANIFEST - NOT PRINTED"
                       MOVE "YES" TO NO-MANIFEST
                       MOVE "YES" TO VIEW-ABORT
                   NOT INVALID KEY
                       IF MF-RULE-CODE IS NUMERIC THEN
                           IF MF-RULE-CODE = 1 OR MF-RULE-CODE = 2
                                   OR MF-RULE-CODE = 3 THEN
                               MOVE MF-RULE-CODE TO RULE-CODE
                           END-IF
                       END-IF
                       IF MF-LINE-WIDTH IS NUMERIC
                               AND MF-LINE-WIDTH > 0
                               AND MF-LINE-WIDTH < 1001 THEN
                           MOVE MF-LINE-WIDTH TO LINE-WIDTH
                       END-IF
                       IF MF-WRAP-OPTION = "Y" THEN
                           MOVE "Y" TO WRAP-OPTION
                       END-IF
                       IF MF-GRID-MODE = "Y" THEN
                           MOVE "Y" TO GRID-MODE
                       END-IF
               END-READ
               CLOSE MANIFEST-FILE
           END-IF
           .

       A-130-OPEN-DONE-FILE.
           OPEN INPUT DONE-FILE
           IF DONE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VIEW CANNOT OPEN " DONE-FILE-NAME
                   " STATUS " DONE-FILE-STATUS
               MOVE "YES" TO VIEW-ABORT
           ELSE
               MOVE 0 TO D-GEN-NUM
               MOVE 0 TO D-ROW-NUM
               START DONE-FILE KEY NOT < D-KEY
                   INVALID KEY
                       DISPLAY "VIEW FOUND NO GENERATIONS IN "
                           DONE-FILE-NAME
                       MOVE "YES" TO VIEW-ABORT
               END-START
           END-IF
           .

       A-140-OPEN-HIT-FILE.
           OPEN INPUT MOTIF-HIT-FILE
           IF MOTIF-HIT-STATUS NOT = "00" THEN
               DISPLAY "VIEW CANNOT OPEN MOTIF HIT FILE STATUS "
                   MOTIF-HIT-STATUS
               MOVE "YES" TO VIEW-ABORT
           END-IF
           .

               DISPLAY "VIEW READ FAILED STATUS " DONE-FILE-STATUS
               MOVE "YES" TO DONE-EOF
           END-IF
           IF DONE-EOF = "NO " THEN
               PERFORM D-510-EXPAND-DONE-RECORD
           END-IF
           IF DONE-EOF = "YES" THEN
               IF LAST-PRINTED = "NO " THEN
                   MOVE LAST-GEN TO D-GEN-NUM
           ADD 1 TO LINES-ON-PAGE.
           ADD 1 TO GENS-PRINTED.

       B-200-PRINT-HIT-GENERATIONS.
           READ MOTIF-HIT-FILE
               AT END
                   MOVE "YES" TO HIT-EOF
           END-READ
           IF HIT-EOF = "NO " AND MH-PAT = VIEW-PATTERN
                   AND MH-GEN IS NUMERIC AND MH-GENS IS NUMERIC THEN
               ADD 1 TO HITS-FOUND
               COMPUTE HIT-END-GEN = MH-GEN + MH-GENS - 1
               IF MH-GENS = 0 THEN
                   MOVE MH-GEN TO HIT-END-GEN
               END-IF
               IF HIT-END-GEN > HIGH-GEN-PRINTED THEN
                   IF MH-GEN > HIGH-GEN-PRINTED THEN
                       MOVE MH-GEN TO HIT-START-GEN
                   ELSE
                       COMPUTE HIT-START-GEN = HIGH-GEN-PRINTED + 1
                   END-IF
                   MOVE HIT-START-GEN TO D-GEN-NUM
                   MOVE 0 TO D-ROW-NUM
                   MOVE "NO " TO DONE-EOF
                   START DONE-FILE KEY NOT < D-KEY
                       INVALID KEY
                           DISPLAY "VIEW HIT GEN " MH-GEN
                               " NOT IN " DONE-FILE-NAME
                           MOVE "YES" TO DONE-EOF
                   END-START
                   PERFORM B-210-PRINT-HIT-LINE
                       UNTIL DONE-EOF = "YES"
               END-IF
           END-IF
           .

       B-210-PRINT-HIT-LINE.
           READ DONE-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO DONE-EOF
           END-READ
           IF DONE-EOF = "NO " AND DONE-FILE-STATUS NOT = "00" THEN
               DISPLAY "VIEW READ FAILED STATUS " DONE-FILE-STATUS
               MOVE "YES" TO DONE-EOF
           END-IF
           IF DONE-EOF = "NO " THEN
               PERFORM D-510-EXPAND-DONE-RECORD
           END-IF
           IF DONE-EOF = "NO " THEN
               IF D-GEN-NUM > HIT-END-GEN THEN
                   MOVE "YES" TO DONE-EOF
               ELSE
                   PERFORM B-110-PRINT-ONE-LINE
                   MOVE D-GEN-NUM TO HIGH-GEN-PRINTED
               END-IF
           END-IF
           .

       B-120-PAGE-HEADER.
           ADD 1 TO PAGE-NUM.
           MOVE VIEW-PATTERN TO H1-PATTERN.
           MOVE RULE-CODE TO H1-RULE.
           MOVE LINE-WIDTH TO H1-WIDTH.
           MOVE WRAP-OPTION TO H1-WRAP.
           MOVE GRID-MODE TO H1-GRID.
           MOVE VIEW-DATE TO H1-DATE.
           MOVE PAGE-NUM TO H1-PAGE.
           IF PAGE-NUM = 1 THEN
           WRITE PRINT-RECORD FROM HEADER-LINE-2.
           MOVE 2 TO LINES-ON-PAGE.

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

       C-100-CLEAN-UP.
           IF HIT-MODE = "YES" THEN
               IF HITS-FOUND = 0 THEN
                   DISPLAY "VIEW PATTERN " VIEW-PATTERN
                       " HAS NO MOTIF HITS"
               END-IF
               MOVE GENS-PRINTED TO HT-GENS
               MOVE HITS-FOUND TO HT-HITS
               WRITE PRINT-RECORD FROM HIT-TOTAL-LINE
               CLOSE MOTIF-HIT-FILE
           ELSE
               MOVE GENS-PRINTED TO TL-GENS
               MOVE SAMPLE-INTERVAL TO TL-SAMPLE
               WRITE PRINT-RECORD FROM TOTAL-LINE
           END-IF

           CLOSE DONE-FILE
                 PRINT-FILE.
