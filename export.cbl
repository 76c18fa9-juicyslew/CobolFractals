           SELECT EXPORT-CONTROL-FILE
               ASSIGN TO "./Sierpinski-Expctl.dat"
               FILE STATUS IS EXPORT-CONTROL-STATUS.
           SELECT MANIFEST-FILE
               ASSIGN TO "./Sierpinski-Manifest.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MF-PAT
               FILE STATUS IS MANIFEST-FILE-STATUS.
           SELECT DONE-FILE
               ASSIGN TO DYNAMIC DONE-FILE-NAME
               ORGANIZATION IS INDEXED
           DATA RECORD IS EXPORT-CONTROL-RECORD.
       01  EXPORT-CONTROL-RECORD.
           05  ECTL-PATTERN       PIC 9999.
           05  ECTL-USER-ID       PIC X(20).
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
       FD  REPORT-FILE
           DATA RECORD IS REPORT-RECORD.
       01  REPORT-RECORD.
          05  REPORT-EOF       PIC XXX       VALUE "NO ".
          05  REPORT-HELD      PIC XXX       VALUE "NO ".
          05  EXPORT-ABORT     PIC XXX       VALUE "NO ".
          05  NO-MANIFEST      PIC XXX       VALUE "NO ".

       01  EXPORT-CONTROL-STATUS PIC XX.
       01  MANIFEST-FILE-STATUS PIC XX.
       01  DONE-FILE-STATUS     PIC XX.
       01  DONE-RECORD-SIZE     PIC 9(4)       VALUE 1007.
       01  RLE-LINE             PIC X(1000).
       01  RLE-FILL             PIC X(1000).
       01  RLE-RUN-IDX          PIC 9(4).
       01  REPORT-FILE-STATUS   PIC XX.
       01  EXPORT-FILE-STATUS   PIC XX.

       01  DONE-FILE-NAME       PIC X(40).
       01  EXPORT-PATTERN       PIC 9999       VALUE 0001.
       01  RULE-CODE            PIC 99         VALUE 01.
       01  LINE-WIDTH           PIC 9(4)       VALUE 0201.
       01  SEARCH-STRING        PIC X          VALUE "X".
       01  WRAP-OPTION          PIC X          VALUE "N".
       01  GRID-MODE            PIC X          VALUE "N".
       01  GRID-ROWS            PIC 999        VALUE 000.
       01  EXPORT-SEED-ID       PIC X(8)       VALUE SPACES.
       01  EXPORT-SEED-VERSION  PIC 9(4)       VALUE 0.
       01  EXPORT-DATE          PIC 9(8).

       01  GEN-MATCH            PIC 9(4).
       01  GEN-DENSITY          PIC X(6).
       01  RECORD-COUNT         PIC 9(5)       VALUE 00000.
       01  HASH-TOTAL           PIC 9(9)       VALUE 0.
       01  EXPORT-USER-ID       PIC X(20)      VALUE SPACES.

       01  DETAIL-BUILD         PIC X(1060).

               PERFORM C-200-CLEAN-UP
           END-IF.

           IF NO-MANIFEST = "YES" THEN
               MOVE 12 TO RETURN-CODE
           ELSE
               IF EXPORT-ABORT = "YES" THEN
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN
           ACCEPT EXPORT-DATE FROM DATE YYYYMMDD.

           PERFORM A-110-READ-EXPORT-CONTROL.
           PERFORM A-120-READ-MANIFEST.

           STRING "./Sierpinski-Done-" DELIMITED BY SIZE
                  EXPORT-PATTERN DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO DONE-FILE-NAME

           IF EXPORT-ABORT = "NO " THEN
               PERFORM A-130-OPEN-DONE-FILE
           END-IF

           IF EXPORT-ABORT = "NO " THEN
                               AND ECTL-PATTERN > 0 THEN
                           MOVE ECTL-PATTERN TO EXPORT-PATTERN
                       END-IF
                       MOVE ECTL-USER-ID TO EXPORT-USER-ID
               END-READ
               CLOSE EXPORT-CONTROL-FILE
           END-IF
           .

       A-120-READ-MANIFEST.
           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-FILE-STATUS NOT = "00" THEN
               DISPLAY "EXPORT CANNOT OPEN RUN MANIFEST STATUS "
                   MANIFEST-FILE-STATUS
               MOVE "YES" TO EXPORT-ABORT
           ELSE
               MOVE EXPORT-PATTERN TO MF-PAT
               READ MANIFEST-FILE
                   INVALID KEY
                       DISPLAY "EXPORT PATTERN " EXPORT-PATTERN
                           " HAS NO RUN MANIFEST - NOT EXPORTED"
                       MOVE "YES" TO NO-MANIFEST
                       MOVE "YES" TO EXPORT-ABORT
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
                       IF MF-SEARCH-STRING NOT = SPACE THEN
                           MOVE MF-SEARCH-STRING TO SEARCH-STRING
                       END-IF
                       IF MF-WRAP-OPTION = "Y" THEN
                           MOVE "Y" TO WRAP-OPTION
                       END-IF
                       IF MF-GRID-MODE = "Y" THEN
                           MOVE "Y" TO GRID-MODE
                           IF MF-GRID-ROWS IS NUMERIC THEN
                               MOVE MF-GRID-ROWS TO GRID-ROWS
                           END-IF
                       END-IF
                       MOVE MF-SEED-ID TO EXPORT-SEED-ID
                       IF MF-SEED-VERSION IS NUMERIC THEN
                           MOVE MF-SEED-VERSION TO EXPORT-SEED-VERSION
                       END-IF
               END-READ
               CLOSE MANIFEST-FILE
           END-IF
           .

       A-130-OPEN-DONE-FILE.
           OPEN INPUT DONE-FILE
           IF DONE-FILE-STATUS NOT = "00" THEN
               DISPLAY "EXPORT CANNOT OPEN " DONE-FILE-NAME
                   " STATUS " DONE-FILE-STATUS
               MOVE "YES" TO EXPORT-ABORT
           ELSE
               MOVE 0 TO D-GEN-NUM
               MOVE 0 TO D-ROW-NUM
               START DONE-FILE KEY NOT < D-KEY
                   INVALID KEY
                       DISPLAY "EXPORT FOUND NO GENERATIONS IN "
                           DONE-FILE-NAME
                       MOVE "YES" TO EXPORT-ABORT
               END-START
           END-IF
           .

               DISPLAY "EXPORT READ FAILED STATUS " DONE-FILE-STATUS
               MOVE "YES" TO DONE-EOF
           END-IF
           IF DONE-EOF = "NO " THEN
               PERFORM D-510-EXPAND-DONE-RECORD
           END-IF
           IF DONE-EOF = "NO " THEN
               PERFORM B-200-MATCH-REPORT-LINE
               PERFORM B-500-WRITE-DETAIL
                  DONE-FILE-NAME DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  RULE-CODE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  LINE-WIDTH DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  SEARCH-STRING DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WRAP-OPTION DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  GRID-MODE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  GRID-ROWS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  EXPORT-SEED-ID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  EXPORT-SEED-VERSION DELIMITED BY SIZE
               INTO EXPORT-RECORD
           WRITE EXPORT-RECORD.

           ADD 1 TO RECORD-COUNT.
           ADD GEN-MATCH TO HASH-TOTAL.

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

       C-100-WRITE-TRAILER.
           MOVE SPACES TO EXPORT-RECORD.
           STRING "T|" DELIMITED BY SIZE
                  RECORD-COUNT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  HASH-TOTAL DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  EXPORT-USER-ID DELIMITED BY SIZE
               INTO EXPORT-RECORD
           WRITE EXPORT-RECORD.

