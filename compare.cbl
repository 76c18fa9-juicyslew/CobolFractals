           05  CCTL-FILE-A        PIC X(40).
           05  CCTL-FILE-B        PIC X(40).
       FD  DONE-A-FILE
           RECORD IS VARYING IN SIZE FROM 11 TO 1007 CHARACTERS
               DEPENDING ON DONE-A-RECORD-SIZE
           DATA RECORDS ARE DONE-A-RECORD DONE-A-COMPACT-RECORD.
       01  DONE-A-RECORD.
           05  DA-KEY.
               10  DA-GEN-NUM  PIC 9(4).
               10  DA-ROW-NUM  PIC 9(3).
           05  DA-LINE-INFO    PIC X(1000).
       01  DONE-A-COMPACT-RECORD.
           05  FILLER          PIC X(7).
           05  DA-LIVE-CHAR    PIC X.
           05  DA-RUN-COUNT    PIC 999.
           05  DA-RUN OCCURS 124 TIMES.
               10  DA-RUN-START PIC 9(4).
               10  DA-RUN-LENGTH PIC 9(4).
       FD  DONE-B-FILE
           RECORD IS VARYING IN SIZE FROM 11 TO 1007 CHARACTERS
               DEPENDING ON DONE-B-RECORD-SIZE
           DATA RECORDS ARE DONE-B-RECORD DONE-B-COMPACT-RECORD.
       01  DONE-B-RECORD.
           05  DB-KEY.
               10  DB-GEN-NUM  PIC 9(4).
               10  DB-ROW-NUM  PIC 9(3).
           05  DB-LINE-INFO    PIC X(1000).
       01  DONE-B-COMPACT-RECORD.
           05  FILLER          PIC X(7).
           05  DB-LIVE-CHAR    PIC X.
           05  DB-RUN-COUNT    PIC 999.
           05  DB-RUN OCCURS 124 TIMES.
               10  DB-RUN-START PIC 9(4).
               10  DB-RUN-LENGTH PIC 9(4).
       FD  DIFF-FILE
           DATA RECORD IS DIFF-RECORD.
       01  DIFF-RECORD            PIC X(100).
       01  COMPARE-CONTROL-STATUS PIC XX.
       01  DONE-A-STATUS        PIC XX.
       01  DONE-B-STATUS        PIC XX.
       01  DONE-A-RECORD-SIZE   PIC 9(4)       VALUE 1007.
       01  DONE-B-RECORD-SIZE   PIC 9(4)       VALUE 1007.
       01  RLE-LINE             PIC X(1000).
       01  RLE-FILL             PIC X(1000).
       01  RLE-RUN-IDX          PIC 9(4).
       01  DIFF-FILE-STATUS     PIC XX.

       01  DONE-A-NAME          PIC X(40).
                       DONE-A-STATUS
                   MOVE "YES" TO A-EOF
               END-IF
               IF A-EOF = "NO " THEN
                   PERFORM D-510-EXPAND-DONE-A-RECORD
               END-IF
           END-IF
           .

                       DONE-B-STATUS
                   MOVE "YES" TO B-EOF
               END-IF
               IF B-EOF = "NO " THEN
                   PERFORM D-520-EXPAND-DONE-B-RECORD
               END-IF
           END-IF
           .

       D-510-EXPAND-DONE-A-RECORD.
           IF DONE-A-RECORD-SIZE < 1007 THEN
               MOVE SPACES TO RLE-LINE
               IF DA-RUN-COUNT IS NUMERIC
                       AND DA-RUN-COUNT NOT > 124 THEN
                   MOVE SPACES TO RLE-FILL
                   INSPECT RLE-FILL CONVERTING " " TO DA-LIVE-CHAR
                   PERFORM VARYING RLE-RUN-IDX FROM 1 BY 1
                       UNTIL RLE-RUN-IDX > DA-RUN-COUNT
                       IF DA-RUN-START (RLE-RUN-IDX) > 0
                               AND DA-RUN-LENGTH (RLE-RUN-IDX) > 0
                               AND DA-RUN-START (RLE-RUN-IDX)
                                 + DA-RUN-LENGTH (RLE-RUN-IDX)
                                 < 1002 THEN
                           MOVE RLE-FILL (1:DA-RUN-LENGTH (RLE-RUN-IDX))
                               TO RLE-LINE (DA-RUN-START (RLE-RUN-IDX):
                                   DA-RUN-LENGTH (RLE-RUN-IDX))
                       END-IF
                   END-PERFORM
               END-IF
               MOVE RLE-LINE TO DA-LINE-INFO
               MOVE 1007 TO DONE-A-RECORD-SIZE
           END-IF
           .

       D-520-EXPAND-DONE-B-RECORD.
           IF DONE-B-RECORD-SIZE < 1007 THEN
               MOVE SPACES TO RLE-LINE
               IF DB-RUN-COUNT IS NUMERIC
                       AND DB-RUN-COUNT NOT > 124 THEN
                   MOVE SPACES TO RLE-FILL
                   INSPECT RLE-FILL CONVERTING " " TO DB-LIVE-CHAR
                   PERFORM VARYING RLE-RUN-IDX FROM 1 BY 1
                       UNTIL RLE-RUN-IDX > DB-RUN-COUNT
                       IF DB-RUN-START (RLE-RUN-IDX) > 0
                               AND DB-RUN-LENGTH (RLE-RUN-IDX) > 0
                               AND DB-RUN-START (RLE-RUN-IDX)
                                 + DB-RUN-LENGTH (RLE-RUN-IDX)
                                 < 1002 THEN
                           MOVE RLE-FILL (1:DB-RUN-LENGTH (RLE-RUN-IDX))
                               TO RLE-LINE (DB-RUN-START (RLE-RUN-IDX):
                                   DB-RUN-LENGTH (RLE-RUN-IDX))
                       END-IF
                   END-PERFORM
               END-IF
               MOVE RLE-LINE TO DB-LINE-INFO
               MOVE 1007 TO DONE-B-RECORD-SIZE
           END-IF
           .

