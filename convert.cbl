               ACCESS MODE IS DYNAMIC
               RECORD KEY IS D-KEY
               FILE STATUS IS DONE-FILE-STATUS.
           SELECT OLD-REQUEST-FILE
               ASSIGN TO "./Sierpinski-Request.old"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OQ-REQUEST-ID
               FILE STATUS IS OLD-REQUEST-STATUS.
           SELECT REQUEST-FILE
               ASSIGN TO "./Sierpinski-Request.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQUEST-ID
               FILE STATUS IS REQUEST-FILE-STATUS.
           SELECT OLD-SCHEDULE-FILE
               ASSIGN TO "./Sierpinski-Schedule.old"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OSC-SCHED-ID
               FILE STATUS IS OLD-SCHEDULE-STATUS.
           SELECT SCHEDULE-FILE
               ASSIGN TO "./Sierpinski-Schedule.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-SCHED-ID
               FILE STATUS IS SCHEDULE-FILE-STATUS.
           SELECT PACK-DONE-FILE
               ASSIGN TO DYNAMIC PACK-DONE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS PACK-DONE-STATUS.
           SELECT PACK-ARCHIVE-FILE
               ASSIGN TO "./Sierpinski-Archive.pck"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-KEY
               FILE STATUS IS PACK-ARCHIVE-STATUS.
           SELECT MANIFEST-FILE
               ASSIGN TO "./Sierpinski-Manifest.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MF-PAT
               FILE STATUS IS MANIFEST-FILE-STATUS.
           SELECT PRINT-FILE
               ASSIGN TO "./Sierpinski-Convert.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CONVERT-CONTROL-RECORD.
           05  CVCTL-OBJECT       PIC X.
           05  CVCTL-PATTERN      PIC 9999.
           05  CVCTL-TO-PATTERN   PIC 9999.
           05  CVCTL-ARCHIVE      PIC X.
       FD  OLD-SEED-FILE
           DATA RECORD IS OLD-SEED-RECORD.
       01  OLD-SEED-RECORD.
           05  OA-ARCH-DATE    PIC 9(8).
           05  OA-LINE-INFO    PIC X(201).
       FD  ARCHIVE-FILE
           RECORD IS VARYING IN SIZE FROM 23 TO 1019 CHARACTERS
               DEPENDING ON ARCHIVE-RECORD-SIZE
           DATA RECORDS ARE ARCHIVE-RECORD ARCHIVE-COMPACT-RECORD.
       01  ARCHIVE-RECORD.
           05  AR-KEY.
               10  AR-PAT      PIC 9(4).
               10  AR-ROW      PIC 9(3).
           05  AR-ARCH-DATE    PIC 9(8).
           05  AR-LINE-INFO    PIC X(1000).
       01  ARCHIVE-COMPACT-RECORD.
           05  FILLER          PIC X(19).
           05  AR-LIVE-CHAR    PIC X.
           05  AR-RUN-COUNT    PIC 999.
           05  AR-RUN OCCURS 124 TIMES.
               10  AR-RUN-START  PIC 9(4).
               10  AR-RUN-LENGTH PIC 9(4).
       FD  OLD-CHECKPOINT-FILE
           DATA RECORD IS OLD-CHECKPOINT-RECORD.
       01  OLD-CHECKPOINT-RECORD.
           05  OD-GEN-NUM      PIC 9(4).
           05  OD-LINE-INFO    PIC X(201).
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
       FD  OLD-REQUEST-FILE
           DATA RECORD IS OLD-REQUEST-RECORD.
       01  OLD-REQUEST-RECORD.
           05  OQ-REQUEST-ID   PIC 9(4).
           05  OQ-REQUESTER    PIC X(20).
           05  OQ-SEED-ID      PIC X(8).
           05  OQ-PATTERN      PIC X(1000).
           05  OQ-RULE-CODE    PIC 99.
           05  OQ-MAXITER      PIC 9(4).
           05  OQ-STATUS       PIC X(8).
           05  OQ-COMP-DATE    PIC 9(8).
           05  OQ-COMP-TIME    PIC 9(8).
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
       FD  OLD-SCHEDULE-FILE
           DATA RECORD IS OLD-SCHEDULE-RECORD.
       01  OLD-SCHEDULE-RECORD.
           05  OSC-SCHED-ID    PIC X(8).
           05  OSC-SEED-ID     PIC X(8).
           05  OSC-RULE-CODE   PIC 99.
           05  OSC-MAXITER     PIC 9(4).
           05  OSC-FREQ        PIC X.
           05  OSC-NEXT-DUE    PIC 9(8).
           05  OSC-STATUS      PIC X.
           05  OSC-REQUESTER   PIC X(20).
       FD  SCHEDULE-FILE
           DATA RECORD IS SCHEDULE-RECORD.
       01  SCHEDULE-RECORD.
           05  SC-SCHED-ID     PIC X(8).
           05  SC-SEED-ID      PIC X(8).
           05  SC-RULE-CODE    PIC 99.
           05  SC-MAXITER      PIC 9(4).
           05  SC-FREQ         PIC X.
           05  SC-NEXT-DUE     PIC 9(8).
           05  SC-STATUS       PIC X.
           05  SC-REQUESTER    PIC X(20).
           05  SC-SEED-VERSION PIC 9(4).
       FD  PACK-DONE-FILE
           RECORD IS VARYING IN SIZE FROM 11 TO 1007 CHARACTERS
               DEPENDING ON PACK-DONE-SIZE
           DATA RECORD IS PACK-DONE-RECORD.
       01  PACK-DONE-RECORD.
           05  PD-KEY.
               10  PD-GEN-NUM  PIC 9(4).
               10  PD-ROW-NUM  PIC 9(3).
           05  PD-LINE-INFO    PIC X(1000).
       FD  PACK-ARCHIVE-FILE
           RECORD IS VARYING IN SIZE FROM 23 TO 1019 CHARACTERS
               DEPENDING ON PACK-ARCHIVE-SIZE
           DATA RECORD IS PACK-ARCHIVE-RECORD.
       01  PACK-ARCHIVE-RECORD.
           05  PA-KEY.
               10  PA-PAT      PIC 9(4).
               10  PA-GEN      PIC 9(4).
               10  PA-ROW      PIC 9(3).
           05  PA-ARCH-DATE    PIC 9(8).
           05  PA-LINE-INFO    PIC X(1000).
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
       FD  PRINT-FILE
           DATA RECORD IS PRINT-RECORD.
       01  PRINT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  INDICATORS.
          05  OLD-EOF          PIC XXX       VALUE "NO ".
          05  CONVERT-ABORT    PIC XXX       VALUE "NO ".
          05  PACK-EOF         PIC XXX       VALUE "NO ".
          05  PACK-FAILED      PIC XXX       VALUE "NO ".
          05  RLE-OK           PIC XXX       VALUE "YES".
          05  RLE-IN-RUN       PIC XXX       VALUE "NO ".
          05  MANIFEST-OPEN    PIC XXX       VALUE "NO ".

       01  CONVERT-CONTROL-STATUS PIC XX.
       01  OLD-SEED-STATUS      PIC XX.
       01  CHECKPOINT-FILE-STATUS PIC XX.
       01  OLD-DONE-STATUS      PIC XX.
       01  DONE-FILE-STATUS     PIC XX.
       01  OLD-REQUEST-STATUS   PIC XX.
       01  REQUEST-FILE-STATUS  PIC XX.
       01  OLD-SCHEDULE-STATUS  PIC XX.
       01  SCHEDULE-FILE-STATUS PIC XX.
       01  PACK-DONE-STATUS     PIC XX.
       01  PACK-ARCHIVE-STATUS  PIC XX.
       01  MANIFEST-FILE-STATUS PIC XX.
       01  PRINT-FILE-STATUS    PIC XX.
       01  DONE-RECORD-SIZE     PIC 9(4)       VALUE 1007.
       01  ARCHIVE-RECORD-SIZE  PIC 9(4)       VALUE 1019.
       01  PACK-DONE-SIZE       PIC 9(4)       VALUE 1007.
       01  PACK-ARCHIVE-SIZE    PIC 9(4)       VALUE 1019.
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

       01  CONVERT-OBJECT       PIC X          VALUE SPACE.
       01  CONVERT-PATTERN      PIC 9999       VALUE 0000.
       01  OLD-DONE-NAME        PIC X(40).
       01  DONE-FILE-NAME       PIC X(40).
       01  RECORDS-CONVERTED    PIC 9(7)       VALUE 0.
       01  CONVERT-TO-PATTERN   PIC 9999       VALUE 0000.
       01  CONVERT-ARCHIVE      PIC X          VALUE "N".
       01  PACK-PAT             PIC 9(5)       VALUE 0.
       01  PACK-PAT-NUM         PIC 9999       VALUE 0000.
       01  PACK-DONE-NAME       PIC X(40).
       01  PACK-FILE-NAME       PIC X(40).
       01  DELETE-STATUS        PIC 9(4) COMP  VALUE 0.
       01  REPORT-DATE          PIC 9(8).

       01  FILE-RECORDS         PIC 9(9)       VALUE 0.
       01  FILE-BYTES-BEFORE    PIC 9(11)      VALUE 0.
       01  FILE-BYTES-AFTER     PIC 9(11)      VALUE 0.
       01  FILES-PACKED         PIC 9(5)       VALUE 0.
       01  FILES-MISSING        PIC 9(5)       VALUE 0.
       01  FILES-FAILED         PIC 9(5)       VALUE 0.
       01  MANIFEST-MISSING     PIC 9(5)       VALUE 0.
       01  TOTAL-RECORDS        PIC 9(11)      VALUE 0.
       01  TOTAL-BYTES-BEFORE   PIC 9(13)      VALUE 0.
       01  TOTAL-BYTES-AFTER    PIC 9(13)      VALUE 0.

       01  PAGE-NUM             PIC 9999       VALUE 0000.
       01  LINES-ON-PAGE        PIC 99         VALUE 99.
       01  PAGE-LIMIT           PIC 99         VALUE 60.

       01  PAGE-HEADER-LINE.
           05  FILLER           PIC X(32)
               VALUE "SIERPINSKI CONVERT SPACE REPORT ".
           05  PH-DATE          PIC 9(8).
           05  FILLER           PIC X(7)      VALUE "  PAGE ".
           05  PH-PAGE          PIC ZZZ9.
           05  FILLER           PIC X(81)     VALUE SPACES.

       01  COLUMN-HEADER.
           05  FILLER           PIC X(41)     VALUE "FILE".
           05  FILLER           PIC X(9)      VALUE "  RECORDS".
           05  FILLER           PIC X(14)     VALUE "  BYTES BEFORE".
           05  FILLER           PIC X(14)     VALUE "   BYTES AFTER".
           05  FILLER           PIC X(14)     VALUE "   BYTES SAVED".
           05  FILLER           PIC X(5)      VALUE " SAVE".
           05  FILLER           PIC X(2)      VALUE SPACES.
           05  FILLER           PIC X(20)     VALUE "NOTE".
           05  FILLER           PIC X(13)     VALUE SPACES.

       01  SPACE-LINE.
           05  SL-FILE          PIC X(40).
           05  FILLER           PIC X          VALUE SPACE.
           05  SL-RECORDS       PIC ZZZZZZZZ9.
           05  FILLER           PIC X          VALUE SPACE.
           05  SL-BEFORE        PIC ZZZZZZZZZZZZ9.
           05  FILLER           PIC X          VALUE SPACE.
           05  SL-AFTER         PIC ZZZZZZZZZZZZ9.
           05  FILLER           PIC X          VALUE SPACE.
           05  SL-SAVED         PIC ZZZZZZZZZZZZ9.
           05  FILLER           PIC X          VALUE SPACE.
           05  SL-PCT           PIC ZZ9.
           05  FILLER           PIC X          VALUE "%".
           05  FILLER           PIC X(2)      VALUE SPACES.
           05  SL-NOTE          PIC X(20).
           05  FILLER           PIC X(13)     VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER           PIC X(7)      VALUE "TOTAL  ".
           05  TL-FILES         PIC ZZZZ9.
           05  FILLER           PIC X(6)      VALUE " FILES".
           05  FILLER           PIC X(23)     VALUE SPACES.
           05  TL-RECORDS       PIC ZZZZZZZZ9.
           05  FILLER           PIC X          VALUE SPACE.
           05  TL-BEFORE        PIC ZZZZZZZZZZZZ9.
           05  FILLER           PIC X          VALUE SPACE.
           05  TL-AFTER         PIC ZZZZZZZZZZZZ9.
           05  FILLER           PIC X          VALUE SPACE.
           05  TL-SAVED         PIC ZZZZZZZZZZZZ9.
           05  FILLER           PIC X          VALUE SPACE.
           05  TL-PCT           PIC ZZ9.
           05  FILLER           PIC X          VALUE "%".
           05  FILLER           PIC X(35)     VALUE SPACES.

       01  COUNT-LINE.
           05  FILLER           PIC X(22)
               VALUE "FILES NOT FOUND       ".
           05  CL-MISSING       PIC ZZZZ9.
           05  FILLER           PIC X(16)     VALUE "  FILES FAILED  ".
           05  CL-FAILED        PIC ZZZZ9.
           05  FILLER           PIC X(20)
               VALUE "  NO MANIFEST ENTRY ".
           05  CL-NO-MANIFEST   PIC ZZZZ9.
           05  FILLER           PIC X(59)     VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
                       PERFORM B-300-CONVERT-CHECKPOINT
                   WHEN "D"
                       PERFORM B-400-CONVERT-DONE
                   WHEN "Q"
                       PERFORM B-500-CONVERT-REQUESTS
                   WHEN "K"
                       PERFORM B-600-CONVERT-SCHEDULES
                   WHEN "P"
                       PERFORM B-700-PACK-FILES
                   WHEN OTHER
                       DISPLAY "CONVERT OBJECT " CONVERT-OBJECT
                           " NOT RECOGNIZED - USE S, A, C, D, Q, K OR P"
                       MOVE "YES" TO CONVERT-ABORT
               END-EVALUATE
           END-IF.

           IF CONVERT-ABORT = "YES" THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               IF FILES-FAILED > 0 THEN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF MANIFEST-MISSING > 0 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           STOP RUN
                       IF CVCTL-PATTERN IS NUMERIC THEN
                           MOVE CVCTL-PATTERN TO CONVERT-PATTERN
                       END-IF
                       IF CVCTL-TO-PATTERN IS NUMERIC THEN
                           MOVE CVCTL-TO-PATTERN TO CONVERT-TO-PATTERN
                       END-IF
                       IF CVCTL-ARCHIVE = "Y" THEN
                           MOVE "Y" TO CONVERT-ARCHIVE
                       END-IF
               END-READ
               CLOSE CONVERT-CONTROL-FILE
           ELSE
               END-WRITE
           END-IF
           .

       B-500-CONVERT-REQUESTS.
           OPEN INPUT OLD-REQUEST-FILE
           IF OLD-REQUEST-STATUS NOT = "00" THEN
               DISPLAY "CONVERT CANNOT OPEN Sierpinski-Request.old"
                   " STATUS " OLD-REQUEST-STATUS
               MOVE "YES" TO CONVERT-ABORT
           ELSE
               OPEN OUTPUT REQUEST-FILE
               IF REQUEST-FILE-STATUS NOT = "00" THEN
                   DISPLAY "CONVERT CANNOT CREATE REQUEST QUEUE STATUS "
                       REQUEST-FILE-STATUS
                   MOVE "YES" TO CONVERT-ABORT
                   CLOSE OLD-REQUEST-FILE
               ELSE
                   MOVE 0 TO OQ-REQUEST-ID
                   START OLD-REQUEST-FILE KEY NOT < OQ-REQUEST-ID
                       INVALID KEY
                           MOVE "YES" TO OLD-EOF
                   END-START
                   PERFORM B-510-COPY-ONE-REQUEST
                       UNTIL OLD-EOF = "YES"
                   CLOSE OLD-REQUEST-FILE
                         REQUEST-FILE
                   DISPLAY "CONVERT REQUEST RECORDS " RECORDS-CONVERTED
               END-IF
           END-IF
           .

       B-510-COPY-ONE-REQUEST.
           READ OLD-REQUEST-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO OLD-EOF
           END-READ
           IF OLD-EOF = "NO " THEN
               MOVE OQ-REQUEST-ID TO RQ-REQUEST-ID
               MOVE OQ-REQUESTER TO RQ-REQUESTER
               MOVE OQ-SEED-ID TO RQ-SEED-ID
               MOVE OQ-PATTERN TO RQ-PATTERN
               MOVE OQ-RULE-CODE TO RQ-RULE-CODE
               MOVE OQ-MAXITER TO RQ-MAXITER
               MOVE OQ-STATUS TO RQ-STATUS
               MOVE OQ-COMP-DATE TO RQ-COMP-DATE
               MOVE OQ-COMP-TIME TO RQ-COMP-TIME
               MOVE 0 TO RQ-SEED-VERSION
               MOVE 0 TO RQ-RUN-VERSION
               WRITE REQUEST-RECORD
                   INVALID KEY
                       DISPLAY "CONVERT REQUEST WRITE FAILED ID "
                           RQ-REQUEST-ID " STATUS " REQUEST-FILE-STATUS
                       MOVE "YES" TO CONVERT-ABORT
                   NOT INVALID KEY
                       ADD 1 TO RECORDS-CONVERTED
               END-WRITE
           END-IF
           .

       B-600-CONVERT-SCHEDULES.
           OPEN INPUT OLD-SCHEDULE-FILE
           IF OLD-SCHEDULE-STATUS NOT = "00" THEN
               DISPLAY "CONVERT CANNOT OPEN Sierpinski-Schedule.old"
                   " STATUS " OLD-SCHEDULE-STATUS
               MOVE "YES" TO CONVERT-ABORT
           ELSE
               OPEN OUTPUT SCHEDULE-FILE
               IF SCHEDULE-FILE-STATUS NOT = "00" THEN
                   DISPLAY "CONVERT CANNOT CREATE SCHEDULE FILE STATUS "
                       SCHEDULE-FILE-STATUS
                   MOVE "YES" TO CONVERT-ABORT
                   CLOSE OLD-SCHEDULE-FILE
               ELSE
                   MOVE LOW-VALUES TO OSC-SCHED-ID
                   START OLD-SCHEDULE-FILE KEY NOT < OSC-SCHED-ID
                       INVALID KEY
                           MOVE "YES" TO OLD-EOF
                   END-START
                   PERFORM B-610-COPY-ONE-SCHEDULE
                       UNTIL OLD-EOF = "YES"
                   CLOSE OLD-SCHEDULE-FILE
                         SCHEDULE-FILE
                   DISPLAY "CONVERT SCHEDULE RECORDS " RECORDS-CONVERTED
               END-IF
           END-IF
           .

       B-610-COPY-ONE-SCHEDULE.
           READ OLD-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO OLD-EOF
           END-READ
           IF OLD-EOF = "NO " THEN
               MOVE OSC-SCHED-ID TO SC-SCHED-ID
               MOVE OSC-SEED-ID TO SC-SEED-ID
               MOVE OSC-RULE-CODE TO SC-RULE-CODE
               MOVE OSC-MAXITER TO SC-MAXITER
               MOVE OSC-FREQ TO SC-FREQ
               MOVE OSC-NEXT-DUE TO SC-NEXT-DUE
               MOVE OSC-STATUS TO SC-STATUS
               MOVE OSC-REQUESTER TO SC-REQUESTER
               MOVE 0 TO SC-SEED-VERSION
               WRITE SCHEDULE-RECORD
                   INVALID KEY
                       DISPLAY "CONVERT SCHEDULE WRITE FAILED "
                           SC-SCHED-ID " STATUS " SCHEDULE-FILE-STATUS
                       MOVE "YES" TO CONVERT-ABORT
                   NOT INVALID KEY
                       ADD 1 TO RECORDS-CONVERTED
               END-WRITE
           END-IF
           .

       B-700-PACK-FILES.
           IF CONVERT-PATTERN = 0 AND CONVERT-ARCHIVE NOT = "Y" THEN
               DISPLAY "CONVERT OBJECT P NEEDS A PATTERN NUMBER"
                   " OR THE ARCHIVE FLAG."
               MOVE "YES" TO CONVERT-ABORT
           ELSE
               IF CONVERT-TO-PATTERN < CONVERT-PATTERN THEN
                   MOVE CONVERT-PATTERN TO CONVERT-TO-PATTERN
               END-IF
               ACCEPT REPORT-DATE FROM DATE YYYYMMDD
               OPEN OUTPUT PRINT-FILE
               PERFORM D-100-PAGE-HEADER
               PERFORM D-120-PRINT-COLUMN-HEADER
               IF CONVERT-PATTERN > 0 THEN
                   OPEN I-O MANIFEST-FILE
                   IF MANIFEST-FILE-STATUS = "00" THEN
                       MOVE "YES" TO MANIFEST-OPEN
                   ELSE
                       DISPLAY "CONVERT CANNOT OPEN MANIFEST STATUS "
                           MANIFEST-FILE-STATUS
                   END-IF
                   PERFORM B-710-PACK-DONE-FILE
                       VARYING PACK-PAT FROM CONVERT-PATTERN BY 1
                       UNTIL PACK-PAT > CONVERT-TO-PATTERN
                   IF MANIFEST-OPEN = "YES" THEN
                       CLOSE MANIFEST-FILE
                       MOVE "NO " TO MANIFEST-OPEN
                   END-IF
               END-IF
               IF CONVERT-ARCHIVE = "Y" THEN
                   PERFORM B-750-PACK-ARCHIVE-FILE
               END-IF
               PERFORM C-100-WRITE-SPACE-TOTALS
               CLOSE PRINT-FILE
               DISPLAY "CONVERT PACKED FILES " FILES-PACKED
                   " NOT FOUND " FILES-MISSING
                   " FAILED " FILES-FAILED
                   " NO MANIFEST " MANIFEST-MISSING
           END-IF
           .

       B-710-PACK-DONE-FILE.
           MOVE PACK-PAT TO PACK-PAT-NUM.
           MOVE SPACES TO DONE-FILE-NAME.
           MOVE SPACES TO PACK-DONE-NAME.
           STRING "./Sierpinski-Done-" DELIMITED BY SIZE
                  PACK-PAT-NUM DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO DONE-FILE-NAME
           STRING "./Sierpinski-Done-" DELIMITED BY SIZE
                  PACK-PAT-NUM DELIMITED BY SIZE
                  ".pck" DELIMITED BY SIZE
               INTO PACK-DONE-NAME
           MOVE 0 TO FILE-RECORDS.
           MOVE 0 TO FILE-BYTES-BEFORE.
           MOVE 0 TO FILE-BYTES-AFTER.
           MOVE "NO " TO PACK-EOF.
           MOVE "NO " TO PACK-FAILED.
           MOVE SPACES TO SL-NOTE.
           OPEN INPUT DONE-FILE
           IF DONE-FILE-STATUS = "35" THEN
               ADD 1 TO FILES-MISSING
           ELSE
               IF DONE-FILE-STATUS NOT = "00" THEN
                   DISPLAY "CONVERT CANNOT OPEN " DONE-FILE-NAME
                       " STATUS " DONE-FILE-STATUS
                   MOVE "YES" TO PACK-FAILED
                   MOVE "OPEN FAILED" TO SL-NOTE
               ELSE
                   OPEN OUTPUT PACK-DONE-FILE
                   IF PACK-DONE-STATUS NOT = "00" THEN
                       DISPLAY "CONVERT CANNOT CREATE " PACK-DONE-NAME
                           " STATUS " PACK-DONE-STATUS
                       MOVE "YES" TO PACK-FAILED
                       MOVE "WORK FILE FAILED" TO SL-NOTE
                       CLOSE DONE-FILE
                   ELSE
                       MOVE LOW-VALUES TO D-KEY
                       START DONE-FILE KEY NOT < D-KEY
                           INVALID KEY
                               MOVE "YES" TO PACK-EOF
                       END-START
                       PERFORM B-720-PACK-ONE-DONE-RECORD
                           UNTIL PACK-EOF = "YES"
                       CLOSE DONE-FILE
                             PACK-DONE-FILE
                       IF PACK-FAILED = "NO " THEN
                           PERFORM B-730-COPY-BACK-DONE-FILE
                       ELSE
                           MOVE "NOT PACKED" TO SL-NOTE
                       END-IF
                       IF PACK-FAILED = "NO " THEN
                           MOVE "PACKED" TO SL-NOTE
                           PERFORM B-735-MARK-MANIFEST
                       END-IF
                       IF PACK-FAILED = "NO "
                               OR SL-NOTE = "NOT PACKED" THEN
                           CALL "CBL_DELETE_FILE" USING PACK-DONE-NAME
                               RETURNING DELETE-STATUS
                       ELSE
                           DISPLAY "CONVERT WORK FILE KEPT "
                               PACK-DONE-NAME
                       END-IF
                   END-IF
               END-IF
               MOVE DONE-FILE-NAME TO PACK-FILE-NAME
               PERFORM D-300-PRINT-FILE-SPACE
           END-IF
           .

       B-720-PACK-ONE-DONE-RECORD.
           READ DONE-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO PACK-EOF
           END-READ
           IF PACK-EOF = "NO " AND DONE-FILE-STATUS NOT = "00" THEN
               DISPLAY "CONVERT READ FAILED " DONE-FILE-NAME
                   " STATUS " DONE-FILE-STATUS
               MOVE "YES" TO PACK-EOF
               MOVE "YES" TO PACK-FAILED
           END-IF
           IF PACK-EOF = "NO " THEN
               ADD 1 TO FILE-RECORDS
               ADD DONE-RECORD-SIZE TO FILE-BYTES-BEFORE
               PERFORM D-520-EXPAND-DONE-RECORD
               PERFORM D-510-COMPACT-DONE-RECORD
               ADD DONE-RECORD-SIZE TO FILE-BYTES-AFTER
               MOVE DONE-RECORD-SIZE TO PACK-DONE-SIZE
               WRITE PACK-DONE-RECORD FROM DONE-RECORD
                   INVALID KEY
                       DISPLAY "CONVERT WORK WRITE FAILED GEN "
                           D-GEN-NUM " ROW " D-ROW-NUM
                           " STATUS " PACK-DONE-STATUS
                       MOVE "YES" TO PACK-EOF
                       MOVE "YES" TO PACK-FAILED
               END-WRITE
           END-IF
           .

       B-730-COPY-BACK-DONE-FILE.
           MOVE "NO " TO PACK-EOF.
           OPEN INPUT PACK-DONE-FILE
           IF PACK-DONE-STATUS NOT = "00" THEN
               DISPLAY "CONVERT CANNOT REOPEN " PACK-DONE-NAME
                   " STATUS " PACK-DONE-STATUS
               MOVE "YES" TO PACK-FAILED
               MOVE "NOT PACKED" TO SL-NOTE
           ELSE
               OPEN OUTPUT DONE-FILE
               IF DONE-FILE-STATUS NOT = "00" THEN
                   DISPLAY "CONVERT CANNOT REBUILD " DONE-FILE-NAME
                       " STATUS " DONE-FILE-STATUS
                   MOVE "YES" TO PACK-FAILED
                   MOVE "REBUILD FAILED" TO SL-NOTE
                   CLOSE PACK-DONE-FILE
               ELSE
                   MOVE LOW-VALUES TO PD-KEY
                   START PACK-DONE-FILE KEY NOT < PD-KEY
                       INVALID KEY
                           MOVE "YES" TO PACK-EOF
                   END-START
                   PERFORM B-740-COPY-ONE-PACKED-DONE
                       UNTIL PACK-EOF = "YES"
                   CLOSE PACK-DONE-FILE
                         DONE-FILE
               END-IF
           END-IF
           .

       B-735-MARK-MANIFEST.
           IF MANIFEST-OPEN = "NO " THEN
               ADD 1 TO MANIFEST-MISSING
               MOVE "PACKED, NO MANIFEST" TO SL-NOTE
           ELSE
               MOVE PACK-PAT-NUM TO MF-PAT
               READ MANIFEST-FILE
                   INVALID KEY
                       ADD 1 TO MANIFEST-MISSING
                       MOVE "PACKED, NO MANIFEST" TO SL-NOTE
                       DISPLAY "CONVERT NO MANIFEST ENTRY FOR PATTERN "
                           PACK-PAT-NUM
                   NOT INVALID KEY
                       IF MF-DONE-FORMAT NOT = "C" THEN
                           MOVE "C" TO MF-DONE-FORMAT
                           REWRITE MANIFEST-RECORD
                               INVALID KEY
                                   ADD 1 TO MANIFEST-MISSING
                                   MOVE "PACKED, NO MANIFEST"
                                       TO SL-NOTE
                                   DISPLAY "CONVERT MANIFEST REWRITE "
                                       "FAILED PATTERN " PACK-PAT-NUM
                                       " STATUS " MANIFEST-FILE-STATUS
                           END-REWRITE
                       END-IF
               END-READ
           END-IF
           .

       B-740-COPY-ONE-PACKED-DONE.
           READ PACK-DONE-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO PACK-EOF
           END-READ
           IF PACK-EOF = "NO " AND PACK-DONE-STATUS NOT = "00" THEN
               DISPLAY "CONVERT READ FAILED " PACK-DONE-NAME
                   " STATUS " PACK-DONE-STATUS
               MOVE "YES" TO PACK-EOF
               MOVE "YES" TO PACK-FAILED
               MOVE "REBUILD FAILED" TO SL-NOTE
           END-IF
           IF PACK-EOF = "NO " THEN
               MOVE PACK-DONE-SIZE TO DONE-RECORD-SIZE
               WRITE DONE-RECORD FROM PACK-DONE-RECORD
                   INVALID KEY
                       DISPLAY "CONVERT REBUILD WRITE FAILED GEN "
                           PD-GEN-NUM " ROW " PD-ROW-NUM
                           " STATUS " DONE-FILE-STATUS
                       MOVE "YES" TO PACK-EOF
                       MOVE "YES" TO PACK-FAILED
                       MOVE "REBUILD FAILED" TO SL-NOTE
               END-WRITE
           END-IF
           .

       B-750-PACK-ARCHIVE-FILE.
           MOVE 0 TO FILE-RECORDS.
           MOVE 0 TO FILE-BYTES-BEFORE.
           MOVE 0 TO FILE-BYTES-AFTER.
           MOVE "NO " TO PACK-EOF.
           MOVE "NO " TO PACK-FAILED.
           MOVE SPACES TO SL-NOTE.
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-FILE-STATUS = "35" THEN
               ADD 1 TO FILES-MISSING
           ELSE
               IF ARCHIVE-FILE-STATUS NOT = "00" THEN
                   DISPLAY "CONVERT CANNOT OPEN Sierpinski-Archive.dat"
                       " STATUS " ARCHIVE-FILE-STATUS
                   MOVE "YES" TO PACK-FAILED
                   MOVE "OPEN FAILED" TO SL-NOTE
               ELSE
                   OPEN OUTPUT PACK-ARCHIVE-FILE
                   IF PACK-ARCHIVE-STATUS NOT = "00" THEN
                       DISPLAY "CONVERT CANNOT CREATE "
                           "Sierpinski-Archive.pck STATUS "
                           PACK-ARCHIVE-STATUS
                       MOVE "YES" TO PACK-FAILED
                       MOVE "WORK FILE FAILED" TO SL-NOTE
                       CLOSE ARCHIVE-FILE
                   ELSE
                       MOVE LOW-VALUES TO AR-KEY
                       START ARCHIVE-FILE KEY NOT < AR-KEY
                           INVALID KEY
                               MOVE "YES" TO PACK-EOF
                       END-START
                       PERFORM B-760-PACK-ONE-ARCHIVE-RECORD
                           UNTIL PACK-EOF = "YES"
                       CLOSE ARCHIVE-FILE
                             PACK-ARCHIVE-FILE
                       IF PACK-FAILED = "NO " THEN
                           PERFORM B-770-COPY-BACK-ARCHIVE
                       ELSE
                           MOVE "NOT PACKED" TO SL-NOTE
                       END-IF
                       IF PACK-FAILED = "NO " THEN
                           MOVE "PACKED" TO SL-NOTE
                       END-IF
                       IF PACK-FAILED = "NO "
                               OR SL-NOTE = "NOT PACKED" THEN
                           MOVE "./Sierpinski-Archive.pck"
                               TO PACK-FILE-NAME
                           CALL "CBL_DELETE_FILE" USING PACK-FILE-NAME
                               RETURNING DELETE-STATUS
                       ELSE
                           DISPLAY "CONVERT WORK FILE KEPT "
                               "Sierpinski-Archive.pck"
                       END-IF
                   END-IF
               END-IF
               MOVE "./Sierpinski-Archive.dat" TO PACK-FILE-NAME
               PERFORM D-300-PRINT-FILE-SPACE
           END-IF
           .

       B-760-PACK-ONE-ARCHIVE-RECORD.
           READ ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO PACK-EOF
           END-READ
           IF PACK-EOF = "NO " AND ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "CONVERT ARCHIVE READ FAILED STATUS "
                   ARCHIVE-FILE-STATUS
               MOVE "YES" TO PACK-EOF
               MOVE "YES" TO PACK-FAILED
           END-IF
           IF PACK-EOF = "NO " THEN
               ADD 1 TO FILE-RECORDS
               ADD ARCHIVE-RECORD-SIZE TO FILE-BYTES-BEFORE
               PERFORM D-540-EXPAND-ARCHIVE-RECORD
               PERFORM D-530-COMPACT-ARCHIVE-RECORD
               ADD ARCHIVE-RECORD-SIZE TO FILE-BYTES-AFTER
               MOVE ARCHIVE-RECORD-SIZE TO PACK-ARCHIVE-SIZE
               WRITE PACK-ARCHIVE-RECORD FROM ARCHIVE-RECORD
                   INVALID KEY
                       DISPLAY "CONVERT WORK WRITE FAILED PAT "
                           AR-PAT " GEN " AR-GEN " ROW " AR-ROW
                           " STATUS " PACK-ARCHIVE-STATUS
                       MOVE "YES" TO PACK-EOF
                       MOVE "YES" TO PACK-FAILED
               END-WRITE
           END-IF
           .

       B-770-COPY-BACK-ARCHIVE.
           MOVE "NO " TO PACK-EOF.
           OPEN INPUT PACK-ARCHIVE-FILE
           IF PACK-ARCHIVE-STATUS NOT = "00" THEN
               DISPLAY "CONVERT CANNOT REOPEN Sierpinski-Archive.pck"
                   " STATUS " PACK-ARCHIVE-STATUS
               MOVE "YES" TO PACK-FAILED
               MOVE "NOT PACKED" TO SL-NOTE
           ELSE
               OPEN OUTPUT ARCHIVE-FILE
               IF ARCHIVE-FILE-STATUS NOT = "00" THEN
                   DISPLAY "CONVERT CANNOT REBUILD ARCHIVE MASTER"
                       " STATUS " ARCHIVE-FILE-STATUS
                   MOVE "YES" TO PACK-FAILED
                   MOVE "REBUILD FAILED" TO SL-NOTE
                   CLOSE PACK-ARCHIVE-FILE
               ELSE
                   MOVE LOW-VALUES TO PA-KEY
                   START PACK-ARCHIVE-FILE KEY NOT < PA-KEY
                       INVALID KEY
                           MOVE "YES" TO PACK-EOF
                   END-START
                   PERFORM B-780-COPY-ONE-PACKED-ARCHIVE
                       UNTIL PACK-EOF = "YES"
                   CLOSE PACK-ARCHIVE-FILE
                         ARCHIVE-FILE
               END-IF
           END-IF
           .

       B-780-COPY-ONE-PACKED-ARCHIVE.
           READ PACK-ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO PACK-EOF
           END-READ
           IF PACK-EOF = "NO " AND PACK-ARCHIVE-STATUS NOT = "00" THEN
               DISPLAY "CONVERT READ FAILED Sierpinski-Archive.pck"
                   " STATUS " PACK-ARCHIVE-STATUS
               MOVE "YES" TO PACK-EOF
               MOVE "YES" TO PACK-FAILED
               MOVE "REBUILD FAILED" TO SL-NOTE
           END-IF
           IF PACK-EOF = "NO " THEN
               MOVE PACK-ARCHIVE-SIZE TO ARCHIVE-RECORD-SIZE
               WRITE ARCHIVE-RECORD FROM PACK-ARCHIVE-RECORD
                   INVALID KEY
                       DISPLAY "CONVERT REBUILD WRITE FAILED PAT "
                           PA-PAT " GEN " PA-GEN " ROW " PA-ROW
                           " STATUS " ARCHIVE-FILE-STATUS
                       MOVE "YES" TO PACK-EOF
                       MOVE "YES" TO PACK-FAILED
                       MOVE "REBUILD FAILED" TO SL-NOTE
               END-WRITE
           END-IF
           .

       C-100-WRITE-SPACE-TOTALS.
           MOVE FILES-PACKED TO TL-FILES.
           MOVE TOTAL-RECORDS TO TL-RECORDS.
           MOVE TOTAL-BYTES-BEFORE TO TL-BEFORE.
           MOVE TOTAL-BYTES-AFTER TO TL-AFTER.
           COMPUTE TL-SAVED = TOTAL-BYTES-BEFORE - TOTAL-BYTES-AFTER.
           IF TOTAL-BYTES-BEFORE > 0 THEN
               COMPUTE TL-PCT ROUNDED =
                   (TOTAL-BYTES-BEFORE - TOTAL-BYTES-AFTER) * 100
                       / TOTAL-BYTES-BEFORE
           ELSE
               MOVE 0 TO TL-PCT
           END-IF
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM TOTAL-LINE.
           ADD 1 TO LINES-ON-PAGE.
           MOVE FILES-MISSING TO CL-MISSING.
           MOVE FILES-FAILED TO CL-FAILED.
           MOVE MANIFEST-MISSING TO CL-NO-MANIFEST.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM COUNT-LINE.
           ADD 1 TO LINES-ON-PAGE.

       D-100-PAGE-HEADER.
           ADD 1 TO PAGE-NUM.
           MOVE REPORT-DATE TO PH-DATE.
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
               PERFORM D-120-PRINT-COLUMN-HEADER
           END-IF.

       D-120-PRINT-COLUMN-HEADER.
           WRITE PRINT-RECORD FROM COLUMN-HEADER.
           ADD 1 TO LINES-ON-PAGE.

       D-300-PRINT-FILE-SPACE.
           IF PACK-FAILED = "YES" THEN
               ADD 1 TO FILES-FAILED
           ELSE
               ADD 1 TO FILES-PACKED
               ADD FILE-RECORDS TO TOTAL-RECORDS
               ADD FILE-BYTES-BEFORE TO TOTAL-BYTES-BEFORE
               ADD FILE-BYTES-AFTER TO TOTAL-BYTES-AFTER
           END-IF
           MOVE PACK-FILE-NAME TO SL-FILE.
           MOVE FILE-RECORDS TO SL-RECORDS.
           MOVE FILE-BYTES-BEFORE TO SL-BEFORE.
           MOVE FILE-BYTES-AFTER TO SL-AFTER.
           COMPUTE SL-SAVED = FILE-BYTES-BEFORE - FILE-BYTES-AFTER.
           IF FILE-BYTES-BEFORE > 0 THEN
               COMPUTE SL-PCT ROUNDED =
                   (FILE-BYTES-BEFORE - FILE-BYTES-AFTER) * 100
                       / FILE-BYTES-BEFORE
           ELSE
               MOVE 0 TO SL-PCT
           END-IF
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM SPACE-LINE.
           ADD 1 TO LINES-ON-PAGE.

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

       D-530-COMPACT-ARCHIVE-RECORD.
           MOVE AR-LINE-INFO TO RLE-LINE.
           MOVE "YES" TO RLE-OK.
           MOVE "NO " TO RLE-IN-RUN.
           MOVE SPACE TO RLE-LIVE-CHAR.
           MOVE 0 TO RLE-RUNS.
           PERFORM VARYING RLE-POS FROM 1 BY 1
               UNTIL RLE-POS > 1000 OR RLE-OK = "NO "
               IF RLE-LINE (RLE-POS:1) = SPACE THEN
                   MOVE "NO " TO RLE-IN-RUN
               ELSE
                   PERFORM D-535-RUN-LENGTH-CELL
               END-IF
           END-PERFORM
           IF RLE-OK = "YES" THEN
               MOVE RLE-LIVE-CHAR TO AR-LIVE-CHAR
               MOVE RLE-RUNS TO AR-RUN-COUNT
               PERFORM VARYING RLE-RUN-IDX FROM 1 BY 1
                   UNTIL RLE-RUN-IDX > RLE-RUNS
                   MOVE RLE-START (RLE-RUN-IDX)
                       TO AR-RUN-START (RLE-RUN-IDX)
                   MOVE RLE-LENGTH (RLE-RUN-IDX)
                       TO AR-RUN-LENGTH (RLE-RUN-IDX)
               END-PERFORM
               COMPUTE ARCHIVE-RECORD-SIZE = 23 + 8 * RLE-RUNS
           ELSE
               MOVE 1019 TO ARCHIVE-RECORD-SIZE
           END-IF
           .

       D-535-RUN-LENGTH-CELL.
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

       D-540-EXPAND-ARCHIVE-RECORD.
           IF ARCHIVE-RECORD-SIZE < 1019 THEN
               MOVE SPACES TO RLE-LINE
               IF AR-RUN-COUNT IS NUMERIC
                       AND AR-RUN-COUNT NOT > 124 THEN
                   MOVE SPACES TO RLE-FILL
                   INSPECT RLE-FILL CONVERTING " " TO AR-LIVE-CHAR
                   PERFORM VARYING RLE-RUN-IDX FROM 1 BY 1
                       UNTIL RLE-RUN-IDX > AR-RUN-COUNT
                       IF AR-RUN-START (RLE-RUN-IDX) > 0
                               AND AR-RUN-LENGTH (RLE-RUN-IDX) > 0
                               AND AR-RUN-START (RLE-RUN-IDX)
                                 + AR-RUN-LENGTH (RLE-RUN-IDX)
                                 < 1002 THEN
                           MOVE RLE-FILL (1:AR-RUN-LENGTH (RLE-RUN-IDX))
                               TO RLE-LINE (AR-RUN-START (RLE-RUN-IDX):
                                   AR-RUN-LENGTH (RLE-RUN-IDX))
                       END-IF
                   END-PERFORM
               END-IF
               MOVE RLE-LINE TO AR-LINE-INFO
               MOVE 1019 TO ARCHIVE-RECORD-SIZE
           END-IF
           .
