           SELECT HOLD-FILE
               ASSIGN TO DYNAMIC HOLD-FILE-NAME
               FILE STATUS IS HOLD-FILE-STATUS.
           SELECT MOTIF-HIT-FILE
               ASSIGN TO "./Sierpinski-Mothit.dat"
               FILE STATUS IS MOTIF-HIT-STATUS.
           SELECT RESTORE-REPORT-FILE
               ASSIGN TO "./Sierpinski-Restore.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
           DATA RECORD IS RESTORE-CONTROL-RECORD.
       01  RESTORE-CONTROL-RECORD.
           05  RCTL-PATTERN       PIC 9999.
           05  RCTL-HIT-MODE      PIC X.
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
       FD  HOLD-FILE
           DATA RECORD IS HOLD-RECORD.
       01  HOLD-RECORD.
           05  H-PAT           PIC 9(4).
           05  H-DATE          PIC 9(8).
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
       FD  RESTORE-REPORT-FILE
           DATA RECORD IS RESTORE-REPORT-RECORD.
       01  RESTORE-REPORT-RECORD  PIC X(80).
       01  INDICATORS.
          05  ARCHIVE-EOF      PIC XXX       VALUE "NO ".
          05  RESTORE-ABORT    PIC XXX       VALUE "NO ".
          05  RESTORE-SKIPPED  PIC XXX       VALUE "NO ".
          05  HIT-MODE         PIC XXX       VALUE "NO ".
          05  HIT-EOF          PIC XXX       VALUE "NO ".
          05  REPORT-OPEN      PIC XXX       VALUE "NO ".

       01  RESTORE-CONTROL-STATUS PIC XX.
       01  ARCHIVE-FILE-STATUS  PIC XX.
       01  DONE-FILE-STATUS     PIC XX.
       01  HOLD-FILE-STATUS     PIC XX.
       01  RESTORE-REPORT-STATUS PIC XX.
       01  MOTIF-HIT-STATUS     PIC XX.

       01  DONE-FILE-NAME       PIC X(40).
       01  DONE-RECORD-SIZE     PIC 9(4)       VALUE 1007.
       01  ARCHIVE-RECORD-SIZE  PIC 9(4)       VALUE 1019.
       01  HOLD-FILE-NAME       PIC X(40).
       01  RESTORE-PATTERN      PIC 9999       VALUE 0001.
       01  RESTORE-DATE         PIC 9(8).
       01  GENS-RESTORED        PIC 9(5)       VALUE 00000.
       01  DELETE-STATUS        PIC 9(4) COMP  VALUE 0.
       01  PATTERNS-RESTORED    PIC 9(5)       VALUE 00000.
       01  PATTERNS-FAILED      PIC 9(5)       VALUE 00000.
       01  PATTERNS-SKIPPED     PIC 9(5)       VALUE 00000.
       01  PATTERN-TRIED-TABLE.
           05  PATTERN-TRIED    PIC X OCCURS 10000 TIMES.

       01  REPORT-HEADER.
           05  FILLER           PIC X(24)
       PROCEDURE DIVISION.
       MAIN.
           PERFORM A-100-INITIALIZATION.
           IF HIT-MODE = "YES" THEN
               PERFORM B-200-RESTORE-FROM-HITS
           ELSE
               PERFORM B-050-RESTORE-PATTERN
           END-IF.
           IF REPORT-OPEN = "YES" THEN
               CLOSE RESTORE-REPORT-FILE
           END-IF.

           IF PATTERNS-FAILED > 0 THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               IF PATTERNS-RESTORED = 0 THEN
                   IF HIT-MODE = "YES" THEN
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           STOP RUN

       A-100-INITIALIZATION.
           ACCEPT RESTORE-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO PATTERN-TRIED-TABLE.

           PERFORM A-110-READ-RESTORE-CONTROL.

       A-105-PREPARE-PATTERN.
           MOVE "NO " TO RESTORE-ABORT.
           MOVE "NO " TO RESTORE-SKIPPED.
           MOVE "NO " TO ARCHIVE-EOF.
           MOVE 0 TO GENS-RESTORED.
           MOVE SPACES TO DONE-FILE-NAME.
           MOVE SPACES TO HOLD-FILE-NAME.

           STRING "./Sierpinski-Done-" DELIMITED BY SIZE
                  RESTORE-PATTERN DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                   " ALREADY EXISTS - RESTORE SKIPPED"
               CLOSE DONE-FILE
               MOVE "YES" TO RESTORE-ABORT
               MOVE "YES" TO RESTORE-SKIPPED
           END-IF

           IF RESTORE-ABORT = "NO " THEN
               IF DONE-FILE-STATUS NOT = "00" THEN
                   DISPLAY "RESTORE CANNOT CREATE " DONE-FILE-NAME
                       " STATUS " DONE-FILE-STATUS
                   CLOSE ARCHIVE-FILE
                   MOVE "YES" TO RESTORE-ABORT
               END-IF
           END-IF

           IF RESTORE-ABORT = "NO " THEN
               IF REPORT-OPEN = "NO " THEN
                   OPEN OUTPUT RESTORE-REPORT-FILE
                   MOVE "YES" TO REPORT-OPEN
               END-IF
               MOVE RESTORE-PATTERN TO RH-PATTERN
               MOVE RESTORE-DATE TO RH-DATE
               WRITE RESTORE-REPORT-RECORD FROM REPORT-HEADER
                               AND RCTL-PATTERN > 0 THEN
                           MOVE RCTL-PATTERN TO RESTORE-PATTERN
                       END-IF
                       IF RCTL-HIT-MODE = "Y" THEN
                           MOVE "YES" TO HIT-MODE
                       END-IF
               END-READ
               CLOSE RESTORE-CONTROL-FILE
           END-IF
           END-IF
           .

       B-050-RESTORE-PATTERN.
           PERFORM A-105-PREPARE-PATTERN.
           IF RESTORE-ABORT = "NO " THEN
               PERFORM B-110-WRITE-ONE-GEN
               PERFORM B-100-COPY-ONE-GEN
                   UNTIL ARCHIVE-EOF = "YES"
               IF RESTORE-ABORT = "NO " AND GENS-RESTORED > 0 THEN
                   PERFORM C-100-WRITE-HOLD
               END-IF
               PERFORM C-200-CLEAN-UP
           END-IF
           IF RESTORE-SKIPPED = "YES" THEN
               ADD 1 TO PATTERNS-SKIPPED
           ELSE
               IF RESTORE-ABORT = "YES" OR GENS-RESTORED = 0 THEN
                   ADD 1 TO PATTERNS-FAILED
               ELSE
                   ADD 1 TO PATTERNS-RESTORED
               END-IF
           END-IF
           .

       B-100-COPY-ONE-GEN.
           READ ARCHIVE-FILE NEXT RECORD
               AT END
           MOVE AR-GEN TO D-GEN-NUM.
           MOVE AR-ROW TO D-ROW-NUM.
           MOVE AR-LINE-INFO TO D-LINE-INFO.
           COMPUTE DONE-RECORD-SIZE = ARCHIVE-RECORD-SIZE - 12.
           WRITE DONE-RECORD
               INVALID KEY
                   DISPLAY "RESTORE WRITE FAILED PAT " AR-PAT
           END-WRITE
           .

       B-200-RESTORE-FROM-HITS.
           OPEN INPUT MOTIF-HIT-FILE
           IF MOTIF-HIT-STATUS NOT = "00" THEN
               DISPLAY "RESTORE CANNOT OPEN MOTIF HIT FILE STATUS "
                   MOTIF-HIT-STATUS
               ADD 1 TO PATTERNS-FAILED
           ELSE
               PERFORM B-210-RESTORE-ONE-HIT
                   UNTIL HIT-EOF = "YES"
               CLOSE MOTIF-HIT-FILE
               DISPLAY "RESTORE FROM MOTIF HITS RESTORED "
                   PATTERNS-RESTORED " SKIPPED " PATTERNS-SKIPPED
                   " FAILED " PATTERNS-FAILED
           END-IF
           .

       B-210-RESTORE-ONE-HIT.
           READ MOTIF-HIT-FILE
               AT END
                   MOVE "YES" TO HIT-EOF
           END-READ
           IF HIT-EOF = "NO " AND MH-SOURCE = "A"
                   AND MH-PAT IS NUMERIC THEN
               IF PATTERN-TRIED (MH-PAT + 1) NOT = "Y" THEN
                   MOVE "Y" TO PATTERN-TRIED (MH-PAT + 1)
                   MOVE MH-PAT TO RESTORE-PATTERN
                   PERFORM B-050-RESTORE-PATTERN
               END-IF
           END-IF
           .

       C-100-WRITE-HOLD.
           OPEN OUTPUT HOLD-FILE
           IF HOLD-FILE-STATUS = "00" THEN
               " GENS " GENS-RESTORED.

           CLOSE ARCHIVE-FILE
                 DONE-FILE.

           IF RESTORE-ABORT = "YES" THEN
               CALL "CBL_DELETE_FILE" USING DONE-FILE-NAME
