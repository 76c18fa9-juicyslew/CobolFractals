               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT JOB-SUMMARY-FILE
               ASSIGN TO "./Sierpinski-Jobsum.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-SUMMARY-STATUS.
           SELECT SECURITY-LOG-FILE
               ASSIGN TO "./Sierpinski-Secexc.dat"
               FILE STATUS IS SECURITY-LOG-STATUS.
           SELECT PRINT-FILE
               ASSIGN TO "./Sierpinski-Ops.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
           05  CTL-GRID-MODE      PIC X.
           05  CTL-GRID-ROWS      PIC 999.
           05  CTL-TIME-BUDGET    PIC 9(4).
           05  CTL-DONE-FORMAT    PIC X.
       FD  ARCHIVE-CONTROL-FILE
           DATA RECORD IS ARCHIVE-CONTROL-RECORD.
       01  ARCHIVE-CONTROL-RECORD.
           05  RQ-STATUS       PIC X(8).
           05  RQ-COMP-DATE    PIC 9(8).
           05  RQ-COMP-TIME    PIC 9(8).
           05  RQ-SEED-VERSION PIC 9(4).
           05  RQ-RUN-VERSION  PIC 9(4).
       FD  RUN-LOG-FILE
           DATA RECORD IS RUN-LOG-RECORD.
       01  RUN-LOG-RECORD.
           05  OC-RULE         PIC 99.
           05  FILLER          PIC X.
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
       FD  JOB-SUMMARY-FILE
           DATA RECORD IS JOB-SUMMARY-RECORD.
       01  JOB-SUMMARY-RECORD.
           05  JS-TAG          PIC X(5).
           05  FILLER          PIC X(58).
           05  JS-STATUS       PIC X(8).
           05  FILLER          PIC X(29).
       FD  SECURITY-LOG-FILE
           DATA RECORD IS SECURITY-LOG-RECORD.
       01  SECURITY-LOG-RECORD.
           05  SX-DATE          PIC 9(8).
           05  FILLER           PIC X.
           05  SX-TIME          PIC 9(8).
           05  FILLER           PIC X.
           05  SX-PROGRAM       PIC X(10).
           05  FILLER           PIC X.
           05  SX-USER-ID       PIC X(20).
           05  FILLER           PIC X.
           05  SX-ACTION        PIC X(8).
           05  FILLER           PIC X.
           05  SX-OBJECT        PIC X(8).
           05  FILLER           PIC X.
           05  SX-REASON        PIC X(30).
           05  FILLER           PIC X(2).
       FD  PRINT-FILE
           DATA RECORD IS PRINT-RECORD.
       01  PRINT-RECORD           PIC X(100).
          05  RUN-LOG-EOF      PIC XXX       VALUE "NO ".
          05  OUTCOME-EOF      PIC XXX       VALUE "NO ".
          05  ARCHIVE-EOF      PIC XXX       VALUE "NO ".
          05  JOB-SUMMARY-EOF  PIC XXX       VALUE "NO ".
          05  SECURITY-LOG-EOF PIC XXX       VALUE "NO ".

       01  CONTROL-FILE-STATUS  PIC XX.
       01  ARCHIVE-CONTROL-STATUS PIC XX.
       01  RUN-LOG-FILE-STATUS  PIC XX.
       01  OUTCOME-FILE-STATUS  PIC XX.
       01  ARCHIVE-FILE-STATUS  PIC XX.
       01  ARCHIVE-RECORD-SIZE  PIC 9(4)       VALUE 1019.
       01  JOB-SUMMARY-STATUS   PIC XX.
       01  SECURITY-LOG-STATUS  PIC XX.
       01  PRINT-FILE-STATUS    PIC XX.

       01  OPS-DATE             PIC 9(8).
       01  OUTCOME-EXCEPTIONS   PIC 9(5)       VALUE 00000.
       01  ARCHIVE-RECS-READ    PIC 9(7)       VALUE 0.
       01  ARCHIVE-EXCEPTIONS   PIC 9(5)       VALUE 00000.
       01  JOB-STEPS-READ       PIC 9(5)       VALUE 00000.
       01  JOB-EXCEPTIONS       PIC 9(5)       VALUE 00000.
       01  SECURITY-READ        PIC 9(5)       VALUE 00000.
       01  SECURITY-EXCEPTIONS  PIC 9(5)       VALUE 00000.
       01  SECURITY-PROGRAMS    PIC 99         VALUE 00.
       01  SECURITY-IDX         PIC 99.
       01  SECURITY-TABLE.
           05  SECURITY-ENTRY OCCURS 10 TIMES.
               10  SE-PROGRAM   PIC X(10).
               10  SE-COUNT     PIC 9(5).
       01  TOTAL-EXCEPTIONS     PIC 9(6)       VALUE 0.

       01  PAGE-HEADER-LINE.
           05  AX-PURGE         PIC 9(8).
           05  FILLER           PIC X(29)     VALUE SPACES.

       01  SECURITY-EXC-LINE.
           05  FILLER           PIC X(2)      VALUE SPACES.
           05  SY-DATE          PIC 9(8).
           05  FILLER           PIC X          VALUE SPACE.
           05  SY-TIME          PIC 9(8).
           05  FILLER           PIC X          VALUE SPACE.
           05  SY-PROGRAM       PIC X(10).
           05  FILLER           PIC X          VALUE SPACE.
           05  SY-USER-ID       PIC X(20).
           05  FILLER           PIC X          VALUE SPACE.
           05  SY-ACTION        PIC X(8).
           05  FILLER           PIC X          VALUE SPACE.
           05  SY-OBJECT        PIC X(8).
           05  FILLER           PIC X          VALUE SPACE.
           05  SY-REASON        PIC X(30).

       01  SECURITY-SUM-LINE.
           05  FILLER           PIC X(10)
               VALUE "  PROGRAM ".
           05  SS-PROGRAM       PIC X(10).
           05  FILLER           PIC X(12)     VALUE " VIOLATIONS ".
           05  SS-COUNT         PIC ZZZZ9.
           05  FILLER           PIC X(63)     VALUE SPACES.

       01  NOTE-LINE.
           05  NOTE-TEXT        PIC X(70).
           05  FILLER           PIC X(30)     VALUE SPACES.
           05  T2-ARCH-EXC      PIC ZZZZ9.
           05  FILLER           PIC X(29)     VALUE SPACES.

       01  TOTAL-LINE-4.
           05  FILLER           PIC X(10)     VALUE "JOB STEPS ".
           05  T4-STEPS         PIC ZZZZ9.
           05  FILLER           PIC X(12)     VALUE " EXCEPTIONS ".
           05  T4-EXC           PIC ZZZZ9.
           05  FILLER           PIC X(68)     VALUE SPACES.

       01  TOTAL-LINE-5.
           05  FILLER           PIC X(13)     VALUE "SECURITY LOG ".
           05  T5-READ          PIC ZZZZ9.
           05  FILLER           PIC X(12)     VALUE " EXCEPTIONS ".
           05  T5-EXC           PIC ZZZZ9.
           05  FILLER           PIC X(65)     VALUE SPACES.

       01  TOTAL-LINE-3.
           05  FILLER           PIC X(17)
               VALUE "TOTAL EXCEPTIONS ".
           PERFORM B-200-REPORT-RUN-LOG.
           PERFORM B-300-REPORT-OUTCOMES.
           PERFORM B-400-REPORT-ARCHIVE.
           PERFORM B-450-REPORT-SECURITY.
           PERFORM B-500-REPORT-JOB-STREAM.
           PERFORM C-100-WRITE-TOTALS.
           PERFORM C-200-CLEAN-UP.

           END-IF
           .

       B-450-REPORT-SECURITY.
           MOVE "EXCEPTIONS - SECURITY VIOLATIONS" TO SEC-TITLE.
           PERFORM D-110-PRINT-SECTION.

           OPEN INPUT SECURITY-LOG-FILE
           IF SECURITY-LOG-STATUS NOT = "00" THEN
               IF SECURITY-LOG-STATUS NOT = "35" THEN
                   MOVE "  SECURITY LOG NOT AVAILABLE" TO NOTE-TEXT
                   PERFORM D-120-PRINT-NOTE
               END-IF
           ELSE
               PERFORM B-460-SCAN-ONE-SECURITY
                   UNTIL SECURITY-LOG-EOF = "YES"
               CLOSE SECURITY-LOG-FILE
           END-IF
           IF SECURITY-EXCEPTIONS = 0 THEN
               MOVE "  NONE" TO NOTE-TEXT
               PERFORM D-120-PRINT-NOTE
           ELSE
               PERFORM VARYING SECURITY-IDX FROM 1 BY 1
                   UNTIL SECURITY-IDX > SECURITY-PROGRAMS
                   MOVE SE-PROGRAM (SECURITY-IDX) TO SS-PROGRAM
                   MOVE SE-COUNT (SECURITY-IDX) TO SS-COUNT
                   PERFORM D-175-PRINT-SECURITY-SUM
               END-PERFORM
           END-IF
           .

       B-460-SCAN-ONE-SECURITY.
           READ SECURITY-LOG-FILE
               AT END
                   MOVE "YES" TO SECURITY-LOG-EOF
           END-READ
           IF SECURITY-LOG-EOF = "NO " THEN
               ADD 1 TO SECURITY-READ
               IF SX-DATE IS NUMERIC
                       AND SX-DATE NOT < STALE-DATE THEN
                   ADD 1 TO SECURITY-EXCEPTIONS
                   MOVE SX-DATE TO SY-DATE
                   MOVE SX-TIME TO SY-TIME
                   MOVE SX-PROGRAM TO SY-PROGRAM
                   MOVE SX-USER-ID TO SY-USER-ID
                   MOVE SX-ACTION TO SY-ACTION
                   MOVE SX-OBJECT TO SY-OBJECT
                   MOVE SX-REASON TO SY-REASON
                   PERFORM D-165-PRINT-SECURITY-EXC
                   PERFORM B-470-COUNT-SECURITY-PROGRAM
               END-IF
           END-IF
           .

       B-470-COUNT-SECURITY-PROGRAM.
           PERFORM VARYING SECURITY-IDX FROM 1 BY 1
               UNTIL SECURITY-IDX > SECURITY-PROGRAMS
               OR SE-PROGRAM (SECURITY-IDX) = SX-PROGRAM
               CONTINUE
           END-PERFORM
           IF SECURITY-IDX > SECURITY-PROGRAMS
                   AND SECURITY-PROGRAMS < 10 THEN
               ADD 1 TO SECURITY-PROGRAMS
               MOVE SX-PROGRAM TO SE-PROGRAM (SECURITY-IDX)
               MOVE 0 TO SE-COUNT (SECURITY-IDX)
           END-IF
           IF SECURITY-IDX NOT > SECURITY-PROGRAMS THEN
               ADD 1 TO SE-COUNT (SECURITY-IDX)
           END-IF
           .

       B-500-REPORT-JOB-STREAM.
           MOVE "JOB STREAM - LATEST JOB SUMMARY" TO SEC-TITLE.
           PERFORM D-110-PRINT-SECTION.

           OPEN INPUT JOB-SUMMARY-FILE
           IF JOB-SUMMARY-STATUS NOT = "00" THEN
               MOVE "  JOB SUMMARY NOT AVAILABLE" TO NOTE-TEXT
               PERFORM D-120-PRINT-NOTE
           ELSE
               PERFORM B-510-COPY-ONE-SUMMARY-LINE
                   UNTIL JOB-SUMMARY-EOF = "YES"
               CLOSE JOB-SUMMARY-FILE
           END-IF
           .

       B-510-COPY-ONE-SUMMARY-LINE.
           READ JOB-SUMMARY-FILE
               AT END
                   MOVE "YES" TO JOB-SUMMARY-EOF
           END-READ
           IF JOB-SUMMARY-EOF = "NO " THEN
               IF JS-TAG = "STEP " THEN
                   ADD 1 TO JOB-STEPS-READ
                   IF JS-STATUS = "FAILED" OR JS-STATUS = "REFUSED"
                           OR JS-STATUS = "PARTIAL" THEN
                       ADD 1 TO JOB-EXCEPTIONS
                   END-IF
               END-IF
               PERFORM D-200-PRINT-JOB-SUMMARY-LINE
           END-IF
           .

       C-100-WRITE-TOTALS.
           MOVE "TOTALS" TO SEC-TITLE.
           PERFORM D-110-PRINT-SECTION.

           COMPUTE TOTAL-EXCEPTIONS =
               REQUEST-EXCEPTIONS + RUN-LOG-EXCEPTIONS
               + OUTCOME-EXCEPTIONS + ARCHIVE-EXCEPTIONS
               + JOB-EXCEPTIONS + SECURITY-EXCEPTIONS.

           MOVE REQUESTS-READ TO T1-READ.
           MOVE REQUEST-EXCEPTIONS TO T1-EXC.
           MOVE ARCHIVE-EXCEPTIONS TO T2-ARCH-EXC.
           PERFORM D-180-PRINT-TOTAL-2.

           MOVE JOB-STEPS-READ TO T4-STEPS.
           MOVE JOB-EXCEPTIONS TO T4-EXC.
           PERFORM D-195-PRINT-TOTAL-4.

           MOVE SECURITY-READ TO T5-READ.
           MOVE SECURITY-EXCEPTIONS TO T5-EXC.
           PERFORM D-197-PRINT-TOTAL-5.

           MOVE TOTAL-EXCEPTIONS TO T3-EXC.
           PERFORM D-190-PRINT-TOTAL-3.

               " REQUESTS " REQUEST-EXCEPTIONS
               " RUN LOGS " RUN-LOG-EXCEPTIONS
               " OUTCOMES " OUTCOME-EXCEPTIONS
               " ARCHIVE " ARCHIVE-EXCEPTIONS
               " JOB STEPS " JOB-EXCEPTIONS
               " SECURITY " SECURITY-EXCEPTIONS.

           CLOSE PRINT-FILE.

           WRITE PRINT-RECORD FROM ARCHIVE-EXC-LINE.
           ADD 1 TO LINES-ON-PAGE.

       D-165-PRINT-SECURITY-EXC.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM SECURITY-EXC-LINE.
           ADD 1 TO LINES-ON-PAGE.

       D-170-PRINT-TOTAL-1.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM TOTAL-LINE-1.
           ADD 1 TO LINES-ON-PAGE.

       D-175-PRINT-SECURITY-SUM.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM SECURITY-SUM-LINE.
           ADD 1 TO LINES-ON-PAGE.

       D-180-PRINT-TOTAL-2.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM TOTAL-LINE-2.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM TOTAL-LINE-3.
           ADD 1 TO LINES-ON-PAGE.

       D-195-PRINT-TOTAL-4.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM TOTAL-LINE-4.
           ADD 1 TO LINES-ON-PAGE.

       D-197-PRINT-TOTAL-5.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM TOTAL-LINE-5.
           ADD 1 TO LINES-ON-PAGE.

       D-200-PRINT-JOB-SUMMARY-LINE.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM JOB-SUMMARY-RECORD.
           ADD 1 TO LINES-ON-PAGE.
