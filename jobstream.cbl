       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIERPINSKI-JOBSTREAM.
       AUTHOR. WILLIAM DERKSEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-CONTROL-FILE
               ASSIGN TO "./Sierpinski-Jobctl.dat"
               FILE STATUS IS JOB-CONTROL-STATUS.
           SELECT JOB-DEF-FILE
               ASSIGN TO "./Sierpinski-Jobdef.dat"
               FILE STATUS IS JOB-DEF-STATUS.
           SELECT PART-CONTROL-FILE
               ASSIGN TO "./Sierpinski-Partctl.dat"
               FILE STATUS IS PART-CONTROL-STATUS.
           SELECT STEP-HIST-FILE
               ASSIGN TO "./Sierpinski-Stephist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JH-KEY
               FILE STATUS IS STEP-HIST-STATUS.
           SELECT SUMMARY-FILE
               ASSIGN TO "./Sierpinski-Jobsum.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-CONTROL-FILE
           DATA RECORD IS JOB-CONTROL-RECORD.
       01  JOB-CONTROL-RECORD.
           05  JCTL-JOB-DATE      PIC 9(8).
           05  JCTL-STEP-NAME     PIC X(8).
       FD  JOB-DEF-FILE
           DATA RECORD IS JOB-DEF-RECORD.
       01  JOB-DEF-RECORD.
           05  JD-STEP-SEQ        PIC 99.
           05  JD-STEP-NAME       PIC X(8).
           05  JD-MAX-RC          PIC 99.
           05  JD-PART-TYPE       PIC X.
           05  JD-COMMAND         PIC X(60).
       FD  PART-CONTROL-FILE
           DATA RECORD IS PART-CONTROL-RECORD.
       01  PART-CONTROL-RECORD.
           05  PCTL-PART-NUM      PIC 99.
           05  PCTL-PART-TOTAL    PIC 99.
       FD  STEP-HIST-FILE
           DATA RECORD IS STEP-HIST-RECORD.
       01  STEP-HIST-RECORD.
           05  JH-KEY.
               10  JH-JOB-DATE    PIC 9(8).
               10  JH-STEP-SEQ    PIC 99.
               10  JH-PART-NUM    PIC 99.
           05  JH-STEP-NAME       PIC X(8).
           05  JH-COMMAND         PIC X(60).
           05  JH-START-DATE      PIC 9(8).
           05  JH-START-TIME      PIC 9(8).
           05  JH-END-DATE        PIC 9(8).
           05  JH-END-TIME        PIC 9(8).
           05  JH-RETURN-CODE     PIC 9(3).
           05  JH-MAX-RC          PIC 99.
           05  JH-STATUS          PIC X(8).
           05  JH-ATTEMPTS        PIC 99.
           05  FILLER             PIC X(20).
       FD  SUMMARY-FILE
           DATA RECORD IS SUMMARY-RECORD.
       01  SUMMARY-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
       01  INDICATORS.
          05  JOB-DEF-EOF      PIC XXX       VALUE "NO ".
          05  HIST-EOF         PIC XXX       VALUE "NO ".
          05  JOB-ABORT        PIC XXX       VALUE "NO ".
          05  JOB-STOPPED      PIC XXX       VALUE "NO ".
          05  HIST-OPEN        PIC XXX       VALUE "NO ".
          05  PART-CARD-FOUND  PIC XXX       VALUE "NO ".
          05  PREDECESSORS-OK  PIC XXX       VALUE "YES".
          05  STEP-FOUND       PIC XXX       VALUE "NO ".
          05  HIST-FOUND       PIC XXX       VALUE "NO ".
          05  HEADER-STARTED   PIC XXX       VALUE "NO ".
          05  PART-CARD-WRITTEN PIC XXX      VALUE "YES".

       01  JOB-CONTROL-STATUS   PIC XX.
       01  JOB-DEF-STATUS       PIC XX.
       01  PART-CONTROL-STATUS  PIC XX.
       01  STEP-HIST-STATUS     PIC XX.
       01  SUMMARY-FILE-STATUS  PIC XX.

       01  RUN-DATE             PIC 9(8).
       01  RUN-TIME             PIC 9(8).
       01  JOB-DATE             PIC 9(8)       VALUE 0.
       01  LAST-JOB-DATE        PIC 9(8)       VALUE 0.
       01  LAST-JOB-STATUS      PIC X(8)       VALUE SPACES.
       01  ONLY-STEP-NAME       PIC X(8)       VALUE SPACES.
       01  JOB-RESULT           PIC X(8)       VALUE SPACES.

       01  PART-TOTAL           PIC 99         VALUE 01.
       01  SAVED-PART-NUM       PIC 99.
       01  SAVED-PART-TOTAL     PIC 99.
       01  PART-INDEX           PIC 99.

       01  STEP-COUNT           PIC 99         VALUE 0.
       01  MAX-STEPS            PIC 99         VALUE 20.
       01  STEP-IDX             PIC 99.
       01  PRED-IDX             PIC 99.
       01  SUM-IDX              PIC 99.
       01  LAST-SEQ             PIC 99         VALUE 0.

       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS 20 TIMES.
               10  ST-SEQ          PIC 99.
               10  ST-NAME         PIC X(8).
               10  ST-MAX-RC       PIC 99.
               10  ST-PART-TYPE    PIC X.
               10  ST-COMMAND      PIC X(60).
               10  ST-PART-COUNT   PIC 99.
               10  ST-STATE        PIC X(8).

       01  STEP-RC              PIC S9(9).
       01  STEP-RC-QUOTIENT     PIC S9(9).
       01  HIGHEST-RC           PIC 9(3)       VALUE 0.

       01  STEPS-RUN            PIC 99         VALUE 0.
       01  STEPS-SKIPPED        PIC 99         VALUE 0.
       01  STEPS-ENDED          PIC 99         VALUE 0.
       01  STEPS-FAILED         PIC 99         VALUE 0.
       01  STEPS-REFUSED        PIC 99         VALUE 0.
       01  STEPS-NOT-RUN        PIC 99         VALUE 0.

       01  STEP-SUMMARY.
           05  SUM-STATUS       PIC X(8).
           05  SUM-PARTS-SEEN   PIC 99.
           05  SUM-PARTS-ENDED  PIC 99.
           05  SUM-START-DATE   PIC 9(8).
           05  SUM-START-TIME   PIC 9(8).
           05  SUM-END-DATE     PIC 9(8).
           05  SUM-END-TIME     PIC 9(8).
           05  SUM-RC           PIC 9(3).
           05  SUM-ATTEMPTS     PIC 99.
           05  SUM-FAILED       PIC XXX.
           05  SUM-RUNNING      PIC XXX.
           05  SUM-REFUSED      PIC XXX.
           05  SUM-BYPASSED     PIC XXX.

       01  SUMMARY-HEADER.
           05  FILLER           PIC X(30)
               VALUE "SIERPINSKI JOB STREAM SUMMARY ".
           05  FILLER           PIC X(10)     VALUE " JOB DATE ".
           05  SH-JOB-DATE      PIC 9(8).
           05  FILLER           PIC X(10)     VALUE "  PRINTED ".
           05  SH-RUN-DATE      PIC 9(8).
           05  FILLER           PIC X          VALUE SPACE.
           05  SH-RUN-TIME      PIC X(6).
           05  FILLER           PIC X(27)     VALUE SPACES.

       01  SUMMARY-COLUMNS.
           05  FILLER           PIC X(8)      VALUE "     SQ ".
           05  FILLER           PIC X(9)      VALUE "STEP".
           05  FILLER           PIC X(6)      VALUE "PARTS".
           05  FILLER           PIC X(16)     VALUE "STARTED".
           05  FILLER           PIC X(16)     VALUE "ENDED".
           05  FILLER           PIC X(4)      VALUE " RC".
           05  FILLER           PIC X(4)      VALUE "MAX".
           05  FILLER           PIC X(9)      VALUE "STATUS".
           05  FILLER           PIC X(5)      VALUE "TRIES".
           05  FILLER           PIC X(23)     VALUE SPACES.

       01  SUMMARY-STEP-LINE.
           05  SL-TAG           PIC X(5)      VALUE "STEP ".
           05  SL-SEQ           PIC 99.
           05  FILLER           PIC X          VALUE SPACE.
           05  SL-NAME          PIC X(8).
           05  FILLER           PIC X          VALUE SPACE.
           05  SL-PARTS-ENDED   PIC Z9.
           05  FILLER           PIC X          VALUE "/".
           05  SL-PARTS         PIC Z9.
           05  FILLER           PIC X          VALUE SPACE.
           05  SL-START-DATE    PIC X(8).
           05  FILLER           PIC X          VALUE SPACE.
           05  SL-START-TIME    PIC X(6).
           05  FILLER           PIC X          VALUE SPACE.
           05  SL-END-DATE      PIC X(8).
           05  FILLER           PIC X          VALUE SPACE.
           05  SL-END-TIME      PIC X(6).
           05  FILLER           PIC X          VALUE SPACE.
           05  SL-RC            PIC ZZ9.
           05  FILLER           PIC X          VALUE SPACE.
           05  SL-MAX-RC        PIC ZZ9.
           05  FILLER           PIC X          VALUE SPACE.
           05  SL-STATUS        PIC X(8).
           05  FILLER           PIC X          VALUE SPACE.
           05  SL-ATTEMPTS      PIC Z9.
           05  FILLER           PIC X(26)     VALUE SPACES.

       01  SUMMARY-TOTAL-LINE.
           05  FILLER           PIC X(11)     VALUE "JOB STATUS ".
           05  TL-RESULT        PIC X(8).
           05  FILLER           PIC X(8)      VALUE "  STEPS ".
           05  TL-STEPS         PIC Z9.
           05  FILLER           PIC X(7)      VALUE " ENDED ".
           05  TL-ENDED         PIC Z9.
           05  FILLER           PIC X(8)      VALUE " FAILED ".
           05  TL-FAILED        PIC Z9.
           05  FILLER           PIC X(9)      VALUE " REFUSED ".
           05  TL-REFUSED       PIC Z9.
           05  FILLER           PIC X(9)      VALUE " NOT RUN ".
           05  TL-NOT-RUN       PIC Z9.
           05  FILLER           PIC X(30)     VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM A-100-INITIALIZATION.
           IF JOB-ABORT = "NO " THEN
               PERFORM B-100-RUN-STREAM
               PERFORM C-100-CLEAN-UP
           END-IF.

           EVALUATE TRUE
               WHEN JOB-ABORT = "YES"
                   MOVE 16 TO RETURN-CODE
               WHEN JOB-RESULT = "REFUSED"
                   MOVE 12 TO RETURN-CODE
               WHEN JOB-RESULT = "FAILED"
                   MOVE 8 TO RETURN-CODE
               WHEN HIGHEST-RC > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN
           .

       A-100-INITIALIZATION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.

           PERFORM A-110-READ-JOB-CONTROL.
           PERFORM A-120-READ-PART-CONTROL.
           PERFORM A-130-LOAD-JOB-DEF.
           IF JOB-ABORT = "NO " THEN
               PERFORM A-140-OPEN-STEP-HISTORY
           END-IF
           IF JOB-ABORT = "NO " THEN
               PERFORM A-150-SET-JOB-DATE
               PERFORM A-160-LOAD-STEP-STATE
                   VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               MOVE "RUNNING" TO JOB-RESULT
               PERFORM D-100-WRITE-JOB-HEADER
               DISPLAY "JOBSTREAM JOB DATE " JOB-DATE
                   " STEPS " STEP-COUNT " PARTITIONS " PART-TOTAL
           END-IF
           .

       A-110-READ-JOB-CONTROL.
           OPEN INPUT JOB-CONTROL-FILE
           IF JOB-CONTROL-STATUS = "00" THEN
               READ JOB-CONTROL-FILE
                   NOT AT END
                       IF JCTL-JOB-DATE IS NUMERIC
                               AND JCTL-JOB-DATE > 0 THEN
                           MOVE JCTL-JOB-DATE TO JOB-DATE
                       END-IF
                       MOVE JCTL-STEP-NAME TO ONLY-STEP-NAME
               END-READ
               CLOSE JOB-CONTROL-FILE
           END-IF
           .

       A-120-READ-PART-CONTROL.
           OPEN INPUT PART-CONTROL-FILE
           IF PART-CONTROL-STATUS = "00" THEN
               READ PART-CONTROL-FILE
                   NOT AT END
                       MOVE "YES" TO PART-CARD-FOUND
                       MOVE PCTL-PART-NUM TO SAVED-PART-NUM
                       MOVE PCTL-PART-TOTAL TO SAVED-PART-TOTAL
                       IF PCTL-PART-TOTAL IS NUMERIC
                               AND PCTL-PART-TOTAL > 1 THEN
                           MOVE PCTL-PART-TOTAL TO PART-TOTAL
                       END-IF
               END-READ
               CLOSE PART-CONTROL-FILE
           END-IF
           .

       A-130-LOAD-JOB-DEF.
           OPEN INPUT JOB-DEF-FILE
           IF JOB-DEF-STATUS NOT = "00" THEN
               DISPLAY "JOBSTREAM JOB DEFINITION IS MISSING."
               MOVE "YES" TO JOB-ABORT
           ELSE
               PERFORM A-135-LOAD-ONE-STEP
                   UNTIL JOB-DEF-EOF = "YES"
               CLOSE JOB-DEF-FILE
               IF JOB-ABORT = "NO " AND STEP-COUNT = 0 THEN
                   DISPLAY "JOBSTREAM JOB DEFINITION IS EMPTY."
                   MOVE "YES" TO JOB-ABORT
               END-IF
           END-IF
           .

       A-135-LOAD-ONE-STEP.
           READ JOB-DEF-FILE
               AT END
                   MOVE "YES" TO JOB-DEF-EOF
           END-READ
           IF JOB-DEF-EOF = "NO " THEN
               EVALUATE TRUE
                   WHEN JD-STEP-SEQ IS NOT NUMERIC
                           OR JD-STEP-SEQ = 0
                       DISPLAY "JOBSTREAM STEP " JD-STEP-NAME
                           " HAS AN INVALID SEQUENCE NUMBER"
                       MOVE "YES" TO JOB-ABORT
                   WHEN JD-STEP-SEQ NOT > LAST-SEQ
                       DISPLAY "JOBSTREAM STEP " JD-STEP-NAME
                           " SEQUENCE " JD-STEP-SEQ
                           " IS OUT OF ORDER"
                       MOVE "YES" TO JOB-ABORT
                   WHEN JD-MAX-RC IS NOT NUMERIC
                       DISPLAY "JOBSTREAM STEP " JD-STEP-NAME
                           " HAS AN INVALID MAXIMUM RETURN CODE"
                       MOVE "YES" TO JOB-ABORT
                   WHEN JD-STEP-NAME = SPACES
                           OR JD-COMMAND = SPACES
                       DISPLAY "JOBSTREAM STEP " JD-STEP-SEQ
                           " HAS NO NAME OR COMMAND"
                       MOVE "YES" TO JOB-ABORT
                   WHEN JD-PART-TYPE NOT = SPACE
                           AND JD-PART-TYPE NOT = "Y"
                           AND JD-PART-TYPE NOT = "M"
                       DISPLAY "JOBSTREAM STEP " JD-STEP-NAME
                           " HAS AN INVALID PARTITION TYPE "
                           JD-PART-TYPE
                       MOVE "YES" TO JOB-ABORT
                   WHEN STEP-COUNT NOT < MAX-STEPS
                       DISPLAY "JOBSTREAM MORE THAN " MAX-STEPS
                           " STEPS IN THE JOB DEFINITION"
                       MOVE "YES" TO JOB-ABORT
                   WHEN OTHER
                       ADD 1 TO STEP-COUNT
                       MOVE JD-STEP-SEQ TO ST-SEQ (STEP-COUNT)
                       MOVE JD-STEP-SEQ TO LAST-SEQ
                       MOVE JD-STEP-NAME TO ST-NAME (STEP-COUNT)
                       MOVE JD-MAX-RC TO ST-MAX-RC (STEP-COUNT)
                       MOVE JD-PART-TYPE TO ST-PART-TYPE (STEP-COUNT)
                       MOVE JD-COMMAND TO ST-COMMAND (STEP-COUNT)
                       IF JD-PART-TYPE = "Y" AND PART-TOTAL > 1 THEN
                           MOVE PART-TOTAL TO ST-PART-COUNT (STEP-COUNT)
                       ELSE
                           MOVE 1 TO ST-PART-COUNT (STEP-COUNT)
                       END-IF
                       MOVE SPACES TO ST-STATE (STEP-COUNT)
               END-EVALUATE
               IF JOB-ABORT = "YES" THEN
                   MOVE "YES" TO JOB-DEF-EOF
               END-IF
           END-IF
           .

       A-140-OPEN-STEP-HISTORY.
           OPEN I-O STEP-HIST-FILE
           IF STEP-HIST-STATUS = "35" THEN
               OPEN OUTPUT STEP-HIST-FILE
               CLOSE STEP-HIST-FILE
               OPEN I-O STEP-HIST-FILE
           END-IF
           IF STEP-HIST-STATUS = "00" THEN
               MOVE "YES" TO HIST-OPEN
           ELSE
               DISPLAY "JOBSTREAM CANNOT OPEN STEP HISTORY STATUS "
                   STEP-HIST-STATUS
               MOVE "YES" TO JOB-ABORT
           END-IF
           .

       A-150-SET-JOB-DATE.
           IF JOB-DATE = 0 THEN
               MOVE LOW-VALUES TO JH-KEY
               START STEP-HIST-FILE KEY NOT < JH-KEY
                   INVALID KEY
                       MOVE "YES" TO HIST-EOF
               END-START
               PERFORM A-155-SCAN-ONE-HEADER
                   UNTIL HIST-EOF = "YES"
               IF LAST-JOB-DATE > 0
                       AND LAST-JOB-STATUS NOT = "COMPLETE" THEN
                   MOVE LAST-JOB-DATE TO JOB-DATE
                   DISPLAY "JOBSTREAM RESUMING JOB " JOB-DATE
                       " LAST STATUS " LAST-JOB-STATUS
               ELSE
                   MOVE RUN-DATE TO JOB-DATE
               END-IF
           END-IF
           .

       A-155-SCAN-ONE-HEADER.
           READ STEP-HIST-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO HIST-EOF
           END-READ
           IF HIST-EOF = "NO " AND STEP-HIST-STATUS NOT = "00" THEN
               MOVE "YES" TO HIST-EOF
           END-IF
           IF HIST-EOF = "NO " AND JH-STEP-SEQ = 0 THEN
               MOVE JH-JOB-DATE TO LAST-JOB-DATE
               MOVE JH-STATUS TO LAST-JOB-STATUS
           END-IF
           .

       A-160-LOAD-STEP-STATE.
           MOVE STEP-IDX TO SUM-IDX.
           PERFORM D-310-SUMMARIZE-STEP.
           MOVE SUM-STATUS TO ST-STATE (STEP-IDX).

       B-100-RUN-STREAM.
           IF ONLY-STEP-NAME = SPACES THEN
               PERFORM B-110-RUN-ONE-STEP
                   VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
                      OR JOB-STOPPED = "YES"
           ELSE
               MOVE "NO " TO STEP-FOUND
               PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT OR STEP-FOUND = "YES"
                   IF ST-NAME (STEP-IDX) = ONLY-STEP-NAME THEN
                       MOVE "YES" TO STEP-FOUND
                   END-IF
               END-PERFORM
               IF STEP-FOUND = "NO " THEN
                   DISPLAY "JOBSTREAM STEP " ONLY-STEP-NAME
                       " IS NOT IN THE JOB DEFINITION"
                   MOVE "REFUSED" TO JOB-RESULT
                   MOVE "YES" TO JOB-STOPPED
               ELSE
                   SUBTRACT 1 FROM STEP-IDX
                   IF ST-STATE (STEP-IDX) = "ENDED"
                           OR ST-STATE (STEP-IDX) = "BYPASSED" THEN
                       DISPLAY "JOBSTREAM STEP " ONLY-STEP-NAME
                           " ALREADY FINISHED FOR JOB " JOB-DATE
                           " - NOT REPEATED"
                       MOVE "REFUSED" TO JOB-RESULT
                       MOVE "YES" TO JOB-STOPPED
                   ELSE
                       PERFORM B-110-RUN-ONE-STEP
                   END-IF
               END-IF
           END-IF
           .

       B-110-RUN-ONE-STEP.
           IF ST-STATE (STEP-IDX) = "ENDED"
                   OR ST-STATE (STEP-IDX) = "BYPASSED" THEN
               ADD 1 TO STEPS-SKIPPED
               DISPLAY "JOBSTREAM STEP " ST-NAME (STEP-IDX)
                   " ALREADY FINISHED - SKIPPED"
           ELSE
               PERFORM B-120-CHECK-PREDECESSORS
               IF PREDECESSORS-OK = "YES" THEN
                   PERFORM B-130-EXECUTE-STEP
               ELSE
                   PERFORM B-150-REFUSE-STEP
               END-IF
           END-IF
           .

       B-120-CHECK-PREDECESSORS.
           MOVE "YES" TO PREDECESSORS-OK.
           PERFORM VARYING PRED-IDX FROM 1 BY 1
               UNTIL PRED-IDX NOT < STEP-IDX
               IF ST-STATE (PRED-IDX) NOT = "ENDED"
                       AND ST-STATE (PRED-IDX) NOT = "BYPASSED" THEN
                   MOVE "NO " TO PREDECESSORS-OK
                   DISPLAY "JOBSTREAM STEP " ST-NAME (STEP-IDX)
                       " WAITS ON " ST-NAME (PRED-IDX)
                       " STATUS " ST-STATE (PRED-IDX)
               END-IF
           END-PERFORM
           .

       B-130-EXECUTE-STEP.
           ADD 1 TO STEPS-RUN.
           IF ST-PART-TYPE (STEP-IDX) = "M" AND PART-TOTAL < 2 THEN
               PERFORM B-160-BYPASS-STEP
           ELSE
               IF ST-PART-TYPE (STEP-IDX) = "Y" AND PART-TOTAL > 1
                   PERFORM B-135-CLEAR-REFUSAL
                   MOVE "YES" TO PART-CARD-WRITTEN
                   PERFORM B-140-RUN-ONE-PART
                       VARYING PART-INDEX FROM 1 BY 1
                       UNTIL PART-INDEX > PART-TOTAL
                       OR PART-CARD-WRITTEN = "NO "
                   PERFORM B-180-RESTORE-PART-CONTROL
               ELSE
                   MOVE 0 TO PART-INDEX
                   PERFORM B-140-RUN-ONE-PART
               END-IF
           END-IF

           MOVE STEP-IDX TO SUM-IDX.
           PERFORM D-310-SUMMARIZE-STEP.
           MOVE SUM-STATUS TO ST-STATE (STEP-IDX).
           IF SUM-STATUS NOT = "ENDED" AND SUM-STATUS NOT = "BYPASSED"
               MOVE "FAILED" TO JOB-RESULT
               MOVE "YES" TO JOB-STOPPED
               DISPLAY "JOBSTREAM STEP " ST-NAME (STEP-IDX)
                   " " SUM-STATUS " - JOB STOPPED, RESTART WILL"
                   " RESUME AT THIS STEP"
           END-IF
           PERFORM D-300-WRITE-SUMMARY.

       B-135-CLEAR-REFUSAL.
           MOVE 0 TO PART-INDEX.
           PERFORM D-210-READ-PART-HISTORY.
           IF HIST-FOUND = "YES" AND JH-STATUS = "REFUSED" THEN
               DELETE STEP-HIST-FILE RECORD
                   INVALID KEY
                       DISPLAY "JOBSTREAM HISTORY DELETE FAILED "
                           JH-KEY " STATUS " STEP-HIST-STATUS
               END-DELETE
           END-IF
           .

       B-140-RUN-ONE-PART.
           PERFORM D-210-READ-PART-HISTORY.
           IF HIST-FOUND = "YES" AND JH-STATUS = "ENDED" THEN
               DISPLAY "JOBSTREAM STEP " ST-NAME (STEP-IDX)
                   " PART " PART-INDEX " ALREADY ENDED - SKIPPED"
           ELSE
               MOVE "YES" TO PART-CARD-WRITTEN
               IF PART-INDEX > 0 THEN
                   PERFORM B-170-WRITE-PART-CONTROL
               END-IF
               IF PART-CARD-WRITTEN = "YES" THEN
                   PERFORM B-145-EXECUTE-PART
               ELSE
                   PERFORM B-175-FAIL-PART
               END-IF
           END-IF
           .

       B-145-EXECUTE-PART.
           ADD 1 TO JH-ATTEMPTS
           MOVE ST-NAME (STEP-IDX) TO JH-STEP-NAME
           MOVE ST-COMMAND (STEP-IDX) TO JH-COMMAND
           MOVE ST-MAX-RC (STEP-IDX) TO JH-MAX-RC
           ACCEPT JH-START-DATE FROM DATE YYYYMMDD
           ACCEPT JH-START-TIME FROM TIME
           MOVE 0 TO JH-END-DATE
           MOVE 0 TO JH-END-TIME
           MOVE 0 TO JH-RETURN-CODE
           MOVE "RUNNING" TO JH-STATUS
           PERFORM D-200-WRITE-HISTORY
           PERFORM D-300-WRITE-SUMMARY

           DISPLAY "JOBSTREAM START " ST-NAME (STEP-IDX)
               " PART " PART-INDEX " " ST-COMMAND (STEP-IDX)
           CALL "SYSTEM" USING ST-COMMAND (STEP-IDX)
           MOVE RETURN-CODE TO STEP-RC
           MOVE 0 TO RETURN-CODE
           IF STEP-RC > 255 THEN
               DIVIDE STEP-RC BY 256 GIVING STEP-RC-QUOTIENT
               MOVE STEP-RC-QUOTIENT TO STEP-RC
           END-IF
           IF STEP-RC < 0 OR STEP-RC > 999 THEN
               MOVE 999 TO STEP-RC
           END-IF

           PERFORM D-210-READ-PART-HISTORY
           MOVE STEP-RC TO JH-RETURN-CODE
           ACCEPT JH-END-DATE FROM DATE YYYYMMDD
           ACCEPT JH-END-TIME FROM TIME
           IF JH-RETURN-CODE > ST-MAX-RC (STEP-IDX) THEN
               MOVE "FAILED" TO JH-STATUS
           ELSE
               MOVE "ENDED" TO JH-STATUS
               IF JH-RETURN-CODE > HIGHEST-RC THEN
                   MOVE JH-RETURN-CODE TO HIGHEST-RC
               END-IF
           END-IF
           PERFORM D-200-WRITE-HISTORY
           DISPLAY "JOBSTREAM END   " ST-NAME (STEP-IDX)
               " PART " PART-INDEX " RC " JH-RETURN-CODE
               " MAX " ST-MAX-RC (STEP-IDX) " " JH-STATUS
           .

       B-150-REFUSE-STEP.
           MOVE 0 TO PART-INDEX.
           PERFORM D-210-READ-PART-HISTORY.
           MOVE ST-NAME (STEP-IDX) TO JH-STEP-NAME.
           MOVE ST-COMMAND (STEP-IDX) TO JH-COMMAND.
           MOVE ST-MAX-RC (STEP-IDX) TO JH-MAX-RC.
           ACCEPT JH-START-DATE FROM DATE YYYYMMDD.
           ACCEPT JH-START-TIME FROM TIME.
           MOVE JH-START-DATE TO JH-END-DATE.
           MOVE JH-START-TIME TO JH-END-TIME.
           MOVE 0 TO JH-RETURN-CODE.
           MOVE "REFUSED" TO JH-STATUS.
           PERFORM D-200-WRITE-HISTORY.
           MOVE "REFUSED" TO ST-STATE (STEP-IDX).
           MOVE "REFUSED" TO JOB-RESULT.
           MOVE "YES" TO JOB-STOPPED.
           DISPLAY "JOBSTREAM STEP " ST-NAME (STEP-IDX)
               " REFUSED - PREDECESSORS HAVE NOT FINISHED".
           PERFORM D-300-WRITE-SUMMARY.

       B-160-BYPASS-STEP.
           MOVE 0 TO PART-INDEX.
           PERFORM D-210-READ-PART-HISTORY.
           MOVE ST-NAME (STEP-IDX) TO JH-STEP-NAME.
           MOVE ST-COMMAND (STEP-IDX) TO JH-COMMAND.
           MOVE ST-MAX-RC (STEP-IDX) TO JH-MAX-RC.
           ACCEPT JH-START-DATE FROM DATE YYYYMMDD.
           ACCEPT JH-START-TIME FROM TIME.
           MOVE JH-START-DATE TO JH-END-DATE.
           MOVE JH-START-TIME TO JH-END-TIME.
           MOVE 0 TO JH-RETURN-CODE.
           MOVE "BYPASSED" TO JH-STATUS.
           PERFORM D-200-WRITE-HISTORY.
           DISPLAY "JOBSTREAM STEP " ST-NAME (STEP-IDX)
               " BYPASSED - RUN IS NOT PARTITIONED".

       B-170-WRITE-PART-CONTROL.
           OPEN OUTPUT PART-CONTROL-FILE
           IF PART-CONTROL-STATUS NOT = "00" THEN
               DISPLAY "JOBSTREAM CANNOT WRITE PARTITION CARD STATUS "
                   PART-CONTROL-STATUS
               MOVE "NO " TO PART-CARD-WRITTEN
           ELSE
               MOVE PART-INDEX TO PCTL-PART-NUM
               MOVE PART-TOTAL TO PCTL-PART-TOTAL
               WRITE PART-CONTROL-RECORD
               IF PART-CONTROL-STATUS NOT = "00" THEN
                   DISPLAY "JOBSTREAM PARTITION CARD WRITE FAILED "
                       "STATUS " PART-CONTROL-STATUS
                   MOVE "NO " TO PART-CARD-WRITTEN
               END-IF
               CLOSE PART-CONTROL-FILE
           END-IF
           .

       B-175-FAIL-PART.
           ADD 1 TO JH-ATTEMPTS.
           MOVE ST-NAME (STEP-IDX) TO JH-STEP-NAME.
           MOVE ST-COMMAND (STEP-IDX) TO JH-COMMAND.
           MOVE ST-MAX-RC (STEP-IDX) TO JH-MAX-RC.
           ACCEPT JH-START-DATE FROM DATE YYYYMMDD.
           ACCEPT JH-START-TIME FROM TIME.
           MOVE JH-START-DATE TO JH-END-DATE.
           MOVE JH-START-TIME TO JH-END-TIME.
           MOVE 999 TO JH-RETURN-CODE.
           MOVE "FAILED" TO JH-STATUS.
           PERFORM D-200-WRITE-HISTORY.
           DISPLAY "JOBSTREAM STEP " ST-NAME (STEP-IDX)
               " PART " PART-INDEX " NOT STARTED - PARTITION CARD"
               " NOT WRITTEN".

       B-180-RESTORE-PART-CONTROL.
           IF PART-CARD-FOUND = "YES" THEN
               OPEN OUTPUT PART-CONTROL-FILE
               IF PART-CONTROL-STATUS NOT = "00" THEN
                   DISPLAY "JOBSTREAM CANNOT RESTORE PARTITION CARD "
                       "STATUS " PART-CONTROL-STATUS
               ELSE
                   MOVE SAVED-PART-NUM TO PCTL-PART-NUM
                   MOVE SAVED-PART-TOTAL TO PCTL-PART-TOTAL
                   WRITE PART-CONTROL-RECORD
                   CLOSE PART-CONTROL-FILE
               END-IF
           END-IF
           .

       C-100-CLEAN-UP.
           IF JOB-STOPPED = "NO " THEN
               MOVE "COMPLETE" TO JOB-RESULT
               PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
                   IF ST-STATE (STEP-IDX) NOT = "ENDED"
                           AND ST-STATE (STEP-IDX) NOT = "BYPASSED"
                       MOVE "RUNNING" TO JOB-RESULT
                   END-IF
               END-PERFORM
           END-IF
           PERFORM D-100-WRITE-JOB-HEADER.
           PERFORM D-300-WRITE-SUMMARY.

           DISPLAY "JOBSTREAM JOB " JOB-DATE " " JOB-RESULT
               " STEPS RUN " STEPS-RUN " SKIPPED " STEPS-SKIPPED
               " FAILED " STEPS-FAILED " REFUSED " STEPS-REFUSED.

           CLOSE STEP-HIST-FILE.

       D-100-WRITE-JOB-HEADER.
           MOVE JOB-DATE TO JH-JOB-DATE.
           MOVE 0 TO JH-STEP-SEQ.
           MOVE 0 TO JH-PART-NUM.
           READ STEP-HIST-FILE
               INVALID KEY
                   MOVE "NO " TO HIST-FOUND
                   MOVE SPACES TO STEP-HIST-RECORD
                   MOVE JOB-DATE TO JH-JOB-DATE
                   MOVE 0 TO JH-STEP-SEQ
                   MOVE 0 TO JH-PART-NUM
                   MOVE 0 TO JH-ATTEMPTS
                   MOVE 0 TO JH-END-DATE
                   MOVE 0 TO JH-END-TIME
               NOT INVALID KEY
                   MOVE "YES" TO HIST-FOUND
           END-READ
           MOVE "*JOB*" TO JH-STEP-NAME.
           MOVE "./Sierpinski-Jobdef.dat" TO JH-COMMAND.
           MOVE 0 TO JH-MAX-RC.
           MOVE HIGHEST-RC TO JH-RETURN-CODE.
           MOVE JOB-RESULT TO JH-STATUS.
           IF JOB-RESULT = "RUNNING" THEN
               IF HEADER-STARTED = "NO " THEN
                   ADD 1 TO JH-ATTEMPTS
                   MOVE RUN-DATE TO JH-START-DATE
                   MOVE RUN-TIME TO JH-START-TIME
                   MOVE "YES" TO HEADER-STARTED
               END-IF
           ELSE
               ACCEPT JH-END-DATE FROM DATE YYYYMMDD
               ACCEPT JH-END-TIME FROM TIME
           END-IF
           PERFORM D-200-WRITE-HISTORY.

       D-200-WRITE-HISTORY.
           IF HIST-FOUND = "YES" THEN
               REWRITE STEP-HIST-RECORD
                   INVALID KEY
                       DISPLAY "JOBSTREAM HISTORY REWRITE FAILED "
                           JH-KEY " STATUS " STEP-HIST-STATUS
               END-REWRITE
           ELSE
               WRITE STEP-HIST-RECORD
                   INVALID KEY
                       DISPLAY "JOBSTREAM HISTORY WRITE FAILED "
                           JH-KEY " STATUS " STEP-HIST-STATUS
                   NOT INVALID KEY
                       MOVE "YES" TO HIST-FOUND
               END-WRITE
           END-IF
           .

       D-210-READ-PART-HISTORY.
           MOVE JOB-DATE TO JH-JOB-DATE.
           MOVE ST-SEQ (STEP-IDX) TO JH-STEP-SEQ.
           MOVE PART-INDEX TO JH-PART-NUM.
           READ STEP-HIST-FILE
               INVALID KEY
                   MOVE "NO " TO HIST-FOUND
                   MOVE SPACES TO STEP-HIST-RECORD
                   MOVE JOB-DATE TO JH-JOB-DATE
                   MOVE ST-SEQ (STEP-IDX) TO JH-STEP-SEQ
                   MOVE PART-INDEX TO JH-PART-NUM
                   MOVE 0 TO JH-ATTEMPTS
               NOT INVALID KEY
                   MOVE "YES" TO HIST-FOUND
           END-READ
           .

       D-300-WRITE-SUMMARY.
           MOVE 0 TO STEPS-ENDED.
           MOVE 0 TO STEPS-FAILED.
           MOVE 0 TO STEPS-REFUSED.
           MOVE 0 TO STEPS-NOT-RUN.
           OPEN OUTPUT SUMMARY-FILE.
           MOVE JOB-DATE TO SH-JOB-DATE.
           ACCEPT SH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE RUN-TIME (1:6) TO SH-RUN-TIME.
           WRITE SUMMARY-RECORD FROM SUMMARY-HEADER.
           WRITE SUMMARY-RECORD FROM SUMMARY-COLUMNS.
           PERFORM D-320-PRINT-STEP-LINE
               VARYING SUM-IDX FROM 1 BY 1
               UNTIL SUM-IDX > STEP-COUNT.
           MOVE JOB-RESULT TO TL-RESULT.
           MOVE STEP-COUNT TO TL-STEPS.
           MOVE STEPS-ENDED TO TL-ENDED.
           MOVE STEPS-FAILED TO TL-FAILED.
           MOVE STEPS-REFUSED TO TL-REFUSED.
           MOVE STEPS-NOT-RUN TO TL-NOT-RUN.
           WRITE SUMMARY-RECORD FROM SUMMARY-TOTAL-LINE.
           CLOSE SUMMARY-FILE.

       D-310-SUMMARIZE-STEP.
           MOVE SPACES TO SUM-STATUS.
           MOVE 0 TO SUM-PARTS-SEEN.
           MOVE 0 TO SUM-PARTS-ENDED.
           MOVE 99999999 TO SUM-START-DATE.
           MOVE 99999999 TO SUM-START-TIME.
           MOVE 0 TO SUM-END-DATE.
           MOVE 0 TO SUM-END-TIME.
           MOVE 0 TO SUM-RC.
           MOVE 0 TO SUM-ATTEMPTS.
           MOVE "NO " TO SUM-FAILED.
           MOVE "NO " TO SUM-RUNNING.
           MOVE "NO " TO SUM-REFUSED.
           MOVE "NO " TO SUM-BYPASSED.
           MOVE "NO " TO HIST-EOF.
           MOVE JOB-DATE TO JH-JOB-DATE.
           MOVE ST-SEQ (SUM-IDX) TO JH-STEP-SEQ.
           MOVE 0 TO JH-PART-NUM.
           START STEP-HIST-FILE KEY NOT < JH-KEY
               INVALID KEY
                   MOVE "YES" TO HIST-EOF
           END-START
           PERFORM D-315-SCAN-ONE-PART
               UNTIL HIST-EOF = "YES".
           EVALUATE TRUE
               WHEN SUM-PARTS-SEEN = 0
                   MOVE "NOT RUN" TO SUM-STATUS
               WHEN SUM-FAILED = "YES"
                   MOVE "FAILED" TO SUM-STATUS
               WHEN SUM-RUNNING = "YES"
                   MOVE "RUNNING" TO SUM-STATUS
               WHEN SUM-REFUSED = "YES"
                   MOVE "REFUSED" TO SUM-STATUS
               WHEN SUM-BYPASSED = "YES"
                   MOVE "BYPASSED" TO SUM-STATUS
               WHEN SUM-PARTS-ENDED NOT < ST-PART-COUNT (SUM-IDX)
                   MOVE "ENDED" TO SUM-STATUS
               WHEN OTHER
                   MOVE "PARTIAL" TO SUM-STATUS
           END-EVALUATE.

       D-315-SCAN-ONE-PART.
           READ STEP-HIST-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO HIST-EOF
           END-READ
           IF HIST-EOF = "NO " AND STEP-HIST-STATUS NOT = "00" THEN
               MOVE "YES" TO HIST-EOF
           END-IF
           IF HIST-EOF = "NO " THEN
               IF JH-JOB-DATE NOT = JOB-DATE
                       OR JH-STEP-SEQ NOT = ST-SEQ (SUM-IDX) THEN
                   MOVE "YES" TO HIST-EOF
               END-IF
           END-IF
           IF HIST-EOF = "NO " THEN
               ADD 1 TO SUM-PARTS-SEEN
               EVALUATE JH-STATUS
                   WHEN "ENDED"
                       ADD 1 TO SUM-PARTS-ENDED
                   WHEN "FAILED"
                       MOVE "YES" TO SUM-FAILED
                   WHEN "RUNNING"
                       MOVE "YES" TO SUM-RUNNING
                   WHEN "REFUSED"
                       MOVE "YES" TO SUM-REFUSED
                   WHEN "BYPASSED"
                       MOVE "YES" TO SUM-BYPASSED
               END-EVALUATE
               IF JH-START-DATE < SUM-START-DATE
                       OR (JH-START-DATE = SUM-START-DATE
                       AND JH-START-TIME < SUM-START-TIME) THEN
                   MOVE JH-START-DATE TO SUM-START-DATE
                   MOVE JH-START-TIME TO SUM-START-TIME
               END-IF
               IF JH-END-DATE > SUM-END-DATE
                       OR (JH-END-DATE = SUM-END-DATE
                       AND JH-END-TIME > SUM-END-TIME) THEN
                   MOVE JH-END-DATE TO SUM-END-DATE
                   MOVE JH-END-TIME TO SUM-END-TIME
               END-IF
               IF JH-RETURN-CODE > SUM-RC THEN
                   MOVE JH-RETURN-CODE TO SUM-RC
               END-IF
               IF JH-ATTEMPTS > SUM-ATTEMPTS THEN
                   MOVE JH-ATTEMPTS TO SUM-ATTEMPTS
               END-IF
           END-IF
           .

       D-320-PRINT-STEP-LINE.
           PERFORM D-310-SUMMARIZE-STEP.
           EVALUATE SUM-STATUS
               WHEN "ENDED"
                   ADD 1 TO STEPS-ENDED
               WHEN "BYPASSED"
                   ADD 1 TO STEPS-ENDED
               WHEN "FAILED"
                   ADD 1 TO STEPS-FAILED
               WHEN "PARTIAL"
                   ADD 1 TO STEPS-FAILED
               WHEN "REFUSED"
                   ADD 1 TO STEPS-REFUSED
               WHEN "NOT RUN"
                   ADD 1 TO STEPS-NOT-RUN
           END-EVALUATE
           MOVE ST-SEQ (SUM-IDX) TO SL-SEQ.
           MOVE ST-NAME (SUM-IDX) TO SL-NAME.
           MOVE SUM-PARTS-ENDED TO SL-PARTS-ENDED.
           MOVE ST-PART-COUNT (SUM-IDX) TO SL-PARTS.
           IF SUM-PARTS-SEEN = 0 THEN
               MOVE SPACES TO SL-START-DATE
               MOVE SPACES TO SL-START-TIME
           ELSE
               MOVE SUM-START-DATE TO SL-START-DATE
               MOVE SUM-START-TIME (1:6) TO SL-START-TIME
           END-IF
           IF SUM-END-DATE = 0 THEN
               MOVE SPACES TO SL-END-DATE
               MOVE SPACES TO SL-END-TIME
           ELSE
               MOVE SUM-END-DATE TO SL-END-DATE
               MOVE SUM-END-TIME (1:6) TO SL-END-TIME
           END-IF
           MOVE SUM-RC TO SL-RC.
           MOVE ST-MAX-RC (SUM-IDX) TO SL-MAX-RC.
           MOVE SUM-STATUS TO SL-STATUS.
           MOVE SUM-ATTEMPTS TO SL-ATTEMPTS.
           WRITE SUMMARY-RECORD FROM SUMMARY-STEP-LINE.
