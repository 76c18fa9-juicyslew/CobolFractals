               ASSIGN TO "./Sierpinski-Schedule.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-REPORT-STATUS.
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
           05  SC-NEXT-DUE     PIC 9(8).
           05  SC-STATUS       PIC X.
           05  SC-REQUESTER    PIC X(20).
           05  SC-SEED-VERSION PIC 9(4).
       FD  SEED-FILE
           DATA RECORD IS SEED-RECORD.
       01  SEED-RECORD.
           05  RQ-STATUS       PIC X(8).
           05  RQ-COMP-DATE    PIC 9(8).
           05  RQ-COMP-TIME    PIC 9(8).
           05  RQ-SEED-VERSION PIC 9(4).
           05  RQ-RUN-VERSION  PIC 9(4).
       FD  SCHEDULE-REPORT-FILE
           DATA RECORD IS SCHEDULE-REPORT-RECORD.
       01  SCHEDULE-REPORT-RECORD PIC X(80).
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
          05  SEED-EOF         PIC XXX       VALUE "NO ".
          05  QUEUE-EOF        PIC XXX       VALUE "NO ".
          05  SCHEDULE-ABORT   PIC XXX       VALUE "NO ".
          05  AUTH-FOUND       PIC XXX       VALUE "NO ".
          05  AUTH-OWNER-OK    PIC XXX       VALUE "NO ".

       01  SCHEDULE-FILE-STATUS PIC XX.
       01  SEED-FILE-STATUS     PIC XX.
       01  REQUEST-FILE-STATUS  PIC XX.
       01  SCHEDULE-REPORT-STATUS PIC XX.
       01  AUTH-FILE-STATUS     PIC XX.
       01  SECURITY-LOG-STATUS  PIC XX.
       01  SEED-FILE-OPEN       PIC XXX        VALUE "NO ".

       01  SCHEDULE-DATE        PIC 9(8).
       01  SCHEDULES-DUE        PIC 9999       VALUE 0000.
       01  SCHEDULES-SKIPPED    PIC 9999       VALUE 0000.
       01  REQUESTS-QUEUED      PIC 9999       VALUE 0000.
       01  SCHEDULES-REFUSED    PIC 9999       VALUE 0000.
       01  ROLL-GUARD           PIC 9(4).
       01  QUEUE-VERSION        PIC 9(4)       VALUE 0.

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

       01  DUE-DATE-INTEGER     PIC 9(8).
       01  DUE-DATE-SPLIT.
           05  QL-RULE          PIC 99.
           05  FILLER           PIC X(9)      VALUE " MAXITER ".
           05  QL-MAXITER       PIC 9(4).
           05  FILLER           PIC X(5)      VALUE " VER ".
           05  QL-VERSION       PIC 9(4).
           05  FILLER           PIC X(7)      VALUE SPACES.

       01  SKIPPED-LINE.
           05  FILLER           PIC X(8)      VALUE "SKIPPED ".
           05  TL-SKIPPED       PIC ZZZ9.
           05  FILLER           PIC X(8)      VALUE " QUEUED ".
           05  TL-QUEUED        PIC ZZZ9.
           05  FILLER           PIC X(9)      VALUE " REFUSED ".
           05  TL-REFUSED       PIC ZZZ9.
           05  FILLER           PIC X(19)     VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.

           IF SCHEDULE-ABORT = "YES" THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               IF SCHEDULES-REFUSED > 0 THEN
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN
               PERFORM A-110-OPEN-REQUEST-QUEUE
           END-IF

           IF SCHEDULE-ABORT = "NO " THEN
               OPEN INPUT AUTH-FILE
               IF AUTH-FILE-STATUS NOT = "00" THEN
                   DISPLAY "SCHEDULER CANNOT OPEN AUTHORIZATION FILE "
                       "STATUS " AUTH-FILE-STATUS
                   MOVE "YES" TO SCHEDULE-ABORT
               END-IF
           END-IF

           IF SCHEDULE-ABORT = "NO " THEN
               OPEN OUTPUT SCHEDULE-REPORT-FILE
               MOVE SCHEDULE-DATE TO RH-DATE
                       MOVE "NOT DUE" TO SL-REASON
                       PERFORM B-110-WRITE-SKIPPED
                   WHEN OTHER
                       PERFORM B-120-CHECK-AUTHORITY
                       IF AUTH-REASON NOT = SPACES THEN
                           ADD 1 TO SCHEDULES-REFUSED
                           MOVE "NOT AUTHORIZED" TO SL-REASON
                           PERFORM B-110-WRITE-SKIPPED
                           DISPLAY "SCHEDULER SCHEDULE " SC-SCHED-ID
                               " REFUSED - " AUTH-REASON
                           PERFORM D-790-LOG-VIOLATION
                       ELSE
                           ADD 1 TO SCHEDULES-DUE
                           PERFORM B-200-QUEUE-DUE-SCHEDULE
                           PERFORM B-400-ROLL-NEXT-DUE
                       END-IF
               END-EVALUATE
           END-IF
           .
           MOVE SC-NEXT-DUE TO SL-NEXT-DUE.
           WRITE SCHEDULE-REPORT-RECORD FROM SKIPPED-LINE.

       B-120-CHECK-AUTHORITY.
           MOVE SC-REQUESTER TO AUTH-USER.
           MOVE "SCHEDULE" TO AUTH-ACTION.
           MOVE SC-SCHED-ID TO AUTH-OBJECT.
           MOVE 0 TO AUTH-RULE.
           IF SC-RULE-CODE IS NUMERIC THEN
               MOVE SC-RULE-CODE TO AUTH-RULE
           END-IF
           MOVE 0 TO AUTH-MAXITER.
           IF SC-MAXITER IS NUMERIC THEN
               MOVE SC-MAXITER TO AUTH-MAXITER
           END-IF
           MOVE "N" TO AUTH-GRID.
           MOVE 0 TO AUTH-GRID-ROWS.
           PERFORM D-700-READ-AUTHORITY.
           PERFORM D-730-CHECK-REQUEST-LIMITS.

       B-200-QUEUE-DUE-SCHEDULE.
           MOVE 0 TO QUEUE-VERSION.
           IF SC-SEED-ID (1:7) = "*ACTIVE" THEN
               PERFORM B-300-QUEUE-ACTIVE-SEEDS
           ELSE
               IF SC-SEED-VERSION IS NUMERIC THEN
                   MOVE SC-SEED-VERSION TO QUEUE-VERSION
               END-IF
               MOVE SC-SEED-ID TO S-SEED-ID
               PERFORM B-210-WRITE-ONE-REQUEST
           END-IF
           MOVE "PENDING" TO RQ-STATUS.
           MOVE 0 TO RQ-COMP-DATE.
           MOVE 0 TO RQ-COMP-TIME.
           MOVE QUEUE-VERSION TO RQ-SEED-VERSION.
           MOVE 0 TO RQ-RUN-VERSION.
           WRITE REQUEST-RECORD
               INVALID KEY
                   DISPLAY "SCHEDULER QUEUE WRITE FAILED ID "
                   MOVE RQ-SEED-ID TO QL-SEED-ID
                   MOVE RQ-RULE-CODE TO QL-RULE
                   MOVE RQ-MAXITER TO QL-MAXITER
                   MOVE RQ-SEED-VERSION TO QL-VERSION
                   WRITE SCHEDULE-REPORT-RECORD FROM QUEUED-LINE
           END-WRITE
           ADD 1 TO NEXT-REQUEST-ID.
           MOVE SCHEDULES-DUE TO TL-DUE.
           MOVE SCHEDULES-SKIPPED TO TL-SKIPPED.
           MOVE REQUESTS-QUEUED TO TL-QUEUED.
           MOVE SCHEDULES-REFUSED TO TL-REFUSED.
           WRITE SCHEDULE-REPORT-RECORD FROM TOTAL-LINE.

           DISPLAY "SCHEDULER READ " SCHEDULES-READ
               " DUE " SCHEDULES-DUE
               " SKIPPED " SCHEDULES-SKIPPED
               " QUEUED " REQUESTS-QUEUED
               " REFUSED " SCHEDULES-REFUSED.

           CLOSE SCHEDULE-FILE
                 REQUEST-FILE
                 SCHEDULE-REPORT-FILE
                 AUTH-FILE.
           IF SEED-FILE-OPEN = "YES" THEN
               CLOSE SEED-FILE
           END-IF.

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

       D-730-CHECK-REQUEST-LIMITS.
           IF AUTH-REASON = SPACES THEN
               EVALUATE TRUE
                   WHEN AUTH-RULE = 0
                       CONTINUE
                   WHEN AUTH-RULE > 9
                       MOVE "RULE CODE NOT PERMITTED" TO AUTH-REASON
                   WHEN AU-RULE-OK (AUTH-RULE) NOT = "Y"
                       MOVE "RULE CODE NOT PERMITTED" TO AUTH-REASON
               END-EVALUATE
           END-IF
           IF AUTH-REASON = SPACES AND AUTH-MAXITER > 0 THEN
               IF AU-MAXITER IS NOT NUMERIC THEN
                   MOVE "MAXITER OVER LIMIT" TO AUTH-REASON
               ELSE
                   IF AUTH-MAXITER > AU-MAXITER THEN
                       MOVE "MAXITER OVER LIMIT" TO AUTH-REASON
                   END-IF
               END-IF
           END-IF
           IF AUTH-REASON = SPACES AND AUTH-GRID = "Y" THEN
               IF AU-GRID-OK NOT = "Y" THEN
                   MOVE "GRID MODE NOT PERMITTED" TO AUTH-REASON
               ELSE
                   IF AU-GRID-ROWS IS NOT NUMERIC THEN
                       MOVE "GRID ROWS OVER LIMIT" TO AUTH-REASON
                   ELSE
                       IF AUTH-GRID-ROWS > AU-GRID-ROWS THEN
                           MOVE "GRID ROWS OVER LIMIT" TO AUTH-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       D-790-LOG-VIOLATION.
           ADD 1 TO SECURITY-COUNT.
           ACCEPT SX-DATE FROM DATE YYYYMMDD.
           ACCEPT SX-TIME FROM TIME.
           MOVE "SCHEDULER" TO SX-PROGRAM.
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
               DISPLAY "SCHEDULER SECURITY LOG OPEN FAILED STATUS "
                   SECURITY-LOG-STATUS
           END-IF
           .
