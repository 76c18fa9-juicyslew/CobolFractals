       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIERPINSKI-AUTHMAINT.
       AUTHOR. WILLIAM DERKSEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-TRAN-FILE
               ASSIGN TO "./Sierpinski-Authtran.dat"
               FILE STATUS IS AUTH-TRAN-STATUS.
           SELECT AUTH-FILE
               ASSIGN TO "./Sierpinski-Auth.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-USER-ID
               FILE STATUS IS AUTH-FILE-STATUS.
           SELECT AUTH-LIST-FILE
               ASSIGN TO "./Sierpinski-Authlist.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTH-LIST-STATUS.
           SELECT SECURITY-LOG-FILE
               ASSIGN TO "./Sierpinski-Secexc.dat"
               FILE STATUS IS SECURITY-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-TRAN-FILE
           DATA RECORD IS AUTH-TRAN-RECORD.
       01  AUTH-TRAN-RECORD.
           05  AT-ACTION       PIC X.
           05  AT-USER-ID      PIC X(20).
           05  AT-ROLE         PIC X(8).
           05  AT-OWNERS.
               10  AT-OWNER    PIC X(20) OCCURS 10 TIMES.
           05  AT-RULES        PIC X(9).
           05  AT-MAXITER      PIC 9(4).
           05  AT-GRID-OK      PIC X.
           05  AT-GRID-ROWS    PIC 999.
           05  AT-BY-USER      PIC X(20).
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
       FD  AUTH-LIST-FILE
           DATA RECORD IS AUTH-LIST-RECORD.
       01  AUTH-LIST-RECORD       PIC X(120).
       FD  SECURITY-LOG-FILE
           DATA RECORD IS SECURITY-LOG-RECORD.
       01  SECURITY-LOG-RECORD    PIC X(100).

       WORKING-STORAGE SECTION.
       01  INDICATORS.
          05  TRAN-EOF         PIC XXX       VALUE "NO ".
          05  MAINT-ABORT      PIC XXX       VALUE "NO ".
          05  AUTH-EOF         PIC XXX       VALUE "NO ".
          05  TRAN-OK          PIC XXX       VALUE "YES".
          05  LIST-OPEN        PIC XXX       VALUE "NO ".
          05  ADMIN-ON-FILE    PIC XXX       VALUE "NO ".
          05  WAS-ACTIVE-ADMIN PIC XXX       VALUE "NO ".

       01  AUTH-TRAN-STATUS     PIC XX.
       01  AUTH-FILE-STATUS     PIC XX.
       01  AUTH-LIST-STATUS     PIC XX.
       01  SECURITY-LOG-STATUS  PIC XX.

       01  MAINT-DATE           PIC 9(8).
       01  AUTH-IDX             PIC 99.
       01  OWNER-SLOT           PIC 9.
       01  AUTH-USER            PIC X(20).
       01  AUTH-ACTION          PIC X(8).
       01  AUTH-REASON          PIC X(30).

       01  TRAN-COUNT           PIC 9999       VALUE 0000.
       01  ADD-COUNT            PIC 9999       VALUE 0000.
       01  REPLACE-COUNT        PIC 9999       VALUE 0000.
       01  DEACT-COUNT          PIC 9999       VALUE 0000.
       01  LIST-COUNT           PIC 9999       VALUE 0000.
       01  ERROR-COUNT          PIC 9999       VALUE 0000.
       01  SECURITY-COUNT       PIC 9999       VALUE 0000.
       01  ACTIVE-ADMINS        PIC 9999       VALUE 0000.

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

       01  LIST-HEADER.
           05  FILLER           PIC X(21)     VALUE "USER ID".
           05  FILLER           PIC X(9)      VALUE "ROLE".
           05  FILLER           PIC X(7)      VALUE "STATUS ".
           05  FILLER           PIC X(10)     VALUE "RULES".
           05  FILLER           PIC X(8)      VALUE "MAXITER ".
           05  FILLER           PIC X(5)      VALUE "GRID ".
           05  FILLER           PIC X(5)      VALUE "ROWS ".
           05  FILLER           PIC X(9)      VALUE "CHANGED".
           05  FILLER           PIC X(46)     VALUE "BY".

       01  LIST-LINE.
           05  LL-USER-ID       PIC X(20).
           05  FILLER           PIC X          VALUE SPACE.
           05  LL-ROLE          PIC X(8).
           05  FILLER           PIC X          VALUE SPACE.
           05  LL-STATUS        PIC X.
           05  FILLER           PIC X(6)      VALUE SPACES.
           05  LL-RULES         PIC X(9).
           05  FILLER           PIC X          VALUE SPACE.
           05  LL-MAXITER       PIC 9(4).
           05  FILLER           PIC X(4)      VALUE SPACES.
           05  LL-GRID-OK       PIC X.
           05  FILLER           PIC X(4)      VALUE SPACES.
           05  LL-GRID-ROWS     PIC 999.
           05  FILLER           PIC X(2)      VALUE SPACES.
           05  LL-CHANGE-DATE   PIC 9(8).
           05  FILLER           PIC X          VALUE SPACE.
           05  LL-CHANGED-BY    PIC X(20).
           05  FILLER           PIC X(26)     VALUE SPACES.

       01  OWNER-LINE.
           05  FILLER           PIC X(11)     VALUE "    OWNERS ".
           05  OL-OWNER-ENTRY OCCURS 5 TIMES.
               10  OL-OWNER     PIC X(20).
               10  FILLER       PIC X.
           05  FILLER           PIC X(4)      VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM A-100-INITIALIZATION.
           IF MAINT-ABORT = "NO " THEN
               PERFORM B-100-PROCESS-TRAN
                   UNTIL TRAN-EOF = "YES"
               PERFORM C-100-CLEAN-UP
           END-IF.

           IF MAINT-ABORT = "YES" THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               IF ERROR-COUNT > 0 THEN
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN
           .

       A-100-INITIALIZATION.
           ACCEPT MAINT-DATE FROM DATE YYYYMMDD.

           OPEN INPUT AUTH-TRAN-FILE
           IF AUTH-TRAN-STATUS NOT = "00" THEN
               DISPLAY "AUTHMAINT CANNOT OPEN TRANSACTION FILE STATUS "
                   AUTH-TRAN-STATUS
               MOVE "YES" TO MAINT-ABORT
           END-IF

           IF MAINT-ABORT = "NO " THEN
               OPEN I-O AUTH-FILE
               IF AUTH-FILE-STATUS = "35" THEN
                   OPEN OUTPUT AUTH-FILE
                   CLOSE AUTH-FILE
                   OPEN I-O AUTH-FILE
               END-IF
               IF AUTH-FILE-STATUS NOT = "00" THEN
                   DISPLAY "AUTHMAINT CANNOT OPEN AUTHORIZATION FILE "
                       "STATUS " AUTH-FILE-STATUS
                   MOVE "YES" TO MAINT-ABORT
               END-IF
           END-IF

           IF MAINT-ABORT = "NO " THEN
               PERFORM A-110-FIND-ADMIN
           END-IF
           .

       A-110-FIND-ADMIN.
           MOVE "NO " TO AUTH-EOF.
           MOVE LOW-VALUES TO AU-USER-ID.
           START AUTH-FILE KEY NOT < AU-USER-ID
               INVALID KEY
                   MOVE "YES" TO AUTH-EOF
           END-START
           PERFORM A-120-SCAN-ONE-USER
               UNTIL AUTH-EOF = "YES"
           .

       A-120-SCAN-ONE-USER.
           READ AUTH-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO AUTH-EOF
           END-READ
           IF AUTH-EOF = "NO " THEN
               MOVE "YES" TO ADMIN-ON-FILE
               IF AU-ROLE = "ADMIN" AND AU-STATUS = "A" THEN
                   ADD 1 TO ACTIVE-ADMINS
               END-IF
           END-IF
           .

       B-100-PROCESS-TRAN.
           READ AUTH-TRAN-FILE
               AT END
                   MOVE "YES" TO TRAN-EOF
           END-READ
           IF TRAN-EOF = "NO " THEN
               ADD 1 TO TRAN-COUNT
               PERFORM B-110-CHECK-ADMINISTRATOR
               IF AUTH-REASON NOT = SPACES THEN
                   ADD 1 TO ERROR-COUNT
                   DISPLAY "AUTHMAINT USER " AT-USER-ID
                       " REJECTED - " AUTH-REASON
                   PERFORM D-790-LOG-VIOLATION
               ELSE
                   IF AT-USER-ID = SPACES AND AT-ACTION NOT = "L" THEN
                       ADD 1 TO ERROR-COUNT
                       DISPLAY "AUTHMAINT BLANK USER ID REJECTED"
                   ELSE
                       EVALUATE AT-ACTION
                           WHEN "A"
                               PERFORM B-200-ADD-USER
                           WHEN "R"
                               PERFORM B-300-REPLACE-USER
                           WHEN "D"
                               PERFORM B-400-DEACTIVATE-USER
                           WHEN "L"
                               PERFORM B-500-LIST-USERS
                           WHEN OTHER
                               ADD 1 TO ERROR-COUNT
                               DISPLAY "AUTHMAINT ACTION " AT-ACTION
                                   " NOT RECOGNIZED FOR USER "
                                   AT-USER-ID
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF
           .

       B-110-CHECK-ADMINISTRATOR.
           MOVE SPACES TO AUTH-REASON.
           MOVE AT-BY-USER TO AUTH-USER.
           EVALUATE AT-ACTION
               WHEN "A"
                   MOVE "ADD" TO AUTH-ACTION
               WHEN "R"
                   MOVE "REPLACE" TO AUTH-ACTION
               WHEN "D"
                   MOVE "DEACT" TO AUTH-ACTION
               WHEN "L"
                   MOVE "LIST" TO AUTH-ACTION
               WHEN OTHER
                   MOVE AT-ACTION TO AUTH-ACTION
           END-EVALUATE
           IF ADMIN-ON-FILE = "NO " AND AT-ACTION = "A"
                   AND AT-ROLE = "ADMIN"
                   AND AT-USER-ID = AT-BY-USER
                   AND AT-BY-USER NOT = SPACES THEN
               DISPLAY "AUTHMAINT AUTHORIZATION FILE EMPTY - "
                   AT-USER-ID " ACCEPTED AS FIRST ADMINISTRATOR"
           ELSE
               IF AT-BY-USER = SPACES THEN
                   MOVE "NO USER ID" TO AUTH-REASON
               ELSE
                   MOVE AT-BY-USER TO AU-USER-ID
                   READ AUTH-FILE
                       INVALID KEY
                           MOVE "USER NOT IN AUTHORIZATION FILE"
                               TO AUTH-REASON
                       NOT INVALID KEY
                           IF AU-STATUS NOT = "A" THEN
                               MOVE "USER INACTIVE" TO AUTH-REASON
                           ELSE
                               IF AU-ROLE NOT = "ADMIN" THEN
                                   MOVE "ROLE MAY NOT MAINTAIN USERS"
                                       TO AUTH-REASON
                               END-IF
                           END-IF
                   END-READ
               END-IF
           END-IF
           .

       B-120-VALIDATE-TRAN.
           MOVE "YES" TO TRAN-OK.
           IF AT-ROLE NOT = "ADMIN" AND AT-ROLE NOT = "MAINT"
                   AND AT-ROLE NOT = "REQUEST" THEN
               MOVE "NO " TO TRAN-OK
               DISPLAY "AUTHMAINT USER " AT-USER-ID
                   " REJECTED - ROLE " AT-ROLE " NOT RECOGNIZED"
           END-IF
           IF AT-MAXITER IS NOT NUMERIC THEN
               MOVE "NO " TO TRAN-OK
               DISPLAY "AUTHMAINT USER " AT-USER-ID
                   " REJECTED - MAXITER LIMIT NOT NUMERIC"
           END-IF
           IF AT-GRID-OK NOT = "Y" AND AT-GRID-OK NOT = "N" THEN
               MOVE "NO " TO TRAN-OK
               DISPLAY "AUTHMAINT USER " AT-USER-ID
                   " REJECTED - GRID FLAG MUST BE Y OR N"
           END-IF
           IF AT-GRID-ROWS IS NOT NUMERIC THEN
               MOVE "NO " TO TRAN-OK
               DISPLAY "AUTHMAINT USER " AT-USER-ID
                   " REJECTED - GRID ROW LIMIT NOT NUMERIC"
           END-IF
           PERFORM VARYING AUTH-IDX FROM 1 BY 1
               UNTIL AUTH-IDX > 9 OR TRAN-OK = "NO "
               IF AT-RULES (AUTH-IDX:1) NOT = "Y"
                       AND AT-RULES (AUTH-IDX:1) NOT = "N"
                       AND AT-RULES (AUTH-IDX:1) NOT = SPACE THEN
                   MOVE "NO " TO TRAN-OK
                   DISPLAY "AUTHMAINT USER " AT-USER-ID
                       " REJECTED - RULE FLAG " AUTH-IDX
                       " MUST BE Y OR N"
               END-IF
           END-PERFORM
           .

       B-130-BUILD-AUTH-RECORD.
           MOVE AT-USER-ID TO AU-USER-ID.
           MOVE AT-ROLE TO AU-ROLE.
           MOVE "A" TO AU-STATUS.
           MOVE AT-OWNERS TO AU-OWNERS.
           MOVE AT-RULES TO AU-RULES.
           INSPECT AU-RULES REPLACING ALL SPACE BY "N".
           MOVE AT-MAXITER TO AU-MAXITER.
           MOVE AT-GRID-OK TO AU-GRID-OK.
           MOVE AT-GRID-ROWS TO AU-GRID-ROWS.
           MOVE MAINT-DATE TO AU-CHANGE-DATE.
           MOVE AT-BY-USER TO AU-CHANGED-BY.

       B-140-CHECK-LAST-ADMIN.
           IF AU-ROLE = "ADMIN" AND AU-STATUS = "A" THEN
               MOVE "YES" TO WAS-ACTIVE-ADMIN
           ELSE
               MOVE "NO " TO WAS-ACTIVE-ADMIN
           END-IF
           .

       B-150-REJECT-LAST-ADMIN.
           ADD 1 TO ERROR-COUNT.
           MOVE "LAST ACTIVE ADMINISTRATOR" TO AUTH-REASON.
           DISPLAY "AUTHMAINT USER " AT-USER-ID
               " REJECTED - " AUTH-REASON.
           PERFORM D-790-LOG-VIOLATION.

       B-200-ADD-USER.
           PERFORM B-120-VALIDATE-TRAN.
           IF TRAN-OK = "YES" THEN
               MOVE SPACES TO AUTH-RECORD
               PERFORM B-130-BUILD-AUTH-RECORD
               WRITE AUTH-RECORD
                   INVALID KEY
                       ADD 1 TO ERROR-COUNT
                       DISPLAY "AUTHMAINT USER " AT-USER-ID
                           " ALREADY ON FILE - ADD REJECTED"
                   NOT INVALID KEY
                       ADD 1 TO ADD-COUNT
                       MOVE "YES" TO ADMIN-ON-FILE
                       IF AU-ROLE = "ADMIN" THEN
                           ADD 1 TO ACTIVE-ADMINS
                       END-IF
               END-WRITE
           ELSE
               ADD 1 TO ERROR-COUNT
           END-IF
           .

       B-300-REPLACE-USER.
           PERFORM B-120-VALIDATE-TRAN.
           IF TRAN-OK = "YES" THEN
               MOVE AT-USER-ID TO AU-USER-ID
               READ AUTH-FILE
                   INVALID KEY
                       ADD 1 TO ERROR-COUNT
                       DISPLAY "AUTHMAINT USER " AT-USER-ID
                           " NOT ON FILE - REPLACE REJECTED"
                   NOT INVALID KEY
                       PERFORM B-140-CHECK-LAST-ADMIN
                       IF WAS-ACTIVE-ADMIN = "YES"
                               AND AT-ROLE NOT = "ADMIN"
                               AND ACTIVE-ADMINS < 2 THEN
                           PERFORM B-150-REJECT-LAST-ADMIN
                       ELSE
                           PERFORM B-310-REWRITE-USER
                       END-IF
               END-READ
           ELSE
               ADD 1 TO ERROR-COUNT
           END-IF
           .

       B-310-REWRITE-USER.
           PERFORM B-130-BUILD-AUTH-RECORD.
           REWRITE AUTH-RECORD
               INVALID KEY
                   ADD 1 TO ERROR-COUNT
                   DISPLAY "AUTHMAINT USER " AT-USER-ID
                       " REWRITE FAILED STATUS "
                       AUTH-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO REPLACE-COUNT
                   IF WAS-ACTIVE-ADMIN = "YES"
                           AND AU-ROLE NOT = "ADMIN" THEN
                       SUBTRACT 1 FROM ACTIVE-ADMINS
                   END-IF
                   IF WAS-ACTIVE-ADMIN = "NO "
                           AND AU-ROLE = "ADMIN" THEN
                       ADD 1 TO ACTIVE-ADMINS
                   END-IF
           END-REWRITE
           .

       B-400-DEACTIVATE-USER.
           MOVE AT-USER-ID TO AU-USER-ID.
           READ AUTH-FILE
               INVALID KEY
                   ADD 1 TO ERROR-COUNT
                   DISPLAY "AUTHMAINT USER " AT-USER-ID
                       " NOT ON FILE - DEACTIVATE REJECTED"
               NOT INVALID KEY
                   PERFORM B-140-CHECK-LAST-ADMIN
                   IF WAS-ACTIVE-ADMIN = "YES"
                           AND ACTIVE-ADMINS < 2 THEN
                       PERFORM B-150-REJECT-LAST-ADMIN
                   ELSE
                       PERFORM B-410-REWRITE-INACTIVE
                   END-IF
           END-READ
           .

       B-410-REWRITE-INACTIVE.
           MOVE "I" TO AU-STATUS.
           MOVE MAINT-DATE TO AU-CHANGE-DATE.
           MOVE AT-BY-USER TO AU-CHANGED-BY.
           REWRITE AUTH-RECORD
               INVALID KEY
                   ADD 1 TO ERROR-COUNT
                   DISPLAY "AUTHMAINT USER " AT-USER-ID
                       " REWRITE FAILED STATUS "
                       AUTH-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO DEACT-COUNT
                   IF WAS-ACTIVE-ADMIN = "YES" THEN
                       SUBTRACT 1 FROM ACTIVE-ADMINS
                   END-IF
           END-REWRITE
           .

       B-500-LIST-USERS.
           IF LIST-OPEN = "NO " THEN
               OPEN OUTPUT AUTH-LIST-FILE
               MOVE "YES" TO LIST-OPEN
           END-IF
           WRITE AUTH-LIST-RECORD FROM LIST-HEADER.
           MOVE "NO " TO AUTH-EOF.
           MOVE LOW-VALUES TO AU-USER-ID.
           START AUTH-FILE KEY NOT < AU-USER-ID
               INVALID KEY
                   MOVE "YES" TO AUTH-EOF
           END-START
           PERFORM B-510-LIST-ONE-USER
               UNTIL AUTH-EOF = "YES"
           ADD 1 TO LIST-COUNT.

       B-510-LIST-ONE-USER.
           READ AUTH-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO AUTH-EOF
           END-READ
           IF AUTH-EOF = "NO " THEN
               MOVE AU-USER-ID TO LL-USER-ID
               MOVE AU-ROLE TO LL-ROLE
               MOVE AU-STATUS TO LL-STATUS
               MOVE AU-RULES TO LL-RULES
               MOVE AU-MAXITER TO LL-MAXITER
               MOVE AU-GRID-OK TO LL-GRID-OK
               MOVE AU-GRID-ROWS TO LL-GRID-ROWS
               MOVE AU-CHANGE-DATE TO LL-CHANGE-DATE
               MOVE AU-CHANGED-BY TO LL-CHANGED-BY
               WRITE AUTH-LIST-RECORD FROM LIST-LINE
               MOVE SPACES TO OWNER-LINE
               MOVE "    OWNERS " TO OWNER-LINE (1:11)
               MOVE 0 TO OWNER-SLOT
               PERFORM B-520-LIST-ONE-OWNER
                   VARYING AUTH-IDX FROM 1 BY 1
                   UNTIL AUTH-IDX > 10
               IF OWNER-SLOT > 0 THEN
                   WRITE AUTH-LIST-RECORD FROM OWNER-LINE
               END-IF
           END-IF
           .

       B-520-LIST-ONE-OWNER.
           IF AU-OWNER (AUTH-IDX) NOT = SPACES THEN
               IF OWNER-SLOT = 5 THEN
                   WRITE AUTH-LIST-RECORD FROM OWNER-LINE
                   MOVE SPACES TO OWNER-LINE
                   MOVE 0 TO OWNER-SLOT
               END-IF
               ADD 1 TO OWNER-SLOT
               MOVE AU-OWNER (AUTH-IDX) TO OL-OWNER (OWNER-SLOT)
           END-IF
           .

       C-100-CLEAN-UP.
           DISPLAY "AUTHMAINT TRANSACTIONS " TRAN-COUNT
               " ADDED " ADD-COUNT
               " REPLACED " REPLACE-COUNT
               " DEACTIVATED " DEACT-COUNT
               " LISTS " LIST-COUNT
               " ERRORS " ERROR-COUNT
               " SECURITY " SECURITY-COUNT.

           CLOSE AUTH-TRAN-FILE
                 AUTH-FILE.
           IF LIST-OPEN = "YES" THEN
               CLOSE AUTH-LIST-FILE
           END-IF.

       D-790-LOG-VIOLATION.
           ADD 1 TO SECURITY-COUNT.
           ACCEPT SX-DATE FROM DATE YYYYMMDD.
           ACCEPT SX-TIME FROM TIME.
           MOVE "AUTHMAINT" TO SX-PROGRAM.
           MOVE AUTH-USER TO SX-USER-ID.
           MOVE AUTH-ACTION TO SX-ACTION.
           MOVE AT-USER-ID TO SX-OBJECT.
           MOVE AUTH-REASON TO SX-REASON.
           OPEN EXTEND SECURITY-LOG-FILE
           IF SECURITY-LOG-STATUS NOT = "00" THEN
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF
           IF SECURITY-LOG-STATUS = "00" THEN
               WRITE SECURITY-LOG-RECORD FROM SECURITY-LOG-LINE
               CLOSE SECURITY-LOG-FILE
           ELSE
               DISPLAY "AUTHMAINT SECURITY LOG OPEN FAILED STATUS "
                   SECURITY-LOG-STATUS
           END-IF
           .
