       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIERPINSKI-AUDIT.
       AUTHOR. WILLIAM DERKSEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-CONTROL-FILE
               ASSIGN TO "./Sierpinski-Audctl.dat"
               FILE STATUS IS AUDIT-CONTROL-STATUS.
           SELECT ARCHIVE-CONTROL-FILE
               ASSIGN TO "./Sierpinski-Arcctl.dat"
               FILE STATUS IS ARCHIVE-CONTROL-STATUS.
           SELECT SEED-FILE
               ASSIGN TO "./Sierpinski-Seeds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS S-SEED-ID
               FILE STATUS IS SEED-FILE-STATUS.
           SELECT SEED-HIST-FILE
               ASSIGN TO "./Sierpinski-Seedhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS SEED-HIST-STATUS.
           SELECT REQUEST-FILE
               ASSIGN TO "./Sierpinski-Request.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQUEST-ID
               FILE STATUS IS REQUEST-FILE-STATUS.
           SELECT SCHEDULE-FILE
               ASSIGN TO "./Sierpinski-Schedule.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-SCHED-ID
               FILE STATUS IS SCHEDULE-FILE-STATUS.
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
           SELECT ARCHIVE-FILE
               ASSIGN TO "./Sierpinski-Archive.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT ATTRACT-FILE
               ASSIGN TO "./Sierpinski-Attract.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-KEY
               FILE STATUS IS ATTRACT-FILE-STATUS.
           SELECT ATTRACT-HIT-FILE
               ASSIGN TO "./Sierpinski-Atthit.dat"
               FILE STATUS IS ATTRACT-HIT-STATUS.
           SELECT OUTCOME-FILE
               ASSIGN TO "./Sierpinski-Outcome.dat"
               FILE STATUS IS OUTCOME-FILE-STATUS.
           SELECT CORRECTION-FILE
               ASSIGN TO "./Sierpinski-Audtran.dat"
               FILE STATUS IS CORRECTION-FILE-STATUS.
           SELECT PRINT-FILE
               ASSIGN TO "./Sierpinski-Audit.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-CONTROL-FILE
           DATA RECORD IS AUDIT-CONTROL-RECORD.
       01  AUDIT-CONTROL-RECORD.
           05  AUCTL-CORRECT      PIC X.
           05  AUCTL-USER-ID      PIC X(20).
       FD  ARCHIVE-CONTROL-FILE
           DATA RECORD IS ARCHIVE-CONTROL-RECORD.
       01  ARCHIVE-CONTROL-RECORD.
           05  ACTL-MAX-PATTERN   PIC 9999.
           05  ACTL-RETAIN-DAYS   PIC 999.
       FD  SEED-FILE
           DATA RECORD IS SEED-RECORD.
       01  SEED-RECORD.
           05  S-SEED-ID       PIC X(8).
           05  S-DESC          PIC X(30).
           05  S-OWNER         PIC X(20).
           05  S-DATE-ADDED    PIC 9(8).
           05  S-STATUS        PIC X.
           05  S-PATTERN       PIC X(1000).
           05  S-PARENT-SEED   PIC X(8).
           05  S-SOURCE-PAT    PIC 9(4).
           05  S-SOURCE-GEN    PIC 9(4).
           05  S-SOURCE-RULE   PIC 99.
       FD  SEED-HIST-FILE
           DATA RECORD IS SEED-HIST-RECORD.
       01  SEED-HIST-RECORD.
           05  SH-KEY.
               10  SH-SEED-ID     PIC X(8).
               10  SH-VERSION     PIC 9(4).
           05  SH-ACTION          PIC X.
           05  SH-PROGRAM         PIC X(20).
           05  SH-CHANGE-DATE     PIC 9(8).
           05  SH-CHANGE-TIME     PIC 9(8).
           05  SH-BEFORE-IMAGE    PIC X(1085).
           05  SH-AFTER-IMAGE     PIC X(1085).
           05  FILLER             PIC X(20).
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
           DATA RECORD IS DONE-RECORD.
       01  DONE-RECORD.
           05  D-KEY.
               10  D-GEN-NUM   PIC 9(4).
               10  D-ROW-NUM   PIC 9(3).
           05  D-LINE-INFO     PIC X(1000).
       FD  ARCHIVE-FILE
           RECORD IS VARYING IN SIZE FROM 23 TO 1019 CHARACTERS
               DEPENDING ON ARCHIVE-RECORD-SIZE
           DATA RECORD IS ARCHIVE-RECORD.
       01  ARCHIVE-RECORD.
           05  AR-KEY.
               10  AR-PAT      PIC 9(4).
               10  AR-GEN      PIC 9(4).
               10  AR-ROW      PIC 9(3).
           05  AR-ARCH-DATE    PIC 9(8).
           05  AR-LINE-INFO    PIC X(1000).
       FD  ATTRACT-FILE
           DATA RECORD IS ATTRACT-RECORD.
       01  ATTRACT-RECORD.
           05  AT-KEY.
               10  AT-SIG.
                   15  AT-SIG-RULE    PIC 99.
                   15  AT-SIG-PERIOD  PIC 9(4).
                   15  AT-SIG-HASH    PIC 9(9).
               10  AT-SEQ      PIC 9(4).
           05  AT-FIRST-DATE   PIC 9(8).
           05  AT-HIT-COUNT    PIC 9(6).
           05  AT-LINE-INFO    PIC X(1000).
       FD  ATTRACT-HIT-FILE
           DATA RECORD IS ATTRACT-HIT-RECORD.
       01  ATTRACT-HIT-RECORD.
           05  AH-PAT          PIC 9(4).
           05  FILLER          PIC X.
           05  AH-SEED-ID      PIC X(8).
           05  FILLER          PIC X.
           05  AH-RULE         PIC 99.
           05  FILLER          PIC X.
           05  AH-GEN          PIC 9(4).
           05  FILLER          PIC X.
           05  AH-PERIOD       PIC 9(4).
           05  FILLER          PIC X.
           05  AH-SIG          PIC X(15).
           05  FILLER          PIC X.
           05  AH-DATE         PIC 9(8).
           05  FILLER          PIC X(9).
       FD  OUTCOME-FILE
           DATA RECORD IS OUTCOME-RECORD.
       01  OUTCOME-RECORD.
           05  OC-PAT          PIC 9(4).
           05  FILLER          PIC X.
           05  OC-OUTCOME      PIC X(14).
           05  FILLER          PIC X.
           05  OC-GEN          PIC 9(4).
           05  FILLER          PIC X.
           05  OC-PERIOD       PIC 9(4).
           05  FILLER          PIC X.
           05  OC-RULE         PIC 99.
           05  FILLER          PIC X.
       FD  CORRECTION-FILE
           DATA RECORD IS CORRECTION-RECORD.
       01  CORRECTION-RECORD.
           05  T-ACTION        PIC X.
           05  T-SEED-ID       PIC X(8).
           05  T-DESC          PIC X(30).
           05  T-OWNER         PIC X(20).
           05  T-PATTERN       PIC X(1000).
           05  T-USER-ID       PIC X(20).
       FD  PRINT-FILE
           DATA RECORD IS PRINT-RECORD.
       01  PRINT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  INDICATORS.
          05  AUDIT-ABORT      PIC XXX       VALUE "NO ".
          05  QUEUE-EOF        PIC XXX       VALUE "NO ".
          05  SCHEDULE-EOF     PIC XXX       VALUE "NO ".
          05  SEED-EOF         PIC XXX       VALUE "NO ".
          05  HIT-EOF          PIC XXX       VALUE "NO ".
          05  ATTRACT-EOF      PIC XXX       VALUE "NO ".
          05  OUTCOME-EOF      PIC XXX       VALUE "NO ".
          05  SEED-FOUND       PIC XXX       VALUE "NO ".
          05  VERSION-FOUND    PIC XXX       VALUE "NO ".
          05  MANIFEST-FOUND   PIC XXX       VALUE "NO ".
          05  HIT-TABLE-FULL   PIC XXX       VALUE "NO ".
          05  ACTIVE-REQUEST   PIC XXX       VALUE "NO ".

       01  AUDIT-CONTROL-STATUS PIC XX.
       01  ARCHIVE-CONTROL-STATUS PIC XX.
       01  SEED-FILE-STATUS     PIC XX.
       01  SEED-HIST-STATUS     PIC XX.
       01  REQUEST-FILE-STATUS  PIC XX.
       01  SCHEDULE-FILE-STATUS PIC XX.
       01  MANIFEST-FILE-STATUS PIC XX.
       01  DONE-FILE-STATUS     PIC XX.
       01  DONE-RECORD-SIZE     PIC 9(4)       VALUE 1007.
       01  ARCHIVE-FILE-STATUS  PIC XX.
       01  ARCHIVE-RECORD-SIZE  PIC 9(4)       VALUE 1019.
       01  ATTRACT-FILE-STATUS  PIC XX.
       01  ATTRACT-HIT-STATUS   PIC XX.
       01  OUTCOME-FILE-STATUS  PIC XX.
       01  CORRECTION-FILE-STATUS PIC XX.
       01  PRINT-FILE-STATUS    PIC XX.

       01  SEED-HIST-OPEN       PIC XXX        VALUE "NO ".
       01  MANIFEST-FILE-OPEN   PIC XXX        VALUE "NO ".
       01  ARCHIVE-FILE-OPEN    PIC XXX        VALUE "NO ".
       01  ATTRACT-FILE-OPEN    PIC XXX        VALUE "NO ".
       01  CORRECTION-MODE      PIC X          VALUE "N".
       01  CORRECTION-USER-ID   PIC X(20)      VALUE SPACES.

       01  AUDIT-DATE           PIC 9(8).
       01  RETAIN-DAYS          PIC 999        VALUE 030.
       01  CUTOFF-INTEGER       PIC 9(8).
       01  CUTOFF-DATE          PIC 9(8).
       01  DONE-FILE-NAME       PIC X(40).

       01  CHECK-SEED-ID        PIC X(8).
       01  CHECK-VERSION        PIC 9(4).
       01  CHECK-PAT            PIC 9999.
       01  OUTPUT-DATE          PIC 9(8).
       01  LAST-OUTCOME-PAT     PIC 9(5)       VALUE 99999.
       01  SEED-HOLD            PIC X(1085).
       01  OUTPUT-STATE-TABLE.
           05  OUTPUT-STATE     PIC X OCCURS 10000 TIMES.

       01  MAX-HIT-SIGS         PIC 9(4)       VALUE 2000.
       01  HIT-SIG-COUNT        PIC 9(4)       VALUE 0.
       01  HIT-IDX              PIC 9(4).
       01  HIT-TABLE.
           05  HIT-ENTRY OCCURS 2000 TIMES.
               10  HT-SIG       PIC X(15).
               10  HT-COUNT     PIC 9(6).
       01  HIT-FILE-COUNT       PIC 9(6).

       01  REQUESTS-READ        PIC 9(5)       VALUE 00000.
       01  SCHEDULES-READ       PIC 9(5)       VALUE 00000.
       01  SEEDS-READ           PIC 9(5)       VALUE 00000.
       01  HITS-READ            PIC 9(7)       VALUE 0.
       01  ATTRACTORS-READ      PIC 9(5)       VALUE 00000.
       01  OUTCOMES-READ        PIC 9(5)       VALUE 00000.
       01  TOTAL-ERRORS         PIC 9(5)       VALUE 00000.
       01  TOTAL-WARNINGS       PIC 9(5)       VALUE 00000.
       01  TOTAL-INFOS          PIC 9(5)       VALUE 00000.
       01  CORRECTIONS-WRITTEN  PIC 9(5)       VALUE 00000.

       01  FINDING-TYPE         PIC 99.
       01  FINDING-SEVERITY     PIC X(7).
       01  FINDING-KEY          PIC X(20).
       01  FINDING-DETAIL       PIC X(60).
       01  TYPE-IDX             PIC 99.

       01  FINDING-TYPE-NAMES.
           05  FILLER           PIC X(30)
               VALUE "REQUEST SEED NOT ON FILE".
           05  FILLER           PIC X(30)
               VALUE "REQUEST SEED INACTIVE".
           05  FILLER           PIC X(30)
               VALUE "REQUEST SEED VERSION MISSING".
           05  FILLER           PIC X(30)
               VALUE "DONE REQUEST OUTPUT MISSING".
           05  FILLER           PIC X(30)
               VALUE "SCHEDULE SEED NOT ON FILE".
           05  FILLER           PIC X(30)
               VALUE "SCHEDULE SEED INACTIVE".
           05  FILLER           PIC X(30)
               VALUE "SCHEDULE SEED VERSION MISSING".
           05  FILLER           PIC X(30)
               VALUE "SEED PARENT NOT ON FILE".
           05  FILLER           PIC X(30)
               VALUE "SEED SOURCE PATTERN MISSING".
           05  FILLER           PIC X(30)
               VALUE "HIT WITHOUT LIBRARY ENTRY".
           05  FILLER           PIC X(30)
               VALUE "LIBRARY HIT COUNT MISMATCH".
           05  FILLER           PIC X(30)
               VALUE "OUTCOME OUTPUT MISSING".
       01  FINDING-TYPE-TABLE REDEFINES FINDING-TYPE-NAMES.
           05  FT-NAME          PIC X(30) OCCURS 12 TIMES.
       01  FINDING-COUNTS.
           05  FINDING-COUNT-ENTRY OCCURS 12 TIMES.
               10  FC-ERRORS    PIC 9(5).
               10  FC-WARNINGS  PIC 9(5).
               10  FC-INFOS     PIC 9(5).

       01  PAGE-NUM             PIC 9999       VALUE 0000.
       01  LINES-ON-PAGE        PIC 99         VALUE 99.
       01  PAGE-LIMIT           PIC 99         VALUE 60.

       01  PAGE-HEADER-LINE.
           05  FILLER           PIC X(33)
               VALUE "SIERPINSKI INTEGRITY AUDIT  DATE ".
           05  PH-DATE          PIC 9(8).
           05  FILLER           PIC X(16)
               VALUE "  RETAIN CUTOFF ".
           05  PH-CUTOFF        PIC 9(8).
           05  FILLER           PIC X(7)      VALUE "  PAGE ".
           05  PH-PAGE          PIC ZZZ9.
           05  FILLER           PIC X(56)     VALUE SPACES.

       01  SECTION-LINE.
           05  SEC-TITLE        PIC X(60).
           05  FILLER           PIC X(72)     VALUE SPACES.

       01  FINDING-LINE.
           05  FILLER           PIC X(2)      VALUE SPACES.
           05  FL-SEVERITY      PIC X(7).
           05  FILLER           PIC X          VALUE SPACE.
           05  FL-TYPE          PIC X(30).
           05  FILLER           PIC X          VALUE SPACE.
           05  FL-KEY           PIC X(20).
           05  FILLER           PIC X          VALUE SPACE.
           05  FL-DETAIL        PIC X(60).
           05  FILLER           PIC X(10)     VALUE SPACES.

       01  NOTE-LINE.
           05  NOTE-TEXT        PIC X(70).
           05  FILLER           PIC X(62)     VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER           PIC X(2)      VALUE SPACES.
           05  SM-TYPE          PIC X(30).
           05  FILLER           PIC X(8)      VALUE " ERRORS ".
           05  SM-ERRORS        PIC ZZZZ9.
           05  FILLER           PIC X(10)     VALUE " WARNINGS ".
           05  SM-WARNINGS      PIC ZZZZ9.
           05  FILLER           PIC X(6)      VALUE " INFO ".
           05  SM-INFOS         PIC ZZZZ9.
           05  FILLER           PIC X(61)     VALUE SPACES.

       01  READ-LINE.
           05  FILLER           PIC X(11)     VALUE "  REQUESTS ".
           05  RD-REQUESTS      PIC ZZZZ9.
           05  FILLER           PIC X(11)     VALUE " SCHEDULES ".
           05  RD-SCHEDULES     PIC ZZZZ9.
           05  FILLER           PIC X(7)      VALUE " SEEDS ".
           05  RD-SEEDS         PIC ZZZZ9.
           05  FILLER           PIC X(6)      VALUE " HITS ".
           05  RD-HITS          PIC ZZZZZZ9.
           05  FILLER           PIC X(12)     VALUE " ATTRACTORS ".
           05  RD-ATTRACTORS    PIC ZZZZ9.
           05  FILLER           PIC X(10)     VALUE " OUTCOMES ".
           05  RD-OUTCOMES      PIC ZZZZ9.
           05  FILLER           PIC X(43)     VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER           PIC X(15)
               VALUE "TOTAL FINDINGS ".
           05  FILLER           PIC X(7)      VALUE "ERRORS ".
           05  TL-ERRORS        PIC ZZZZ9.
           05  FILLER           PIC X(10)     VALUE " WARNINGS ".
           05  TL-WARNINGS      PIC ZZZZ9.
           05  FILLER           PIC X(6)      VALUE " INFO ".
           05  TL-INFOS         PIC ZZZZ9.
           05  FILLER           PIC X(13)     VALUE " CORRECTIONS ".
           05  TL-CORRECTIONS   PIC ZZZZ9.
           05  FILLER           PIC X(61)     VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM A-100-INITIALIZATION.
           IF AUDIT-ABORT = "NO " THEN
               PERFORM B-100-AUDIT-REQUESTS
               PERFORM B-200-AUDIT-SCHEDULES
               PERFORM B-300-AUDIT-SEEDS
               PERFORM B-400-AUDIT-HITS
               PERFORM B-500-AUDIT-OUTCOMES
               PERFORM C-100-WRITE-SUMMARY
               PERFORM C-200-CLEAN-UP
           END-IF.

           IF AUDIT-ABORT = "YES" THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               IF TOTAL-ERRORS > 0 THEN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF TOTAL-WARNINGS > 0 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           STOP RUN
           .

       A-100-INITIALIZATION.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO OUTPUT-STATE-TABLE.
           MOVE ZEROS TO FINDING-COUNTS.

           PERFORM A-110-READ-AUDIT-CONTROL.
           PERFORM A-120-READ-ARCHIVE-CONTROL.
           COMPUTE CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE (AUDIT-DATE) - RETAIN-DAYS.
           COMPUTE CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER (CUTOFF-INTEGER).

           OPEN INPUT SEED-FILE
           IF SEED-FILE-STATUS NOT = "00" THEN
               DISPLAY "AUDIT CANNOT OPEN SEED MASTER STATUS "
                   SEED-FILE-STATUS
               MOVE "YES" TO AUDIT-ABORT
           END-IF

           IF AUDIT-ABORT = "NO " THEN
               PERFORM A-130-OPEN-REFERENCE-FILES
               OPEN OUTPUT PRINT-FILE
               PERFORM D-100-PAGE-HEADER
               IF SEED-HIST-OPEN = "NO " THEN
                   MOVE "SEED HISTORY NOT AVAILABLE - NO VERSION CHECK"
                       TO NOTE-TEXT
                   PERFORM D-120-PRINT-NOTE
               END-IF
           END-IF
           .

       A-110-READ-AUDIT-CONTROL.
           OPEN INPUT AUDIT-CONTROL-FILE
           IF AUDIT-CONTROL-STATUS = "00" THEN
               READ AUDIT-CONTROL-FILE
                   NOT AT END
                       IF AUCTL-CORRECT = "Y" THEN
                           MOVE "Y" TO CORRECTION-MODE
                           MOVE AUCTL-USER-ID TO CORRECTION-USER-ID
                       END-IF
               END-READ
               CLOSE AUDIT-CONTROL-FILE
           END-IF
           IF CORRECTION-MODE = "Y" AND CORRECTION-USER-ID = SPACES
               DISPLAY "AUDIT CORRECTIONS NEED A USER ID"
                   " - NONE WILL BE WRITTEN"
               MOVE "N" TO CORRECTION-MODE
           END-IF
           .

       A-120-READ-ARCHIVE-CONTROL.
           OPEN INPUT ARCHIVE-CONTROL-FILE
           IF ARCHIVE-CONTROL-STATUS = "00" THEN
               READ ARCHIVE-CONTROL-FILE
                   NOT AT END
                       IF ACTL-RETAIN-DAYS IS NUMERIC
                               AND ACTL-RETAIN-DAYS > 0 THEN
                           MOVE ACTL-RETAIN-DAYS TO RETAIN-DAYS
                       END-IF
               END-READ
               CLOSE ARCHIVE-CONTROL-FILE
           END-IF
           .

       A-130-OPEN-REFERENCE-FILES.
           OPEN INPUT SEED-HIST-FILE
           IF SEED-HIST-STATUS = "00" THEN
               MOVE "YES" TO SEED-HIST-OPEN
           END-IF
           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-FILE-STATUS = "00" THEN
               MOVE "YES" TO MANIFEST-FILE-OPEN
           END-IF
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-FILE-STATUS = "00" THEN
               MOVE "YES" TO ARCHIVE-FILE-OPEN
           END-IF
           IF CORRECTION-MODE = "Y" THEN
               OPEN OUTPUT CORRECTION-FILE
               IF CORRECTION-FILE-STATUS NOT = "00" THEN
                   DISPLAY "AUDIT CANNOT OPEN CORRECTION FILE STATUS "
                       CORRECTION-FILE-STATUS
                   MOVE "N" TO CORRECTION-MODE
               END-IF
           END-IF
           .

       B-100-AUDIT-REQUESTS.
           MOVE "REQUEST QUEUE -> SEEDS, SEED HISTORY AND OUTPUT"
               TO SEC-TITLE.
           PERFORM D-110-PRINT-SECTION.

           OPEN INPUT REQUEST-FILE
           IF REQUEST-FILE-STATUS NOT = "00" THEN
               MOVE "  REQUEST QUEUE NOT AVAILABLE" TO NOTE-TEXT
               PERFORM D-120-PRINT-NOTE
           ELSE
               MOVE 0 TO RQ-REQUEST-ID
               START REQUEST-FILE KEY NOT < RQ-REQUEST-ID
                   INVALID KEY
                       MOVE "YES" TO QUEUE-EOF
               END-START
               PERFORM B-110-AUDIT-ONE-REQUEST
                   UNTIL QUEUE-EOF = "YES"
               CLOSE REQUEST-FILE
           END-IF
           .

       B-110-AUDIT-ONE-REQUEST.
           READ REQUEST-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO QUEUE-EOF
           END-READ
           IF QUEUE-EOF = "NO " AND REQUEST-FILE-STATUS NOT = "00"
               DISPLAY "AUDIT REQUEST READ FAILED STATUS "
                   REQUEST-FILE-STATUS
               MOVE "YES" TO QUEUE-EOF
           END-IF
           IF QUEUE-EOF = "NO " THEN
               ADD 1 TO REQUESTS-READ
               IF RQ-STATUS = "PENDING" OR RQ-STATUS = "RUNNING" THEN
                   MOVE "YES" TO ACTIVE-REQUEST
               ELSE
                   MOVE "NO " TO ACTIVE-REQUEST
               END-IF
               MOVE SPACES TO FINDING-KEY
               STRING "REQUEST " DELIMITED BY SIZE
                      RQ-REQUEST-ID DELIMITED BY SIZE
                   INTO FINDING-KEY
               IF RQ-SEED-ID NOT = SPACES THEN
                   PERFORM B-120-CHECK-REQUEST-SEED
               END-IF
               IF RQ-STATUS = "DONE" THEN
                   MOVE RQ-REQUEST-ID TO CHECK-PAT
                   PERFORM D-300-CHECK-OUTPUT
                   IF OUTPUT-STATE (CHECK-PAT + 1) = "N" THEN
                       MOVE 0 TO OUTPUT-DATE
                       IF RQ-COMP-DATE IS NUMERIC THEN
                           MOVE RQ-COMP-DATE TO OUTPUT-DATE
                       END-IF
                       PERFORM D-310-OUTPUT-SEVERITY
                       MOVE 4 TO FINDING-TYPE
                       MOVE SPACES TO FINDING-DETAIL
                       STRING "NO DONE FILE OR ARCHIVE, COMPLETED "
                                  DELIMITED BY SIZE
                              RQ-COMP-DATE DELIMITED BY SIZE
                           INTO FINDING-DETAIL
                       PERFORM D-200-WRITE-FINDING
                   END-IF
               END-IF
           END-IF
           .

       B-120-CHECK-REQUEST-SEED.
           MOVE RQ-SEED-ID TO CHECK-SEED-ID.
           PERFORM D-320-READ-SEED.
           IF SEED-FOUND = "NO " THEN
               MOVE 1 TO FINDING-TYPE
               IF ACTIVE-REQUEST = "YES" THEN
                   MOVE "ERROR" TO FINDING-SEVERITY
               ELSE
                   MOVE "WARNING" TO FINDING-SEVERITY
               END-IF
               MOVE SPACES TO FINDING-DETAIL
               STRING "SEED " DELIMITED BY SIZE
                      RQ-SEED-ID DELIMITED BY SIZE
                      " STATUS " DELIMITED BY SIZE
                      RQ-STATUS DELIMITED BY SIZE
                   INTO FINDING-DETAIL
               PERFORM D-200-WRITE-FINDING
           ELSE
               IF ACTIVE-REQUEST = "YES" AND S-STATUS NOT = "A" THEN
                   MOVE 2 TO FINDING-TYPE
                   MOVE "ERROR" TO FINDING-SEVERITY
                   MOVE SPACES TO FINDING-DETAIL
                   STRING "SEED " DELIMITED BY SIZE
                          RQ-SEED-ID DELIMITED BY SIZE
                          " IS INACTIVE, REQUEST " DELIMITED BY SIZE
                          RQ-STATUS DELIMITED BY SIZE
                       INTO FINDING-DETAIL
                   PERFORM D-200-WRITE-FINDING
               END-IF
           END-IF
           IF ACTIVE-REQUEST = "YES"
                   AND RQ-SEED-VERSION IS NUMERIC
                   AND RQ-SEED-VERSION > 0 THEN
               MOVE RQ-SEED-VERSION TO CHECK-VERSION
               PERFORM D-330-READ-SEED-VERSION
               IF VERSION-FOUND = "NO " THEN
                   MOVE 3 TO FINDING-TYPE
                   MOVE "ERROR" TO FINDING-SEVERITY
                   MOVE SPACES TO FINDING-DETAIL
                   STRING "SEED " DELIMITED BY SIZE
                          RQ-SEED-ID DELIMITED BY SIZE
                          " VERSION " DELIMITED BY SIZE
                          RQ-SEED-VERSION DELIMITED BY SIZE
                          " NOT IN SEED HISTORY" DELIMITED BY SIZE
                       INTO FINDING-DETAIL
                   PERFORM D-200-WRITE-FINDING
               END-IF
           END-IF
           .

       B-200-AUDIT-SCHEDULES.
           MOVE "SCHEDULES -> SEEDS AND SEED HISTORY" TO SEC-TITLE.
           PERFORM D-110-PRINT-SECTION.

           OPEN INPUT SCHEDULE-FILE
           IF SCHEDULE-FILE-STATUS NOT = "00" THEN
               MOVE "  SCHEDULE FILE NOT AVAILABLE" TO NOTE-TEXT
               PERFORM D-120-PRINT-NOTE
           ELSE
               MOVE LOW-VALUES TO SC-SCHED-ID
               START SCHEDULE-FILE KEY NOT < SC-SCHED-ID
                   INVALID KEY
                       MOVE "YES" TO SCHEDULE-EOF
               END-START
               PERFORM B-210-AUDIT-ONE-SCHEDULE
                   UNTIL SCHEDULE-EOF = "YES"
               CLOSE SCHEDULE-FILE
           END-IF
           .

       B-210-AUDIT-ONE-SCHEDULE.
           READ SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO SCHEDULE-EOF
           END-READ
           IF SCHEDULE-EOF = "NO "
                   AND SCHEDULE-FILE-STATUS NOT = "00" THEN
               DISPLAY "AUDIT SCHEDULE READ FAILED STATUS "
                   SCHEDULE-FILE-STATUS
               MOVE "YES" TO SCHEDULE-EOF
           END-IF
           IF SCHEDULE-EOF = "NO " THEN
               ADD 1 TO SCHEDULES-READ
               IF SC-SEED-ID NOT = SPACES
                       AND SC-SEED-ID (1:7) NOT = "*ACTIVE" THEN
                   PERFORM B-220-CHECK-SCHEDULE-SEED
               END-IF
           END-IF
           .

       B-220-CHECK-SCHEDULE-SEED.
           MOVE SPACES TO FINDING-KEY.
           STRING "SCHEDULE " DELIMITED BY SIZE
                  SC-SCHED-ID DELIMITED BY SIZE
               INTO FINDING-KEY.
           MOVE SC-SEED-ID TO CHECK-SEED-ID.
           PERFORM D-320-READ-SEED.
           IF SEED-FOUND = "NO " THEN
               MOVE 5 TO FINDING-TYPE
               IF SC-STATUS = "A" THEN
                   MOVE "ERROR" TO FINDING-SEVERITY
               ELSE
                   MOVE "WARNING" TO FINDING-SEVERITY
               END-IF
               MOVE SPACES TO FINDING-DETAIL
               STRING "SEED " DELIMITED BY SIZE
                      SC-SEED-ID DELIMITED BY SIZE
                      " SCHEDULE STATUS " DELIMITED BY SIZE
                      SC-STATUS DELIMITED BY SIZE
                   INTO FINDING-DETAIL
               PERFORM D-200-WRITE-FINDING
           ELSE
               IF SC-STATUS = "A" AND S-STATUS NOT = "A" THEN
                   MOVE 6 TO FINDING-TYPE
                   MOVE "ERROR" TO FINDING-SEVERITY
                   MOVE SPACES TO FINDING-DETAIL
                   STRING "SEED " DELIMITED BY SIZE
                          SC-SEED-ID DELIMITED BY SIZE
                          " IS INACTIVE, SCHEDULE IS ACTIVE"
                              DELIMITED BY SIZE
                       INTO FINDING-DETAIL
                   PERFORM D-200-WRITE-FINDING
               END-IF
           END-IF
           IF SC-SEED-VERSION IS NUMERIC AND SC-SEED-VERSION > 0 THEN
               MOVE SC-SEED-VERSION TO CHECK-VERSION
               PERFORM D-330-READ-SEED-VERSION
               IF VERSION-FOUND = "NO " THEN
                   MOVE 7 TO FINDING-TYPE
                   IF SC-STATUS = "A" THEN
                       MOVE "ERROR" TO FINDING-SEVERITY
                   ELSE
                       MOVE "WARNING" TO FINDING-SEVERITY
                   END-IF
                   MOVE SPACES TO FINDING-DETAIL
                   STRING "SEED " DELIMITED BY SIZE
                          SC-SEED-ID DELIMITED BY SIZE
                          " VERSION " DELIMITED BY SIZE
                          SC-SEED-VERSION DELIMITED BY SIZE
                          " NOT IN SEED HISTORY" DELIMITED BY SIZE
                       INTO FINDING-DETAIL
                   PERFORM D-200-WRITE-FINDING
               END-IF
           END-IF
           .

       B-300-AUDIT-SEEDS.
           MOVE "SEEDS -> PARENT SEEDS AND SOURCE PATTERNS"
               TO SEC-TITLE.
           PERFORM D-110-PRINT-SECTION.

           MOVE "NO " TO SEED-EOF.
           MOVE LOW-VALUES TO S-SEED-ID.
           START SEED-FILE KEY NOT < S-SEED-ID
               INVALID KEY
                   MOVE "YES" TO SEED-EOF
           END-START
           PERFORM B-310-AUDIT-ONE-SEED
               UNTIL SEED-EOF = "YES"
           .

       B-310-AUDIT-ONE-SEED.
           READ SEED-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO SEED-EOF
           END-READ
           IF SEED-EOF = "NO " AND SEED-FILE-STATUS NOT = "00" THEN
               DISPLAY "AUDIT SEED READ FAILED STATUS "
                   SEED-FILE-STATUS
               MOVE "YES" TO SEED-EOF
           END-IF
           IF SEED-EOF = "NO " THEN
               ADD 1 TO SEEDS-READ
               MOVE SPACES TO FINDING-KEY
               STRING "SEED " DELIMITED BY SIZE
                      S-SEED-ID DELIMITED BY SIZE
                   INTO FINDING-KEY
               MOVE "YES" TO SEED-FOUND
               IF S-PARENT-SEED NOT = SPACES
                       AND S-PARENT-SEED NOT = S-SEED-ID THEN
                   MOVE SEED-RECORD TO SEED-HOLD
                   MOVE S-PARENT-SEED TO CHECK-SEED-ID
                   PERFORM D-320-READ-SEED
                   MOVE SEED-HOLD TO SEED-RECORD
                   START SEED-FILE KEY > S-SEED-ID
                       INVALID KEY
                           MOVE "YES" TO SEED-EOF
                   END-START
               END-IF
               IF SEED-FOUND = "NO " THEN
                   PERFORM B-320-REPORT-MISSING-PARENT
               END-IF
               IF S-SOURCE-RULE IS NUMERIC AND S-SOURCE-RULE > 0
                       AND S-SOURCE-PAT IS NUMERIC THEN
                   PERFORM B-330-CHECK-SOURCE-PATTERN
               END-IF
           END-IF
           .

       B-320-REPORT-MISSING-PARENT.
           MOVE 8 TO FINDING-TYPE.
           MOVE SPACES TO FINDING-DETAIL.
           IF S-STATUS = "A" THEN
               MOVE "ERROR" TO FINDING-SEVERITY
               IF CORRECTION-MODE = "Y" THEN
                   PERFORM B-325-WRITE-CORRECTION
                   STRING "PARENT " DELIMITED BY SIZE
                          S-PARENT-SEED DELIMITED BY SIZE
                          " - REPLACE TRANSACTION WRITTEN"
                              DELIMITED BY SIZE
                       INTO FINDING-DETAIL
               ELSE
                   STRING "PARENT " DELIMITED BY SIZE
                          S-PARENT-SEED DELIMITED BY SIZE
                       INTO FINDING-DETAIL
               END-IF
           ELSE
               MOVE "WARNING" TO FINDING-SEVERITY
               STRING "PARENT " DELIMITED BY SIZE
                      S-PARENT-SEED DELIMITED BY SIZE
                      " - SEED IS INACTIVE" DELIMITED BY SIZE
                   INTO FINDING-DETAIL
           END-IF
           PERFORM D-200-WRITE-FINDING.

       B-325-WRITE-CORRECTION.
           MOVE "R" TO T-ACTION.
           MOVE S-SEED-ID TO T-SEED-ID.
           MOVE S-DESC TO T-DESC.
           MOVE S-OWNER TO T-OWNER.
           MOVE S-PATTERN TO T-PATTERN.
           MOVE CORRECTION-USER-ID TO T-USER-ID.
           WRITE CORRECTION-RECORD.
           ADD 1 TO CORRECTIONS-WRITTEN.

       B-330-CHECK-SOURCE-PATTERN.
           MOVE S-SOURCE-PAT TO CHECK-PAT.
           PERFORM D-300-CHECK-OUTPUT.
           IF OUTPUT-STATE (CHECK-PAT + 1) = "N" THEN
               PERFORM D-340-READ-MANIFEST
               MOVE 9 TO FINDING-TYPE
               MOVE SPACES TO FINDING-DETAIL
               IF MANIFEST-FOUND = "NO " THEN
                   MOVE "WARNING" TO FINDING-SEVERITY
                   STRING "SOURCE PATTERN " DELIMITED BY SIZE
                          S-SOURCE-PAT DELIMITED BY SIZE
                          " HAS NO OUTPUT AND NO MANIFEST"
                              DELIMITED BY SIZE
                       INTO FINDING-DETAIL
               ELSE
                   PERFORM D-310-OUTPUT-SEVERITY
                   STRING "SOURCE PATTERN " DELIMITED BY SIZE
                          S-SOURCE-PAT DELIMITED BY SIZE
                          " HAS NO OUTPUT, RUN ENDED "
                              DELIMITED BY SIZE
                          OUTPUT-DATE DELIMITED BY SIZE
                       INTO FINDING-DETAIL
               END-IF
               PERFORM D-200-WRITE-FINDING
           END-IF
           .

       B-400-AUDIT-HITS.
           MOVE "ATTRACTOR HITS -> ATTRACTOR LIBRARY" TO SEC-TITLE.
           PERFORM D-110-PRINT-SECTION.

           OPEN INPUT ATTRACT-FILE
           IF ATTRACT-FILE-STATUS = "00" THEN
               MOVE "YES" TO ATTRACT-FILE-OPEN
           ELSE
               MOVE "  ATTRACTOR LIBRARY NOT AVAILABLE" TO NOTE-TEXT
               PERFORM D-120-PRINT-NOTE
           END-IF

           OPEN INPUT ATTRACT-HIT-FILE
           IF ATTRACT-HIT-STATUS NOT = "00" THEN
               MOVE "  ATTRACTOR HIT FILE NOT AVAILABLE" TO NOTE-TEXT
               PERFORM D-120-PRINT-NOTE
           ELSE
               PERFORM B-410-AUDIT-ONE-HIT
                   UNTIL HIT-EOF = "YES"
               CLOSE ATTRACT-HIT-FILE
           END-IF

           IF HIT-TABLE-FULL = "YES" THEN
               MOVE "  MORE THAN 2000 SIGNATURES IN THE HIT FILE"
                   TO NOTE-TEXT
               PERFORM D-120-PRINT-NOTE
               MOVE "  - COUNTS OF THE REMAINDER NOT CHECKED"
                   TO NOTE-TEXT
               PERFORM D-120-PRINT-NOTE
           END-IF

           IF ATTRACT-FILE-OPEN = "YES" THEN
               MOVE LOW-VALUES TO AT-KEY
               START ATTRACT-FILE KEY NOT < AT-KEY
                   INVALID KEY
                       MOVE "YES" TO ATTRACT-EOF
               END-START
               PERFORM B-430-AUDIT-ONE-ATTRACTOR
                   UNTIL ATTRACT-EOF = "YES"
               CLOSE ATTRACT-FILE
           END-IF
           .

       B-410-AUDIT-ONE-HIT.
           READ ATTRACT-HIT-FILE
               AT END
                   MOVE "YES" TO HIT-EOF
           END-READ
           IF HIT-EOF = "NO " THEN
               ADD 1 TO HITS-READ
               PERFORM B-420-COUNT-HIT
               IF ATTRACT-FILE-OPEN = "YES" THEN
                   MOVE AH-SIG TO AT-SIG
                   MOVE 0 TO AT-SEQ
                   READ ATTRACT-FILE
                       INVALID KEY
                           MOVE 10 TO FINDING-TYPE
                           MOVE "ERROR" TO FINDING-SEVERITY
                           MOVE SPACES TO FINDING-KEY
                           STRING "HIT PAT " DELIMITED BY SIZE
                                  AH-PAT DELIMITED BY SIZE
                               INTO FINDING-KEY
                           MOVE SPACES TO FINDING-DETAIL
                           STRING "SIGNATURE " DELIMITED BY SIZE
                                  AH-SIG DELIMITED BY SIZE
                                  " SEED " DELIMITED BY SIZE
                                  AH-SEED-ID DELIMITED BY SIZE
                                  " DATE " DELIMITED BY SIZE
                                  AH-DATE DELIMITED BY SIZE
                               INTO FINDING-DETAIL
                           PERFORM D-200-WRITE-FINDING
                   END-READ
               END-IF
           END-IF
           .

       B-420-COUNT-HIT.
           PERFORM VARYING HIT-IDX FROM 1 BY 1
               UNTIL HIT-IDX > HIT-SIG-COUNT
               OR HT-SIG (HIT-IDX) = AH-SIG
               CONTINUE
           END-PERFORM
           IF HIT-IDX > HIT-SIG-COUNT THEN
               IF HIT-SIG-COUNT < MAX-HIT-SIGS THEN
                   ADD 1 TO HIT-SIG-COUNT
                   MOVE AH-SIG TO HT-SIG (HIT-IDX)
                   MOVE 0 TO HT-COUNT (HIT-IDX)
               ELSE
                   MOVE "YES" TO HIT-TABLE-FULL
               END-IF
           END-IF
           IF HIT-IDX NOT > HIT-SIG-COUNT THEN
               ADD 1 TO HT-COUNT (HIT-IDX)
           END-IF
           .

       B-430-AUDIT-ONE-ATTRACTOR.
           READ ATTRACT-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO ATTRACT-EOF
           END-READ
           IF ATTRACT-EOF = "NO " AND ATTRACT-FILE-STATUS NOT = "00"
               DISPLAY "AUDIT ATTRACTOR READ FAILED STATUS "
                   ATTRACT-FILE-STATUS
               MOVE "YES" TO ATTRACT-EOF
           END-IF
           IF ATTRACT-EOF = "NO " AND AT-SEQ = 0 THEN
               ADD 1 TO ATTRACTORS-READ
               PERFORM VARYING HIT-IDX FROM 1 BY 1
                   UNTIL HIT-IDX > HIT-SIG-COUNT
                   OR HT-SIG (HIT-IDX) = AT-SIG
                   CONTINUE
               END-PERFORM
               IF HIT-IDX > HIT-SIG-COUNT THEN
                   MOVE 0 TO HIT-FILE-COUNT
               ELSE
                   MOVE HT-COUNT (HIT-IDX) TO HIT-FILE-COUNT
               END-IF
               IF AT-HIT-COUNT NOT = HIT-FILE-COUNT
                       AND (HIT-IDX NOT > HIT-SIG-COUNT
                            OR HIT-TABLE-FULL = "NO ") THEN
                   MOVE 11 TO FINDING-TYPE
                   MOVE "WARNING" TO FINDING-SEVERITY
                   MOVE SPACES TO FINDING-KEY
                   STRING "SIG " DELIMITED BY SIZE
                          AT-SIG DELIMITED BY SIZE
                       INTO FINDING-KEY
                   MOVE SPACES TO FINDING-DETAIL
                   STRING "LIBRARY COUNT " DELIMITED BY SIZE
                          AT-HIT-COUNT DELIMITED BY SIZE
                          " HIT FILE COUNT " DELIMITED BY SIZE
                          HIT-FILE-COUNT DELIMITED BY SIZE
                       INTO FINDING-DETAIL
                   PERFORM D-200-WRITE-FINDING
               END-IF
           END-IF
           .

       B-500-AUDIT-OUTCOMES.
           MOVE "OUTCOMES -> DONE FILES AND ARCHIVE" TO SEC-TITLE.
           PERFORM D-110-PRINT-SECTION.

           OPEN INPUT OUTCOME-FILE
           IF OUTCOME-FILE-STATUS NOT = "00" THEN
               MOVE "  OUTCOME FILE NOT AVAILABLE" TO NOTE-TEXT
               PERFORM D-120-PRINT-NOTE
           ELSE
               PERFORM B-510-AUDIT-ONE-OUTCOME
                   UNTIL OUTCOME-EOF = "YES"
               CLOSE OUTCOME-FILE
           END-IF
           .

       B-510-AUDIT-ONE-OUTCOME.
           READ OUTCOME-FILE
               AT END
                   MOVE "YES" TO OUTCOME-EOF
           END-READ
           IF OUTCOME-EOF = "NO " THEN
               ADD 1 TO OUTCOMES-READ
               IF OC-PAT IS NUMERIC AND OC-PAT NOT = LAST-OUTCOME-PAT
                   MOVE OC-PAT TO LAST-OUTCOME-PAT
                   MOVE OC-PAT TO CHECK-PAT
                   PERFORM D-300-CHECK-OUTPUT
                   IF OUTPUT-STATE (CHECK-PAT + 1) = "N" THEN
                       PERFORM D-340-READ-MANIFEST
                       PERFORM D-310-OUTPUT-SEVERITY
                       MOVE 12 TO FINDING-TYPE
                       MOVE SPACES TO FINDING-KEY
                       STRING "PATTERN " DELIMITED BY SIZE
                              OC-PAT DELIMITED BY SIZE
                           INTO FINDING-KEY
                       MOVE SPACES TO FINDING-DETAIL
                       STRING "OUTCOME " DELIMITED BY SIZE
                              OC-OUTCOME DELIMITED BY SIZE
                              " NO DONE FILE OR ARCHIVE, RUN ENDED "
                                  DELIMITED BY SIZE
                              OUTPUT-DATE DELIMITED BY SIZE
                           INTO FINDING-DETAIL
                       PERFORM D-200-WRITE-FINDING
                   END-IF
               END-IF
           END-IF
           .

       C-100-WRITE-SUMMARY.
           MOVE "SUMMARY BY TYPE" TO SEC-TITLE.
           PERFORM D-110-PRINT-SECTION.

           PERFORM VARYING TYPE-IDX FROM 1 BY 1
               UNTIL TYPE-IDX > 12
               MOVE FT-NAME (TYPE-IDX) TO SM-TYPE
               MOVE FC-ERRORS (TYPE-IDX) TO SM-ERRORS
               MOVE FC-WARNINGS (TYPE-IDX) TO SM-WARNINGS
               MOVE FC-INFOS (TYPE-IDX) TO SM-INFOS
               PERFORM D-130-PRINT-SUMMARY
           END-PERFORM

           MOVE REQUESTS-READ TO RD-REQUESTS.
           MOVE SCHEDULES-READ TO RD-SCHEDULES.
           MOVE SEEDS-READ TO RD-SEEDS.
           MOVE HITS-READ TO RD-HITS.
           MOVE ATTRACTORS-READ TO RD-ATTRACTORS.
           MOVE OUTCOMES-READ TO RD-OUTCOMES.
           PERFORM D-140-PRINT-READ-COUNTS.

           MOVE TOTAL-ERRORS TO TL-ERRORS.
           MOVE TOTAL-WARNINGS TO TL-WARNINGS.
           MOVE TOTAL-INFOS TO TL-INFOS.
           MOVE CORRECTIONS-WRITTEN TO TL-CORRECTIONS.
           PERFORM D-150-PRINT-TOTAL.

       C-200-CLEAN-UP.
           DISPLAY "AUDIT ERRORS " TOTAL-ERRORS
               " WARNINGS " TOTAL-WARNINGS
               " INFO " TOTAL-INFOS
               " CORRECTIONS " CORRECTIONS-WRITTEN.

           CLOSE SEED-FILE
                 PRINT-FILE.
           IF SEED-HIST-OPEN = "YES" THEN
               CLOSE SEED-HIST-FILE
           END-IF.
           IF MANIFEST-FILE-OPEN = "YES" THEN
               CLOSE MANIFEST-FILE
           END-IF.
           IF ARCHIVE-FILE-OPEN = "YES" THEN
               CLOSE ARCHIVE-FILE
           END-IF.
           IF CORRECTION-MODE = "Y" THEN
               CLOSE CORRECTION-FILE
           END-IF.

       D-100-PAGE-HEADER.
           ADD 1 TO PAGE-NUM.
           MOVE AUDIT-DATE TO PH-DATE.
           MOVE CUTOFF-DATE TO PH-CUTOFF.
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
           END-IF.

       D-110-PRINT-SECTION.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM SECTION-LINE.
           ADD 1 TO LINES-ON-PAGE.

       D-120-PRINT-NOTE.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM NOTE-LINE.
           ADD 1 TO LINES-ON-PAGE.

       D-130-PRINT-SUMMARY.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM SUMMARY-LINE.
           ADD 1 TO LINES-ON-PAGE.

       D-140-PRINT-READ-COUNTS.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM READ-LINE.
           ADD 1 TO LINES-ON-PAGE.

       D-150-PRINT-TOTAL.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM TOTAL-LINE.
           ADD 1 TO LINES-ON-PAGE.

       D-200-WRITE-FINDING.
           EVALUATE FINDING-SEVERITY
               WHEN "ERROR"
                   ADD 1 TO FC-ERRORS (FINDING-TYPE)
                   ADD 1 TO TOTAL-ERRORS
               WHEN "WARNING"
                   ADD 1 TO FC-WARNINGS (FINDING-TYPE)
                   ADD 1 TO TOTAL-WARNINGS
               WHEN OTHER
                   ADD 1 TO FC-INFOS (FINDING-TYPE)
                   ADD 1 TO TOTAL-INFOS
           END-EVALUATE
           MOVE FINDING-SEVERITY TO FL-SEVERITY.
           MOVE FT-NAME (FINDING-TYPE) TO FL-TYPE.
           MOVE FINDING-KEY TO FL-KEY.
           MOVE FINDING-DETAIL TO FL-DETAIL.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM FINDING-LINE.
           ADD 1 TO LINES-ON-PAGE.

       D-300-CHECK-OUTPUT.
           IF OUTPUT-STATE (CHECK-PAT + 1) = SPACE THEN
               MOVE "N" TO OUTPUT-STATE (CHECK-PAT + 1)
               MOVE SPACES TO DONE-FILE-NAME
               STRING "./Sierpinski-Done-" DELIMITED BY SIZE
                      CHECK-PAT DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO DONE-FILE-NAME
               OPEN INPUT DONE-FILE
               IF DONE-FILE-STATUS = "00" THEN
                   MOVE "D" TO OUTPUT-STATE (CHECK-PAT + 1)
                   CLOSE DONE-FILE
               ELSE
                   IF ARCHIVE-FILE-OPEN = "YES" THEN
                       PERFORM D-305-CHECK-ARCHIVE
                   END-IF
               END-IF
           END-IF
           .

       D-305-CHECK-ARCHIVE.
           MOVE CHECK-PAT TO AR-PAT.
           MOVE 0 TO AR-GEN.
           MOVE 0 TO AR-ROW.
           START ARCHIVE-FILE KEY NOT < AR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARCHIVE-FILE NEXT RECORD
                       NOT AT END
                           IF AR-PAT = CHECK-PAT THEN
                               MOVE "A" TO OUTPUT-STATE (CHECK-PAT + 1)
                           END-IF
                   END-READ
           END-START
           .

       D-310-OUTPUT-SEVERITY.
           IF OUTPUT-DATE = 0 THEN
               MOVE "WARNING" TO FINDING-SEVERITY
           ELSE
               IF OUTPUT-DATE NOT < CUTOFF-DATE THEN
                   MOVE "ERROR" TO FINDING-SEVERITY
               ELSE
                   MOVE "INFO" TO FINDING-SEVERITY
               END-IF
           END-IF
           .

       D-320-READ-SEED.
           MOVE CHECK-SEED-ID TO S-SEED-ID.
           READ SEED-FILE
               INVALID KEY
                   MOVE "NO " TO SEED-FOUND
               NOT INVALID KEY
                   MOVE "YES" TO SEED-FOUND
           END-READ
           .

       D-330-READ-SEED-VERSION.
           MOVE "YES" TO VERSION-FOUND.
           IF SEED-HIST-OPEN = "YES" THEN
               MOVE CHECK-SEED-ID TO SH-SEED-ID
               MOVE CHECK-VERSION TO SH-VERSION
               READ SEED-HIST-FILE
                   INVALID KEY
                       MOVE "NO " TO VERSION-FOUND
               END-READ
           END-IF
           .

       D-340-READ-MANIFEST.
           MOVE "NO " TO MANIFEST-FOUND.
           MOVE 0 TO OUTPUT-DATE.
           IF MANIFEST-FILE-OPEN = "YES" THEN
               MOVE CHECK-PAT TO MF-PAT
               READ MANIFEST-FILE
                   INVALID KEY
                       MOVE "NO " TO MANIFEST-FOUND
                   NOT INVALID KEY
                       MOVE "YES" TO MANIFEST-FOUND
                       IF MF-END-DATE IS NUMERIC
                               AND MF-END-DATE > 0 THEN
                           MOVE MF-END-DATE TO OUTPUT-DATE
                       ELSE
                           IF MF-START-DATE IS NUMERIC THEN
                               MOVE MF-START-DATE TO OUTPUT-DATE
                           END-IF
                       END-IF
               END-READ
           END-IF
           .
