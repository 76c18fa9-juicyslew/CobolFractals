       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIERPINSKI-CHARGEBACK.
       AUTHOR. WILLIAM DERKSEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-CONTROL-FILE
               ASSIGN TO "./Sierpinski-Chgctl.dat"
               FILE STATUS IS CHARGE-CONTROL-STATUS.
           SELECT ARCHIVE-CONTROL-FILE
               ASSIGN TO "./Sierpinski-Arcctl.dat"
               FILE STATUS IS ARCHIVE-CONTROL-STATUS.
           SELECT RATE-FILE
               ASSIGN TO "./Sierpinski-Rates.dat"
               FILE STATUS IS RATE-FILE-STATUS.
           SELECT USAGE-FILE
               ASSIGN TO "./Sierpinski-Usage.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UG-KEY
               FILE STATUS IS USAGE-FILE-STATUS.
           SELECT MANIFEST-FILE
               ASSIGN TO "./Sierpinski-Manifest.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MF-PAT
               FILE STATUS IS MANIFEST-FILE-STATUS.
           SELECT SEED-FILE
               ASSIGN TO "./Sierpinski-Seeds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS S-SEED-ID
               FILE STATUS IS SEED-FILE-STATUS.
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
           SELECT PRINT-FILE
               ASSIGN TO "./Sierpinski-Chargeback.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-CONTROL-FILE
           DATA RECORD IS CHARGE-CONTROL-RECORD.
       01  CHARGE-CONTROL-RECORD.
           05  CHCTL-FROM-DATE    PIC 9(8).
           05  CHCTL-TO-DATE      PIC 9(8).
       FD  ARCHIVE-CONTROL-FILE
           DATA RECORD IS ARCHIVE-CONTROL-RECORD.
       01  ARCHIVE-CONTROL-RECORD.
           05  ACTL-MAX-PATTERN   PIC 9999.
           05  ACTL-RETAIN-DAYS   PIC 999.
       FD  RATE-FILE
           DATA RECORD IS RATE-RECORD.
       01  RATE-RECORD.
           05  RT-CODE            PIC X(8).
           05  RT-RATE            PIC 9(5)V9(6).
           05  RT-UNIT            PIC X(10).
           05  RT-DESC            PIC X(30).
       FD  USAGE-FILE
           DATA RECORD IS USAGE-RECORD.
       01  USAGE-RECORD.
           05  UG-KEY.
               10  UG-RUN-DATE    PIC 9(8).
               10  UG-START-TIME  PIC 9(8).
               10  UG-PAT         PIC 9(4).
           05  UG-REQUEST-ID      PIC 9(4).
           05  UG-REQUESTER       PIC X(20).
           05  UG-SEED-ID         PIC X(8).
           05  UG-SEED-OWNER      PIC X(20).
           05  UG-RULE-CODE       PIC 99.
           05  UG-MODE            PIC X.
           05  UG-GRID-ROWS       PIC 999.
           05  UG-PART-NUM        PIC 99.
           05  UG-ELAPSED-SECONDS PIC 9(7).
           05  UG-GENERATIONS     PIC 9(4).
           05  UG-RECORDS-WRITTEN PIC 9(7).
           05  UG-END-STATUS      PIC X(8).
           05  FILLER             PIC X(20).
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
       FD  ARCHIVE-FILE
           RECORD IS VARYING IN SIZE FROM 23 TO 1019 CHARACTERS
               DEPENDING ON ARCHIVE-RECORD-SIZE
           DATA RECORDS ARE ARCHIVE-RECORD ARCHIVE-COMPACT-RECORD.
       01  ARCHIVE-RECORD.
           05  AR-KEY.
               10  AR-PAT      PIC 9(4).
               10  AR-GEN      PIC 9(4).
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
       FD  PRINT-FILE
           DATA RECORD IS PRINT-RECORD.
       01  PRINT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  INDICATORS.
          05  USAGE-EOF        PIC XXX       VALUE "NO ".
          05  DONE-EOF         PIC XXX       VALUE "NO ".
          05  ARCHIVE-EOF      PIC XXX       VALUE "NO ".
          05  RATE-EOF         PIC XXX       VALUE "NO ".
          05  CHARGE-ABORT     PIC XXX       VALUE "NO ".
          05  USAGE-OPEN       PIC XXX       VALUE "NO ".
          05  MANIFEST-OPEN    PIC XXX       VALUE "NO ".
          05  SEED-FILE-OPEN   PIC XXX       VALUE "NO ".
          05  ACCOUNT-FOUND    PIC XXX       VALUE "NO ".

       01  CHARGE-CONTROL-STATUS PIC XX.
       01  ARCHIVE-CONTROL-STATUS PIC XX.
       01  RATE-FILE-STATUS     PIC XX.
       01  USAGE-FILE-STATUS    PIC XX.
       01  MANIFEST-FILE-STATUS PIC XX.
       01  SEED-FILE-STATUS     PIC XX.
       01  DONE-FILE-STATUS     PIC XX.
       01  ARCHIVE-FILE-STATUS  PIC XX.
       01  PRINT-FILE-STATUS    PIC XX.

       01  DONE-FILE-NAME       PIC X(40).
       01  MAX-PATTERN          PIC 9999       VALUE 0100.
       01  SCAN-PATTERN         PIC 9999.
       01  LAST-ATTR-PAT        PIC 9(5)       VALUE 99999.

       01  REPORT-DATE          PIC 9(8).
       01  FROM-DATE            PIC 9(8).
       01  TO-DATE              PIC 9(8).
       01  PERIOD-DATE.
           05  PD-YEAR          PIC 9(4).
           05  PD-MONTH         PIC 99.
           05  PD-DAY           PIC 99.

       01  DONE-RECORD-SIZE     PIC 9(4)       VALUE 1007.
       01  ARCHIVE-RECORD-SIZE  PIC 9(4)       VALUE 1019.

       01  RATE-LINESEC         PIC 9(5)V9(6)  VALUE 0.
       01  RATE-GRIDSEC         PIC 9(5)V9(6)  VALUE 0.
       01  RATE-GEN             PIC 9(5)V9(6)  VALUE 0.
       01  RATE-DONEREC         PIC 9(5)V9(6)  VALUE 0.
       01  RATE-DONEKB          PIC 9(5)V9(6)  VALUE 0.
       01  RATE-ARCHKB          PIC 9(5)V9(6)  VALUE 0.
       01  RATES-LOADED         PIC 99         VALUE 0.

       01  ACCOUNT-NAME         PIC X(20).
       01  REQUESTER-NAME       PIC X(20).
       01  OWNER-NAME           PIC X(20).
       01  LOOKUP-SEED-ID       PIC X(8).
       01  GROUP-NUM            PIC 9.
       01  ACCT-IDX             PIC 9(4).
       01  ACCT-SCAN            PIC 9(4).
       01  REQ-IDX              PIC 9(4).
       01  OWN-IDX              PIC 9(4).
       01  MAX-ACCOUNTS         PIC 9(4)       VALUE 200.

       01  ACCOUNT-TABLE.
           05  ACCOUNT-GROUP OCCURS 2 TIMES.
               10  ACCT-COUNT       PIC 9(4).
               10  ACCOUNT-ENTRY OCCURS 200 TIMES.
                   15  ACCT-NAME       PIC X(20).
                   15  ACCT-RUNS       PIC 9(5).
                   15  ACCT-LINE-SECS  PIC 9(9).
                   15  ACCT-GRID-SECS  PIC 9(9).
                   15  ACCT-GENS       PIC 9(9).
                   15  ACCT-RECS       PIC 9(9).
                   15  ACCT-DONE-BYTES PIC 9(12).
                   15  ACCT-ARCH-BYTES PIC 9(12).
                   15  ACCT-DONE-KB    PIC 9(9).
                   15  ACCT-ARCH-KB    PIC 9(9).
                   15  ACCT-CHARGE     PIC 9(9)V99.

       01  FILE-RECS            PIC 9(7).
       01  FILE-BYTES           PIC 9(12).

       01  GROUP-RUNS           PIC 9(6).
       01  GROUP-LINE-SECS      PIC 9(9).
       01  GROUP-GRID-SECS      PIC 9(9).
       01  GROUP-GENS           PIC 9(9).
       01  GROUP-RECS           PIC 9(9).
       01  GROUP-DONE-KB        PIC 9(9).
       01  GROUP-ARCH-KB        PIC 9(9).
       01  GROUP-CHARGE         PIC 9(9)V99.

       01  USAGE-READ           PIC 9(7)       VALUE 0.
       01  DONE-FILES-FOUND     PIC 9(5)       VALUE 0.
       01  DONE-RECS-FOUND      PIC 9(9)       VALUE 0.
       01  ARCHIVE-RECS-READ    PIC 9(9)       VALUE 0.
       01  UNKNOWN-PATTERNS     PIC 9(5)       VALUE 0.
       01  WARNING-COUNT        PIC 9(5)       VALUE 0.

       01  PAGE-NUM             PIC 9999       VALUE 0000.
       01  LINES-ON-PAGE        PIC 99         VALUE 99.
       01  PAGE-LIMIT           PIC 99         VALUE 60.

       01  PAGE-HEADER-LINE.
           05  FILLER           PIC X(29)
               VALUE "SIERPINSKI CHARGEBACK REPORT ".
           05  PH-DATE          PIC 9(8).
           05  FILLER           PIC X(9)      VALUE "  PERIOD ".
           05  PH-FROM          PIC 9(8).
           05  FILLER           PIC X(4)      VALUE " TO ".
           05  PH-TO            PIC 9(8).
           05  FILLER           PIC X(7)      VALUE "  PAGE ".
           05  PH-PAGE          PIC ZZZ9.
           05  FILLER           PIC X(55)     VALUE SPACES.

       01  SECTION-LINE.
           05  SEC-TITLE        PIC X(60).
           05  FILLER           PIC X(72)     VALUE SPACES.

       01  RATE-LINE.
           05  FILLER           PIC X(2)      VALUE SPACES.
           05  RL-CODE          PIC X(8).
           05  FILLER           PIC X          VALUE SPACE.
           05  RL-RATE          PIC ZZZZ9.999999.
           05  FILLER           PIC X(5)      VALUE " PER ".
           05  RL-UNIT          PIC X(10).
           05  FILLER           PIC X          VALUE SPACE.
           05  RL-DESC          PIC X(30).
           05  FILLER           PIC X(63)     VALUE SPACES.

       01  COLUMN-HEADER.
           05  FILLER           PIC X(21)     VALUE "ACCOUNT".
           05  FILLER           PIC X(6)      VALUE " RUNS".
           05  FILLER           PIC X(9)      VALUE " LINE SEC".
           05  FILLER           PIC X(9)      VALUE " GRID SEC".
           05  FILLER           PIC X(10)     VALUE "      GENS".
           05  FILLER           PIC X(10)     VALUE " DONE RECS".
           05  FILLER           PIC X(10)     VALUE "   DONE KB".
           05  FILLER           PIC X(10)     VALUE "   ARCH KB".
           05  FILLER           PIC X(15)
               VALUE "         CHARGE".
           05  FILLER           PIC X(32)     VALUE SPACES.

       01  ACCOUNT-LINE.
           05  AL-NAME          PIC X(20).
           05  FILLER           PIC X          VALUE SPACE.
           05  AL-RUNS          PIC ZZZZZ9.
           05  FILLER           PIC X          VALUE SPACE.
           05  AL-LINE-SECS     PIC ZZZZZZZ9.
           05  FILLER           PIC X          VALUE SPACE.
           05  AL-GRID-SECS     PIC ZZZZZZZ9.
           05  FILLER           PIC X          VALUE SPACE.
           05  AL-GENS          PIC ZZZZZZZZ9.
           05  FILLER           PIC X          VALUE SPACE.
           05  AL-RECS          PIC ZZZZZZZZ9.
           05  FILLER           PIC X          VALUE SPACE.
           05  AL-DONE-KB       PIC ZZZZZZZZ9.
           05  FILLER           PIC X          VALUE SPACE.
           05  AL-ARCH-KB       PIC ZZZZZZZZ9.
           05  FILLER           PIC X          VALUE SPACE.
           05  AL-CHARGE        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X(31)     VALUE SPACES.

       01  NOTE-LINE.
           05  NOTE-TEXT        PIC X(70).
           05  FILLER           PIC X(62)     VALUE SPACES.

       01  TOTAL-LINE-1.
           05  FILLER           PIC X(16)
               VALUE "USAGE RECORDS   ".
           05  T1-USAGE         PIC ZZZZZZ9.
           05  FILLER           PIC X(13)     VALUE "  DONE FILES ".
           05  T1-DONE-FILES    PIC ZZZZ9.
           05  FILLER           PIC X(14)     VALUE "  DONE RECORDS".
           05  FILLER           PIC X          VALUE SPACE.
           05  T1-DONE-RECS     PIC ZZZZZZZZ9.
           05  FILLER           PIC X(17)
               VALUE "  ARCHIVE RECORDS".
           05  FILLER           PIC X          VALUE SPACE.
           05  T1-ARCH-RECS     PIC ZZZZZZZZ9.
           05  FILLER           PIC X(40)     VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER           PIC X(16)
               VALUE "UNKNOWN PATTERNS".
           05  T2-UNKNOWN       PIC ZZZZ9.
           05  FILLER           PIC X(11)     VALUE "  WARNINGS ".
           05  T2-WARNINGS      PIC ZZZZ9.
           05  FILLER           PIC X(95)     VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM A-100-INITIALIZATION.
           IF CHARGE-ABORT = "NO " THEN
               PERFORM B-100-ACCUMULATE-USAGE
               PERFORM B-200-ACCUMULATE-DONE-SPACE
                   VARYING SCAN-PATTERN FROM 0 BY 1
                   UNTIL SCAN-PATTERN > MAX-PATTERN
               PERFORM B-300-ACCUMULATE-ARCHIVE
               PERFORM C-100-PRINT-CHARGES
               PERFORM C-200-CLEAN-UP
           END-IF.

           IF CHARGE-ABORT = "YES" THEN
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WARNING-COUNT > 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN
           .

       A-100-INITIALIZATION.
           ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO ACCT-COUNT (1).
           MOVE 0 TO ACCT-COUNT (2).

           PERFORM A-110-SET-DEFAULT-PERIOD.
           PERFORM A-120-READ-CONTROL-CARD.
           PERFORM A-130-READ-ARCHIVE-CONTROL.
           IF CHARGE-ABORT = "NO " THEN
               PERFORM A-140-LOAD-RATES
           END-IF

           IF CHARGE-ABORT = "NO " THEN
               OPEN INPUT MANIFEST-FILE
               IF MANIFEST-FILE-STATUS = "00" THEN
                   MOVE "YES" TO MANIFEST-OPEN
               ELSE
                   DISPLAY "CHARGEBACK MANIFEST NOT AVAILABLE STATUS "
                       MANIFEST-FILE-STATUS
                   ADD 1 TO WARNING-COUNT
               END-IF
               OPEN INPUT SEED-FILE
               IF SEED-FILE-STATUS = "00" THEN
                   MOVE "YES" TO SEED-FILE-OPEN
               END-IF

               OPEN OUTPUT PRINT-FILE
               PERFORM D-100-PAGE-HEADER
               PERFORM A-150-PRINT-RATES
           END-IF
           .

       A-110-SET-DEFAULT-PERIOD.
           MOVE REPORT-DATE TO PERIOD-DATE.
           IF PD-MONTH = 1 THEN
               SUBTRACT 1 FROM PD-YEAR
               MOVE 12 TO PD-MONTH
           ELSE
               SUBTRACT 1 FROM PD-MONTH
           END-IF
           MOVE 01 TO PD-DAY.
           MOVE PERIOD-DATE TO FROM-DATE.
           MOVE 31 TO PD-DAY.
           MOVE PERIOD-DATE TO TO-DATE.

       A-120-READ-CONTROL-CARD.
           OPEN INPUT CHARGE-CONTROL-FILE
           IF CHARGE-CONTROL-STATUS = "00" THEN
               READ CHARGE-CONTROL-FILE
                   NOT AT END
                       IF CHCTL-FROM-DATE IS NUMERIC
                               AND CHCTL-FROM-DATE > 0 THEN
                           MOVE CHCTL-FROM-DATE TO FROM-DATE
                       END-IF
                       IF CHCTL-TO-DATE IS NUMERIC
                               AND CHCTL-TO-DATE > 0 THEN
                           MOVE CHCTL-TO-DATE TO TO-DATE
                       END-IF
               END-READ
               CLOSE CHARGE-CONTROL-FILE
           END-IF

           IF FROM-DATE > TO-DATE THEN
               DISPLAY "CHARGEBACK FROM DATE " FROM-DATE
                   " IS AFTER TO DATE " TO-DATE
               MOVE "YES" TO CHARGE-ABORT
           END-IF
           .

       A-130-READ-ARCHIVE-CONTROL.
           OPEN INPUT ARCHIVE-CONTROL-FILE
           IF ARCHIVE-CONTROL-STATUS = "00" THEN
               READ ARCHIVE-CONTROL-FILE
                   NOT AT END
                       IF ACTL-MAX-PATTERN IS NUMERIC
                               AND ACTL-MAX-PATTERN > 0 THEN
                           MOVE ACTL-MAX-PATTERN TO MAX-PATTERN
                       END-IF
               END-READ
               CLOSE ARCHIVE-CONTROL-FILE
           END-IF
           .

       A-140-LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF RATE-FILE-STATUS NOT = "00" THEN
               DISPLAY "CHARGEBACK RATE TABLE IS MISSING."
               MOVE "YES" TO CHARGE-ABORT
           ELSE
               PERFORM A-145-LOAD-ONE-RATE
                   UNTIL RATE-EOF = "YES"
               CLOSE RATE-FILE
               IF RATES-LOADED < 6 THEN
                   DISPLAY "CHARGEBACK RATE TABLE INCOMPLETE - "
                       RATES-LOADED " OF 6 RATES, OTHERS CHARGED AT 0"
                   ADD 1 TO WARNING-COUNT
               END-IF
           END-IF
           .

       A-145-LOAD-ONE-RATE.
           READ RATE-FILE
               AT END
                   MOVE "YES" TO RATE-EOF
           END-READ
           IF RATE-EOF = "NO " THEN
               IF RT-RATE IS NOT NUMERIC THEN
                   DISPLAY "CHARGEBACK RATE " RT-CODE
                       " IS NOT NUMERIC - IGNORED"
                   ADD 1 TO WARNING-COUNT
               ELSE
                   EVALUATE RT-CODE
                       WHEN "LINESEC"
                           MOVE RT-RATE TO RATE-LINESEC
                           ADD 1 TO RATES-LOADED
                       WHEN "GRIDSEC"
                           MOVE RT-RATE TO RATE-GRIDSEC
                           ADD 1 TO RATES-LOADED
                       WHEN "GEN"
                           MOVE RT-RATE TO RATE-GEN
                           ADD 1 TO RATES-LOADED
                       WHEN "DONEREC"
                           MOVE RT-RATE TO RATE-DONEREC
                           ADD 1 TO RATES-LOADED
                       WHEN "DONEKB"
                           MOVE RT-RATE TO RATE-DONEKB
                           ADD 1 TO RATES-LOADED
                       WHEN "ARCHKB"
                           MOVE RT-RATE TO RATE-ARCHKB
                           ADD 1 TO RATES-LOADED
                       WHEN OTHER
                           DISPLAY "CHARGEBACK UNKNOWN RATE CODE "
                               RT-CODE " - IGNORED"
                           ADD 1 TO WARNING-COUNT
                   END-EVALUATE
               END-IF
           END-IF
           .

       A-150-PRINT-RATES.
           MOVE "RATE TABLE" TO SEC-TITLE.
           PERFORM D-110-PRINT-SECTION.
           MOVE "LINESEC" TO RL-CODE.
           MOVE RATE-LINESEC TO RL-RATE.
           MOVE "SECOND" TO RL-UNIT.
           MOVE "LINE MODE ELAPSED TIME" TO RL-DESC.
           PERFORM D-130-PRINT-RATE.
           MOVE "GRIDSEC" TO RL-CODE.
           MOVE RATE-GRIDSEC TO RL-RATE.
           MOVE "SECOND" TO RL-UNIT.
           MOVE "GRID MODE ELAPSED TIME" TO RL-DESC.
           PERFORM D-130-PRINT-RATE.
           MOVE "GEN" TO RL-CODE.
           MOVE RATE-GEN TO RL-RATE.
           MOVE "GENERATION" TO RL-UNIT.
           MOVE "GENERATIONS COMPUTED" TO RL-DESC.
           PERFORM D-130-PRINT-RATE.
           MOVE "DONEREC" TO RL-CODE.
           MOVE RATE-DONEREC TO RL-RATE.
           MOVE "RECORD" TO RL-UNIT.
           MOVE "DONE RECORDS WRITTEN" TO RL-DESC.
           PERFORM D-130-PRINT-RATE.
           MOVE "DONEKB" TO RL-CODE.
           MOVE RATE-DONEKB TO RL-RATE.
           MOVE "KB HELD" TO RL-UNIT.
           MOVE "SPACE HELD IN DONE FILES" TO RL-DESC.
           PERFORM D-130-PRINT-RATE.
           MOVE "ARCHKB" TO RL-CODE.
           MOVE RATE-ARCHKB TO RL-RATE.
           MOVE "KB HELD" TO RL-UNIT.
           MOVE "SPACE HELD IN THE ARCHIVE" TO RL-DESC.
           PERFORM D-130-PRINT-RATE.

       B-100-ACCUMULATE-USAGE.
           OPEN INPUT USAGE-FILE
           IF USAGE-FILE-STATUS NOT = "00" THEN
               DISPLAY "CHARGEBACK USAGE FILE NOT AVAILABLE STATUS "
                   USAGE-FILE-STATUS
               ADD 1 TO WARNING-COUNT
           ELSE
               MOVE "YES" TO USAGE-OPEN
               MOVE LOW-VALUES TO UG-KEY
               MOVE FROM-DATE TO UG-RUN-DATE
               START USAGE-FILE KEY NOT < UG-KEY
                   INVALID KEY
                       MOVE "YES" TO USAGE-EOF
               END-START
               PERFORM B-110-ACCUMULATE-ONE-USAGE
                   UNTIL USAGE-EOF = "YES"
           END-IF
           .

       B-110-ACCUMULATE-ONE-USAGE.
           READ USAGE-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO USAGE-EOF
           END-READ
           IF USAGE-EOF = "NO " AND USAGE-FILE-STATUS NOT = "00" THEN
               DISPLAY "CHARGEBACK USAGE READ FAILED STATUS "
                   USAGE-FILE-STATUS
               ADD 1 TO WARNING-COUNT
               MOVE "YES" TO USAGE-EOF
           END-IF
           IF USAGE-EOF = "NO " AND UG-RUN-DATE > TO-DATE THEN
               MOVE "YES" TO USAGE-EOF
           END-IF
           IF USAGE-EOF = "NO " THEN
               ADD 1 TO USAGE-READ
               IF UG-REQUESTER = SPACES THEN
                   MOVE "(INIT FILE)" TO REQUESTER-NAME
               ELSE
                   MOVE UG-REQUESTER TO REQUESTER-NAME
               END-IF
               MOVE UG-SEED-ID TO LOOKUP-SEED-ID
               MOVE UG-SEED-OWNER TO OWNER-NAME
               PERFORM D-210-RESOLVE-OWNER

               MOVE 1 TO GROUP-NUM
               MOVE REQUESTER-NAME TO ACCOUNT-NAME
               PERFORM D-300-FIND-ACCOUNT
               PERFORM B-120-ADD-USAGE
               MOVE 2 TO GROUP-NUM
               MOVE OWNER-NAME TO ACCOUNT-NAME
               PERFORM D-300-FIND-ACCOUNT
               PERFORM B-120-ADD-USAGE
           END-IF
           .

       B-120-ADD-USAGE.
           ADD 1 TO ACCT-RUNS (GROUP-NUM, ACCT-IDX).
           IF UG-MODE = "G" THEN
               ADD UG-ELAPSED-SECONDS
                   TO ACCT-GRID-SECS (GROUP-NUM, ACCT-IDX)
           ELSE
               ADD UG-ELAPSED-SECONDS
                   TO ACCT-LINE-SECS (GROUP-NUM, ACCT-IDX)
           END-IF
           ADD UG-GENERATIONS TO ACCT-GENS (GROUP-NUM, ACCT-IDX).
           ADD UG-RECORDS-WRITTEN TO ACCT-RECS (GROUP-NUM, ACCT-IDX).

       B-200-ACCUMULATE-DONE-SPACE.
           STRING "./Sierpinski-Done-" DELIMITED BY SIZE
                  SCAN-PATTERN DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO DONE-FILE-NAME
           OPEN INPUT DONE-FILE
           IF DONE-FILE-STATUS = "00" THEN
               ADD 1 TO DONE-FILES-FOUND
               MOVE 0 TO FILE-RECS
               MOVE 0 TO FILE-BYTES
               MOVE "NO " TO DONE-EOF
               PERFORM B-210-COUNT-ONE-DONE-RECORD
                   UNTIL DONE-EOF = "YES"
               CLOSE DONE-FILE
               ADD FILE-RECS TO DONE-RECS-FOUND
               PERFORM D-200-ATTRIBUTE-PATTERN
               ADD FILE-BYTES TO ACCT-DONE-BYTES (1, REQ-IDX)
               ADD FILE-BYTES TO ACCT-DONE-BYTES (2, OWN-IDX)
           END-IF
           .

       B-210-COUNT-ONE-DONE-RECORD.
           READ DONE-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO DONE-EOF
           END-READ
           IF DONE-EOF = "NO " AND DONE-FILE-STATUS NOT = "00" THEN
               MOVE "YES" TO DONE-EOF
           END-IF
           IF DONE-EOF = "NO " THEN
               ADD 1 TO FILE-RECS
               ADD DONE-RECORD-SIZE TO FILE-BYTES
           END-IF
           .

       B-300-ACCUMULATE-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-FILE-STATUS = "00" THEN
               MOVE LOW-VALUES TO AR-KEY
               START ARCHIVE-FILE KEY NOT < AR-KEY
                   INVALID KEY
                       MOVE "YES" TO ARCHIVE-EOF
               END-START
               PERFORM B-310-ACCUMULATE-ONE-ARCHIVE
                   UNTIL ARCHIVE-EOF = "YES"
               CLOSE ARCHIVE-FILE
           END-IF
           .

       B-310-ACCUMULATE-ONE-ARCHIVE.
           READ ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO ARCHIVE-EOF
           END-READ
           IF ARCHIVE-EOF = "NO " AND ARCHIVE-FILE-STATUS NOT = "00"
               MOVE "YES" TO ARCHIVE-EOF
           END-IF
           IF ARCHIVE-EOF = "NO " THEN
               ADD 1 TO ARCHIVE-RECS-READ
               IF AR-PAT NOT = LAST-ATTR-PAT THEN
                   MOVE AR-PAT TO SCAN-PATTERN
                   PERFORM D-200-ATTRIBUTE-PATTERN
               END-IF
               ADD ARCHIVE-RECORD-SIZE
                   TO ACCT-ARCH-BYTES (1, REQ-IDX)
               ADD ARCHIVE-RECORD-SIZE
                   TO ACCT-ARCH-BYTES (2, OWN-IDX)
           END-IF
           .

       C-100-PRINT-CHARGES.
           MOVE 1 TO GROUP-NUM.
           MOVE "CHARGES BY REQUESTER" TO SEC-TITLE.
           PERFORM C-110-PRINT-ONE-GROUP.
           MOVE 2 TO GROUP-NUM.
           MOVE "CHARGES BY SEED OWNER" TO SEC-TITLE.
           PERFORM C-110-PRINT-ONE-GROUP.

           MOVE "TOTALS" TO SEC-TITLE.
           PERFORM D-110-PRINT-SECTION.
           MOVE USAGE-READ TO T1-USAGE.
           MOVE DONE-FILES-FOUND TO T1-DONE-FILES.
           MOVE DONE-RECS-FOUND TO T1-DONE-RECS.
           MOVE ARCHIVE-RECS-READ TO T1-ARCH-RECS.
           PERFORM D-150-PRINT-TOTAL-1.
           MOVE UNKNOWN-PATTERNS TO T2-UNKNOWN.
           MOVE WARNING-COUNT TO T2-WARNINGS.
           PERFORM D-160-PRINT-TOTAL-2.

       C-110-PRINT-ONE-GROUP.
           PERFORM D-110-PRINT-SECTION.
           PERFORM D-120-PRINT-COLUMN-HEADER.
           MOVE 0 TO GROUP-RUNS.
           MOVE 0 TO GROUP-LINE-SECS.
           MOVE 0 TO GROUP-GRID-SECS.
           MOVE 0 TO GROUP-GENS.
           MOVE 0 TO GROUP-RECS.
           MOVE 0 TO GROUP-DONE-KB.
           MOVE 0 TO GROUP-ARCH-KB.
           MOVE 0 TO GROUP-CHARGE.
           IF ACCT-COUNT (GROUP-NUM) = 0 THEN
               MOVE "  NO USAGE OR SPACE FOR THIS PERIOD" TO NOTE-TEXT
               PERFORM D-170-PRINT-NOTE
           ELSE
               PERFORM C-120-PRINT-ONE-ACCOUNT
                   VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCT-COUNT (GROUP-NUM)
               MOVE "TOTAL" TO AL-NAME
               MOVE GROUP-RUNS TO AL-RUNS
               MOVE GROUP-LINE-SECS TO AL-LINE-SECS
               MOVE GROUP-GRID-SECS TO AL-GRID-SECS
               MOVE GROUP-GENS TO AL-GENS
               MOVE GROUP-RECS TO AL-RECS
               MOVE GROUP-DONE-KB TO AL-DONE-KB
               MOVE GROUP-ARCH-KB TO AL-ARCH-KB
               MOVE GROUP-CHARGE TO AL-CHARGE
               PERFORM D-140-PRINT-ACCOUNT
           END-IF
           .

       C-120-PRINT-ONE-ACCOUNT.
           COMPUTE ACCT-DONE-KB (GROUP-NUM, ACCT-IDX) ROUNDED =
               ACCT-DONE-BYTES (GROUP-NUM, ACCT-IDX) / 1024.
           COMPUTE ACCT-ARCH-KB (GROUP-NUM, ACCT-IDX) ROUNDED =
               ACCT-ARCH-BYTES (GROUP-NUM, ACCT-IDX) / 1024.
           COMPUTE ACCT-CHARGE (GROUP-NUM, ACCT-IDX) ROUNDED =
               ACCT-LINE-SECS (GROUP-NUM, ACCT-IDX) * RATE-LINESEC
             + ACCT-GRID-SECS (GROUP-NUM, ACCT-IDX) * RATE-GRIDSEC
             + ACCT-GENS (GROUP-NUM, ACCT-IDX) * RATE-GEN
             + ACCT-RECS (GROUP-NUM, ACCT-IDX) * RATE-DONEREC
             + ACCT-DONE-KB (GROUP-NUM, ACCT-IDX) * RATE-DONEKB
             + ACCT-ARCH-KB (GROUP-NUM, ACCT-IDX) * RATE-ARCHKB.

           MOVE ACCT-NAME (GROUP-NUM, ACCT-IDX) TO AL-NAME.
           MOVE ACCT-RUNS (GROUP-NUM, ACCT-IDX) TO AL-RUNS.
           MOVE ACCT-LINE-SECS (GROUP-NUM, ACCT-IDX) TO AL-LINE-SECS.
           MOVE ACCT-GRID-SECS (GROUP-NUM, ACCT-IDX) TO AL-GRID-SECS.
           MOVE ACCT-GENS (GROUP-NUM, ACCT-IDX) TO AL-GENS.
           MOVE ACCT-RECS (GROUP-NUM, ACCT-IDX) TO AL-RECS.
           MOVE ACCT-DONE-KB (GROUP-NUM, ACCT-IDX) TO AL-DONE-KB.
           MOVE ACCT-ARCH-KB (GROUP-NUM, ACCT-IDX) TO AL-ARCH-KB.
           MOVE ACCT-CHARGE (GROUP-NUM, ACCT-IDX) TO AL-CHARGE.
           PERFORM D-140-PRINT-ACCOUNT.

           ADD ACCT-RUNS (GROUP-NUM, ACCT-IDX) TO GROUP-RUNS.
           ADD ACCT-LINE-SECS (GROUP-NUM, ACCT-IDX) TO GROUP-LINE-SECS.
           ADD ACCT-GRID-SECS (GROUP-NUM, ACCT-IDX) TO GROUP-GRID-SECS.
           ADD ACCT-GENS (GROUP-NUM, ACCT-IDX) TO GROUP-GENS.
           ADD ACCT-RECS (GROUP-NUM, ACCT-IDX) TO GROUP-RECS.
           ADD ACCT-DONE-KB (GROUP-NUM, ACCT-IDX) TO GROUP-DONE-KB.
           ADD ACCT-ARCH-KB (GROUP-NUM, ACCT-IDX) TO GROUP-ARCH-KB.
           ADD ACCT-CHARGE (GROUP-NUM, ACCT-IDX) TO GROUP-CHARGE.

       C-200-CLEAN-UP.
           DISPLAY "CHARGEBACK PERIOD " FROM-DATE " TO " TO-DATE
               " USAGE RECORDS " USAGE-READ
               " REQUESTERS " ACCT-COUNT (1)
               " OWNERS " ACCT-COUNT (2).

           IF USAGE-OPEN = "YES" THEN
               CLOSE USAGE-FILE
           END-IF.
           IF MANIFEST-OPEN = "YES" THEN
               CLOSE MANIFEST-FILE
           END-IF.
           IF SEED-FILE-OPEN = "YES" THEN
               CLOSE SEED-FILE
           END-IF.
           CLOSE PRINT-FILE.

       D-100-PAGE-HEADER.
           ADD 1 TO PAGE-NUM.
           MOVE REPORT-DATE TO PH-DATE.
           MOVE FROM-DATE TO PH-FROM.
           MOVE TO-DATE TO PH-TO.
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

       D-120-PRINT-COLUMN-HEADER.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM COLUMN-HEADER.
           ADD 1 TO LINES-ON-PAGE.

       D-130-PRINT-RATE.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM RATE-LINE.
           ADD 1 TO LINES-ON-PAGE.

       D-140-PRINT-ACCOUNT.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM ACCOUNT-LINE.
           ADD 1 TO LINES-ON-PAGE.

       D-150-PRINT-TOTAL-1.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM TOTAL-LINE-1.
           ADD 1 TO LINES-ON-PAGE.

       D-160-PRINT-TOTAL-2.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM TOTAL-LINE-2.
           ADD 1 TO LINES-ON-PAGE.

       D-170-PRINT-NOTE.
           PERFORM D-105-CHECK-PAGE.
           WRITE PRINT-RECORD FROM NOTE-LINE.
           ADD 1 TO LINES-ON-PAGE.

       D-200-ATTRIBUTE-PATTERN.
           MOVE SCAN-PATTERN TO LAST-ATTR-PAT.
           MOVE "*UNKNOWN*" TO REQUESTER-NAME.
           MOVE "*UNKNOWN*" TO OWNER-NAME.
           IF MANIFEST-OPEN = "YES" THEN
               MOVE SCAN-PATTERN TO MF-PAT
               READ MANIFEST-FILE
                   INVALID KEY
                       ADD 1 TO UNKNOWN-PATTERNS
                   NOT INVALID KEY
                       IF MF-REQUESTER = SPACES THEN
                           MOVE "(INIT FILE)" TO REQUESTER-NAME
                       ELSE
                           MOVE MF-REQUESTER TO REQUESTER-NAME
                       END-IF
                       MOVE MF-SEED-ID TO LOOKUP-SEED-ID
                       MOVE MF-SEED-OWNER TO OWNER-NAME
                       PERFORM D-210-RESOLVE-OWNER
               END-READ
           ELSE
               ADD 1 TO UNKNOWN-PATTERNS
           END-IF
           MOVE 1 TO GROUP-NUM.
           MOVE REQUESTER-NAME TO ACCOUNT-NAME.
           PERFORM D-300-FIND-ACCOUNT.
           MOVE ACCT-IDX TO REQ-IDX.
           MOVE 2 TO GROUP-NUM.
           MOVE OWNER-NAME TO ACCOUNT-NAME.
           PERFORM D-300-FIND-ACCOUNT.
           MOVE ACCT-IDX TO OWN-IDX.

       D-210-RESOLVE-OWNER.
           IF LOOKUP-SEED-ID = SPACES THEN
               MOVE "(NO SEED)" TO OWNER-NAME
           ELSE
               IF OWNER-NAME = SPACES AND SEED-FILE-OPEN = "YES" THEN
                   MOVE LOOKUP-SEED-ID TO S-SEED-ID
                   READ SEED-FILE
                       NOT INVALID KEY
                           MOVE S-OWNER TO OWNER-NAME
                   END-READ
               END-IF
               IF OWNER-NAME = SPACES THEN
                   MOVE "(NO OWNER)" TO OWNER-NAME
               END-IF
           END-IF
           .

       D-300-FIND-ACCOUNT.
           MOVE "NO " TO ACCOUNT-FOUND.
           PERFORM VARYING ACCT-SCAN FROM 1 BY 1
               UNTIL ACCT-SCAN > ACCT-COUNT (GROUP-NUM)
                  OR ACCOUNT-FOUND = "YES"
               IF ACCT-NAME (GROUP-NUM, ACCT-SCAN) = ACCOUNT-NAME THEN
                   MOVE ACCT-SCAN TO ACCT-IDX
                   MOVE "YES" TO ACCOUNT-FOUND
               END-IF
           END-PERFORM
           IF ACCOUNT-FOUND = "NO " THEN
               IF ACCT-COUNT (GROUP-NUM) < MAX-ACCOUNTS - 1 THEN
                   ADD 1 TO ACCT-COUNT (GROUP-NUM)
                   MOVE ACCT-COUNT (GROUP-NUM) TO ACCT-IDX
                   PERFORM D-310-CLEAR-ACCOUNT
                   MOVE ACCOUNT-NAME TO ACCT-NAME (GROUP-NUM, ACCT-IDX)
               ELSE
                   MOVE MAX-ACCOUNTS TO ACCT-IDX
                   IF ACCT-COUNT (GROUP-NUM) < MAX-ACCOUNTS THEN
                       DISPLAY "CHARGEBACK MORE THAN "
                           MAX-ACCOUNTS " ACCOUNTS - REST IN *OTHERS*"
                       ADD 1 TO WARNING-COUNT
                       MOVE MAX-ACCOUNTS TO ACCT-COUNT (GROUP-NUM)
                       PERFORM D-310-CLEAR-ACCOUNT
                       MOVE "*OTHERS*"
                           TO ACCT-NAME (GROUP-NUM, ACCT-IDX)
                   END-IF
               END-IF
           END-IF
           .

       D-310-CLEAR-ACCOUNT.
           MOVE 0 TO ACCT-RUNS (GROUP-NUM, ACCT-IDX).
           MOVE 0 TO ACCT-LINE-SECS (GROUP-NUM, ACCT-IDX).
           MOVE 0 TO ACCT-GRID-SECS (GROUP-NUM, ACCT-IDX).
           MOVE 0 TO ACCT-GENS (GROUP-NUM, ACCT-IDX).
           MOVE 0 TO ACCT-RECS (GROUP-NUM, ACCT-IDX).
           MOVE 0 TO ACCT-DONE-BYTES (GROUP-NUM, ACCT-IDX).
           MOVE 0 TO ACCT-ARCH-BYTES (GROUP-NUM, ACCT-IDX).
           MOVE 0 TO ACCT-DONE-KB (GROUP-NUM, ACCT-IDX).
           MOVE 0 TO ACCT-ARCH-KB (GROUP-NUM, ACCT-IDX).
           MOVE 0 TO ACCT-CHARGE (GROUP-NUM, ACCT-IDX).
