       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIERPINSKI-SEEDAUDIT.
       AUTHOR. WILLIAM DERKSEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-CONTROL-FILE
               ASSIGN TO "./Sierpinski-Sdactl.dat"
               FILE STATUS IS AUDIT-CONTROL-STATUS.
           SELECT SEED-HIST-FILE
               ASSIGN TO "./Sierpinski-Seedhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS SEED-HIST-STATUS.
           SELECT PRINT-FILE
               ASSIGN TO "./Sierpinski-Seedaudit.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-CONTROL-FILE
           DATA RECORD IS AUDIT-CONTROL-RECORD.
       01  AUDIT-CONTROL-RECORD.
           05  SDCTL-FROM-DATE    PIC 9(8).
           05  SDCTL-TO-DATE      PIC 9(8).
           05  SDCTL-SEED-ID      PIC X(8).
           05  SDCTL-SHOW-PATTERN PIC X.
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
       FD  PRINT-FILE
           DATA RECORD IS PRINT-RECORD.
       01  PRINT-RECORD           PIC X(1012).

       WORKING-STORAGE SECTION.
       01  INDICATORS.
          05  HIST-EOF         PIC XXX       VALUE "NO ".
          05  AUDIT-ABORT      PIC XXX       VALUE "NO ".
          05  SHOW-PATTERN     PIC XXX       VALUE "NO ".

       01  AUDIT-CONTROL-STATUS PIC XX.
       01  SEED-HIST-STATUS     PIC XX.
       01  PRINT-FILE-STATUS    PIC XX.

       01  REPORT-DATE          PIC 9(8).
       01  FROM-DATE            PIC 9(8)       VALUE 0.
       01  TO-DATE              PIC 9(8)       VALUE 99999999.
       01  AUDIT-SEED-ID        PIC X(8)       VALUE SPACES.
       01  OLD-CELLS            PIC 9(4).
       01  NEW-CELLS            PIC 9(4).
       01  FIRST-DIFF           PIC 9(4).
       01  VAL-INDEX            PIC 9(4).

       01  CHANGES-READ         PIC 9(7)       VALUE 0.
       01  CHANGES-LISTED       PIC 9(7)       VALUE 0.
       01  ADD-COUNT            PIC 9(5)       VALUE 0.
       01  REPLACE-COUNT        PIC 9(5)       VALUE 0.
       01  DEACT-COUNT          PIC 9(5)       VALUE 0.
       01  IMPORT-COUNT         PIC 9(5)       VALUE 0.
       01  HARVEST-COUNT        PIC 9(5)       VALUE 0.
       01  BASELINE-COUNT       PIC 9(5)       VALUE 0.

       01  BEFORE-SEED.
           05  BS-SEED-ID       PIC X(8).
           05  BS-DESC          PIC X(30).
           05  BS-OWNER         PIC X(20).
           05  BS-DATE-ADDED    PIC 9(8).
           05  BS-STATUS        PIC X.
           05  BS-PATTERN       PIC X(1000).
           05  BS-PARENT-SEED   PIC X(8).
           05  BS-SOURCE-PAT    PIC 9(4).
           05  BS-SOURCE-GEN    PIC 9(4).
           05  BS-SOURCE-RULE   PIC 99.
       01  AFTER-SEED.
           05  AS-SEED-ID       PIC X(8).
           05  AS-DESC          PIC X(30).
           05  AS-OWNER         PIC X(20).
           05  AS-DATE-ADDED    PIC 9(8).
           05  AS-STATUS        PIC X.
           05  AS-PATTERN       PIC X(1000).
           05  AS-PARENT-SEED   PIC X(8).
           05  AS-SOURCE-PAT    PIC 9(4).
           05  AS-SOURCE-GEN    PIC 9(4).
           05  AS-SOURCE-RULE   PIC 99.

       01  REPORT-HEADER.
           05  FILLER           PIC X(30)
               VALUE "SEED CHANGE AUDIT  RUN DATE   ".
           05  RH-DATE          PIC 9(8).
           05  FILLER           PIC X(6)      VALUE " FROM ".
           05  RH-FROM          PIC 9(8).
           05  FILLER           PIC X(4)      VALUE " TO ".
           05  RH-TO            PIC 9(8).
           05  FILLER           PIC X(6)      VALUE " SEED ".
           05  RH-SEED          PIC X(8).
           05  FILLER           PIC X(934)    VALUE SPACES.

       01  COLUMN-HEADER.
           05  FILLER           PIC X(9)      VALUE "SEED ID".
           05  FILLER           PIC X(6)      VALUE " VER".
           05  FILLER           PIC X(11)     VALUE "ACTION".
           05  FILLER           PIC X(21)     VALUE "PROGRAM".
           05  FILLER           PIC X(9)      VALUE "DATE".
           05  FILLER           PIC X(8)      VALUE "TIME".
           05  FILLER           PIC X(5)      VALUE "ST".
           05  FILLER           PIC X(21)     VALUE "OWNER".
           05  FILLER           PIC X(11)     VALUE "CELLS".
           05  FILLER           PIC X(18)     VALUE "PATTERN".
           05  FILLER           PIC X(893)    VALUE SPACES.

       01  DETAIL-LINE.
           05  DL-SEED          PIC X(8).
           05  FILLER           PIC X          VALUE SPACE.
           05  DL-VERSION       PIC ZZZ9.
           05  FILLER           PIC X(2)      VALUE SPACES.
           05  DL-ACTION        PIC X(10).
           05  FILLER           PIC X          VALUE SPACE.
           05  DL-PROGRAM       PIC X(20).
           05  FILLER           PIC X          VALUE SPACE.
           05  DL-DATE          PIC 9(8).
           05  FILLER           PIC X          VALUE SPACE.
           05  DL-TIME          PIC X(6).
           05  FILLER           PIC X(2)      VALUE SPACES.
           05  DL-OLD-STATUS    PIC X.
           05  FILLER           PIC X          VALUE ">".
           05  DL-NEW-STATUS    PIC X.
           05  FILLER           PIC X(2)      VALUE SPACES.
           05  DL-OWNER         PIC X(20).
           05  FILLER           PIC X          VALUE SPACE.
           05  DL-OLD-CELLS     PIC ZZZ9.
           05  FILLER           PIC X          VALUE ">".
           05  DL-NEW-CELLS     PIC ZZZ9.
           05  FILLER           PIC X(2)      VALUE SPACES.
           05  DL-PATTERN-NOTE  PIC X(9).
           05  DL-DIFF-LABEL    PIC X(4).
           05  DL-FIRST-DIFF    PIC ZZZZ      BLANK WHEN ZERO.
           05  FILLER           PIC X(894)    VALUE SPACES.

       01  OWNER-LINE.
           05  FILLER           PIC X(24)
               VALUE "      OWNER CHANGED FROM".
           05  FILLER           PIC X          VALUE SPACE.
           05  OL-OLD-OWNER     PIC X(20).
           05  FILLER           PIC X(967)    VALUE SPACES.

       01  PATTERN-LINE.
           05  FILLER           PIC X(4)      VALUE SPACES.
           05  PL-LABEL         PIC X(7).
           05  FILLER           PIC X          VALUE SPACE.
           05  PL-PATTERN       PIC X(1000).

       01  TOTAL-LINE-1.
           05  FILLER           PIC X(16)
               VALUE "CHANGES READ    ".
           05  TL-READ          PIC ZZZZZZ9.
           05  FILLER           PIC X(9)      VALUE " LISTED  ".
           05  TL-LISTED        PIC ZZZZZZ9.
           05  FILLER           PIC X(973)    VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER           PIC X(4)      VALUE "ADD ".
           05  TL-ADD           PIC ZZZZ9.
           05  FILLER           PIC X(9)      VALUE " REPLACE ".
           05  TL-REPLACE       PIC ZZZZ9.
           05  FILLER           PIC X(12)     VALUE " DEACTIVATE ".
           05  TL-DEACT         PIC ZZZZ9.
           05  FILLER           PIC X(8)      VALUE " IMPORT ".
           05  TL-IMPORT        PIC ZZZZ9.
           05  FILLER           PIC X(9)      VALUE " HARVEST ".
           05  TL-HARVEST       PIC ZZZZ9.
           05  FILLER           PIC X(10)     VALUE " BASELINE ".
           05  TL-BASELINE      PIC ZZZZ9.
           05  FILLER           PIC X(930)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM A-100-INITIALIZATION.
           IF AUDIT-ABORT = "NO " THEN
               PERFORM B-100-AUDIT-ONE-CHANGE
                   UNTIL HIST-EOF = "YES"
               PERFORM C-100-CLEAN-UP
           END-IF.

           IF AUDIT-ABORT = "YES" THEN
               MOVE 16 TO RETURN-CODE
           END-IF.

           STOP RUN
           .

       A-100-INITIALIZATION.
           ACCEPT REPORT-DATE FROM DATE YYYYMMDD.

           OPEN INPUT AUDIT-CONTROL-FILE
           IF AUDIT-CONTROL-STATUS = "00" THEN
               READ AUDIT-CONTROL-FILE
                   AT END
                       DISPLAY "SEEDAUDIT CONTROL CARD IS EMPTY."
                       MOVE "YES" TO AUDIT-ABORT
                   NOT AT END
                       IF SDCTL-FROM-DATE IS NUMERIC THEN
                           MOVE SDCTL-FROM-DATE TO FROM-DATE
                       END-IF
                       IF SDCTL-TO-DATE IS NUMERIC
                               AND SDCTL-TO-DATE > 0 THEN
                           MOVE SDCTL-TO-DATE TO TO-DATE
                       END-IF
                       MOVE SDCTL-SEED-ID TO AUDIT-SEED-ID
                       IF SDCTL-SHOW-PATTERN = "Y" THEN
                           MOVE "YES" TO SHOW-PATTERN
                       END-IF
               END-READ
               CLOSE AUDIT-CONTROL-FILE
           ELSE
               DISPLAY "SEEDAUDIT CONTROL CARD IS MISSING."
               MOVE "YES" TO AUDIT-ABORT
           END-IF

           IF AUDIT-ABORT = "NO " AND FROM-DATE > TO-DATE THEN
               DISPLAY "SEEDAUDIT FROM DATE " FROM-DATE
                   " IS AFTER TO DATE " TO-DATE
               MOVE "YES" TO AUDIT-ABORT
           END-IF

           IF AUDIT-ABORT = "NO " THEN
               OPEN INPUT SEED-HIST-FILE
               IF SEED-HIST-STATUS NOT = "00" THEN
                   DISPLAY "SEEDAUDIT CANNOT OPEN SEED HISTORY STATUS "
                       SEED-HIST-STATUS
                   MOVE "YES" TO AUDIT-ABORT
               ELSE
                   IF AUDIT-SEED-ID = SPACES THEN
                       MOVE LOW-VALUES TO SH-KEY
                   ELSE
                       MOVE AUDIT-SEED-ID TO SH-SEED-ID
                       MOVE 0 TO SH-VERSION
                   END-IF
                   START SEED-HIST-FILE KEY NOT < SH-KEY
                       INVALID KEY
                           MOVE "YES" TO HIST-EOF
                   END-START
               END-IF
           END-IF

           IF AUDIT-ABORT = "NO " THEN
               OPEN OUTPUT PRINT-FILE
               MOVE REPORT-DATE TO RH-DATE
               MOVE FROM-DATE TO RH-FROM
               MOVE TO-DATE TO RH-TO
               IF AUDIT-SEED-ID = SPACES THEN
                   MOVE "*ALL" TO RH-SEED
               ELSE
                   MOVE AUDIT-SEED-ID TO RH-SEED
               END-IF
               WRITE PRINT-RECORD FROM REPORT-HEADER
               WRITE PRINT-RECORD FROM COLUMN-HEADER
           END-IF
           .

       B-100-AUDIT-ONE-CHANGE.
           READ SEED-HIST-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO HIST-EOF
           END-READ
           IF HIST-EOF = "NO " AND SEED-HIST-STATUS NOT = "00" THEN
               DISPLAY "SEEDAUDIT READ FAILED STATUS "
                   SEED-HIST-STATUS
               MOVE "YES" TO HIST-EOF
               MOVE "YES" TO AUDIT-ABORT
           END-IF
           IF HIST-EOF = "NO " AND AUDIT-SEED-ID NOT = SPACES
                   AND SH-SEED-ID NOT = AUDIT-SEED-ID THEN
               MOVE "YES" TO HIST-EOF
           END-IF
           IF HIST-EOF = "NO " THEN
               ADD 1 TO CHANGES-READ
               IF SH-CHANGE-DATE NOT < FROM-DATE
                       AND SH-CHANGE-DATE NOT > TO-DATE THEN
                   PERFORM B-200-PRINT-CHANGE
               END-IF
           END-IF
           .

       B-200-PRINT-CHANGE.
           ADD 1 TO CHANGES-LISTED.
           MOVE SH-BEFORE-IMAGE TO BEFORE-SEED.
           MOVE SH-AFTER-IMAGE TO AFTER-SEED.
           MOVE SH-SEED-ID TO DL-SEED.
           MOVE SH-VERSION TO DL-VERSION.
           EVALUATE SH-ACTION
               WHEN "A"
                   MOVE "ADD" TO DL-ACTION
                   ADD 1 TO ADD-COUNT
               WHEN "R"
                   MOVE "REPLACE" TO DL-ACTION
                   ADD 1 TO REPLACE-COUNT
               WHEN "D"
                   MOVE "DEACTIVATE" TO DL-ACTION
                   ADD 1 TO DEACT-COUNT
               WHEN "I"
                   MOVE "IMPORT" TO DL-ACTION
                   ADD 1 TO IMPORT-COUNT
               WHEN "H"
                   MOVE "HARVEST" TO DL-ACTION
                   ADD 1 TO HARVEST-COUNT
               WHEN "B"
                   MOVE "BASELINE" TO DL-ACTION
                   ADD 1 TO BASELINE-COUNT
               WHEN OTHER
                   MOVE SPACES TO DL-ACTION
                   MOVE SH-ACTION TO DL-ACTION (1:1)
           END-EVALUATE
           MOVE SH-PROGRAM TO DL-PROGRAM.
           MOVE SH-CHANGE-DATE TO DL-DATE.
           MOVE SH-CHANGE-TIME (1:6) TO DL-TIME.
           MOVE AS-OWNER TO DL-OWNER.
           MOVE AS-STATUS TO DL-NEW-STATUS.
           MOVE 0 TO NEW-CELLS.
           INSPECT AS-PATTERN TALLYING NEW-CELLS FOR ALL "X".
           MOVE NEW-CELLS TO DL-NEW-CELLS.
           MOVE SPACES TO DL-DIFF-LABEL.
           MOVE 0 TO DL-FIRST-DIFF.
           IF SH-BEFORE-IMAGE = SPACES THEN
               MOVE "-" TO DL-OLD-STATUS
               MOVE 0 TO DL-OLD-CELLS
               MOVE "NEW" TO DL-PATTERN-NOTE
           ELSE
               MOVE BS-STATUS TO DL-OLD-STATUS
               MOVE 0 TO OLD-CELLS
               INSPECT BS-PATTERN TALLYING OLD-CELLS FOR ALL "X"
               MOVE OLD-CELLS TO DL-OLD-CELLS
               IF BS-PATTERN = AS-PATTERN THEN
                   MOVE "UNCHANGED" TO DL-PATTERN-NOTE
               ELSE
                   PERFORM B-210-FIND-FIRST-DIFF
                   MOVE "CHANGED" TO DL-PATTERN-NOTE
                   MOVE " AT " TO DL-DIFF-LABEL
                   MOVE FIRST-DIFF TO DL-FIRST-DIFF
               END-IF
           END-IF
           WRITE PRINT-RECORD FROM DETAIL-LINE.

           IF SH-BEFORE-IMAGE NOT = SPACES
                   AND BS-OWNER NOT = AS-OWNER THEN
               MOVE BS-OWNER TO OL-OLD-OWNER
               WRITE PRINT-RECORD FROM OWNER-LINE
           END-IF
           IF SHOW-PATTERN = "YES" THEN
               IF SH-BEFORE-IMAGE NOT = SPACES
                       AND BS-PATTERN NOT = AS-PATTERN THEN
                   MOVE "BEFORE" TO PL-LABEL
                   MOVE BS-PATTERN TO PL-PATTERN
                   WRITE PRINT-RECORD FROM PATTERN-LINE
               END-IF
               IF SH-BEFORE-IMAGE = SPACES
                       OR BS-PATTERN NOT = AS-PATTERN THEN
                   MOVE "AFTER" TO PL-LABEL
                   MOVE AS-PATTERN TO PL-PATTERN
                   WRITE PRINT-RECORD FROM PATTERN-LINE
               END-IF
           END-IF
           .

       B-210-FIND-FIRST-DIFF.
           MOVE 0 TO FIRST-DIFF.
           PERFORM VARYING VAL-INDEX FROM 1 BY 1
               UNTIL VAL-INDEX > 1000 OR FIRST-DIFF > 0
               IF BS-PATTERN (VAL-INDEX:1)
                       NOT = AS-PATTERN (VAL-INDEX:1) THEN
                   MOVE VAL-INDEX TO FIRST-DIFF
               END-IF
           END-PERFORM
           .

       C-100-CLEAN-UP.
           MOVE CHANGES-READ TO TL-READ.
           MOVE CHANGES-LISTED TO TL-LISTED.
           WRITE PRINT-RECORD FROM TOTAL-LINE-1.
           MOVE ADD-COUNT TO TL-ADD.
           MOVE REPLACE-COUNT TO TL-REPLACE.
           MOVE DEACT-COUNT TO TL-DEACT.
           MOVE IMPORT-COUNT TO TL-IMPORT.
           MOVE HARVEST-COUNT TO TL-HARVEST.
           MOVE BASELINE-COUNT TO TL-BASELINE.
           WRITE PRINT-RECORD FROM TOTAL-LINE-2.

           DISPLAY "SEEDAUDIT CHANGES READ " CHANGES-READ
               " LISTED " CHANGES-LISTED.

           CLOSE SEED-HIST-FILE
                 PRINT-FILE.
