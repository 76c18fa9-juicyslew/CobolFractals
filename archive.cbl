           05  ACTL-MAX-PATTERN   PIC 9999.
           05  ACTL-RETAIN-DAYS   PIC 999.
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
       FD  HOLD-FILE
           DATA RECORD IS HOLD-RECORD.
       01  HOLD-RECORD.
       01  ARCHIVE-REPORT-STATUS PIC XX.

       01  DONE-FILE-NAME       PIC X(40).
       01  DONE-RECORD-SIZE     PIC 9(4)       VALUE 1007.
       01  ARCHIVE-RECORD-SIZE  PIC 9(4)       VALUE 1019.
       01  HOLD-FILE-NAME       PIC X(40).
       01  HOLD-FILE-STATUS     PIC XX.
       01  FILES-HELD           PIC 9999       VALUE 0000.
               MOVE D-ROW-NUM TO AR-ROW
               MOVE ARCHIVE-DATE TO AR-ARCH-DATE
               MOVE D-LINE-INFO TO AR-LINE-INFO
               COMPUTE ARCHIVE-RECORD-SIZE = DONE-RECORD-SIZE + 12
               WRITE ARCHIVE-RECORD
                   INVALID KEY
                       REWRITE ARCHIVE-RECORD
