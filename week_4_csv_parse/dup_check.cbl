       IDENTIFICATION DIVISION.
       PROGRAM-ID. NBADUPS.
       AUTHOR. WOLFE.
       DATE-WRITTEN. 10/15/2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT NBANAME-FILE ASSIGN TO "NBANAME.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS XK-KEY
            FILE STATUS IS XREF-FILE-STATUS.


            SELECT NBA-BIO-MASTER ASSIGN TO "NBABIO.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS BMK-ID
            FILE STATUS IS BIO-FILE-STATUS.


            SELECT NBA-MASTER ASSIGN TO "NBADATA.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IMK-KEY
            FILE STATUS IS MASTER-FILE-STATUS.


            SELECT ARCHIVE-MASTER ASSIGN TO "NBA_ARCHIVE.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RMK-KEY
            FILE STATUS IS ARCHIVE-FILE-STATUS.


            SELECT DUPS-REPORT ASSIGN TO "NBA_DUPLICATE_REPORT.doc"
            ORGANIZATION IS LINE SEQUENTIAL.



       DATA DIVISION.
       FILE SECTION.
       FD NBANAME-FILE.
        01 NAME-IDX-RECORD.
           05 XK-KEY.
              10 XK-LNAME             PIC X(18).
              10 XK-ID                PIC XXXX.
           05 XN-FNAME                PIC X(12).

       FD NBA-BIO-MASTER.
        01 BIO-IDX-RECORD.
           05 BMK-ID                  PIC XXXX.
           05 BIO-BODY.
              10 BIO-F-NAME           PIC X(12).
              10 BIO-L-NAME           PIC X(18).
              10 BIO-COLLEGE          PIC X(39).
              10 BIO-COUNTRY          PIC X(32).
              10 BIO-DRAFT-YEAR       PIC X(9).
              10 BIO-DRAFT-ROUND      PIC X(9).
              10 BIO-DRAFT-PICK       PIC X(9).

       FD NBA-MASTER.
        01 MASTER-IDX-RECORD.
           05 IMK-KEY.
              10 IMK-ID               PIC XXXX.
              10 IMK-SEASON           PIC 9(4).
              10 IMK-STINT            PIC 9.
           05 DATA-RECORD             PIC X(156).

       FD ARCHIVE-MASTER.
        01 ARCHIVE-IDX-RECORD.
           05 RMK-KEY.
              10 RMK-ID               PIC XXXX.
              10 RMK-SEASON           PIC 9(4).
              10 RMK-STINT            PIC 9.
           05 ARCH-DATA               PIC X(156).

       FD DUPS-REPORT RECORDING MODE IS F.
       01 PRINT-LINE                 PIC X(132).



       WORKING-STORAGE SECTION.
       01 LIVE-VARIABLES.
          05 XREF-FILE-STATUS              PIC XX VALUE '00'.
          05 BIO-FILE-STATUS               PIC XX VALUE '00'.
          05 MASTER-FILE-STATUS            PIC XX VALUE '00'.
          05 ARCHIVE-FILE-STATUS           PIC XX VALUE '00'.
          05 XREF-AVAILABLE                PIC X VALUE 'N'.
          05 BIO-AVAILABLE                 PIC X VALUE 'N'.
          05 MASTER-AVAILABLE              PIC X VALUE 'N'.
          05 ARCHIVE-AVAILABLE             PIC X VALUE 'N'.
          05 XREF-EOF                      PIC X VALUE 'N'.
          05 SCAN-EOF                      PIC X VALUE 'N'.
          05 BIO-FOUND                     PIC X VALUE 'N'.
          05 PAIR-MATCH                    PIC X VALUE 'N'.
          05 SEASON-OVERLAP                PIC X VALUE 'N'.
          05 CURRENT-LNAME                 PIC X(18) VALUE SPACES.
          05 COLLECT-ID                    PIC XXXX VALUE SPACES.
          05 G-I                           PIC 99 VALUE 0.
          05 G-J                           PIC 99 VALUE 0.
          05 SW-IDX                        PIC 99 VALUE 0.
          05 SB-IDX                        PIC 99 VALUE 0.
          05 SEASON-FOUND                  PIC X VALUE 'N'.
          05 NAME-CT                       PIC 9(8) VALUE 0.
          05 PAIR-CT                       PIC 9(8) VALUE 0.
          05 CANDIDATE-CT                  PIC 9(8) VALUE 0.
          05 OVERFLOW-CT                   PIC 9(8) VALUE 0.

       01 NAME-GROUP.
           05 GROUP-COUNT             PIC 99 VALUE 0.
           05 GROUP-ENTRY OCCURS 50 TIMES.
              10 GR-ID                PIC XXXX.
              10 GR-FNAME             PIC X(12).

       01 BIO-HOLD-A.
           05 BA-COLLEGE              PIC X(39).
           05 BA-DRAFT-YEAR           PIC X(9).
           05 BA-DRAFT-ROUND          PIC X(9).
           05 BA-DRAFT-PICK           PIC X(9).

       01 BIO-HOLD-B.
           05 BB-COLLEGE              PIC X(39).
           05 BB-DRAFT-YEAR           PIC X(9).
           05 BB-DRAFT-ROUND          PIC X(9).
           05 BB-DRAFT-PICK           PIC X(9).

       01 SEASON-WORK.
           05 SW-COUNT                PIC 99.
           05 SW-SEASON OCCURS 60 TIMES PIC 9(4).

       01 SEASON-SET-A.
           05 SA-COUNT                PIC 99.
           05 SA-SEASON OCCURS 60 TIMES PIC 9(4).

       01 SEASON-SET-B.
           05 SB-COUNT                PIC 99.
           05 SB-SEASON OCCURS 60 TIMES PIC 9(4).

       01 SEASON-RANGE.
           05 SR-FIRST                PIC 9(4).
           05 FILLER                  PIC X VALUE '-'.
           05 SR-LAST                 PIC 9(4).

       01  STORE-DATE.
           05 CURR-YEAR               PIC XXXX.
           05 CURR-MONTH              PIC XX.
           05 CURR-DAY                PIC XX.
           05 CURR-HR                 PIC XX.
           05 CURR-MIN                PIC XX.
           05 CURR-SEC                PIC XX.

       01  HEADER-LINE-1.
           05 FILLER                  PIC X(10) VALUE SPACES.
           05 TXT                     PIC X(38)
              VALUE 'NBA DUPLICATE PLAYER CANDIDATES FOR   '.
           05 MONTH-F                 PIC XX.
           05 FILLER                  PIC X VALUE '/'.
           05 DAY-F                   PIC XX.
           05 FILLER                  PIC X VALUE '/'.
           05 YEAR-F                  PIC XXXX.

       01  HEADER-LINE-2.
           05 FILLER                  PIC X VALUE SPACE.
           05 FILLER                  PIC X(6) VALUE 'ID-A'.
           05 FILLER                  PIC X(6) VALUE 'ID-B'.
           05 FILLER                  PIC X(32) VALUE 'PLAYER'.
           05 FILLER                  PIC X(16) VALUE 'DRAFT YR/RD/PK'.
           05 FILLER                  PIC X(26) VALUE 'COLLEGE'.
           05 FILLER                  PIC X(11) VALUE 'SEASONS A'.
           05 FILLER                  PIC X(9) VALUE 'SEASONS B'.

       01  DUP-DETAIL.
           05 FILLER                  PIC X VALUE SPACE.
           05 DD-ID-A                 PIC XXXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 DD-ID-B                 PIC XXXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 DD-NAME                 PIC X(31).
           05 FILLER                  PIC X VALUE SPACE.
           05 DD-DRAFT                PIC X(15).
           05 FILLER                  PIC X VALUE SPACE.
           05 DD-COLLEGE              PIC X(25).
           05 FILLER                  PIC X VALUE SPACE.
           05 DD-RANGE-A              PIC X(9).
           05 FILLER                  PIC XX VALUE SPACES.
           05 DD-RANGE-B              PIC X(9).

       01  TOTAL-DETAIL.
           05 TOT-LABEL               PIC X(50).
           05 TOT-VALUE               PIC ZZZZZZZ9.

       01  BORDER-LINE.
           05 LINE-BAR       PIC X(70)    VALUE
           '----------------------------------------------------------'.



       PROCEDURE DIVISION.
        MAIN.
           PERFORM 100-OPEN-FILES.
           IF XREF-AVAILABLE = 'Y' AND BIO-AVAILABLE = 'Y'
              PERFORM 110-SCAN-NAMES
           ELSE
              MOVE ' NBANAME.idx OR NBABIO.idx NOT AVAILABLE'
                 TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF
           PERFORM 300-WRITE-TOTALS.
           PERFORM 105-CLOSE.
           GOBACK.

        100-OPEN-FILES.
           OPEN OUTPUT DUPS-REPORT.
           MOVE FUNCTION CURRENT-DATE TO STORE-DATE
           MOVE CURR-YEAR TO YEAR-F
           MOVE CURR-MONTH TO MONTH-F
           MOVE CURR-DAY TO DAY-F
           MOVE HEADER-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE HEADER-LINE-2 TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE BORDER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           OPEN INPUT NBANAME-FILE.
           IF XREF-FILE-STATUS = '00'
              MOVE 'Y' TO XREF-AVAILABLE
           END-IF
           OPEN INPUT NBA-BIO-MASTER.
           IF BIO-FILE-STATUS = '00'
              MOVE 'Y' TO BIO-AVAILABLE
           END-IF
           OPEN INPUT NBA-MASTER.
           IF MASTER-FILE-STATUS = '00'
              MOVE 'Y' TO MASTER-AVAILABLE
           END-IF
           OPEN INPUT ARCHIVE-MASTER.
           IF ARCHIVE-FILE-STATUS = '00'
              MOVE 'Y' TO ARCHIVE-AVAILABLE
           END-IF.

        110-SCAN-NAMES.
           MOVE 0 TO GROUP-COUNT
           PERFORM 111-READ-NAME
           PERFORM 112-TAKE-ONE-NAME UNTIL XREF-EOF = 'Y'
           PERFORM 120-CHECK-GROUP.

        111-READ-NAME.
           READ NBANAME-FILE NEXT RECORD
              AT END MOVE 'Y' TO XREF-EOF
              NOT AT END ADD 1 TO NAME-CT
           END-READ.

        112-TAKE-ONE-NAME.
           IF XK-LNAME NOT = CURRENT-LNAME
              PERFORM 120-CHECK-GROUP
              MOVE 0 TO GROUP-COUNT
              MOVE XK-LNAME TO CURRENT-LNAME
           END-IF
           IF GROUP-COUNT < 50
              ADD 1 TO GROUP-COUNT
              MOVE XK-ID TO GR-ID(GROUP-COUNT)
              MOVE XN-FNAME TO GR-FNAME(GROUP-COUNT)
           ELSE
              ADD 1 TO OVERFLOW-CT
           END-IF
           PERFORM 111-READ-NAME.

        120-CHECK-GROUP.
           MOVE 1 TO G-I
           PERFORM 121-CHECK-GROUP-OUTER UNTIL G-I >= GROUP-COUNT.

        121-CHECK-GROUP-OUTER.
           COMPUTE G-J = G-I + 1
           PERFORM 122-CHECK-GROUP-INNER UNTIL G-J > GROUP-COUNT
           ADD 1 TO G-I.

        122-CHECK-GROUP-INNER.
           IF GR-FNAME(G-I) = GR-FNAME(G-J)
              ADD 1 TO PAIR-CT
              PERFORM 130-COMPARE-PAIR
           END-IF
           ADD 1 TO G-J.

        130-COMPARE-PAIR.
           MOVE 'N' TO PAIR-MATCH
           MOVE GR-ID(G-I) TO BMK-ID
           PERFORM 131-READ-BIO
           IF BIO-FOUND = 'Y'
              MOVE BIO-COLLEGE TO BA-COLLEGE
              MOVE BIO-DRAFT-YEAR TO BA-DRAFT-YEAR
              MOVE BIO-DRAFT-ROUND TO BA-DRAFT-ROUND
              MOVE BIO-DRAFT-PICK TO BA-DRAFT-PICK
              MOVE GR-ID(G-J) TO BMK-ID
              PERFORM 131-READ-BIO
           END-IF
           IF BIO-FOUND = 'Y'
              MOVE BIO-COLLEGE TO BB-COLLEGE
              MOVE BIO-DRAFT-YEAR TO BB-DRAFT-YEAR
              MOVE BIO-DRAFT-ROUND TO BB-DRAFT-ROUND
              MOVE BIO-DRAFT-PICK TO BB-DRAFT-PICK
              IF BIO-HOLD-A = BIO-HOLD-B
                 MOVE 'Y' TO PAIR-MATCH
              END-IF
           END-IF
           IF PAIR-MATCH = 'Y'
              MOVE GR-ID(G-I) TO COLLECT-ID
              PERFORM 140-COLLECT-SEASONS
              MOVE SEASON-WORK TO SEASON-SET-A
              MOVE GR-ID(G-J) TO COLLECT-ID
              PERFORM 140-COLLECT-SEASONS
              MOVE SEASON-WORK TO SEASON-SET-B
              PERFORM 150-CHECK-OVERLAP
              IF SEASON-OVERLAP = 'N'
                 PERFORM 160-PRINT-CANDIDATE
              END-IF
           END-IF.

        131-READ-BIO.
           MOVE 'Y' TO BIO-FOUND
           READ NBA-BIO-MASTER
              INVALID KEY MOVE 'N' TO BIO-FOUND
           END-READ.

        140-COLLECT-SEASONS.
           MOVE 0 TO SW-COUNT
           IF MASTER-AVAILABLE = 'Y'
              MOVE 'N' TO SCAN-EOF
              MOVE COLLECT-ID TO IMK-ID
              MOVE 0 TO IMK-SEASON
              MOVE 0 TO IMK-STINT
              START NBA-MASTER KEY NOT < IMK-KEY
                 INVALID KEY MOVE 'Y' TO SCAN-EOF
              END-START
              PERFORM 141-COLLECT-ONE-ACTIVE UNTIL SCAN-EOF = 'Y'
           END-IF
           IF ARCHIVE-AVAILABLE = 'Y'
              MOVE 'N' TO SCAN-EOF
              MOVE COLLECT-ID TO RMK-ID
              MOVE 0 TO RMK-SEASON
              MOVE 0 TO RMK-STINT
              START ARCHIVE-MASTER KEY NOT < RMK-KEY
                 INVALID KEY MOVE 'Y' TO SCAN-EOF
              END-START
              PERFORM 142-COLLECT-ONE-ARCHIVE UNTIL SCAN-EOF = 'Y'
           END-IF.

        141-COLLECT-ONE-ACTIVE.
           READ NBA-MASTER NEXT RECORD
              AT END MOVE 'Y' TO SCAN-EOF
              NOT AT END
                 IF IMK-ID NOT = COLLECT-ID
                    MOVE 'Y' TO SCAN-EOF
                 ELSE
                    MOVE IMK-SEASON TO SR-FIRST
                    PERFORM 143-ADD-SEASON
                 END-IF
           END-READ.

        142-COLLECT-ONE-ARCHIVE.
           READ ARCHIVE-MASTER NEXT RECORD
              AT END MOVE 'Y' TO SCAN-EOF
              NOT AT END
                 IF RMK-ID NOT = COLLECT-ID
                    MOVE 'Y' TO SCAN-EOF
                 ELSE
                    MOVE RMK-SEASON TO SR-FIRST
                    PERFORM 143-ADD-SEASON
                 END-IF
           END-READ.

        143-ADD-SEASON.
           MOVE 'N' TO SEASON-FOUND
           MOVE 1 TO SW-IDX
           PERFORM 144-MATCH-ONE-SEASON
              UNTIL SW-IDX > SW-COUNT OR SEASON-FOUND = 'Y'
           IF SEASON-FOUND = 'N' AND SW-COUNT < 60
              ADD 1 TO SW-COUNT
              MOVE SR-FIRST TO SW-SEASON(SW-COUNT)
           END-IF.

        144-MATCH-ONE-SEASON.
           IF SW-SEASON(SW-IDX) = SR-FIRST
              MOVE 'Y' TO SEASON-FOUND
           END-IF
           ADD 1 TO SW-IDX.

        150-CHECK-OVERLAP.
           MOVE 'N' TO SEASON-OVERLAP
           MOVE 1 TO SW-IDX
           PERFORM 151-CHECK-ONE-SEASON
              UNTIL SW-IDX > SA-COUNT OR SEASON-OVERLAP = 'Y'.

        151-CHECK-ONE-SEASON.
           MOVE 1 TO SB-IDX
           PERFORM 152-MATCH-OTHER-SEASON
              UNTIL SB-IDX > SB-COUNT OR SEASON-OVERLAP = 'Y'
           ADD 1 TO SW-IDX.

        152-MATCH-OTHER-SEASON.
           IF SB-SEASON(SB-IDX) = SA-SEASON(SW-IDX)
              MOVE 'Y' TO SEASON-OVERLAP
           END-IF
           ADD 1 TO SB-IDX.

        160-PRINT-CANDIDATE.
           ADD 1 TO CANDIDATE-CT
           MOVE SPACES TO DUP-DETAIL
           MOVE GR-ID(G-I) TO DD-ID-A
           MOVE GR-ID(G-J) TO DD-ID-B
           STRING FUNCTION TRIM(GR-FNAME(G-I)) ' '
              FUNCTION TRIM(CURRENT-LNAME)
              DELIMITED BY SIZE INTO DD-NAME
           STRING FUNCTION TRIM(BA-DRAFT-YEAR) '/'
              FUNCTION TRIM(BA-DRAFT-ROUND) '/'
              FUNCTION TRIM(BA-DRAFT-PICK)
              DELIMITED BY SIZE INTO DD-DRAFT
           MOVE BA-COLLEGE TO DD-COLLEGE
           MOVE SEASON-SET-A TO SEASON-WORK
           PERFORM 161-SEASON-RANGE
           MOVE SEASON-RANGE TO DD-RANGE-A
           MOVE SEASON-SET-B TO SEASON-WORK
           PERFORM 161-SEASON-RANGE
           MOVE SEASON-RANGE TO DD-RANGE-B
           MOVE DUP-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        161-SEASON-RANGE.
           MOVE 9999 TO SR-FIRST
           MOVE 0 TO SR-LAST
           MOVE 1 TO SW-IDX
           PERFORM 162-RANGE-ONE-SEASON UNTIL SW-IDX > SW-COUNT
           IF SW-COUNT = 0
              MOVE 0 TO SR-FIRST
           END-IF.

        162-RANGE-ONE-SEASON.
           IF SW-SEASON(SW-IDX) < SR-FIRST
              MOVE SW-SEASON(SW-IDX) TO SR-FIRST
           END-IF
           IF SW-SEASON(SW-IDX) > SR-LAST
              MOVE SW-SEASON(SW-IDX) TO SR-LAST
           END-IF
           ADD 1 TO SW-IDX.

        300-WRITE-TOTALS.
           MOVE BORDER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ' NAME INDEX ENTRIES READ' TO TOT-LABEL
           MOVE NAME-CT TO TOT-VALUE
           PERFORM 310-WRITE-TOTAL
           MOVE ' SAME-NAME PAIRS COMPARED' TO TOT-LABEL
           MOVE PAIR-CT TO TOT-VALUE
           PERFORM 310-WRITE-TOTAL
           MOVE ' ENTRIES BEYOND 50 PER LAST NAME - NOT COMPARED'
              TO TOT-LABEL
           MOVE OVERFLOW-CT TO TOT-VALUE
           PERFORM 310-WRITE-TOTAL
           MOVE ' LIKELY DUPLICATE ID PAIRS' TO TOT-LABEL
           MOVE CANDIDATE-CT TO TOT-VALUE
           PERFORM 310-WRITE-TOTAL.

        310-WRITE-TOTAL.
           MOVE TOTAL-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        105-CLOSE.
           IF XREF-AVAILABLE = 'Y'
              CLOSE NBANAME-FILE
           END-IF
           IF BIO-AVAILABLE = 'Y'
              CLOSE NBA-BIO-MASTER
           END-IF
           IF MASTER-AVAILABLE = 'Y'
              CLOSE NBA-MASTER
           END-IF
           IF ARCHIVE-AVAILABLE = 'Y'
              CLOSE ARCHIVE-MASTER
           END-IF
           CLOSE DUPS-REPORT.
