       IDENTIFICATION DIVISION.
       PROGRAM-ID. NBASIMLR.
       AUTHOR. WOLFE.
       DATE-WRITTEN. 10/15/2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT SIM-CTL ASSIGN TO "NBASIMCTL.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CTL-FILE-STATUS.


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


            SELECT NBANAME-FILE ASSIGN TO "NBANAME.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS XK-KEY
            FILE STATUS IS XREF-FILE-STATUS.


            SELECT OPTIONAL ID-MERGE-MAP ASSIGN TO "NBA_ID_MERGE.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IDMAP-FILE-STATUS.


            SELECT SIM-REPORT ASSIGN TO "NBA_COMPARABLES.doc"
            ORGANIZATION IS LINE SEQUENTIAL.


            SELECT SIM-CSV ASSIGN TO "NBA_COMPARABLES.csv"
            ORGANIZATION IS LINE SEQUENTIAL.



       DATA DIVISION.
       FILE SECTION.
       FD SIM-CTL RECORDING MODE IS F.
       01 CTL-RECORD.
           05 CTL-CARD.
              10 CTL-ID               PIC XXXX.
              10 CTL-ID-REST          PIC X(14).
           05 FILLER                  PIC X.
           05 CTL-AGE                 PIC XX.
           05 CTL-AGE-N REDEFINES CTL-AGE PIC 99.
           05 FILLER                  PIC X(59).

       FD NBA-MASTER.
        01 MASTER-IDX-RECORD.
           05 IMK-KEY.
              10 IMK-ID               PIC XXXX.
              10 IMK-SEASON           PIC 9(4).
              10 IMK-STINT            PIC 9.
           05 MASTER-DATA             PIC X(156).

       FD ARCHIVE-MASTER.
        01 ARCHIVE-IDX-RECORD.
           05 RMK-KEY.
              10 RMK-ID               PIC XXXX.
              10 RMK-SEASON           PIC 9(4).
              10 RMK-STINT            PIC 9.
           05 ARCH-DATA               PIC X(156).

       FD NBANAME-FILE.
        01 NAME-IDX-RECORD.
           05 XK-KEY.
              10 XK-LNAME             PIC X(18).
              10 XK-ID                PIC XXXX.
           05 XN-FNAME                PIC X(12).

       FD ID-MERGE-MAP RECORDING MODE IS F.
        01 ID-MERGE-RECORD.
           05 IM-RETIRED-ID           PIC XXXX.
           05 FILLER                  PIC X.
           05 IM-SURVIVING-ID         PIC XXXX.
           05 FILLER                  PIC X(29).

       FD SIM-REPORT RECORDING MODE IS F.
       01 PRINT-LINE                 PIC X(160).

       FD SIM-CSV RECORDING MODE IS F.
       01 CSV-LINE                   PIC X(250).



       WORKING-STORAGE SECTION.
       01 LIVE-VARIABLES.
          05 CTL-FILE-STATUS               PIC XX VALUE '00'.
          05 MASTER-FILE-STATUS            PIC XX VALUE '00'.
          05 ARCHIVE-FILE-STATUS           PIC XX VALUE '00'.
          05 XREF-FILE-STATUS              PIC XX VALUE '00'.
          05 IDMAP-FILE-STATUS             PIC XX VALUE '00'.
          05 MASTER-AVAILABLE              PIC X VALUE 'N'.
          05 ARCHIVE-AVAILABLE             PIC X VALUE 'N'.
          05 XREF-AVAILABLE                PIC X VALUE 'N'.
          05 CTL-EOF                       PIC X VALUE 'N'.
          05 IDMAP-EOF                     PIC X VALUE 'N'.
          05 XREF-EOF                      PIC X VALUE 'N'.
          05 LOOKUP-EOF                    PIC X VALUE 'N'.
          05 SCAN-EOF                      PIC X VALUE 'N'.
          05 ACTIVE-EOF                    PIC X VALUE 'N'.
          05 ARCHIVE-EOF                   PIC X VALUE 'N'.
          05 ACTIVE-PENDING                PIC X VALUE 'N'.
          05 ARCHIVE-PENDING               PIC X VALUE 'N'.
          05 ROW-SOURCE                    PIC X VALUE SPACE.
          05 LAST-KEY-TAKEN                PIC X(9) VALUE SPACES.
          05 SPLIT-KEY                     PIC X(8) VALUE SPACES.
          05 ROW-KEY                       PIC X(8) VALUE SPACES.
          05 SEASON-ROW                    PIC X VALUE 'N'.
          05 SEARCH-ID                     PIC XXXX VALUE SPACES.
          05 SEARCH-LNAME                  PIC X(18) VALUE SPACES.
          05 MATCH-CT                      PIC 999 VALUE 0.
          05 MATCH-ID-HOLD                 PIC XXXX VALUE SPACES.
          05 MAP-IDX                       PIC 9(4) VALUE 0.
          05 MAP-FOUND                     PIC 9(4) VALUE 0.
          05 MAP-HOPS                      PIC 9 VALUE 0.
          05 CARD-OK                       PIC X VALUE 'N'.
          05 ID-ON-FILE                    PIC X VALUE 'N'.
          05 TARGET-FOUND                  PIC X VALUE 'N'.
          05 TARGET-AGE-GIVEN              PIC X VALUE 'N'.
          05 TARGET-ID                     PIC XXXX VALUE SPACES.
          05 TARGET-FNAME                  PIC X(12) VALUE SPACES.
          05 TARGET-LNAME                  PIC X(18) VALUE SPACES.
          05 TARGET-SEASON                 PIC 9(4) VALUE 0.
          05 TARGET-TEAM                   PIC XXX VALUE SPACES.
          05 TARGET-AGE                    PIC 99 VALUE 0.
          05 TARGET-GP                     PIC 99 VALUE 0.
          05 TARGET-PTS                    PIC 9(2)V99 VALUE 0.
          05 TARGET-REB                    PIC 9(2)V99 VALUE 0.
          05 TARGET-AST                    PIC 9(2)V99 VALUE 0.
          05 DIFF-PTS                      PIC S9(2)V99 VALUE 0.
          05 DIFF-REB                      PIC S9(2)V99 VALUE 0.
          05 DIFF-AST                      PIC S9(2)V99 VALUE 0.
          05 SIM-RAW                       PIC S9(4)V99 VALUE 0.
          05 SIM-SCORE                     PIC 9(3)V99 VALUE 0.
          05 TOP-IDX                       PIC 99 VALUE 0.
          05 RANK-IDX                      PIC 99 VALUE 0.
          05 NEXT-FIRST                    PIC 9(4) VALUE 0.
          05 NEXT-LAST                     PIC 9(4) VALUE 0.
          05 NEXT-OFFSET                   PIC 9 VALUE 0.
          05 NEXT-CT                       PIC 9 VALUE 0.
          05 NEXT-GP                       PIC 9(4) VALUE 0.
          05 NEXT-PTS-ACC                  PIC 9(6)V99 VALUE 0.
          05 NEXT-REB-ACC                  PIC 9(6)V99 VALUE 0.
          05 NEXT-AST-ACC                  PIC 9(6)V99 VALUE 0.
          05 NAME-HOLD                     PIC X(31) VALUE SPACES.
          05 ROWS-SCANNED-CT               PIC 9(7) VALUE 0.
          05 DUPLICATE-CT                  PIC 9(7) VALUE 0.
          05 CANDIDATE-CT                  PIC 9(7) VALUE 0.
          05 CARDS-READ                    PIC 9(4) VALUE 0.
          05 CARDS-SKIPPED                 PIC 9(4) VALUE 0.
          05 TARGETS-REPORTED              PIC 9(4) VALUE 0.

       01 DATA-RECORD.
           05 ID-VAL                  PIC XXXX.
           05 F-NAME-IN               PIC X(12).
           05 L-NAME-IN               PIC X(18).
           05 COLLEGE-IN              PIC X(39).
           05 COUNTRY-IN              PIC X(32).
           05 DRAFT-YEAR-IN           PIC X(9).
           05 DRAFT-ROUND-IN          PIC X(9).
           05 DRAFT-PICK-IN           PIC X(9).
           05 TEAM-AREV-IN            PIC XXX.
           05 AGE-IN                  PIC 99.
           05 GP-IN                   PIC 99.
           05 PTS-IN                  PIC 9(2)V99.
           05 REB-IN                  PIC 9(2)V99.
           05 AST-IN                  PIC 9(2)V99.
           05 SEASON-IN               PIC 9(4).
           05 STINT-IN                PIC 9.

       01 ACTIVE-HOLD.
           05 AH-KEY                  PIC X(9).
           05 AH-BODY                 PIC X(156).

       01 ARCHIVE-HOLD.
           05 RH-KEY                  PIC X(9).
           05 RH-BODY                 PIC X(156).

       01 ID-MERGE-TABLE.
           05 MAP-COUNT               PIC 9(4) VALUE 0.
           05 MAP-ENTRY OCCURS 500 TIMES.
              10 MAP-FROM-ID          PIC XXXX.
              10 MAP-TO-ID            PIC XXXX.

       01 NEXT-SEEN-TABLE.
           05 NEXT-SEEN OCCURS 3 TIMES PIC X.

       01 TOP-TABLE.
           05 TOP-COUNT               PIC 99 VALUE 0.
           05 TOP-ENTRY OCCURS 10 TIMES.
              10 TP-ID                PIC XXXX.
              10 TP-FNAME             PIC X(12).
              10 TP-LNAME             PIC X(18).
              10 TP-SEASON            PIC 9(4).
              10 TP-TEAM              PIC XXX.
              10 TP-AGE               PIC 99.
              10 TP-GP                PIC 99.
              10 TP-PTS               PIC 9(2)V99.
              10 TP-REB               PIC 9(2)V99.
              10 TP-AST               PIC 9(2)V99.
              10 TP-SCORE             PIC 9(3)V99.
              10 TP-NEXT-CT           PIC 9.
              10 TP-NEXT-GP           PIC 9(4).
              10 TP-NEXT-PTS          PIC 9(2)V99.
              10 TP-NEXT-REB          PIC 9(2)V99.
              10 TP-NEXT-AST          PIC 9(2)V99.

       01 TEMP-TOP                    PIC X(79).

       01  STORE-DATE.
           05 CURR-YEAR               PIC XXXX.
           05 CURR-MONTH              PIC XX.
           05 CURR-DAY                PIC XX.
           05 CURR-HR                 PIC XX.
           05 CURR-MIN                PIC XX.
           05 CURR-SEC                PIC XX.

       01  HEADER-LINE-1.
           05 FILLER                  PIC X(20) VALUE SPACES.
           05 TXT                     PIC X(34)
              VALUE 'NBA HISTORICAL COMPARABLES FOR    '.
           05 MONTH-F                 PIC XX.
           05 FILLER                  PIC X VALUE '/'.
           05 DAY-F                   PIC XX.
           05 FILLER                  PIC X VALUE '/'.
           05 YEAR-F                  PIC XXXX.

       01  TARGET-LINE.
           05 FILLER                  PIC X(9) VALUE ' PLAYER: '.
           05 TL-ID                   PIC XXXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 TL-NAME                 PIC X(31).
           05 FILLER                  PIC X(8) VALUE ' SEASON '.
           05 TL-SEASON               PIC 9(4).
           05 FILLER                  PIC X(6) VALUE '  AGE '.
           05 TL-AGE                  PIC Z9.
           05 FILLER                  PIC X(7) VALUE '  TEAM '.
           05 TL-TEAM                 PIC XXX.
           05 FILLER                  PIC X(5) VALUE '  GP '.
           05 TL-GP                   PIC Z9.
           05 FILLER                  PIC X(6) VALUE '  PPG '.
           05 TL-PTS                  PIC Z9.99.
           05 FILLER                  PIC X(6) VALUE '  RPG '.
           05 TL-REB                  PIC Z9.99.
           05 FILLER                  PIC X(6) VALUE '  APG '.
           05 TL-AST                  PIC Z9.99.

       01  MATCH-HEADER-1.
           05 FILLER                  PIC X(90) VALUE SPACES.
           05 FILLER                  PIC X(28)
              VALUE '--- NEXT THREE SEASONS -----'.

       01  MATCH-HEADER-2.
           05 FILLER                  PIC X(4) VALUE ' RK'.
           05 FILLER                  PIC X(6) VALUE 'ID'.
           05 FILLER                  PIC X(33) VALUE 'PLAYER'.
           05 FILLER                  PIC X(7) VALUE 'SEASON'.
           05 FILLER                  PIC X(5) VALUE 'TEAM'.
           05 FILLER                  PIC X(4) VALUE 'AGE'.
           05 FILLER                  PIC X(4) VALUE 'GP'.
           05 FILLER                  PIC X(6) VALUE '  PPG'.
           05 FILLER                  PIC X(6) VALUE '  RPG'.
           05 FILLER                  PIC X(6) VALUE '  APG'.
           05 FILLER                  PIC X(9) VALUE '  SIMIL'.
           05 FILLER                  PIC X(4) VALUE 'SEAS'.
           05 FILLER                  PIC X(4) VALUE '  GP'.
           05 FILLER                  PIC X(7) VALUE '    PPG'.
           05 FILLER                  PIC X(6) VALUE '   RPG'.
           05 FILLER                  PIC X(6) VALUE '   APG'.

       01  MATCH-DETAIL.
           05 FILLER                  PIC X VALUE SPACE.
           05 MD-RANK                 PIC Z9.
           05 FILLER                  PIC X VALUE SPACE.
           05 MD-ID                   PIC XXXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 MD-NAME                 PIC X(31).
           05 FILLER                  PIC XX VALUE SPACES.
           05 MD-SEASON               PIC 9(4).
           05 FILLER                  PIC XXX VALUE SPACES.
           05 MD-TEAM                 PIC XXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 MD-AGE                  PIC Z9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 MD-GP                   PIC Z9.
           05 FILLER                  PIC X VALUE SPACE.
           05 MD-PTS                  PIC ZZ9.99.
           05 MD-REB                  PIC ZZ9.99.
           05 MD-AST                  PIC ZZ9.99.
           05 FILLER                  PIC XX VALUE SPACES.
           05 MD-SCORE                PIC ZZ9.99.
           05 FILLER                  PIC XXX VALUE SPACES.
           05 MD-NEXT-CT              PIC 9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 MD-NEXT-GP              PIC ZZZ9.
           05 FILLER                  PIC X VALUE SPACE.
           05 MD-NEXT-PTS             PIC ZZ9.99.
           05 MD-NEXT-REB             PIC ZZ9.99.
           05 MD-NEXT-AST             PIC ZZ9.99.

       01  CSV-FIELDS.
           05 CSV-TARGET-AGE          PIC 99.
           05 CSV-RANK                PIC 99.
           05 CSV-AGE                 PIC 99.
           05 CSV-GP                  PIC 99.
           05 CSV-PTS                 PIC 9(2).99.
           05 CSV-REB                 PIC 9(2).99.
           05 CSV-AST                 PIC 9(2).99.
           05 CSV-SCORE               PIC 9(3).99.
           05 CSV-NEXT-GP             PIC 9(4).
           05 CSV-NEXT-PTS            PIC 9(2).99.
           05 CSV-NEXT-REB            PIC 9(2).99.
           05 CSV-NEXT-AST            PIC 9(2).99.

       01  TOTAL-DETAIL.
           05 TOT-LABEL               PIC X(34).
           05 TOT-VALUE               PIC ZZZZZZ9.

       01  BORDER-LINE.
           05 LINE-BAR-1      PIC X(58)    VALUE
           '----------------------------------------------------------'.
           05 LINE-BAR-2      PIC X(58)    VALUE
           '----------------------------------------------------------'.



       PROCEDURE DIVISION.
        MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-PROCESS-ONE-CARD UNTIL CTL-EOF = 'Y'
           PERFORM 190-WRITE-RUN-TOTALS.
           PERFORM 105-CLOSE.
           GOBACK.

        100-OPEN-FILES.
           OPEN INPUT SIM-CTL.
           IF CTL-FILE-STATUS NOT = '00'
              DISPLAY 'NBASIMLR: cannot open NBASIMCTL.dat, status '
                 CTL-FILE-STATUS
              MOVE 'Y' TO CTL-EOF
           END-IF
           OPEN INPUT NBA-MASTER.
           IF MASTER-FILE-STATUS = '00'
              MOVE 'Y' TO MASTER-AVAILABLE
           ELSE
              DISPLAY 'NBASIMLR: cannot open NBADATA.idx, status '
                 MASTER-FILE-STATUS
           END-IF
           OPEN INPUT ARCHIVE-MASTER.
           IF ARCHIVE-FILE-STATUS = '00'
              MOVE 'Y' TO ARCHIVE-AVAILABLE
           ELSE
              DISPLAY 'NBASIMLR: cannot open NBA_ARCHIVE.idx, status '
                 ARCHIVE-FILE-STATUS
           END-IF
           OPEN INPUT NBANAME-FILE.
           IF XREF-FILE-STATUS = '00'
              MOVE 'Y' TO XREF-AVAILABLE
           END-IF
           PERFORM 150-LOAD-ID-MAP
           OPEN OUTPUT SIM-REPORT SIM-CSV.
           MOVE FUNCTION CURRENT-DATE TO STORE-DATE
           MOVE CURR-YEAR TO YEAR-F
           MOVE CURR-MONTH TO MONTH-F
           MOVE CURR-DAY TO DAY-F
           MOVE HEADER-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           PERFORM 106-WRITE-CSV-HEADER
           PERFORM 101-READ-CONTROL.

        101-READ-CONTROL.
           IF CTL-EOF = 'N'
              READ SIM-CTL
                 AT END MOVE 'Y' TO CTL-EOF
                 NOT AT END ADD 1 TO CARDS-READ
              END-READ
           END-IF.

        106-WRITE-CSV-HEADER.
           MOVE SPACES TO CSV-LINE
           STRING
              'TARGET_ID,TARGET_SEASON,TARGET_AGE,RANK,PLAYER_ID,'
              'FIRST_NAME,LAST_NAME,SEASON,TEAM,AGE,GP,PPG,RPG,APG,'
              'SIMILARITY,NEXT_SEASONS,NEXT_GP,NEXT_PPG,NEXT_RPG,'
              'NEXT_APG'
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE.

        110-PROCESS-ONE-CARD.
           MOVE 'Y' TO CARD-OK
           MOVE 'N' TO TARGET-FOUND
           MOVE 'N' TO TARGET-AGE-GIVEN
           MOVE SPACES TO TARGET-ID
           EVALUATE TRUE
              WHEN CTL-CARD = SPACES
                 MOVE 'N' TO CARD-OK
              WHEN CTL-AGE = SPACES
                 CONTINUE
              WHEN CTL-AGE NOT NUMERIC
                 MOVE SPACES TO PRINT-LINE
                 STRING ' CARD ' FUNCTION TRIM(CTL-CARD)
                    ' AGE ' CTL-AGE ' NOT NUMERIC - SKIPPED'
                    DELIMITED BY SIZE INTO PRINT-LINE
                 WRITE PRINT-LINE AFTER ADVANCING 1 LINE
                 MOVE 'N' TO CARD-OK
              WHEN OTHER
                 MOVE 'Y' TO TARGET-AGE-GIVEN
                 MOVE CTL-AGE-N TO TARGET-AGE
           END-EVALUATE
           IF CARD-OK = 'Y'
              PERFORM 120-RESOLVE-CARD
           END-IF
           IF CARD-OK = 'Y'
              PERFORM 130-LOAD-TARGET
              PERFORM 135-CHECK-TARGET
           END-IF
           IF CARD-OK = 'Y'
              PERFORM 200-SCAN-FOR-MATCHES
              MOVE 1 TO TOP-IDX
              PERFORM 300-PROJECT-ONE-MATCH UNTIL TOP-IDX > TOP-COUNT
              PERFORM 400-PRINT-TARGET
              ADD 1 TO TARGETS-REPORTED
           ELSE
              IF CTL-CARD NOT = SPACES
                 ADD 1 TO CARDS-SKIPPED
              END-IF
           END-IF
           PERFORM 101-READ-CONTROL.

        120-RESOLVE-CARD.
           IF CTL-ID-REST = SPACES
              MOVE CTL-ID TO SEARCH-ID
              PERFORM 152-REDIRECT-ID
              MOVE SEARCH-ID TO TARGET-ID
              PERFORM 130-LOAD-TARGET
              IF ID-ON-FILE = 'N'
                 PERFORM 125-RESOLVE-NAME
              END-IF
           ELSE
              PERFORM 125-RESOLVE-NAME
           END-IF.

        125-RESOLVE-NAME.
           MOVE 0 TO MATCH-CT
           MOVE SPACES TO MATCH-ID-HOLD
           IF XREF-AVAILABLE = 'Y'
              MOVE 'N' TO XREF-EOF
              MOVE CTL-CARD TO SEARCH-LNAME
              MOVE SEARCH-LNAME TO XK-LNAME
              MOVE LOW-VALUES TO XK-ID
              START NBANAME-FILE KEY NOT < XK-KEY
                 INVALID KEY MOVE 'Y' TO XREF-EOF
              END-START
              PERFORM 126-COUNT-ONE-MATCH UNTIL XREF-EOF = 'Y'
           END-IF
           EVALUATE TRUE
              WHEN XREF-AVAILABLE = 'N'
                 MOVE SPACES TO PRINT-LINE
                 STRING ' NAME CARD ' FUNCTION TRIM(CTL-CARD)
                    ' SKIPPED - NBANAME.idx NOT BUILT (RUN NBAXREF)'
                    DELIMITED BY SIZE INTO PRINT-LINE
                 WRITE PRINT-LINE AFTER ADVANCING 1 LINE
                 MOVE 'N' TO CARD-OK
              WHEN MATCH-CT = 0
                 MOVE SPACES TO PRINT-LINE
                 STRING ' CARD ' FUNCTION TRIM(CTL-CARD)
                    ' MATCHES NO PLAYER ID OR LAST NAME - SKIPPED'
                    DELIMITED BY SIZE INTO PRINT-LINE
                 WRITE PRINT-LINE AFTER ADVANCING 1 LINE
                 MOVE 'N' TO CARD-OK
              WHEN MATCH-CT > 1
                 MOVE SPACES TO PRINT-LINE
                 STRING ' NAME ' FUNCTION TRIM(CTL-CARD)
                    ' AMBIGUOUS (' MATCH-CT
                    ' IDS) - USE A PLAYER ID, CARD SKIPPED'
                    DELIMITED BY SIZE INTO PRINT-LINE
                 WRITE PRINT-LINE AFTER ADVANCING 1 LINE
                 MOVE 'N' TO CARD-OK
              WHEN OTHER
                 MOVE MATCH-ID-HOLD TO TARGET-ID
           END-EVALUATE.

        126-COUNT-ONE-MATCH.
           READ NBANAME-FILE NEXT RECORD
              AT END MOVE 'Y' TO XREF-EOF
              NOT AT END
                 IF XK-LNAME NOT = SEARCH-LNAME
                    MOVE 'Y' TO XREF-EOF
                 ELSE
                    ADD 1 TO MATCH-CT
                    MOVE XK-ID TO MATCH-ID-HOLD
                 END-IF
           END-READ.

        130-LOAD-TARGET.
           MOVE 'N' TO ID-ON-FILE
           MOVE 'N' TO TARGET-FOUND
           MOVE 0 TO TARGET-SEASON
           IF TARGET-AGE-GIVEN = 'N'
              MOVE 0 TO TARGET-AGE
           END-IF
           IF MASTER-AVAILABLE = 'Y'
              MOVE TARGET-ID TO IMK-ID
              MOVE 0 TO IMK-SEASON
              MOVE 0 TO IMK-STINT
              MOVE 'N' TO LOOKUP-EOF
              START NBA-MASTER KEY NOT < IMK-KEY
                 INVALID KEY MOVE 'Y' TO LOOKUP-EOF
              END-START
              MOVE SPACES TO SPLIT-KEY
              PERFORM 131-READ-ACTIVE-NEXT
              PERFORM 133-CHECK-TARGET-ROW
                 UNTIL LOOKUP-EOF = 'Y' OR ID-VAL NOT = TARGET-ID
           END-IF
           IF ARCHIVE-AVAILABLE = 'Y'
              MOVE TARGET-ID TO RMK-ID
              MOVE 0 TO RMK-SEASON
              MOVE 0 TO RMK-STINT
              MOVE 'N' TO LOOKUP-EOF
              START ARCHIVE-MASTER KEY NOT < RMK-KEY
                 INVALID KEY MOVE 'Y' TO LOOKUP-EOF
              END-START
              MOVE SPACES TO SPLIT-KEY
              PERFORM 132-READ-ARCHIVE-NEXT
              PERFORM 134-CHECK-ARCHIVE-ROW
                 UNTIL LOOKUP-EOF = 'Y' OR ID-VAL NOT = TARGET-ID
           END-IF.

        131-READ-ACTIVE-NEXT.
           IF LOOKUP-EOF = 'N'
              READ NBA-MASTER NEXT RECORD
                 AT END MOVE 'Y' TO LOOKUP-EOF
                 NOT AT END MOVE MASTER-DATA TO DATA-RECORD
              END-READ
           END-IF.

        132-READ-ARCHIVE-NEXT.
           IF LOOKUP-EOF = 'N'
              READ ARCHIVE-MASTER NEXT RECORD
                 AT END MOVE 'Y' TO LOOKUP-EOF
                 NOT AT END MOVE ARCH-DATA TO DATA-RECORD
              END-READ
           END-IF.

        133-CHECK-TARGET-ROW.
           PERFORM 136-TAKE-TARGET-ROW
           PERFORM 131-READ-ACTIVE-NEXT.

        134-CHECK-ARCHIVE-ROW.
           PERFORM 136-TAKE-TARGET-ROW
           PERFORM 132-READ-ARCHIVE-NEXT.

        136-TAKE-TARGET-ROW.
           MOVE 'Y' TO ID-ON-FILE
           PERFORM 210-CHECK-SEASON-ROW
           IF SEASON-ROW = 'Y'
              AND SEASON-IN > TARGET-SEASON
              AND (TARGET-AGE-GIVEN = 'N' OR AGE-IN = TARGET-AGE)
              AND GP-IN NUMERIC AND PTS-IN NUMERIC
              AND REB-IN NUMERIC AND AST-IN NUMERIC
              MOVE 'Y' TO TARGET-FOUND
              MOVE F-NAME-IN TO TARGET-FNAME
              MOVE L-NAME-IN TO TARGET-LNAME
              MOVE SEASON-IN TO TARGET-SEASON
              MOVE TEAM-AREV-IN TO TARGET-TEAM
              MOVE GP-IN TO TARGET-GP
              MOVE PTS-IN TO TARGET-PTS
              MOVE REB-IN TO TARGET-REB
              MOVE AST-IN TO TARGET-AST
              IF TARGET-AGE-GIVEN = 'N'
                 MOVE AGE-IN TO TARGET-AGE
              END-IF
           END-IF.

        135-CHECK-TARGET.
           EVALUATE TRUE
              WHEN ID-ON-FILE = 'N'
                 MOVE SPACES TO PRINT-LINE
                 STRING ' ID ' TARGET-ID
                    ' NOT ON NBADATA.idx OR NBA_ARCHIVE.idx - SKIPPED'
                    DELIMITED BY SIZE INTO PRINT-LINE
                 WRITE PRINT-LINE AFTER ADVANCING 1 LINE
                 MOVE 'N' TO CARD-OK
              WHEN TARGET-FOUND = 'N'
                 MOVE SPACES TO PRINT-LINE
                 STRING ' ID ' TARGET-ID ' HAS NO SEASON AT AGE '
                    TARGET-AGE ' - SKIPPED'
                    DELIMITED BY SIZE INTO PRINT-LINE
                 WRITE PRINT-LINE AFTER ADVANCING 1 LINE
                 MOVE 'N' TO CARD-OK
           END-EVALUATE.

        150-LOAD-ID-MAP.
           OPEN INPUT ID-MERGE-MAP
           IF IDMAP-FILE-STATUS = '00'
              PERFORM 151-READ-ID-MAP UNTIL IDMAP-EOF = 'Y'
              CLOSE ID-MERGE-MAP
           END-IF.

        151-READ-ID-MAP.
           READ ID-MERGE-MAP
              AT END MOVE 'Y' TO IDMAP-EOF
              NOT AT END
                 IF IM-RETIRED-ID NOT = SPACES AND MAP-COUNT < 500
                    ADD 1 TO MAP-COUNT
                    MOVE IM-RETIRED-ID TO MAP-FROM-ID(MAP-COUNT)
                    MOVE IM-SURVIVING-ID TO MAP-TO-ID(MAP-COUNT)
                 END-IF
           END-READ.

        152-REDIRECT-ID.
           MOVE 0 TO MAP-HOPS
           MOVE 1 TO MAP-FOUND
           PERFORM 153-FOLLOW-ONE-MERGE
              UNTIL MAP-FOUND = 0 OR MAP-HOPS = 9.

        153-FOLLOW-ONE-MERGE.
           MOVE 0 TO MAP-FOUND
           MOVE 1 TO MAP-IDX
           PERFORM 154-MATCH-ONE-MAP
              UNTIL MAP-IDX > MAP-COUNT OR MAP-FOUND > 0
           IF MAP-FOUND > 0
              MOVE SPACES TO PRINT-LINE
              STRING ' ID ' SEARCH-ID ' RETIRED - MERGED INTO '
                 MAP-TO-ID(MAP-FOUND)
                 DELIMITED BY SIZE INTO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
              MOVE MAP-TO-ID(MAP-FOUND) TO SEARCH-ID
              ADD 1 TO MAP-HOPS
           END-IF.

        154-MATCH-ONE-MAP.
           IF MAP-FROM-ID(MAP-IDX) = SEARCH-ID
              MOVE MAP-IDX TO MAP-FOUND
           END-IF
           ADD 1 TO MAP-IDX.

        200-SCAN-FOR-MATCHES.
           MOVE 0 TO TOP-COUNT
           MOVE 0 TO CANDIDATE-CT
           MOVE 'N' TO SCAN-EOF
           MOVE 'N' TO ACTIVE-PENDING
           MOVE 'N' TO ARCHIVE-PENDING
           MOVE 'Y' TO ACTIVE-EOF
           MOVE 'Y' TO ARCHIVE-EOF
           MOVE SPACES TO LAST-KEY-TAKEN
           MOVE SPACES TO SPLIT-KEY
           IF MASTER-AVAILABLE = 'Y'
              MOVE 'N' TO ACTIVE-EOF
              MOVE LOW-VALUES TO IMK-KEY
              START NBA-MASTER KEY NOT < IMK-KEY
                 INVALID KEY MOVE 'Y' TO ACTIVE-EOF
              END-START
           END-IF
           IF ARCHIVE-AVAILABLE = 'Y'
              MOVE 'N' TO ARCHIVE-EOF
              MOVE LOW-VALUES TO RMK-KEY
              START ARCHIVE-MASTER KEY NOT < RMK-KEY
                 INVALID KEY MOVE 'Y' TO ARCHIVE-EOF
              END-START
           END-IF
           PERFORM 201-READ-MERGED
           PERFORM 202-SCORE-ONE-ROW UNTIL SCAN-EOF = 'Y'.

        201-READ-MERGED.
           IF ACTIVE-PENDING = 'N' AND ACTIVE-EOF = 'N'
              PERFORM 270-FILL-ACTIVE
           END-IF
           IF ARCHIVE-PENDING = 'N' AND ARCHIVE-EOF = 'N'
              PERFORM 271-FILL-ARCHIVE
           END-IF
           EVALUATE TRUE
              WHEN ACTIVE-PENDING = 'N' AND ARCHIVE-PENDING = 'N'
                 MOVE 'Y' TO SCAN-EOF
              WHEN ARCHIVE-PENDING = 'N'
                 OR (ACTIVE-PENDING = 'Y' AND AH-KEY <= RH-KEY)
                 MOVE AH-BODY TO DATA-RECORD
                 MOVE 'N' TO ACTIVE-PENDING
                 MOVE 'A' TO ROW-SOURCE
                 MOVE AH-KEY TO LAST-KEY-TAKEN
              WHEN RH-KEY = LAST-KEY-TAKEN
                 MOVE 'N' TO ARCHIVE-PENDING
                 MOVE 'D' TO ROW-SOURCE
              WHEN OTHER
                 MOVE RH-BODY TO DATA-RECORD
                 MOVE 'N' TO ARCHIVE-PENDING
                 MOVE 'R' TO ROW-SOURCE
                 MOVE RH-KEY TO LAST-KEY-TAKEN
           END-EVALUATE.

        270-FILL-ACTIVE.
           READ NBA-MASTER NEXT RECORD
              AT END MOVE 'Y' TO ACTIVE-EOF
              NOT AT END
                 MOVE IMK-KEY TO AH-KEY
                 MOVE MASTER-DATA TO AH-BODY
                 MOVE 'Y' TO ACTIVE-PENDING
           END-READ.

        271-FILL-ARCHIVE.
           READ ARCHIVE-MASTER NEXT RECORD
              AT END MOVE 'Y' TO ARCHIVE-EOF
              NOT AT END
                 MOVE RMK-KEY TO RH-KEY
                 MOVE ARCH-DATA TO RH-BODY
                 MOVE 'Y' TO ARCHIVE-PENDING
           END-READ.

        202-SCORE-ONE-ROW.
           ADD 1 TO ROWS-SCANNED-CT
           IF ROW-SOURCE = 'D'
              ADD 1 TO DUPLICATE-CT
           ELSE
              PERFORM 210-CHECK-SEASON-ROW
              IF SEASON-ROW = 'Y'
                 AND ID-VAL NOT = TARGET-ID
                 AND AGE-IN = TARGET-AGE
                 AND GP-IN NUMERIC AND GP-IN > 0
                 AND PTS-IN NUMERIC AND REB-IN NUMERIC
                 AND AST-IN NUMERIC
                 ADD 1 TO CANDIDATE-CT
                 PERFORM 220-SCORE-CANDIDATE
              END-IF
           END-IF
           PERFORM 201-READ-MERGED.

        210-CHECK-SEASON-ROW.
           STRING ID-VAL SEASON-IN DELIMITED BY SIZE INTO ROW-KEY
           IF STINT-IN = 0
              MOVE ROW-KEY TO SPLIT-KEY
           END-IF
           IF STINT-IN = 0 OR ROW-KEY NOT = SPLIT-KEY
              MOVE 'Y' TO SEASON-ROW
           ELSE
              MOVE 'N' TO SEASON-ROW
           END-IF.

        220-SCORE-CANDIDATE.
           COMPUTE DIFF-PTS = PTS-IN - TARGET-PTS
           COMPUTE DIFF-REB = REB-IN - TARGET-REB
           COMPUTE DIFF-AST = AST-IN - TARGET-AST
           IF DIFF-PTS < 0
              COMPUTE DIFF-PTS = 0 - DIFF-PTS
           END-IF
           IF DIFF-REB < 0
              COMPUTE DIFF-REB = 0 - DIFF-REB
           END-IF
           IF DIFF-AST < 0
              COMPUTE DIFF-AST = 0 - DIFF-AST
           END-IF
           COMPUTE SIM-RAW = 100 - DIFF-PTS - (2 * DIFF-REB)
              - (2 * DIFF-AST)
           IF SIM-RAW < 0
              MOVE 0 TO SIM-SCORE
           ELSE
              MOVE SIM-RAW TO SIM-SCORE
           END-IF
           EVALUATE TRUE
              WHEN TOP-COUNT < 10
                 ADD 1 TO TOP-COUNT
                 MOVE TOP-COUNT TO TOP-IDX
                 PERFORM 221-STORE-CANDIDATE
              WHEN SIM-SCORE > TP-SCORE(10)
                 MOVE 10 TO TOP-IDX
                 PERFORM 221-STORE-CANDIDATE
           END-EVALUATE.

        221-STORE-CANDIDATE.
           MOVE ID-VAL TO TP-ID(TOP-IDX)
           MOVE F-NAME-IN TO TP-FNAME(TOP-IDX)
           MOVE L-NAME-IN TO TP-LNAME(TOP-IDX)
           MOVE SEASON-IN TO TP-SEASON(TOP-IDX)
           MOVE TEAM-AREV-IN TO TP-TEAM(TOP-IDX)
           MOVE AGE-IN TO TP-AGE(TOP-IDX)
           MOVE GP-IN TO TP-GP(TOP-IDX)
           MOVE PTS-IN TO TP-PTS(TOP-IDX)
           MOVE REB-IN TO TP-REB(TOP-IDX)
           MOVE AST-IN TO TP-AST(TOP-IDX)
           MOVE SIM-SCORE TO TP-SCORE(TOP-IDX)
           MOVE 0 TO TP-NEXT-CT(TOP-IDX)
           MOVE 0 TO TP-NEXT-GP(TOP-IDX)
           MOVE 0 TO TP-NEXT-PTS(TOP-IDX)
           MOVE 0 TO TP-NEXT-REB(TOP-IDX)
           MOVE 0 TO TP-NEXT-AST(TOP-IDX)
           PERFORM 222-MOVE-UP-ONE
              UNTIL TOP-IDX = 1
              OR TP-SCORE(TOP-IDX) NOT > TP-SCORE(TOP-IDX - 1).

        222-MOVE-UP-ONE.
           MOVE TOP-ENTRY(TOP-IDX) TO TEMP-TOP
           MOVE TOP-ENTRY(TOP-IDX - 1) TO TOP-ENTRY(TOP-IDX)
           MOVE TEMP-TOP TO TOP-ENTRY(TOP-IDX - 1)
           SUBTRACT 1 FROM TOP-IDX.

        300-PROJECT-ONE-MATCH.
           MOVE SPACES TO NEXT-SEEN-TABLE
           MOVE 0 TO NEXT-CT
           MOVE 0 TO NEXT-GP
           MOVE 0 TO NEXT-PTS-ACC
           MOVE 0 TO NEXT-REB-ACC
           MOVE 0 TO NEXT-AST-ACC
           COMPUTE NEXT-FIRST = TP-SEASON(TOP-IDX) + 1
           COMPUTE NEXT-LAST = TP-SEASON(TOP-IDX) + 3
           IF MASTER-AVAILABLE = 'Y'
              MOVE TP-ID(TOP-IDX) TO IMK-ID
              MOVE NEXT-FIRST TO IMK-SEASON
              MOVE 0 TO IMK-STINT
              MOVE 'N' TO LOOKUP-EOF
              START NBA-MASTER KEY NOT < IMK-KEY
                 INVALID KEY MOVE 'Y' TO LOOKUP-EOF
              END-START
              MOVE SPACES TO SPLIT-KEY
              PERFORM 131-READ-ACTIVE-NEXT
              PERFORM 301-ADD-ACTIVE-SEASON
                 UNTIL LOOKUP-EOF = 'Y'
                 OR ID-VAL NOT = TP-ID(TOP-IDX)
                 OR SEASON-IN > NEXT-LAST
           END-IF
           IF ARCHIVE-AVAILABLE = 'Y'
              MOVE TP-ID(TOP-IDX) TO RMK-ID
              MOVE NEXT-FIRST TO RMK-SEASON
              MOVE 0 TO RMK-STINT
              MOVE 'N' TO LOOKUP-EOF
              START ARCHIVE-MASTER KEY NOT < RMK-KEY
                 INVALID KEY MOVE 'Y' TO LOOKUP-EOF
              END-START
              MOVE SPACES TO SPLIT-KEY
              PERFORM 132-READ-ARCHIVE-NEXT
              PERFORM 302-ADD-ARCHIVE-SEASON
                 UNTIL LOOKUP-EOF = 'Y'
                 OR ID-VAL NOT = TP-ID(TOP-IDX)
                 OR SEASON-IN > NEXT-LAST
           END-IF
           MOVE NEXT-CT TO TP-NEXT-CT(TOP-IDX)
           MOVE NEXT-GP TO TP-NEXT-GP(TOP-IDX)
           IF NEXT-GP > 0
              COMPUTE TP-NEXT-PTS(TOP-IDX) ROUNDED =
                 NEXT-PTS-ACC / NEXT-GP
              COMPUTE TP-NEXT-REB(TOP-IDX) ROUNDED =
                 NEXT-REB-ACC / NEXT-GP
              COMPUTE TP-NEXT-AST(TOP-IDX) ROUNDED =
                 NEXT-AST-ACC / NEXT-GP
           END-IF
           ADD 1 TO TOP-IDX.

        301-ADD-ACTIVE-SEASON.
           PERFORM 303-ADD-NEXT-SEASON
           PERFORM 131-READ-ACTIVE-NEXT.

        302-ADD-ARCHIVE-SEASON.
           PERFORM 303-ADD-NEXT-SEASON
           PERFORM 132-READ-ARCHIVE-NEXT.

        303-ADD-NEXT-SEASON.
           PERFORM 210-CHECK-SEASON-ROW
           COMPUTE NEXT-OFFSET = SEASON-IN - TP-SEASON(TOP-IDX)
           IF SEASON-ROW = 'Y'
              AND NEXT-SEEN(NEXT-OFFSET) NOT = 'Y'
              AND GP-IN NUMERIC AND PTS-IN NUMERIC
              AND REB-IN NUMERIC AND AST-IN NUMERIC
              MOVE 'Y' TO NEXT-SEEN(NEXT-OFFSET)
              ADD 1 TO NEXT-CT
              ADD GP-IN TO NEXT-GP
              COMPUTE NEXT-PTS-ACC = NEXT-PTS-ACC + PTS-IN * GP-IN
              COMPUTE NEXT-REB-ACC = NEXT-REB-ACC + REB-IN * GP-IN
              COMPUTE NEXT-AST-ACC = NEXT-AST-ACC + AST-IN * GP-IN
           END-IF.

        400-PRINT-TARGET.
           MOVE TARGET-ID TO TL-ID
           MOVE SPACES TO NAME-HOLD
           STRING FUNCTION TRIM(TARGET-FNAME) ' '
              FUNCTION TRIM(TARGET-LNAME)
              DELIMITED BY SIZE INTO NAME-HOLD
           MOVE NAME-HOLD TO TL-NAME
           MOVE TARGET-SEASON TO TL-SEASON
           MOVE TARGET-AGE TO TL-AGE
           MOVE TARGET-TEAM TO TL-TEAM
           MOVE TARGET-GP TO TL-GP
           MOVE TARGET-PTS TO TL-PTS
           MOVE TARGET-REB TO TL-REB
           MOVE TARGET-AST TO TL-AST
           MOVE TARGET-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE MATCH-HEADER-1 TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE MATCH-HEADER-2 TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE BORDER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           IF TOP-COUNT = 0
              MOVE ' NO OTHER PLAYER-SEASON AT THIS AGE' TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF
           MOVE 1 TO RANK-IDX
           PERFORM 410-PRINT-ONE-MATCH UNTIL RANK-IDX > TOP-COUNT
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ' PLAYER-SEASONS AT THIS AGE SCORED' TO TOT-LABEL
           MOVE CANDIDATE-CT TO TOT-VALUE
           PERFORM 191-WRITE-TOTAL.

        410-PRINT-ONE-MATCH.
           MOVE RANK-IDX TO MD-RANK
           MOVE TP-ID(RANK-IDX) TO MD-ID
           MOVE SPACES TO NAME-HOLD
           STRING FUNCTION TRIM(TP-FNAME(RANK-IDX)) ' '
              FUNCTION TRIM(TP-LNAME(RANK-IDX))
              DELIMITED BY SIZE INTO NAME-HOLD
           MOVE NAME-HOLD TO MD-NAME
           MOVE TP-SEASON(RANK-IDX) TO MD-SEASON
           MOVE TP-TEAM(RANK-IDX) TO MD-TEAM
           MOVE TP-AGE(RANK-IDX) TO MD-AGE
           MOVE TP-GP(RANK-IDX) TO MD-GP
           MOVE TP-PTS(RANK-IDX) TO MD-PTS
           MOVE TP-REB(RANK-IDX) TO MD-REB
           MOVE TP-AST(RANK-IDX) TO MD-AST
           MOVE TP-SCORE(RANK-IDX) TO MD-SCORE
           MOVE TP-NEXT-CT(RANK-IDX) TO MD-NEXT-CT
           MOVE TP-NEXT-GP(RANK-IDX) TO MD-NEXT-GP
           MOVE TP-NEXT-PTS(RANK-IDX) TO MD-NEXT-PTS
           MOVE TP-NEXT-REB(RANK-IDX) TO MD-NEXT-REB
           MOVE TP-NEXT-AST(RANK-IDX) TO MD-NEXT-AST
           MOVE MATCH-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           PERFORM 420-WRITE-CSV-LINE
           ADD 1 TO RANK-IDX.

        420-WRITE-CSV-LINE.
           MOVE TARGET-AGE TO CSV-TARGET-AGE
           MOVE RANK-IDX TO CSV-RANK
           MOVE TP-AGE(RANK-IDX) TO CSV-AGE
           MOVE TP-GP(RANK-IDX) TO CSV-GP
           MOVE TP-PTS(RANK-IDX) TO CSV-PTS
           MOVE TP-REB(RANK-IDX) TO CSV-REB
           MOVE TP-AST(RANK-IDX) TO CSV-AST
           MOVE TP-SCORE(RANK-IDX) TO CSV-SCORE
           MOVE TP-NEXT-GP(RANK-IDX) TO CSV-NEXT-GP
           MOVE TP-NEXT-PTS(RANK-IDX) TO CSV-NEXT-PTS
           MOVE TP-NEXT-REB(RANK-IDX) TO CSV-NEXT-REB
           MOVE TP-NEXT-AST(RANK-IDX) TO CSV-NEXT-AST
           MOVE SPACES TO CSV-LINE
           STRING
              '"' TARGET-ID '"' ','
              TARGET-SEASON ','
              CSV-TARGET-AGE ','
              CSV-RANK ','
              '"' TP-ID(RANK-IDX) '"' ','
              '"' FUNCTION TRIM(TP-FNAME(RANK-IDX)) '"' ','
              '"' FUNCTION TRIM(TP-LNAME(RANK-IDX)) '"' ','
              TP-SEASON(RANK-IDX) ','
              '"' FUNCTION TRIM(TP-TEAM(RANK-IDX)) '"' ','
              CSV-AGE ','
              CSV-GP ','
              CSV-PTS ','
              CSV-REB ','
              CSV-AST ','
              CSV-SCORE ','
              TP-NEXT-CT(RANK-IDX) ','
              CSV-NEXT-GP ','
              CSV-NEXT-PTS ','
              CSV-NEXT-REB ','
              CSV-NEXT-AST
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE.

        190-WRITE-RUN-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 2 LINES
           MOVE BORDER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ' CONTROL CARDS READ' TO TOT-LABEL
           MOVE CARDS-READ TO TOT-VALUE
           PERFORM 191-WRITE-TOTAL
           MOVE ' PLAYERS REPORTED' TO TOT-LABEL
           MOVE TARGETS-REPORTED TO TOT-VALUE
           PERFORM 191-WRITE-TOTAL
           MOVE ' CARDS SKIPPED' TO TOT-LABEL
           MOVE CARDS-SKIPPED TO TOT-VALUE
           PERFORM 191-WRITE-TOTAL
           MOVE ' ROWS SCANNED (ACTIVE + ARCHIVE)' TO TOT-LABEL
           MOVE ROWS-SCANNED-CT TO TOT-VALUE
           PERFORM 191-WRITE-TOTAL
           MOVE ' DUPLICATE KEYS SKIPPED' TO TOT-LABEL
           MOVE DUPLICATE-CT TO TOT-VALUE
           PERFORM 191-WRITE-TOTAL.

        191-WRITE-TOTAL.
           MOVE TOTAL-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        105-CLOSE.
           IF CTL-FILE-STATUS = '00' OR CTL-FILE-STATUS = '10'
              CLOSE SIM-CTL
           END-IF
           IF MASTER-AVAILABLE = 'Y'
              CLOSE NBA-MASTER
           END-IF
           IF ARCHIVE-AVAILABLE = 'Y'
              CLOSE ARCHIVE-MASTER
           END-IF
           IF XREF-AVAILABLE = 'Y'
              CLOSE NBANAME-FILE
           END-IF
           CLOSE SIM-REPORT SIM-CSV.
