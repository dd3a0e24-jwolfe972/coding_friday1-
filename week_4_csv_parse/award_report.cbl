       IDENTIFICATION DIVISION.
       PROGRAM-ID. NBAAWRPT.
       AUTHOR. WOLFE.
       DATE-WRITTEN. 10/15/2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT AWARDS-FILE ASSIGN TO "NBAAWARDS.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS AW-KEY
            FILE STATUS IS AWARDS-FILE-STATUS.


            SELECT SORTED-AWARDS ASSIGN TO "NBAAWARDS_SORTED.dat"
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT AWARD-SORT-WORK ASSIGN TO "NBAAWARDSORT.wrk".


            SELECT NBA-BIO-MASTER ASSIGN TO "NBABIO.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS BMK-ID
            FILE STATUS IS BIO-FILE-STATUS.


            SELECT ARCHIVE-MASTER ASSIGN TO "NBA_ARCHIVE.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RMK-KEY
            FILE STATUS IS ARCHIVE-FILE-STATUS.


            SELECT AWARDS-REPORT ASSIGN TO "NBA_AWARDS_REPORT.doc"
            ORGANIZATION IS LINE SEQUENTIAL.



       DATA DIVISION.
       FILE SECTION.
       FD AWARDS-FILE.
        01 AWARD-RECORD.
           05 AW-KEY.
              10 AW-ID                PIC XXXX.
              10 AW-SEASON            PIC 9(4).
              10 AW-CODE              PIC X(4).
           05 AW-NOTE                 PIC X(30).
           05 AW-ADDED-DATE           PIC X(8).

       SD AWARD-SORT-WORK.
        01 AWARD-SORT-RECORD.
           05 SRT-SEASON              PIC 9(4).
           05 SRT-RANK                PIC 99.
           05 SRT-ID                  PIC XXXX.
           05 SRT-CODE                PIC X(4).
           05 SRT-NOTE                PIC X(30).

       FD SORTED-AWARDS RECORDING MODE IS F.
        01 SORTED-AWARD-RECORD.
           05 SA-SEASON               PIC 9(4).
           05 SA-RANK                 PIC 99.
           05 SA-ID                   PIC XXXX.
           05 SA-CODE                 PIC X(4).
           05 SA-NOTE                 PIC X(30).

       FD NBA-BIO-MASTER.
        01 BIO-IDX-RECORD.
           05 BMK-ID                  PIC XXXX.
           05 BIO-BODY.
              10 BIO-F-NAME           PIC X(12).
              10 BIO-L-NAME           PIC X(18).
              10 FILLER               PIC X(98).

       FD ARCHIVE-MASTER.
        01 ARCHIVE-IDX-RECORD.
           05 RMK-KEY.
              10 RMK-ID               PIC XXXX.
              10 RMK-SEASON           PIC 9(4).
              10 RMK-STINT            PIC 9.
           05 ARCH-DATA.
              10 FILLER               PIC XXXX.
              10 AR-F-NAME            PIC X(12).
              10 AR-L-NAME            PIC X(18).
              10 FILLER               PIC X(122).

       FD AWARDS-REPORT RECORDING MODE IS F.
       01 PRINT-LINE                 PIC X(132).



       WORKING-STORAGE SECTION.
       01 LIVE-VARIABLES.
          05 AWARDS-FILE-STATUS            PIC XX VALUE '00'.
          05 BIO-FILE-STATUS               PIC XX VALUE '00'.
          05 ARCHIVE-FILE-STATUS           PIC XX VALUE '00'.
          05 AWARDS-AVAILABLE              PIC X VALUE 'N'.
          05 BIO-AVAILABLE                 PIC X VALUE 'N'.
          05 ARCHIVE-AVAILABLE             PIC X VALUE 'N'.
          05 AWARDS-EOF                    PIC X VALUE 'N'.
          05 SORTED-EOF                    PIC X VALUE 'N'.
          05 NAME-FOUND                    PIC X VALUE 'N'.
          05 NAME-ID                       PIC XXXX VALUE SPACES.
          05 NAME-HOLD                     PIC X(31) VALUE SPACES.
          05 PRIOR-SEASON                  PIC 9(4) VALUE 0.
          05 PRIOR-ID                      PIC XXXX VALUE SPACES.
          05 AC-IDX                        PIC 99 VALUE 0.
          05 AC-FOUND                      PIC 99 VALUE 0.
          05 CODE-HOLD                     PIC X(4) VALUE SPACES.
          05 AWARD-CT                      PIC 9(6) VALUE 0.
          05 SEASON-CT                     PIC 9(6) VALUE 0.
          05 PLAYER-CT                     PIC 9(6) VALUE 0.
          05 UNKNOWN-CODE-CT               PIC 9(6) VALUE 0.

       01 AWARD-CODES.
           05 FILLER                  PIC X(24)
              VALUE 'MVP LEAGUE MVP          '.
           05 FILLER                  PIC X(24)
              VALUE 'ROY ROOKIE OF YEAR      '.
           05 FILLER                  PIC X(24)
              VALUE 'DPOYDEF PLAYER OF YEAR  '.
           05 FILLER                  PIC X(24)
              VALUE 'SIXMSIXTH MAN OF YEAR   '.
           05 FILLER                  PIC X(24)
              VALUE 'MIP MOST IMPROVED       '.
           05 FILLER                  PIC X(24)
              VALUE 'ASTRALL-STAR            '.
           05 FILLER                  PIC X(24)
              VALUE 'ANB1ALL-NBA 1ST TEAM    '.
           05 FILLER                  PIC X(24)
              VALUE 'ANB2ALL-NBA 2ND TEAM    '.
           05 FILLER                  PIC X(24)
              VALUE 'ANB3ALL-NBA 3RD TEAM    '.
           05 FILLER                  PIC X(24)
              VALUE 'ADF1ALL-DEF 1ST TEAM    '.
           05 FILLER                  PIC X(24)
              VALUE 'ADF2ALL-DEF 2ND TEAM    '.
       01 AWARD-CODE-TABLE REDEFINES AWARD-CODES.
           05 AWARD-CODE-ENTRY OCCURS 11 TIMES.
              10 AC-CODE              PIC X(4).
              10 AC-DESC              PIC X(20).

       01 AWARD-CODE-COUNTS.
           05 AC-COUNT OCCURS 11 TIMES PIC 9(6).

       01  STORE-DATE.
           05 CURR-YEAR               PIC XXXX.
           05 CURR-MONTH              PIC XX.
           05 CURR-DAY                PIC XX.
           05 CURR-HR                 PIC XX.
           05 CURR-MIN                PIC XX.
           05 CURR-SEC                PIC XX.

       01  HEADER-LINE-1.
           05 FILLER                  PIC X(10) VALUE SPACES.
           05 TXT                     PIC X(30)
              VALUE 'NBA AWARDS HISTORY AS OF      '.
           05 MONTH-F                 PIC XX.
           05 FILLER                  PIC X VALUE '/'.
           05 DAY-F                   PIC XX.
           05 FILLER                  PIC X VALUE '/'.
           05 YEAR-F                  PIC XXXX.

       01  SEASON-HEADER.
           05 FILLER                  PIC X(8) VALUE ' SEASON '.
           05 SH-SEASON               PIC 9(4).

       01  SEASON-DETAIL.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 SD-CODE                 PIC X(4).
           05 FILLER                  PIC XX VALUE SPACES.
           05 SD-DESC                 PIC X(20).
           05 FILLER                  PIC XX VALUE SPACES.
           05 SD-ID                   PIC XXXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 SD-NAME                 PIC X(31).
           05 FILLER                  PIC XX VALUE SPACES.
           05 SD-NOTE                 PIC X(30).

       01  PLAYER-HEADER.
           05 FILLER                  PIC X VALUE SPACE.
           05 PH-ID                   PIC XXXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 PH-NAME                 PIC X(31).

       01  PLAYER-DETAIL.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 PD-SEASON               PIC 9(4).
           05 FILLER                  PIC XX VALUE SPACES.
           05 PD-CODE                 PIC X(4).
           05 FILLER                  PIC XX VALUE SPACES.
           05 PD-DESC                 PIC X(20).
           05 FILLER                  PIC XX VALUE SPACES.
           05 PD-NOTE                 PIC X(30).

       01  TOTAL-DETAIL.
           05 TOT-LABEL               PIC X(50).
           05 TOT-VALUE               PIC ZZZZZZZ9.

       01  BORDER-LINE.
           05 LINE-BAR       PIC X(70)    VALUE
           '----------------------------------------------------------'.



       PROCEDURE DIVISION.
        MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-BY-SEASON.
           IF AWARDS-AVAILABLE = 'Y'
              PERFORM 300-BY-PLAYER
           ELSE
              MOVE ' NBAAWARDS.idx NOT AVAILABLE - NOTHING LISTED'
                 TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF
           PERFORM 400-WRITE-TOTALS.
           PERFORM 105-CLOSE.
           GOBACK.

        100-OPEN-FILES.
           MOVE ZEROS TO AWARD-CODE-COUNTS
           OPEN OUTPUT AWARDS-REPORT.
           MOVE FUNCTION CURRENT-DATE TO STORE-DATE
           MOVE CURR-YEAR TO YEAR-F
           MOVE CURR-MONTH TO MONTH-F
           MOVE CURR-DAY TO DAY-F
           MOVE HEADER-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           OPEN INPUT NBA-BIO-MASTER.
           IF BIO-FILE-STATUS = '00'
              MOVE 'Y' TO BIO-AVAILABLE
           END-IF
           OPEN INPUT ARCHIVE-MASTER.
           IF ARCHIVE-FILE-STATUS = '00'
              MOVE 'Y' TO ARCHIVE-AVAILABLE
           END-IF.

        200-BY-SEASON.
           SORT AWARD-SORT-WORK
              ON ASCENDING KEY SRT-SEASON
              ON ASCENDING KEY SRT-RANK
              ON ASCENDING KEY SRT-ID
              INPUT PROCEDURE IS 210-RELEASE-AWARDS
              GIVING SORTED-AWARDS.
           IF AWARDS-AVAILABLE = 'Y'
              MOVE ' AWARDS BY SEASON' TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
              MOVE BORDER-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
              OPEN INPUT SORTED-AWARDS
              PERFORM 220-READ-SORTED
              PERFORM 230-PRINT-ONE-SEASON-ROW UNTIL SORTED-EOF = 'Y'
              CLOSE SORTED-AWARDS
           END-IF.

        210-RELEASE-AWARDS.
           OPEN INPUT AWARDS-FILE
           IF AWARDS-FILE-STATUS = '00'
              MOVE 'Y' TO AWARDS-AVAILABLE
              PERFORM 211-READ-AWARD
              PERFORM 212-RELEASE-ONE UNTIL AWARDS-EOF = 'Y'
              CLOSE AWARDS-FILE
           END-IF.

        211-READ-AWARD.
           READ AWARDS-FILE NEXT RECORD
              AT END MOVE 'Y' TO AWARDS-EOF
           END-READ.

        212-RELEASE-ONE.
           MOVE AW-CODE TO CODE-HOLD
           PERFORM 500-FIND-AWARD-CODE
           MOVE AW-SEASON TO SRT-SEASON
           MOVE AC-FOUND TO SRT-RANK
           IF AC-FOUND = 0
              MOVE 99 TO SRT-RANK
           END-IF
           MOVE AW-ID TO SRT-ID
           MOVE AW-CODE TO SRT-CODE
           MOVE AW-NOTE TO SRT-NOTE
           RELEASE AWARD-SORT-RECORD
           PERFORM 211-READ-AWARD.

        220-READ-SORTED.
           READ SORTED-AWARDS
              AT END MOVE 'Y' TO SORTED-EOF
           END-READ.

        230-PRINT-ONE-SEASON-ROW.
           IF SA-SEASON NOT = PRIOR-SEASON
              MOVE SA-SEASON TO PRIOR-SEASON
              ADD 1 TO SEASON-CT
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
              MOVE SA-SEASON TO SH-SEASON
              MOVE SEASON-HEADER TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF
           MOVE SA-CODE TO CODE-HOLD
           PERFORM 500-FIND-AWARD-CODE
           ADD 1 TO AWARD-CT
           IF AC-FOUND > 0
              ADD 1 TO AC-COUNT(AC-FOUND)
              MOVE AC-DESC(AC-FOUND) TO SD-DESC
           ELSE
              ADD 1 TO UNKNOWN-CODE-CT
              MOVE 'UNKNOWN AWARD CODE' TO SD-DESC
           END-IF
           MOVE SA-CODE TO SD-CODE
           MOVE SA-ID TO SD-ID
           MOVE SA-ID TO NAME-ID
           PERFORM 510-LOOKUP-NAME
           MOVE NAME-HOLD TO SD-NAME
           MOVE SA-NOTE TO SD-NOTE
           MOVE SEASON-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           PERFORM 220-READ-SORTED.

        300-BY-PLAYER.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ' AWARDS BY PLAYER' TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE BORDER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE 'N' TO AWARDS-EOF
           OPEN INPUT AWARDS-FILE
           PERFORM 211-READ-AWARD
           PERFORM 310-PRINT-ONE-PLAYER-ROW UNTIL AWARDS-EOF = 'Y'
           CLOSE AWARDS-FILE.

        310-PRINT-ONE-PLAYER-ROW.
           IF AW-ID NOT = PRIOR-ID
              MOVE AW-ID TO PRIOR-ID
              ADD 1 TO PLAYER-CT
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
              MOVE AW-ID TO PH-ID
              MOVE AW-ID TO NAME-ID
              PERFORM 510-LOOKUP-NAME
              MOVE NAME-HOLD TO PH-NAME
              MOVE PLAYER-HEADER TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF
           MOVE AW-CODE TO CODE-HOLD
           PERFORM 500-FIND-AWARD-CODE
           IF AC-FOUND > 0
              MOVE AC-DESC(AC-FOUND) TO PD-DESC
           ELSE
              MOVE 'UNKNOWN AWARD CODE' TO PD-DESC
           END-IF
           MOVE AW-SEASON TO PD-SEASON
           MOVE AW-CODE TO PD-CODE
           MOVE AW-NOTE TO PD-NOTE
           MOVE PLAYER-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           PERFORM 211-READ-AWARD.

        400-WRITE-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE BORDER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ' AWARDS ON FILE' TO TOT-LABEL
           MOVE AWARD-CT TO TOT-VALUE
           PERFORM 410-WRITE-TOTAL
           MOVE ' SEASONS WITH AWARDS' TO TOT-LABEL
           MOVE SEASON-CT TO TOT-VALUE
           PERFORM 410-WRITE-TOTAL
           MOVE ' PLAYERS HONORED' TO TOT-LABEL
           MOVE PLAYER-CT TO TOT-VALUE
           PERFORM 410-WRITE-TOTAL
           MOVE 1 TO AC-IDX
           PERFORM 420-WRITE-CODE-TOTAL UNTIL AC-IDX > 11
           MOVE '   UNKNOWN AWARD CODE' TO TOT-LABEL
           MOVE UNKNOWN-CODE-CT TO TOT-VALUE
           PERFORM 410-WRITE-TOTAL.

        410-WRITE-TOTAL.
           MOVE TOTAL-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        420-WRITE-CODE-TOTAL.
           MOVE SPACES TO TOT-LABEL
           STRING '   ' AC-CODE(AC-IDX) ' ' AC-DESC(AC-IDX)
              DELIMITED BY SIZE INTO TOT-LABEL
           MOVE AC-COUNT(AC-IDX) TO TOT-VALUE
           PERFORM 410-WRITE-TOTAL
           ADD 1 TO AC-IDX.

        500-FIND-AWARD-CODE.
           MOVE 0 TO AC-FOUND
           MOVE 1 TO AC-IDX
           PERFORM 501-MATCH-ONE-CODE UNTIL AC-IDX > 11
              OR AC-FOUND > 0.

        501-MATCH-ONE-CODE.
           IF AC-CODE(AC-IDX) = CODE-HOLD
              MOVE AC-IDX TO AC-FOUND
           END-IF
           ADD 1 TO AC-IDX.

        510-LOOKUP-NAME.
           MOVE 'N' TO NAME-FOUND
           MOVE SPACES TO NAME-HOLD
           IF BIO-AVAILABLE = 'Y'
              MOVE NAME-ID TO BMK-ID
              READ NBA-BIO-MASTER
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO NAME-FOUND
                    STRING FUNCTION TRIM(BIO-F-NAME) ' '
                       FUNCTION TRIM(BIO-L-NAME)
                       DELIMITED BY SIZE INTO NAME-HOLD
              END-READ
           END-IF
           IF NAME-FOUND = 'N' AND ARCHIVE-AVAILABLE = 'Y'
              MOVE NAME-ID TO RMK-ID
              MOVE 0 TO RMK-SEASON
              MOVE 0 TO RMK-STINT
              START ARCHIVE-MASTER KEY NOT < RMK-KEY
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    READ ARCHIVE-MASTER NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                          IF RMK-ID = NAME-ID
                             MOVE 'Y' TO NAME-FOUND
                             STRING FUNCTION TRIM(AR-F-NAME) ' '
                                FUNCTION TRIM(AR-L-NAME)
                                DELIMITED BY SIZE INTO NAME-HOLD
                          END-IF
                    END-READ
              END-START
           END-IF
           IF NAME-FOUND = 'N'
              MOVE 'NAME NOT ON FILE' TO NAME-HOLD
           END-IF.

        105-CLOSE.
           IF BIO-AVAILABLE = 'Y'
              CLOSE NBA-BIO-MASTER
           END-IF
           IF ARCHIVE-AVAILABLE = 'Y'
              CLOSE ARCHIVE-MASTER
           END-IF
           CLOSE AWARDS-REPORT.
