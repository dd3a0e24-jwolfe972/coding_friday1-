       IDENTIFICATION DIVISION.
       PROGRAM-ID. NBAMILES.
       AUTHOR. WOLFE.
       DATE-WRITTEN. 10/15/2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CAREER-FILE ASSIGN TO "NBA_CAREER_TOTALS.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CAREER-FILE-STATUS.


            SELECT OPTIONAL MILE-CTL ASSIGN TO "NBAMILECTL.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MILE-CTL-STATUS.


            SELECT OPTIONAL SNAPSHOT-IN
            ASSIGN TO "NBA_MILESTONE_LAST.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SNAP-FILE-STATUS.


            SELECT SNAPSHOT-NEW ASSIGN TO "NBA_MILESTONE_NEW.dat"
            ORGANIZATION IS LINE SEQUENTIAL.


            SELECT SNAPSHOT-OUT ASSIGN TO "NBA_MILESTONE_LAST.dat"
            ORGANIZATION IS LINE SEQUENTIAL.


            SELECT MILESTONE-REPORT
            ASSIGN TO "NBA_MILESTONE_REPORT.doc"
            ORGANIZATION IS LINE SEQUENTIAL.



       DATA DIVISION.
       FILE SECTION.
       FD CAREER-FILE RECORDING MODE IS F.
        01 CAREER-RECORD.
           05 CT-ID                   PIC XXXX.
           05 CT-F-NAME               PIC X(12).
           05 CT-L-NAME               PIC X(18).
           05 CT-FIRST-SEASON         PIC 9(4).
           05 CT-LAST-SEASON          PIC 9(4).
           05 CT-SEASONS              PIC 99.
           05 CT-GP                   PIC 9(5).
           05 CT-PTS                  PIC 9(6).
           05 CT-REB                  PIC 9(6).
           05 CT-AST                  PIC 9(6).
           05 CT-ON-ACTIVE            PIC X.
           05 CT-LAST-TEAM            PIC XXX.
           05 CT-LAST-GP              PIC 9(3).
           05 CT-LAST-PTS             PIC 9(5).
           05 CT-LAST-REB             PIC 9(5).
           05 CT-LAST-AST             PIC 9(5).

       FD MILE-CTL RECORDING MODE IS F.
        01 MILE-CTL-RECORD.
           05 MC-CATEGORY             PIC XXX.
           05 FILLER                  PIC X.
           05 MC-THRESHOLD            PIC X(6).
           05 MC-THRESHOLD-N REDEFINES MC-THRESHOLD PIC 9(6).
           05 FILLER                  PIC X.
           05 MC-WINDOW               PIC X(6).
           05 MC-WINDOW-N REDEFINES MC-WINDOW PIC 9(6).

       FD SNAPSHOT-IN RECORDING MODE IS F.
        01 SNAPSHOT-IN-RECORD.
           05 SN-TYPE                 PIC X.
           05 SN-ID                   PIC XXXX.
           05 SN-GP                   PIC 9(5).
           05 SN-PTS                  PIC 9(6).
           05 SN-REB                  PIC 9(6).
           05 SN-AST                  PIC 9(6).
        01 SNAPSHOT-IN-HEADER.
           05 FILLER                  PIC X.
           05 SNH-RUN-YEAR            PIC XXXX.
           05 SNH-RUN-MONTH           PIC XX.
           05 SNH-RUN-DAY             PIC XX.
           05 FILLER                  PIC X(19).

       FD SNAPSHOT-NEW RECORDING MODE IS F.
        01 SNAPSHOT-NEW-RECORD.
           05 SW-TYPE                 PIC X.
           05 SW-ID                   PIC XXXX.
           05 SW-GP                   PIC 9(5).
           05 SW-PTS                  PIC 9(6).
           05 SW-REB                  PIC 9(6).
           05 SW-AST                  PIC 9(6).
        01 SNAPSHOT-NEW-HEADER.
           05 SWH-TYPE                PIC X.
           05 SWH-RUN-DATE            PIC X(8).
           05 FILLER                  PIC X(19).

       FD SNAPSHOT-OUT RECORDING MODE IS F.
       01 SNAPSHOT-OUT-RECORD        PIC X(28).

       FD MILESTONE-REPORT RECORDING MODE IS F.
       01 PRINT-LINE                 PIC X(132).



       WORKING-STORAGE SECTION.
       01 LIVE-VARIABLES.
          05 EOF                           PIC X VALUE 'N'.
          05 CAREER-FILE-STATUS            PIC XX VALUE '00'.
          05 MILE-CTL-STATUS               PIC XX VALUE '00'.
          05 MILE-EOF                      PIC X VALUE 'N'.
          05 SNAP-FILE-STATUS              PIC XX VALUE '00'.
          05 SNAP-EOF                      PIC X VALUE 'N'.
          05 SNAP-AVAILABLE                PIC X VALUE 'N'.
          05 SNAP-MATCHED                  PIC X VALUE 'N'.
          05 COPY-EOF                      PIC X VALUE 'N'.
          05 SNAP-DATE-HOLD                PIC X(10) VALUE SPACES.
          05 CURRENT-SEASON                PIC 9(4) VALUE 0.
          05 PLAYER-ACTIVE                 PIC X VALUE 'N'.
          05 NAME-HOLD                     PIC X(31) VALUE SPACES.
          05 PRIOR-GP                      PIC 9(5) VALUE 0.
          05 PRIOR-PTS                     PIC 9(6) VALUE 0.
          05 PRIOR-REB                     PIC 9(6) VALUE 0.
          05 PRIOR-AST                     PIC 9(6) VALUE 0.
          05 CURR-VALUE                    PIC 9(6) VALUE 0.
          05 PRIOR-VALUE                   PIC 9(6) VALUE 0.
          05 LAST-VALUE                    PIC 9(5) VALUE 0.
          05 NEEDED-VALUE                  PIC 9(6) VALUE 0.
          05 PACE-HOLD                     PIC 9(3)V99 VALUE 0.
          05 GAMES-RAW                     PIC 9(7)V9(4) VALUE 0.
          05 GAMES-NEEDED                  PIC 9(7) VALUE 0.
          05 GAMES-ED                      PIC ZZZZZZ9.
          05 LEDGER-AVAILABLE              PIC X VALUE 'N'.
          05 MS-IDX                        PIC 99 VALUE 0.
          05 CARDS-READ                    PIC 9(6) VALUE 0.
          05 CARDS-REJECTED                PIC 9(6) VALUE 0.
          05 LEDGER-READ-CT                PIC 9(6) VALUE 0.
          05 ACTIVE-PLAYERS-CT             PIC 9(6) VALUE 0.
          05 APPROACHING-CT                PIC 9(6) VALUE 0.
          05 CROSSED-CT                    PIC 9(6) VALUE 0.
          05 CROSSED-OVERFLOW-CT           PIC 9(6) VALUE 0.
          05 CROSS-IDX                     PIC 999 VALUE 0.

       01 DEFAULT-MILESTONE-VALUES.
           05 FILLER                  PIC X(15)
              VALUE 'PTS010000000500'.
           05 FILLER                  PIC X(15)
              VALUE 'PTS020000000500'.
           05 FILLER                  PIC X(15)
              VALUE 'PTS030000000500'.
           05 FILLER                  PIC X(15)
              VALUE 'REB005000000250'.
           05 FILLER                  PIC X(15)
              VALUE 'REB010000000250'.
           05 FILLER                  PIC X(15)
              VALUE 'AST005000000250'.
           05 FILLER                  PIC X(15)
              VALUE 'AST010000000250'.
           05 FILLER                  PIC X(15)
              VALUE 'GP 001000000025'.
       01 DEFAULT-MILESTONE-TABLE REDEFINES DEFAULT-MILESTONE-VALUES.
           05 DM-ENTRY OCCURS 8 TIMES.
              10 DM-CATEGORY          PIC XXX.
              10 DM-THRESHOLD         PIC 9(6).
              10 DM-WINDOW            PIC 9(6).

       01 MILESTONE-TABLE.
           05 MS-COUNT                PIC 99 VALUE 0.
           05 MS-ENTRY OCCURS 30 TIMES.
              10 MS-CATEGORY          PIC XXX.
              10 MS-THRESHOLD         PIC 9(6).
              10 MS-WINDOW            PIC 9(6).

       01 CROSSED-TABLE.
           05 CROSSED-ENTRY OCCURS 300 TIMES.
              10 XE-ID                PIC XXXX.
              10 XE-NAME              PIC X(31).
              10 XE-TEAM              PIC XXX.
              10 XE-CATEGORY          PIC XXX.
              10 XE-THRESHOLD         PIC 9(6).
              10 XE-PRIOR             PIC 9(6).
              10 XE-CURRENT           PIC 9(6).

       01  APPROACH-DETAIL.
           05 FILLER                  PIC X VALUE SPACE.
           05 AD-ID                   PIC XXXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 AD-NAME                 PIC X(31).
           05 FILLER                  PIC XX VALUE SPACES.
           05 AD-TEAM                 PIC XXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 AD-CATEGORY             PIC XXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 AD-THRESHOLD            PIC ZZZ,ZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 AD-CURRENT              PIC ZZZ,ZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 AD-NEEDED               PIC ZZZ,ZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 AD-PACE                 PIC ZZ9.99.
           05 FILLER                  PIC XX VALUE SPACES.
           05 AD-GAMES                PIC X(7).

       01  CROSSED-DETAIL.
           05 FILLER                  PIC X VALUE SPACE.
           05 CD-ID                   PIC XXXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 CD-NAME                 PIC X(31).
           05 FILLER                  PIC XX VALUE SPACES.
           05 CD-TEAM                 PIC XXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 CD-CATEGORY             PIC XXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 CD-THRESHOLD            PIC ZZZ,ZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 CD-PRIOR                PIC ZZZ,ZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 CD-CURRENT              PIC ZZZ,ZZ9.

       01  STORE-DATE.
           05 CURR-YEAR               PIC XXXX.
           05 CURR-MONTH              PIC XX.
           05 CURR-DAY                PIC XX.
           05 CURR-HR                 PIC XX.
           05 CURR-MIN                PIC XX.
           05 CURR-SEC                PIC XX.

       01  HEADER-LINE-1.
           05 FILLER                  PIC X(20) VALUE SPACES.
           05 TXT                     PIC X(30)
              VALUE 'NBA MILESTONE WATCH FOR       '.
           05 MONTH-F                 PIC XX.
           05 FILLER                  PIC X VALUE '/'.
           05 DAY-F                   PIC XX.
           05 FILLER                  PIC X VALUE '/'.
           05 YEAR-F                  PIC XXXX.

       01  APPROACH-HEADER.
           05 FILLER                  PIC X VALUE SPACE.
           05 FILLER                  PIC X(6) VALUE 'ID'.
           05 FILLER                  PIC X(33) VALUE 'PLAYER'.
           05 FILLER                  PIC X(5) VALUE 'TEAM'.
           05 FILLER                  PIC X(5) VALUE 'CAT'.
           05 FILLER                  PIC X(9) VALUE 'MILESTONE'.
           05 FILLER                  PIC X(9) VALUE '  CAREER'.
           05 FILLER                  PIC X(9) VALUE '   TO GO'.
           05 FILLER                  PIC X(8) VALUE '  PACE'.
           05 FILLER                  PIC X(7) VALUE 'GAMES'.

       01  CROSSED-HEADER.
           05 FILLER                  PIC X VALUE SPACE.
           05 FILLER                  PIC X(6) VALUE 'ID'.
           05 FILLER                  PIC X(33) VALUE 'PLAYER'.
           05 FILLER                  PIC X(5) VALUE 'TEAM'.
           05 FILLER                  PIC X(5) VALUE 'CAT'.
           05 FILLER                  PIC X(9) VALUE 'MILESTONE'.
           05 FILLER                  PIC X(9) VALUE '    PRIOR'.
           05 FILLER                  PIC X(9) VALUE '   CAREER'.

       01  TOTAL-DETAIL.
           05 TOT-LABEL               PIC X(34).
           05 TOT-VALUE               PIC ZZZZZ9.

       01  BORDER-LINE.
           05 LINE-BAR-1      PIC X(58)    VALUE
           '----------------------------------------------------------'.
           05 LINE-BAR-2      PIC X(58)    VALUE
           '----------------------------------------------------------'.



       PROCEDURE DIVISION.
        MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM PREPARE-DATE.
           PERFORM PREPARE-HEADER.

           PERFORM 102-WRITE-FILE UNTIL EOF = 'Y'
           PERFORM 105-CLOSE.
           IF LEDGER-AVAILABLE = 'Y'
              PERFORM 300-REPLACE-SNAPSHOT
           END-IF
           GOBACK.

        100-OPEN-FILES.
           PERFORM 140-LOAD-MILESTONES.
           PERFORM 150-FIND-CURRENT-SEASON.
           OPEN INPUT CAREER-FILE.
           IF CAREER-FILE-STATUS NOT = '00'
              DISPLAY 'NBAMILES: cannot open NBA_CAREER_TOTALS.dat, '
                 'status ' CAREER-FILE-STATUS
              MOVE 'Y' TO EOF
           ELSE
              MOVE 'Y' TO LEDGER-AVAILABLE
           END-IF
           OPEN INPUT SNAPSHOT-IN.
           PERFORM 160-READ-SNAPSHOT-HEADER.
           OPEN OUTPUT SNAPSHOT-NEW MILESTONE-REPORT.
           MOVE FUNCTION CURRENT-DATE TO STORE-DATE
           MOVE SPACES TO SNAPSHOT-NEW-HEADER
           MOVE 'H' TO SWH-TYPE
           STRING CURR-YEAR CURR-MONTH CURR-DAY
              DELIMITED BY SIZE INTO SWH-RUN-DATE
           WRITE SNAPSHOT-NEW-HEADER.
           PERFORM 101-READ-TIL-FINISH.

        140-LOAD-MILESTONES.
           OPEN INPUT MILE-CTL
           IF MILE-CTL-STATUS = '00'
              PERFORM 141-READ-MILE-CARD
              PERFORM 142-STORE-ONE-MILESTONE UNTIL MILE-EOF = 'Y'
              CLOSE MILE-CTL
           END-IF
           IF MS-COUNT = 0
              MOVE 1 TO MS-IDX
              PERFORM 143-STORE-ONE-DEFAULT UNTIL MS-IDX > 8
           END-IF.

        141-READ-MILE-CARD.
           READ MILE-CTL
              AT END MOVE 'Y' TO MILE-EOF
              NOT AT END ADD 1 TO CARDS-READ
           END-READ.

        142-STORE-ONE-MILESTONE.
           EVALUATE TRUE
              WHEN MC-CATEGORY NOT = 'PTS' AND MC-CATEGORY NOT = 'REB'
                 AND MC-CATEGORY NOT = 'AST' AND MC-CATEGORY NOT = 'GP '
                 ADD 1 TO CARDS-REJECTED
              WHEN MC-THRESHOLD NOT NUMERIC OR MC-WINDOW NOT NUMERIC
                 ADD 1 TO CARDS-REJECTED
              WHEN MC-THRESHOLD-N = 0
                 ADD 1 TO CARDS-REJECTED
              WHEN MS-COUNT < 30
                 ADD 1 TO MS-COUNT
                 MOVE MC-CATEGORY TO MS-CATEGORY(MS-COUNT)
                 MOVE MC-THRESHOLD-N TO MS-THRESHOLD(MS-COUNT)
                 MOVE MC-WINDOW-N TO MS-WINDOW(MS-COUNT)
              WHEN OTHER
                 ADD 1 TO CARDS-REJECTED
           END-EVALUATE
           PERFORM 141-READ-MILE-CARD.

        143-STORE-ONE-DEFAULT.
           ADD 1 TO MS-COUNT
           MOVE DM-CATEGORY(MS-IDX) TO MS-CATEGORY(MS-COUNT)
           MOVE DM-THRESHOLD(MS-IDX) TO MS-THRESHOLD(MS-COUNT)
           MOVE DM-WINDOW(MS-IDX) TO MS-WINDOW(MS-COUNT)
           ADD 1 TO MS-IDX.

        150-FIND-CURRENT-SEASON.
           OPEN INPUT CAREER-FILE
           IF CAREER-FILE-STATUS = '00'
              PERFORM 151-READ-FOR-SEASON
              PERFORM 152-CHECK-ONE-SEASON UNTIL EOF = 'Y'
              CLOSE CAREER-FILE
              MOVE 'N' TO EOF
           END-IF.

        151-READ-FOR-SEASON.
           READ CAREER-FILE
              AT END MOVE 'Y' TO EOF
           END-READ.

        152-CHECK-ONE-SEASON.
           IF CT-ON-ACTIVE = 'Y' AND CT-LAST-SEASON > CURRENT-SEASON
              MOVE CT-LAST-SEASON TO CURRENT-SEASON
           END-IF
           PERFORM 151-READ-FOR-SEASON.

        160-READ-SNAPSHOT-HEADER.
           IF SNAP-FILE-STATUS = '00'
              READ SNAPSHOT-IN
                 AT END MOVE 'Y' TO SNAP-EOF
              END-READ
           ELSE
              MOVE 'Y' TO SNAP-EOF
           END-IF
           IF SNAP-EOF = 'N' AND SN-TYPE = 'H'
              MOVE 'Y' TO SNAP-AVAILABLE
              STRING SNH-RUN-MONTH '/' SNH-RUN-DAY '/' SNH-RUN-YEAR
                 DELIMITED BY SIZE INTO SNAP-DATE-HOLD
              PERFORM 161-READ-SNAPSHOT
           ELSE
              MOVE 'Y' TO SNAP-EOF
           END-IF.

        161-READ-SNAPSHOT.
           READ SNAPSHOT-IN
              AT END MOVE 'Y' TO SNAP-EOF
           END-READ.

       PREPARE-DATE.
           MOVE CURR-YEAR TO YEAR-F
           MOVE CURR-MONTH TO MONTH-F
           MOVE CURR-DAY TO DAY-F.

       PREPARE-HEADER.
           MOVE HEADER-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRINT-LINE
           STRING ' PLAYERS APPROACHING A MILESTONE -- CURRENT SEASON '
              CURRENT-SEASON
              DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE APPROACH-HEADER TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE BORDER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        101-READ-TIL-FINISH.
           IF EOF = 'N'
              READ CAREER-FILE
                 AT END MOVE 'Y' TO EOF
                 NOT AT END ADD 1 TO LEDGER-READ-CT
              END-READ
           END-IF.

        102-WRITE-FILE.
           PERFORM 110-MATCH-SNAPSHOT
           MOVE SPACES TO NAME-HOLD
           STRING FUNCTION TRIM(CT-F-NAME) ' ' FUNCTION TRIM(CT-L-NAME)
              DELIMITED BY SIZE INTO NAME-HOLD
           MOVE 'N' TO PLAYER-ACTIVE
           IF CT-ON-ACTIVE = 'Y' AND CT-LAST-SEASON = CURRENT-SEASON
              MOVE 'Y' TO PLAYER-ACTIVE
              ADD 1 TO ACTIVE-PLAYERS-CT
           END-IF
           MOVE 1 TO MS-IDX
           PERFORM 120-CHECK-ONE-MILESTONE UNTIL MS-IDX > MS-COUNT
           PERFORM 130-WRITE-SNAPSHOT
           PERFORM 101-READ-TIL-FINISH.

        110-MATCH-SNAPSHOT.
           PERFORM 111-SKIP-SNAPSHOT
              UNTIL SNAP-EOF = 'Y' OR SN-ID NOT < CT-ID
           MOVE 'N' TO SNAP-MATCHED
           IF SNAP-EOF = 'N' AND SN-ID = CT-ID
              MOVE 'Y' TO SNAP-MATCHED
              MOVE SN-GP TO PRIOR-GP
              MOVE SN-PTS TO PRIOR-PTS
              MOVE SN-REB TO PRIOR-REB
              MOVE SN-AST TO PRIOR-AST
           ELSE
              MOVE 0 TO PRIOR-GP
              MOVE 0 TO PRIOR-PTS
              MOVE 0 TO PRIOR-REB
              MOVE 0 TO PRIOR-AST
           END-IF.

        111-SKIP-SNAPSHOT.
           PERFORM 161-READ-SNAPSHOT.

        120-CHECK-ONE-MILESTONE.
           EVALUATE MS-CATEGORY(MS-IDX)
              WHEN 'PTS'
                 MOVE CT-PTS TO CURR-VALUE
                 MOVE PRIOR-PTS TO PRIOR-VALUE
                 MOVE CT-LAST-PTS TO LAST-VALUE
              WHEN 'REB'
                 MOVE CT-REB TO CURR-VALUE
                 MOVE PRIOR-REB TO PRIOR-VALUE
                 MOVE CT-LAST-REB TO LAST-VALUE
              WHEN 'AST'
                 MOVE CT-AST TO CURR-VALUE
                 MOVE PRIOR-AST TO PRIOR-VALUE
                 MOVE CT-LAST-AST TO LAST-VALUE
              WHEN OTHER
                 MOVE CT-GP TO CURR-VALUE
                 MOVE PRIOR-GP TO PRIOR-VALUE
                 MOVE CT-LAST-GP TO LAST-VALUE
           END-EVALUATE
           IF SNAP-MATCHED = 'Y'
              AND PRIOR-VALUE < MS-THRESHOLD(MS-IDX)
              AND CURR-VALUE NOT < MS-THRESHOLD(MS-IDX)
              PERFORM 122-STORE-CROSSED
           END-IF
           IF PLAYER-ACTIVE = 'Y'
              AND CURR-VALUE < MS-THRESHOLD(MS-IDX)
              COMPUTE NEEDED-VALUE = MS-THRESHOLD(MS-IDX) - CURR-VALUE
              IF NEEDED-VALUE NOT > MS-WINDOW(MS-IDX)
                 PERFORM 121-WRITE-APPROACHING
              END-IF
           END-IF
           ADD 1 TO MS-IDX.

        121-WRITE-APPROACHING.
           MOVE CT-ID TO AD-ID
           MOVE NAME-HOLD TO AD-NAME
           MOVE CT-LAST-TEAM TO AD-TEAM
           MOVE MS-CATEGORY(MS-IDX) TO AD-CATEGORY
           MOVE MS-THRESHOLD(MS-IDX) TO AD-THRESHOLD
           MOVE CURR-VALUE TO AD-CURRENT
           MOVE NEEDED-VALUE TO AD-NEEDED
           IF CT-LAST-GP = 0 OR LAST-VALUE = 0
              MOVE 0 TO AD-PACE
              MOVE '    N/A' TO AD-GAMES
           ELSE
              COMPUTE PACE-HOLD ROUNDED = LAST-VALUE / CT-LAST-GP
              MOVE PACE-HOLD TO AD-PACE
              COMPUTE GAMES-RAW = NEEDED-VALUE * CT-LAST-GP / LAST-VALUE
              MOVE GAMES-RAW TO GAMES-NEEDED
              IF GAMES-RAW > GAMES-NEEDED
                 ADD 1 TO GAMES-NEEDED
              END-IF
              MOVE GAMES-NEEDED TO GAMES-ED
              MOVE GAMES-ED TO AD-GAMES
           END-IF
           MOVE APPROACH-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO APPROACHING-CT.

        122-STORE-CROSSED.
           ADD 1 TO CROSSED-CT
           IF CROSSED-CT > 300
              ADD 1 TO CROSSED-OVERFLOW-CT
           ELSE
              MOVE CT-ID TO XE-ID(CROSSED-CT)
              MOVE NAME-HOLD TO XE-NAME(CROSSED-CT)
              MOVE CT-LAST-TEAM TO XE-TEAM(CROSSED-CT)
              MOVE MS-CATEGORY(MS-IDX) TO XE-CATEGORY(CROSSED-CT)
              MOVE MS-THRESHOLD(MS-IDX) TO XE-THRESHOLD(CROSSED-CT)
              MOVE PRIOR-VALUE TO XE-PRIOR(CROSSED-CT)
              MOVE CURR-VALUE TO XE-CURRENT(CROSSED-CT)
           END-IF.

        130-WRITE-SNAPSHOT.
           MOVE 'D' TO SW-TYPE
           MOVE CT-ID TO SW-ID
           MOVE CT-GP TO SW-GP
           MOVE CT-PTS TO SW-PTS
           MOVE CT-REB TO SW-REB
           MOVE CT-AST TO SW-AST
           WRITE SNAPSHOT-NEW-RECORD.

        170-PRINT-CROSSED.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 2 LINES
           MOVE SPACES TO PRINT-LINE
           IF SNAP-AVAILABLE = 'Y'
              STRING ' MILESTONES CROSSED SINCE LAST RUN OF '
                 SNAP-DATE-HOLD
                 DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
              MOVE ' MILESTONES CROSSED SINCE LAST RUN' TO PRINT-LINE
           END-IF
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE CROSSED-HEADER TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE BORDER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           IF SNAP-AVAILABLE = 'N'
              MOVE SPACES TO PRINT-LINE
              STRING ' NO PRIOR SNAPSHOT - CROSSINGS ARE REPORTED '
                 'FROM THE NEXT RUN'
                 DELIMITED BY SIZE INTO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF
           MOVE 1 TO CROSS-IDX
           PERFORM 171-PRINT-ONE-CROSSED
              UNTIL CROSS-IDX > CROSSED-CT OR CROSS-IDX > 300.

        171-PRINT-ONE-CROSSED.
           MOVE XE-ID(CROSS-IDX) TO CD-ID
           MOVE XE-NAME(CROSS-IDX) TO CD-NAME
           MOVE XE-TEAM(CROSS-IDX) TO CD-TEAM
           MOVE XE-CATEGORY(CROSS-IDX) TO CD-CATEGORY
           MOVE XE-THRESHOLD(CROSS-IDX) TO CD-THRESHOLD
           MOVE XE-PRIOR(CROSS-IDX) TO CD-PRIOR
           MOVE XE-CURRENT(CROSS-IDX) TO CD-CURRENT
           MOVE CROSSED-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO CROSS-IDX.

        180-WRITE-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 2 LINES
           MOVE ' CAREER LEDGER ROWS READ' TO TOT-LABEL
           MOVE LEDGER-READ-CT TO TOT-VALUE
           PERFORM 181-WRITE-TOTAL
           MOVE ' ACTIVE PLAYERS WATCHED' TO TOT-LABEL
           MOVE ACTIVE-PLAYERS-CT TO TOT-VALUE
           PERFORM 181-WRITE-TOTAL
           MOVE ' MILESTONES WATCHED' TO TOT-LABEL
           MOVE MS-COUNT TO TOT-VALUE
           PERFORM 181-WRITE-TOTAL
           MOVE ' CONTROL CARDS READ' TO TOT-LABEL
           MOVE CARDS-READ TO TOT-VALUE
           PERFORM 181-WRITE-TOTAL
           MOVE ' CONTROL CARDS REJECTED' TO TOT-LABEL
           MOVE CARDS-REJECTED TO TOT-VALUE
           PERFORM 181-WRITE-TOTAL
           MOVE ' APPROACHING LINES' TO TOT-LABEL
           MOVE APPROACHING-CT TO TOT-VALUE
           PERFORM 181-WRITE-TOTAL
           MOVE ' MILESTONES CROSSED' TO TOT-LABEL
           MOVE CROSSED-CT TO TOT-VALUE
           PERFORM 181-WRITE-TOTAL
           IF CROSSED-OVERFLOW-CT > 0
              MOVE ' CROSSED NOT LISTED (TABLE FULL)' TO TOT-LABEL
              MOVE CROSSED-OVERFLOW-CT TO TOT-VALUE
              PERFORM 181-WRITE-TOTAL
           END-IF.

        181-WRITE-TOTAL.
           MOVE TOTAL-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        105-CLOSE.
           PERFORM 170-PRINT-CROSSED
           PERFORM 180-WRITE-TOTALS
           IF CAREER-FILE-STATUS = '00' OR CAREER-FILE-STATUS = '10'
              CLOSE CAREER-FILE
           END-IF
           IF SNAP-FILE-STATUS = '00' OR SNAP-FILE-STATUS = '05'
              OR SNAP-FILE-STATUS = '10'
              CLOSE SNAPSHOT-IN
           END-IF
           CLOSE SNAPSHOT-NEW MILESTONE-REPORT.

        300-REPLACE-SNAPSHOT.
           OPEN INPUT SNAPSHOT-NEW.
           OPEN OUTPUT SNAPSHOT-OUT.
           PERFORM 301-READ-SNAPSHOT-NEW
           PERFORM 302-COPY-ONE-SNAPSHOT UNTIL COPY-EOF = 'Y'
           CLOSE SNAPSHOT-NEW SNAPSHOT-OUT.

        301-READ-SNAPSHOT-NEW.
           READ SNAPSHOT-NEW
              AT END MOVE 'Y' TO COPY-EOF
           END-READ.

        302-COPY-ONE-SNAPSHOT.
           MOVE SNAPSHOT-NEW-RECORD TO SNAPSHOT-OUT-RECORD
           WRITE SNAPSHOT-OUT-RECORD
           PERFORM 301-READ-SNAPSHOT-NEW.
