       IDENTIFICATION DIVISION.
       PROGRAM-ID. NBAVALUE.
       AUTHOR. WOLFE.
       DATE-WRITTEN. 10/15/2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CONTRACT-FILE ASSIGN TO "NBACONTRACT.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CR-KEY
            FILE STATUS IS CONTRACT-FILE-STATUS.


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


            SELECT VALUE-SORTED ASSIGN TO "NBAVALUE_SORTED.dat"
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT VALUE-SORT-WORK ASSIGN TO "NBAVALSORT.wrk".


            SELECT VALUE-REPORT ASSIGN TO "NBA_VALUE_REPORT.doc"
            ORGANIZATION IS LINE SEQUENTIAL.



       DATA DIVISION.
       FILE SECTION.
       FD CONTRACT-FILE.
        01 CONTRACT-RECORD.
           05 CR-KEY.
              10 CR-ID                PIC XXXX.
              10 CR-SEASON            PIC 9(4).
              10 CR-TEAM              PIC XXX.
           05 CR-SALARY               PIC 9(9).
           05 CR-TYPE                 PIC X(4).
           05 CR-UPDATED-DATE         PIC X(8).

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

       SD VALUE-SORT-WORK.
        01 VALUE-SORT-RECORD.
           05 VS-SEASON               PIC 9(4).
           05 VS-VALUE                PIC 9(11)V99.
           05 VS-ID                   PIC XXXX.
           05 VS-NAME                 PIC X(24).
           05 VS-TEAMS                PIC X(5).
           05 VS-SALARY               PIC 9(11).
           05 VS-GP                   PIC 99.
           05 VS-PTS-PM               PIC 9(11)V99.
           05 VS-REB-PM               PIC 9(11)V99.
           05 VS-AST-PM               PIC 9(11)V99.
           05 VS-FLAG                 PIC X(8).

       FD VALUE-SORTED RECORDING MODE IS F.
        01 VALUE-SORTED-RECORD.
           05 VR-SEASON               PIC 9(4).
           05 VR-VALUE                PIC 9(11)V99.
           05 VR-ID                   PIC XXXX.
           05 VR-NAME                 PIC X(24).
           05 VR-TEAMS                PIC X(5).
           05 VR-SALARY               PIC 9(11).
           05 VR-GP                   PIC 99.
           05 VR-PTS-PM               PIC 9(11)V99.
           05 VR-REB-PM               PIC 9(11)V99.
           05 VR-AST-PM               PIC 9(11)V99.
           05 VR-FLAG                 PIC X(8).

       FD VALUE-REPORT RECORDING MODE IS F.
       01 PRINT-LINE                 PIC X(132).



       WORKING-STORAGE SECTION.
       01 LIVE-VARIABLES.
          05 CONTRACT-FILE-STATUS          PIC XX VALUE '00'.
          05 CONTRACT-EOF                  PIC X VALUE 'N'.
          05 MASTER-FILE-STATUS            PIC XX VALUE '00'.
          05 MASTER-AVAILABLE              PIC X VALUE 'N'.
          05 ARCHIVE-FILE-STATUS           PIC XX VALUE '00'.
          05 ARCHIVE-AVAILABLE             PIC X VALUE 'N'.
          05 SORTED-EOF                    PIC X VALUE 'N'.
          05 SCAN-EOF                      PIC X VALUE 'N'.
          05 STATS-FOUND                   PIC X VALUE 'N'.
          05 GROUP-MISMATCH                PIC X VALUE 'N'.
          05 EXCEPT-REASON-HOLD            PIC X VALUE SPACE.
          05 NAME-HOLD                     PIC X(24) VALUE SPACES.
          05 GP-HOLD                       PIC 99 VALUE 0.
          05 PTS-HOLD                      PIC 9(2)V99 VALUE 0.
          05 REB-HOLD                      PIC 9(2)V99 VALUE 0.
          05 AST-HOLD                      PIC 9(2)V99 VALUE 0.
          05 PTS-TOT                       PIC 9(5)V99 VALUE 0.
          05 REB-TOT                       PIC 9(5)V99 VALUE 0.
          05 AST-TOT                       PIC 9(5)V99 VALUE 0.
          05 SALARY-M                      PIC 9(5)V9(6) VALUE 0.
          05 STAT-TEAMS-TEXT               PIC X(36) VALUE SPACES.
          05 TXT-PTR                       PIC 99 VALUE 0.
          05 ST-IDX                        PIC 99 VALUE 0.
          05 ST-FOUND                      PIC 99 VALUE 0.
          05 GRP-IDX                       PIC 99 VALUE 0.
          05 EX-IDX                        PIC 999 VALUE 0.
          05 PRIOR-SEASON                  PIC 9(4) VALUE 0.
          05 RANK-CT                       PIC 9(4) VALUE 0.
          05 CONTRACTS-READ                PIC 9(6) VALUE 0.
          05 VALUED-CT                     PIC 9(6) VALUE 0.
          05 MISMATCH-CT                   PIC 9(6) VALUE 0.
          05 NO-STATS-CT                   PIC 9(6) VALUE 0.
          05 EX-OVERFLOW-CT                PIC 9(6) VALUE 0.

       01 ROW-HOLD.
           05 RH-ID                   PIC XXXX.
           05 RH-F-NAME               PIC X(12).
           05 RH-L-NAME               PIC X(18).
           05 FILLER                  PIC X(98).
           05 RH-TEAM                 PIC XXX.
           05 RH-AGE                  PIC 99.
           05 RH-GP                   PIC 99.
           05 RH-PTS                  PIC 9(2)V99.
           05 RH-REB                  PIC 9(2)V99.
           05 RH-AST                  PIC 9(2)V99.
           05 RH-SEASON               PIC 9(4).
           05 RH-STINT                PIC X.

       01 CONTRACT-GROUP.
           05 GRP-ID                  PIC XXXX VALUE SPACES.
           05 GRP-SEASON              PIC 9(4) VALUE 0.
           05 GRP-SALARY              PIC 9(11) VALUE 0.
           05 GRP-COUNT               PIC 99 VALUE 0.
           05 GRP-ENTRY OCCURS 9 TIMES.
              10 GE-TEAM              PIC XXX.
              10 GE-TYPE              PIC X(4).
              10 GE-SALARY            PIC 9(9).

       01 STAT-TEAM-TABLE.
           05 ST-COUNT                PIC 99 VALUE 0.
           05 ST-TEAM OCCURS 9 TIMES  PIC XXX.

       01 EXCEPTION-TABLE.
           05 EX-COUNT                PIC 999 VALUE 0.
           05 EX-ENTRY OCCURS 500 TIMES.
              10 EX-ID                PIC XXXX.
              10 EX-SEASON            PIC 9(4).
              10 EX-TEAM              PIC XXX.
              10 EX-TYPE              PIC X(4).
              10 EX-SALARY            PIC 9(9).
              10 EX-STAT-TEAMS        PIC X(36).
              10 EX-REASON            PIC X.

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
              VALUE 'NBA PLAYER VALUE PER SALARY FOR   '.
           05 MONTH-F                 PIC XX.
           05 FILLER                  PIC X VALUE '/'.
           05 DAY-F                   PIC XX.
           05 FILLER                  PIC X VALUE '/'.
           05 YEAR-F                  PIC XXXX.

       01  VALUE-HEADER.
           05 RK-TXT                  PIC X(6) VALUE ' RANK '.
           05 SEA-TXT                 PIC X(6) VALUE 'SEASON'.
           05 ID-TXT                  PIC X(6) VALUE ' ID   '.
           05 NM-TXT                  PIC X(26) VALUE 'PLAYER'.
           05 TM-TXT                  PIC X(7) VALUE 'TEAM '.
           05 SAL-TXT                 PIC X(15)
              VALUE '       SALARY  '.
           05 GP-TXT                  PIC X(4) VALUE 'GP  '.
           05 PTS-TXT                 PIC X(11)
              VALUE '   PTS/$M  '.
           05 REB-TXT                 PIC X(11)
              VALUE '   REB/$M  '.
           05 AST-TXT                 PIC X(11)
              VALUE '   AST/$M  '.
           05 VAL-TXT                 PIC X(13)
              VALUE '   TOTAL/$M  '.
           05 FLG-TXT                 PIC X(8) VALUE 'FLAG'.

       01  VALUE-DETAIL.
           05 FILLER                  PIC X VALUE SPACE.
           05 VD-RANK                 PIC ZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 VD-SEASON               PIC 9(4).
           05 FILLER                  PIC XX VALUE SPACES.
           05 VD-ID                   PIC XXXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 VD-NAME                 PIC X(24).
           05 FILLER                  PIC XX VALUE SPACES.
           05 VD-TEAMS                PIC X(5).
           05 FILLER                  PIC XX VALUE SPACES.
           05 VD-SALARY               PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 VD-GP                   PIC Z9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 VD-PTS-PM               PIC ZZZ,ZZ9.9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 VD-REB-PM               PIC ZZZ,ZZ9.9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 VD-AST-PM               PIC ZZZ,ZZ9.9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 VD-VALUE                PIC Z,ZZZ,ZZ9.9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 VD-FLAG                 PIC X(8).

       01  EXCEPT-HEADER.
           05 XID-TXT                 PIC X(7) VALUE ' ID    '.
           05 XSEA-TXT                PIC X(6) VALUE 'SEASON'.
           05 XTM-TXT                 PIC X(5) VALUE 'TEAM '.
           05 XTY-TXT                 PIC X(6) VALUE 'TYPE  '.
           05 XSAL-TXT                PIC X(15)
              VALUE '       SALARY  '.
           05 XST-TXT                 PIC X(38)
              VALUE 'PLAYED FOR (TEAM-AREV-IN)'.
           05 XRS-TXT                 PIC X(6) VALUE 'REASON'.

       01  EXCEPT-DETAIL.
           05 FILLER                  PIC X VALUE SPACE.
           05 XD-ID                   PIC XXXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 XD-SEASON               PIC 9(4).
           05 FILLER                  PIC XX VALUE SPACES.
           05 XD-TEAM                 PIC XXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 XD-TYPE                 PIC X(4).
           05 FILLER                  PIC XX VALUE SPACES.
           05 XD-SALARY               PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 XD-STAT-TEAMS           PIC X(36).
           05 FILLER                  PIC XX VALUE SPACES.
           05 XD-REASON               PIC X(36).

       01  TOTAL-DETAIL.
           05 TOT-LABEL               PIC X(40).
           05 TOT-VALUE               PIC ZZZZZ9.

       01  BORDER-LINE.
           05 LINE-BAR-1      PIC X(58)    VALUE
           '----------------------------------------------------------'.
           05 LINE-BAR-2      PIC X(58)    VALUE
           '----------------------------------------------------------'.



       PROCEDURE DIVISION.
        MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM 300-PRINT-RANKING.
           PERFORM 400-PRINT-EXCEPTIONS.
           PERFORM 500-WRITE-TOTALS.
           PERFORM 105-CLOSE.
           GOBACK.

        100-OPEN-FILES.
           OPEN OUTPUT VALUE-REPORT.
           MOVE FUNCTION CURRENT-DATE TO STORE-DATE
           MOVE CURR-YEAR TO YEAR-F
           MOVE CURR-MONTH TO MONTH-F
           MOVE CURR-DAY TO DAY-F
           MOVE HEADER-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           OPEN INPUT NBA-MASTER.
           IF MASTER-FILE-STATUS = '00'
              MOVE 'Y' TO MASTER-AVAILABLE
           END-IF
           OPEN INPUT ARCHIVE-MASTER.
           IF ARCHIVE-FILE-STATUS = '00'
              MOVE 'Y' TO ARCHIVE-AVAILABLE
           END-IF
           SORT VALUE-SORT-WORK
              ON ASCENDING KEY VS-SEASON
              ON DESCENDING KEY VS-VALUE
              ON ASCENDING KEY VS-ID
              INPUT PROCEDURE IS 200-VALUE-CONTRACTS
              GIVING VALUE-SORTED.

        200-VALUE-CONTRACTS.
           OPEN INPUT CONTRACT-FILE
           IF CONTRACT-FILE-STATUS = '00'
              PERFORM 201-READ-CONTRACT
              PERFORM 202-TAKE-ONE-CONTRACT UNTIL CONTRACT-EOF = 'Y'
              IF GRP-COUNT > 0
                 PERFORM 210-FINISH-GROUP
              END-IF
              CLOSE CONTRACT-FILE
           ELSE
              DISPLAY 'NBAVALUE: cannot read NBACONTRACT.idx, status '
                 CONTRACT-FILE-STATUS
           END-IF.

        201-READ-CONTRACT.
           READ CONTRACT-FILE
              AT END MOVE 'Y' TO CONTRACT-EOF
              NOT AT END ADD 1 TO CONTRACTS-READ
           END-READ.

        202-TAKE-ONE-CONTRACT.
           IF GRP-COUNT > 0
              AND (CR-ID NOT = GRP-ID OR CR-SEASON NOT = GRP-SEASON)
              PERFORM 210-FINISH-GROUP
           END-IF
           IF GRP-COUNT = 0
              MOVE CR-ID TO GRP-ID
              MOVE CR-SEASON TO GRP-SEASON
              MOVE 0 TO GRP-SALARY
           END-IF
           ADD CR-SALARY TO GRP-SALARY
           IF GRP-COUNT < 9
              ADD 1 TO GRP-COUNT
              MOVE CR-TEAM TO GE-TEAM(GRP-COUNT)
              MOVE CR-TYPE TO GE-TYPE(GRP-COUNT)
              MOVE CR-SALARY TO GE-SALARY(GRP-COUNT)
           END-IF
           PERFORM 201-READ-CONTRACT.

        210-FINISH-GROUP.
           PERFORM 220-LOOKUP-STATS
           MOVE 'N' TO GROUP-MISMATCH
           MOVE 1 TO GRP-IDX
           IF STATS-FOUND = 'N'
              ADD 1 TO NO-STATS-CT
              MOVE 'N' TO EXCEPT-REASON-HOLD
              PERFORM 235-TABLE-EXCEPTION UNTIL GRP-IDX > GRP-COUNT
           ELSE
              PERFORM 231-CHECK-ONE-CONTRACT-TEAM
                 UNTIL GRP-IDX > GRP-COUNT
              PERFORM 240-RELEASE-VALUE
           END-IF
           MOVE 0 TO GRP-COUNT.

        220-LOOKUP-STATS.
           MOVE 'N' TO STATS-FOUND
           MOVE 0 TO ST-COUNT
           MOVE SPACES TO NAME-HOLD
           IF MASTER-AVAILABLE = 'Y'
              MOVE 'N' TO SCAN-EOF
              MOVE GRP-ID TO IMK-ID
              MOVE GRP-SEASON TO IMK-SEASON
              MOVE 0 TO IMK-STINT
              START NBA-MASTER KEY NOT < IMK-KEY
                 INVALID KEY MOVE 'Y' TO SCAN-EOF
              END-START
              PERFORM 221-READ-ACTIVE-ROW UNTIL SCAN-EOF = 'Y'
           END-IF
           IF STATS-FOUND = 'N' AND ARCHIVE-AVAILABLE = 'Y'
              MOVE 'N' TO SCAN-EOF
              MOVE GRP-ID TO RMK-ID
              MOVE GRP-SEASON TO RMK-SEASON
              MOVE 0 TO RMK-STINT
              START ARCHIVE-MASTER KEY NOT < RMK-KEY
                 INVALID KEY MOVE 'Y' TO SCAN-EOF
              END-START
              PERFORM 222-READ-ARCHIVE-ROW UNTIL SCAN-EOF = 'Y'
           END-IF
           PERFORM 224-BUILD-STAT-TEAMS.

        221-READ-ACTIVE-ROW.
           READ NBA-MASTER NEXT RECORD
              AT END MOVE 'Y' TO SCAN-EOF
              NOT AT END
                 IF IMK-ID NOT = GRP-ID OR IMK-SEASON NOT = GRP-SEASON
                    MOVE 'Y' TO SCAN-EOF
                 ELSE
                    MOVE DATA-RECORD TO ROW-HOLD
                    PERFORM 223-TAKE-ONE-ROW
                 END-IF
           END-READ.

        222-READ-ARCHIVE-ROW.
           READ ARCHIVE-MASTER NEXT RECORD
              AT END MOVE 'Y' TO SCAN-EOF
              NOT AT END
                 IF RMK-ID NOT = GRP-ID OR RMK-SEASON NOT = GRP-SEASON
                    MOVE 'Y' TO SCAN-EOF
                 ELSE
                    MOVE ARCH-DATA TO ROW-HOLD
                    PERFORM 223-TAKE-ONE-ROW
                 END-IF
           END-READ.

        223-TAKE-ONE-ROW.
           IF STATS-FOUND = 'N'
              MOVE 'Y' TO STATS-FOUND
              STRING FUNCTION TRIM(RH-F-NAME) ' '
                 FUNCTION TRIM(RH-L-NAME)
                 DELIMITED BY SIZE INTO NAME-HOLD
              MOVE 0 TO GP-HOLD
              MOVE 0 TO PTS-HOLD
              MOVE 0 TO REB-HOLD
              MOVE 0 TO AST-HOLD
              IF RH-GP NUMERIC AND RH-PTS NUMERIC
                 AND RH-REB NUMERIC AND RH-AST NUMERIC
                 MOVE RH-GP TO GP-HOLD
                 MOVE RH-PTS TO PTS-HOLD
                 MOVE RH-REB TO REB-HOLD
                 MOVE RH-AST TO AST-HOLD
              END-IF
           END-IF
           IF RH-STINT NOT = '0' AND RH-TEAM NOT = 'TOT'
              AND ST-COUNT < 9
              ADD 1 TO ST-COUNT
              MOVE RH-TEAM TO ST-TEAM(ST-COUNT)
           END-IF.

        224-BUILD-STAT-TEAMS.
           MOVE SPACES TO STAT-TEAMS-TEXT
           MOVE 1 TO TXT-PTR
           MOVE 1 TO ST-IDX
           PERFORM 225-ADD-ONE-STAT-TEAM UNTIL ST-IDX > ST-COUNT
           IF ST-COUNT = 0
              MOVE 'NONE ON FILE' TO STAT-TEAMS-TEXT
           END-IF.

        225-ADD-ONE-STAT-TEAM.
           IF ST-IDX > 1
              STRING '/' DELIMITED BY SIZE
                 INTO STAT-TEAMS-TEXT WITH POINTER TXT-PTR
           END-IF
           STRING ST-TEAM(ST-IDX) DELIMITED BY SIZE
              INTO STAT-TEAMS-TEXT WITH POINTER TXT-PTR
           ADD 1 TO ST-IDX.

        231-CHECK-ONE-CONTRACT-TEAM.
           MOVE 0 TO ST-FOUND
           MOVE 1 TO ST-IDX
           PERFORM 232-MATCH-ONE-STAT-TEAM UNTIL ST-IDX > ST-COUNT
              OR ST-FOUND > 0
           IF ST-FOUND = 0
              MOVE 'Y' TO GROUP-MISMATCH
              ADD 1 TO MISMATCH-CT
              MOVE 'T' TO EXCEPT-REASON-HOLD
              PERFORM 235-TABLE-EXCEPTION
           ELSE
              ADD 1 TO GRP-IDX
           END-IF.

        232-MATCH-ONE-STAT-TEAM.
           IF ST-TEAM(ST-IDX) = GE-TEAM(GRP-IDX)
              MOVE ST-IDX TO ST-FOUND
           END-IF
           ADD 1 TO ST-IDX.

        235-TABLE-EXCEPTION.
           IF EX-COUNT < 500
              ADD 1 TO EX-COUNT
              MOVE GRP-ID TO EX-ID(EX-COUNT)
              MOVE GRP-SEASON TO EX-SEASON(EX-COUNT)
              MOVE GE-TEAM(GRP-IDX) TO EX-TEAM(EX-COUNT)
              MOVE GE-TYPE(GRP-IDX) TO EX-TYPE(EX-COUNT)
              MOVE GE-SALARY(GRP-IDX) TO EX-SALARY(EX-COUNT)
              MOVE STAT-TEAMS-TEXT TO EX-STAT-TEAMS(EX-COUNT)
              MOVE EXCEPT-REASON-HOLD TO EX-REASON(EX-COUNT)
           ELSE
              ADD 1 TO EX-OVERFLOW-CT
           END-IF
           ADD 1 TO GRP-IDX.

        240-RELEASE-VALUE.
           COMPUTE PTS-TOT = PTS-HOLD * GP-HOLD
           COMPUTE REB-TOT = REB-HOLD * GP-HOLD
           COMPUTE AST-TOT = AST-HOLD * GP-HOLD
           COMPUTE SALARY-M = GRP-SALARY / 1000000
           MOVE 0 TO VS-PTS-PM
           MOVE 0 TO VS-REB-PM
           MOVE 0 TO VS-AST-PM
           MOVE 0 TO VS-VALUE
           IF SALARY-M > 0
              COMPUTE VS-PTS-PM ROUNDED = PTS-TOT / SALARY-M
              COMPUTE VS-REB-PM ROUNDED = REB-TOT / SALARY-M
              COMPUTE VS-AST-PM ROUNDED = AST-TOT / SALARY-M
              COMPUTE VS-VALUE ROUNDED =
                 (PTS-TOT + REB-TOT + AST-TOT) / SALARY-M
           END-IF
           MOVE GRP-SEASON TO VS-SEASON
           MOVE GRP-ID TO VS-ID
           MOVE NAME-HOLD TO VS-NAME
           MOVE SPACES TO VS-TEAMS
           IF GRP-COUNT > 1
              STRING GE-TEAM(1) '+' DELIMITED BY SIZE INTO VS-TEAMS
           ELSE
              MOVE GE-TEAM(1) TO VS-TEAMS
           END-IF
           MOVE GRP-SALARY TO VS-SALARY
           MOVE GP-HOLD TO VS-GP
           IF GROUP-MISMATCH = 'Y'
              MOVE 'MISMATCH' TO VS-FLAG
           ELSE
              MOVE SPACES TO VS-FLAG
           END-IF
           RELEASE VALUE-SORT-RECORD
           ADD 1 TO VALUED-CT.

        300-PRINT-RANKING.
           MOVE ' VALUE PER $1M OF SALARY - RANKED WITHIN SEASON'
              TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE '   (SEASON PTS/REB/AST = PER-GAME X GP; TOTAL = SUM)'
              TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE VALUE-HEADER TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE BORDER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           OPEN INPUT VALUE-SORTED
           PERFORM 301-READ-SORTED
           PERFORM 302-PRINT-ONE-VALUE UNTIL SORTED-EOF = 'Y'
           CLOSE VALUE-SORTED
           IF VALUED-CT = 0
              MOVE '  NONE' TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

        301-READ-SORTED.
           READ VALUE-SORTED
              AT END MOVE 'Y' TO SORTED-EOF
           END-READ.

        302-PRINT-ONE-VALUE.
           IF VR-SEASON NOT = PRIOR-SEASON
              IF PRIOR-SEASON NOT = 0
                 MOVE SPACES TO PRINT-LINE
                 WRITE PRINT-LINE AFTER ADVANCING 1 LINE
              END-IF
              MOVE VR-SEASON TO PRIOR-SEASON
              MOVE 0 TO RANK-CT
           END-IF
           ADD 1 TO RANK-CT
           MOVE RANK-CT TO VD-RANK
           MOVE VR-SEASON TO VD-SEASON
           MOVE VR-ID TO VD-ID
           MOVE VR-NAME TO VD-NAME
           MOVE VR-TEAMS TO VD-TEAMS
           MOVE VR-SALARY TO VD-SALARY
           MOVE VR-GP TO VD-GP
           MOVE VR-PTS-PM TO VD-PTS-PM
           MOVE VR-REB-PM TO VD-REB-PM
           MOVE VR-AST-PM TO VD-AST-PM
           MOVE VR-VALUE TO VD-VALUE
           MOVE VR-FLAG TO VD-FLAG
           MOVE VALUE-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           PERFORM 301-READ-SORTED.

        400-PRINT-EXCEPTIONS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ' CONTRACT EXCEPTIONS' TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE EXCEPT-HEADER TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE BORDER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE 1 TO EX-IDX
           PERFORM 401-PRINT-ONE-EXCEPTION UNTIL EX-IDX > EX-COUNT
           IF EX-COUNT = 0
              MOVE '  NONE' TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

        401-PRINT-ONE-EXCEPTION.
           MOVE EX-ID(EX-IDX) TO XD-ID
           MOVE EX-SEASON(EX-IDX) TO XD-SEASON
           MOVE EX-TEAM(EX-IDX) TO XD-TEAM
           MOVE EX-TYPE(EX-IDX) TO XD-TYPE
           MOVE EX-SALARY(EX-IDX) TO XD-SALARY
           MOVE EX-STAT-TEAMS(EX-IDX) TO XD-STAT-TEAMS
           IF EX-REASON(EX-IDX) = 'N'
              MOVE 'NO STATS ON MASTER OR ARCHIVE' TO XD-REASON
           ELSE
              MOVE 'SALARY TEAM NOT PLAYED FOR IN SEASON'
                 TO XD-REASON
           END-IF
           MOVE EXCEPT-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO EX-IDX.

        500-WRITE-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ' CONTRACTS READ' TO TOT-LABEL
           MOVE CONTRACTS-READ TO TOT-VALUE
           PERFORM 510-WRITE-TOTAL
           MOVE ' PLAYER-SEASONS RANKED' TO TOT-LABEL
           MOVE VALUED-CT TO TOT-VALUE
           PERFORM 510-WRITE-TOTAL
           MOVE ' CONTRACTS WITH SALARY TEAM MISMATCH' TO TOT-LABEL
           MOVE MISMATCH-CT TO TOT-VALUE
           PERFORM 510-WRITE-TOTAL
           MOVE ' PLAYER-SEASONS WITH NO STATS' TO TOT-LABEL
           MOVE NO-STATS-CT TO TOT-VALUE
           PERFORM 510-WRITE-TOTAL
           IF EX-OVERFLOW-CT > 0
              MOVE ' EXCEPTIONS NOT LISTED (OVERFLOW)' TO TOT-LABEL
              MOVE EX-OVERFLOW-CT TO TOT-VALUE
              PERFORM 510-WRITE-TOTAL
           END-IF
           IF MASTER-AVAILABLE = 'N'
              MOVE ' NBADATA.idx NOT AVAILABLE' TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF
           IF ARCHIVE-AVAILABLE = 'N'
              MOVE ' NBA_ARCHIVE.idx NOT AVAILABLE - ACTIVE ONLY'
                 TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

        510-WRITE-TOTAL.
           MOVE TOTAL-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        105-CLOSE.
           IF MASTER-AVAILABLE = 'Y'
              CLOSE NBA-MASTER
           END-IF
           IF ARCHIVE-AVAILABLE = 'Y'
              CLOSE ARCHIVE-MASTER
           END-IF
           CLOSE VALUE-REPORT.
