           05 IMK-KEY.
              10 IMK-ID               PIC XXXX.
              10 IMK-SEASON           PIC 9(4).
              10 IMK-STINT            PIC 9.
           05 DATA-RECORD.
              10 ID-VAL               PIC XXXX.
              10 F-NAME-IN            PIC X(12).
              10 REB-IN               PIC 9(2)V99.
              10 AST-IN               PIC 9(2)V99.
              10 SEASON-IN            PIC 9(4).
              10 STINT-IN             PIC 9.


       FD NBA-OUTPUT RECORDING MODE IS F.
           05 RMK-KEY.
              10 RMK-ID               PIC XXXX.
              10 RMK-SEASON           PIC 9(4).
              10 RMK-STINT            PIC 9.
           05 ARCH-DATA               PIC X(156).



          05 PAGE-CT                       PIC 9(4) VALUE 0.
          05 LINES-PER-PAGE                PIC 99 VALUE 55.
          05 SEASONS-LISTED-CT             PIC 9(6) VALUE 0.
          05 SEASON-ROW                    PIC X VALUE 'Y'.
          05 SPLIT-ID                      PIC XXXX VALUE SPACES.
          05 SPLIT-SEASON                  PIC 9(4) VALUE 0.

       01 ACTIVE-HOLD.
           05 AH-KEY                  PIC X(9).
           05 AH-BODY                 PIC X(156).

       01 ARCHIVE-HOLD.
           05 RH-KEY                  PIC X(9).
           05 RH-BODY                 PIC X(156).

       01 PLAYER-TABLE.
           05 PLAYER-COUNT            PIC 999 VALUE 0.
                 MOVE 'Y' TO ARCHIVE-PENDING
           END-READ.

        172-CHECK-STINT.
           MOVE 'Y' TO SEASON-ROW
           IF STINT-IN = 0
              MOVE ID-VAL TO SPLIT-ID
              MOVE SEASON-IN TO SPLIT-SEASON
           ELSE
              IF ID-VAL = SPLIT-ID AND SEASON-IN = SPLIT-SEASON
                 MOVE 'N' TO SEASON-ROW
              END-IF
           END-IF.


       151-TOTALS-PAGE.
           ADD 1 TO PAGE-CT
           STRING
              'FIRST_NAME,LAST_NAME,COLLEGE,COUNTRY,DRAFT_YEAR,'
              'DRAFT_ROUND,DRAFT_PICK,TEAM,AGE,GP,PPG,RPG,APG,'
              'SEASON,TEAM_NAME,CONFERENCE,DIVISION,STINT'
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE.

              SEASON-OT ','
              '"' FUNCTION TRIM(TEAM-NAME-OT) '"' ','
              '"' FUNCTION TRIM(TEAM-CONF-OT) '"' ','
              '"' FUNCTION TRIM(TEAM-DIV-OT) '"' ','
              STINT-IN
              DELIMITED BY SIZE INTO CSV-LINE
           PERFORM 141-BUFFER-CSV-LINE.




           PERFORM 172-CHECK-STINT
           IF SEASON-ROW = 'Y'
              ADD PTS-IN  TO AVG-HOLDER-PT
              ADD AST-IN  TO AVG-HOLDER-AST
              ADD REB-IN  TO AVG-HOLDER-REB
              COMPUTE WGT-HOLDER-PT = WGT-HOLDER-PT + (PTS-IN * GP-IN)
              COMPUTE WGT-HOLDER-REB =
                 WGT-HOLDER-REB + (REB-IN * GP-IN)
              COMPUTE WGT-HOLDER-AST =
                 WGT-HOLDER-AST + (AST-IN * GP-IN)
              ADD GP-IN TO GP-HOLDER
              ADD 1 TO SEASON-COUNT
           END-IF
           MOVE F-NAME-IN TO F-NAME-OT
           MOVE L-NAME-IN TO L-NAME-OT
           MOVE COLLEGE-IN  TO COLLEGE-OT
           MOVE DRAFT-ROUND-IN TO DRAFT-ROUND-OT
           MOVE DRAFT-PICK-IN TO DRAFT-PICK-OT 
           MOVE TEAM-AREV-IN TO TEAM-AREV-OT
           IF STINT-IN = 0
              MOVE 'SEASON TOTAL - ALL TEAMS' TO TEAM-NAME-OT
              MOVE SPACES TO TEAM-CONF-OT
              MOVE SPACES TO TEAM-DIV-OT
           ELSE
              PERFORM 108-LOOKUP-TEAM
           END-IF
           MOVE GP-IN  TO GP-OT
           MOVE AGE-IN  TO AGE-OT 
           MOVE PTS-IN TO PTS-OT
           MOVE 1 TO DETAIL-ADV
           PERFORM 140-BUFFER-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           IF STINT-IN = 0
              STRING '     ' FUNCTION TRIM(TEAM-NAME-OT)
                 DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
              STRING '     TEAM: ' FUNCTION TRIM(TEAM-NAME-OT)
                 ' (' FUNCTION TRIM(TEAM-CONF-OT) ' / '
                 FUNCTION TRIM(TEAM-DIV-OT) ')'
                 DELIMITED BY SIZE INTO PRINT-LINE
           END-IF
           MOVE 1 TO BUFFER-ADV-LINES
           PERFORM 140-BUFFER-PRINT-LINE
           PERFORM 107-WRITE-CSV-LINE
