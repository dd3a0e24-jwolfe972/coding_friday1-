           05 IMK-KEY.
              10 IMK-ID               PIC XXXX.
              10 IMK-SEASON           PIC 9(4).
              10 IMK-STINT            PIC 9.
           05 MASTER-BODY.
              10 FILLER               PIC X(139).
              10 B-PTS-IN             PIC 9(2)V99.
              10 B-REB-IN             PIC 9(2)V99.
              10 B-AST-IN             PIC 9(2)V99.
              10 B-SEASON-IN          PIC 9(4).
              10 B-STINT-IN           PIC 9.

       FD BASELINE-FILE RECORDING MODE IS F.
        01 BASELINE-RECORD.
          05 PRINT-IDX                     PIC 999 VALUE 0.
          05 RECORDS-READ-CT               PIC 9(6) VALUE 0.
          05 SEASONS-WRITTEN-CT            PIC 999 VALUE 0.
          05 SEASON-ROW                    PIC X VALUE 'Y'.
          05 SPLIT-ID                      PIC XXXX VALUE SPACES.
          05 SPLIT-SEASON                  PIC 9(4) VALUE 0.

       01 SEASON-TABLE.
           05 SEASON-COUNT            PIC 999 VALUE 0.
           END-IF.

        102-TALLY-ONE-RECORD.
           PERFORM 106-CHECK-STINT
           IF B-PTS-IN NUMERIC AND B-REB-IN NUMERIC
              AND B-AST-IN NUMERIC AND B-SEASON-IN NUMERIC
              AND SEASON-ROW = 'Y'
              PERFORM 103-FIND-SEASON
              IF SEASON-FOUND > 0
                 ADD 1 TO SE-ROWS(SEASON-FOUND)
           END-IF
           PERFORM 101-READ-TIL-FINISH.

        106-CHECK-STINT.
           MOVE 'Y' TO SEASON-ROW
           IF IMK-STINT = 0
              MOVE IMK-ID TO SPLIT-ID
              MOVE IMK-SEASON TO SPLIT-SEASON
           ELSE
              IF IMK-ID = SPLIT-ID AND IMK-SEASON = SPLIT-SEASON
                 MOVE 'N' TO SEASON-ROW
              END-IF
           END-IF.

        103-FIND-SEASON.
           MOVE 0 TO SEASON-FOUND
           MOVE 1 TO SEASON-IDX
