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

       FD BASELINE-FILE RECORDING MODE IS F.
        01 BASELINE-RECORD.
          05 DEV-AST                       PIC S9(2)V99 VALUE 0.
          05 PLAYERS-REPORTED-CT           PIC 9(6) VALUE 0.
          05 NO-BASELINE-CT                PIC 9(6) VALUE 0.
          05 SEASON-ROW                    PIC X VALUE 'Y'.
          05 SPLIT-ID                      PIC XXXX VALUE SPACES.
          05 SPLIT-SEASON                  PIC 9(4) VALUE 0.

       01 BASELINE-TABLE.
           05 BASE-COUNT              PIC 999 VALUE 0.
           END-IF.

        102-WRITE-FILE.
           PERFORM 114-CHECK-STINT
           IF PTS-IN NUMERIC AND REB-IN NUMERIC AND AST-IN NUMERIC
              AND SEASON-IN NUMERIC AND SEASON-ROW = 'Y'
              IF ID-VAL NOT = CURR-ID
                 PERFORM 110-START-PLAYER
              END-IF
           END-IF
           PERFORM 101-READ-TIL-FINISH.

        114-CHECK-STINT.
           MOVE 'Y' TO SEASON-ROW
           IF STINT-IN = 0
              MOVE ID-VAL TO SPLIT-ID
              MOVE SEASON-IN TO SPLIT-SEASON
           ELSE
              IF ID-VAL = SPLIT-ID AND SEASON-IN = SPLIT-SEASON
                 MOVE 'N' TO SEASON-ROW
              END-IF
           END-IF.

        105-CLOSE.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 2 LINES
