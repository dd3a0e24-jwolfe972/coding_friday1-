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

       FD NBA-TREND-OUTPUT RECORDING MODE IS F.
       01 PRINT-LINE                 PIC X(200).
           05 RMK-KEY.
              10 RMK-ID               PIC XXXX.
              10 RMK-SEASON           PIC 9(4).
              10 RMK-STINT            PIC 9.
           05 ARCH-DATA               PIC X(156).



          05 SORT-IDX-J                    PIC 99 VALUE 0.
          05 PRINT-IDX                     PIC 99 VALUE 0.
          05 BREAKOUT-N                    PIC 99 VALUE 10.
          05 SEASON-ROW                    PIC X VALUE 'Y'.
          05 SPLIT-ID                      PIC XXXX VALUE SPACES.
          05 SPLIT-SEASON                  PIC 9(4) VALUE 0.

       01 BREAKOUT-TABLE.
           05 BREAKOUT-COUNT          PIC 99 VALUE 0.
              10 BK-JUMP              PIC S9(2)V99.

       01 ACTIVE-HOLD.
           05 AH-KEY                  PIC X(9).
           05 AH-BODY                 PIC X(156).

       01 ARCHIVE-HOLD.
           05 RH-KEY                  PIC X(9).
           05 RH-BODY                 PIC X(156).

       01 TEMP-BREAKOUT.
           05 TB-FNAME                PIC X(12).
           ADD 1 TO PRINT-IDX.

        102-WRITE-FILE.
           PERFORM 119-CHECK-STINT
           IF PTS-IN NUMERIC AND REB-IN NUMERIC AND AST-IN NUMERIC
              AND SEASON-IN NUMERIC AND SEASON-ROW = 'Y'
              IF CURR-ID = 'NONE'
                 PERFORM 110-START-PLAYER
              END-IF
           END-IF
           PERFORM 101-READ-TIL-FINISH.

        119-CHECK-STINT.
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
           IF CURR-ID NOT = 'NONE'
              PERFORM 111-END-PLAYER
