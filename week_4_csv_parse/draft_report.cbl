           05 DK-KEY.
              10 DK-ID                PIC XXXX.
              10 DK-SEASON            PIC 9(4).
              10 DK-STINT             PIC 9.
           05 MASTER-BODY             PIC X(156).

       SD SORT-WORK-FILE.
        01 SORT-RECORD.
           05 FILLER                  PIC X(105).
           05 SORT-DRAFT-YEAR         PIC X(9).
           05 SORT-DRAFT-ROUND        PIC X(9).
           05 FILLER                  PIC X(33).

       FD SORTED-RECORDS RECORDING MODE IS F.
        01 DATA-RECORD.
           05 REB-IN                  PIC 9(2)V99.
           05 AST-IN                  PIC 9(2)V99.
           05 SEASON-IN               PIC 9(4).
           05 STINT-IN                PIC X.

       FD NBA-DRAFT-OUTPUT RECORDING MODE IS F.
       01 PRINT-LINE                 PIC X(200).
          05 DEV-HOLDER-PT                 PIC S9(6)V99 VALUE 0.
          05 DEV-ROW-COUNT                 PIC 9(4) VALUE 0.
          05 EDIT-DEV                      PIC +Z9.99.
          05 SEASON-ROW                    PIC X VALUE 'Y'.
          05 SPLIT-ID                      PIC XXXX VALUE SPACES.
          05 SPLIT-SEASON                  PIC 9(4) VALUE 0.

       01 BASELINE-TABLE.
           05 BASE-COUNT              PIC 999 VALUE 0.
           END-IF.

        152-RELEASE-ONE.
           PERFORM 153-CHECK-STINT
           IF SEASON-ROW = 'Y'
              RELEASE SORT-RECORD FROM MASTER-BODY
           END-IF
           PERFORM 151-READ-MASTER.

        153-CHECK-STINT.
           MOVE 'Y' TO SEASON-ROW
           IF DK-STINT = 0
              MOVE DK-ID TO SPLIT-ID
              MOVE DK-SEASON TO SPLIT-SEASON
           ELSE
              IF DK-ID = SPLIT-ID AND DK-SEASON = SPLIT-SEASON
                 MOVE 'N' TO SEASON-ROW
              END-IF
           END-IF.

       PREPARE-DATE.
           MOVE FUNCTION CURRENT-DATE TO STORE-DATE
           MOVE CURR-YEAR TO YEAR-F
