            FILE STATUS IS XREF-FILE-STATUS.


            SELECT OPTIONAL ID-MERGE-MAP ASSIGN TO "NBA_ID_MERGE.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IDMAP-FILE-STATUS.


            SELECT AWARDS-FILE ASSIGN TO "NBAAWARDS.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AW-KEY
            FILE STATUS IS AWARDS-FILE-STATUS.



       DATA DIVISION.
       FILE SECTION.
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

       FD NBA-COMP-OUTPUT RECORDING MODE IS F.
       01 PRINT-LINE                 PIC X(160).
              10 XK-ID                PIC XXXX.
           05 XN-FNAME                PIC X(12).

       FD ID-MERGE-MAP RECORDING MODE IS F.
        01 ID-MERGE-RECORD.
           05 IM-RETIRED-ID           PIC XXXX.
           05 FILLER                  PIC X.
           05 IM-SURVIVING-ID         PIC XXXX.
           05 FILLER                  PIC X(29).

       FD AWARDS-FILE.
        01 AWARD-RECORD.
           05 AW-KEY.
              10 AW-ID                PIC XXXX.
              10 AW-SEASON            PIC 9(4).
              10 AW-CODE              PIC X(4).
           05 AW-NOTE                 PIC X(30).
           05 AW-ADDED-DATE           PIC X(8).



       WORKING-STORAGE SECTION.
          05 SUM-HOLDER-PT                 PIC 9(4)V99 VALUE 0.
          05 SUM-HOLDER-REB                PIC 9(4)V99 VALUE 0.
          05 SUM-HOLDER-AST                PIC 9(4)V99 VALUE 0.
          05 SPLIT-SEASON                  PIC 9(4) VALUE 0.
          05 IDMAP-FILE-STATUS             PIC XX VALUE '00'.
          05 IDMAP-EOF                     PIC X VALUE 'N'.
          05 MAP-IDX                       PIC 9(4) VALUE 0.
          05 MAP-FOUND                     PIC 9(4) VALUE 0.
          05 MAP-HOPS                      PIC 9 VALUE 0.
          05 AWARDS-FILE-STATUS            PIC XX VALUE '00'.
          05 AWARDS-AVAILABLE              PIC X VALUE 'N'.
          05 AWARDS-EOF                    PIC X VALUE 'N'.
          05 HONOR-ROW                     PIC 99 VALUE 0.
          05 HONOR-MAX                     PIC 99 VALUE 0.
          05 AC-IDX                        PIC 99 VALUE 0.
          05 AC-FOUND                      PIC 99 VALUE 0.

       01 ID-MERGE-TABLE.
           05 MAP-COUNT               PIC 9(4) VALUE 0.
           05 MAP-ENTRY OCCURS 500 TIMES.
              10 MAP-FROM-ID          PIC XXXX.
              10 MAP-TO-ID            PIC XXXX.

       01 HONOR-TABLE.
           05 HN-SLOT OCCURS 5 TIMES.
              10 HN-COUNT             PIC 99.
              10 HN-ENTRY OCCURS 30 TIMES.
                 15 HN-SEASON         PIC 9(4).
                 15 HN-CODE           PIC X(4).

       01 AWARD-CODES.
           05 FILLER                  PIC X(21)
              VALUE 'MVP LEAGUE MVP       '.
           05 FILLER                  PIC X(21)
              VALUE 'ROY ROOKIE OF YEAR   '.
           05 FILLER                  PIC X(21)
              VALUE 'DPOYDEF PLAYER OF YR '.
           05 FILLER                  PIC X(21)
              VALUE 'SIXMSIXTH MAN OF YEAR'.
           05 FILLER                  PIC X(21)
              VALUE 'MIP MOST IMPROVED    '.
           05 FILLER                  PIC X(21)
              VALUE 'ASTRALL-STAR         '.
           05 FILLER                  PIC X(21)
              VALUE 'ANB1ALL-NBA 1ST TEAM '.
           05 FILLER                  PIC X(21)
              VALUE 'ANB2ALL-NBA 2ND TEAM '.
           05 FILLER                  PIC X(21)
              VALUE 'ANB3ALL-NBA 3RD TEAM '.
           05 FILLER                  PIC X(21)
              VALUE 'ADF1ALL-DEF 1ST TEAM '.
           05 FILLER                  PIC X(21)
              VALUE 'ADF2ALL-DEF 2ND TEAM '.
       01 AWARD-CODE-TABLE REDEFINES AWARD-CODES.
           05 AWARD-CODE-ENTRY OCCURS 11 TIMES.
              10 AC-CODE              PIC X(4).
              10 AC-DESC              PIC X(17).

       01 PLAYER-SLOTS.
           05 PLAYER-SLOT OCCURS 5 TIMES.
              10 FILLER               PIC X.
              10 CMP-GP               PIC X(4).

       01  HONOR-DETAIL.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 HD-LABEL                PIC X(6).
           05 HD-COL OCCURS 5 TIMES.
              10 FILLER               PIC XX.
              10 HD-TEXT              PIC X(22).

       01  BORDER-LINE.
           05 LINE-BAR-1      PIC X(58)    VALUE
           '----------------------------------------------------------'.
           IF XREF-FILE-STATUS = '00'
              MOVE 'Y' TO XREF-AVAILABLE
           END-IF
           PERFORM 150-LOAD-ID-MAP
           OPEN INPUT AWARDS-FILE.
           IF AWARDS-FILE-STATUS = '00'
              MOVE 'Y' TO AWARDS-AVAILABLE
           END-IF
           OPEN OUTPUT NBA-COMP-OUTPUT.
           MOVE FUNCTION CURRENT-DATE TO STORE-DATE
           MOVE CURR-YEAR TO YEAR-F
              WHEN CTL-CARD = SPACES
                 CONTINUE
              WHEN CTL-ID-REST = SPACES
                 PERFORM 152-REDIRECT-ID
                 PERFORM 124-CHECK-ID-ON-MASTER
                 IF ID-ON-MASTER = 'Y'
                    ADD 1 TO PLAYER-CT
           MOVE 'N' TO MASTER-EOF
           MOVE CTL-ID TO IMK-ID
           MOVE 0 TO IMK-SEASON
           MOVE 0 TO IMK-STINT
           START NBA-MASTER KEY NOT < IMK-KEY
              INVALID KEY MOVE 'Y' TO MASTER-EOF
           END-START
           MOVE 'N' TO MASTER-EOF
           MOVE P-ID(SLOT-IDX) TO IMK-ID
           MOVE 0 TO IMK-SEASON
           MOVE 0 TO IMK-STINT
           MOVE 0 TO SPLIT-SEASON
           START NBA-MASTER KEY NOT < IMK-KEY
              INVALID KEY MOVE 'Y' TO MASTER-EOF
           END-START
           MOVE 'Y' TO P-FOUND(SLOT-IDX)
           MOVE F-NAME-IN TO P-FNAME(SLOT-IDX)
           MOVE L-NAME-IN TO P-LNAME(SLOT-IDX)
           IF STINT-IN = 0
              MOVE SEASON-IN TO SPLIT-SEASON
           END-IF
           IF STINT-IN = 0 OR SEASON-IN NOT = SPLIT-SEASON
              ADD 1 TO P-SEASON-CT(SLOT-IDX)
              MOVE SEASON-IN
                 TO PS-SEASON(SLOT-IDX, P-SEASON-CT(SLOT-IDX))
              MOVE PTS-IN TO PS-PTS(SLOT-IDX, P-SEASON-CT(SLOT-IDX))
              MOVE REB-IN TO PS-REB(SLOT-IDX, P-SEASON-CT(SLOT-IDX))
              MOVE AST-IN TO PS-AST(SLOT-IDX, P-SEASON-CT(SLOT-IDX))
              MOVE GP-IN TO PS-GP(SLOT-IDX, P-SEASON-CT(SLOT-IDX))
           END-IF
           PERFORM 112-READ-NEXT.

        114-FINISH-PLAYER.
           MOVE 1 TO SLOT-IDX
           PERFORM 141-FILL-CAREER-COLUMN UNTIL SLOT-IDX > PLAYER-CT
           MOVE COMPARE-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           IF AWARDS-AVAILABLE = 'Y'
              PERFORM 158-PRINT-HONORS
           END-IF.

        141-FILL-CAREER-COLUMN.
           IF P-SEASON-CT(SLOT-IDX) > 0
           END-IF
           ADD 1 TO SLOT-IDX.

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
              STRING ' ID ' CTL-ID ' RETIRED - MERGED INTO '
                 MAP-TO-ID(MAP-FOUND)
                 DELIMITED BY SIZE INTO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
              MOVE MAP-TO-ID(MAP-FOUND) TO CTL-ID
              ADD 1 TO MAP-HOPS
           END-IF.

        154-MATCH-ONE-MAP.
           IF MAP-FROM-ID(MAP-IDX) = CTL-ID
              MOVE MAP-IDX TO MAP-FOUND
           END-IF
           ADD 1 TO MAP-IDX.

        155-LOAD-HONORS.
           MOVE 0 TO HONOR-MAX
           MOVE 1 TO SLOT-IDX
           PERFORM 156-LOAD-ONE-SLOT UNTIL SLOT-IDX > PLAYER-CT.

        156-LOAD-ONE-SLOT.
           MOVE 0 TO HN-COUNT(SLOT-IDX)
           MOVE 'N' TO AWARDS-EOF
           MOVE P-ID(SLOT-IDX) TO AW-ID
           MOVE 0 TO AW-SEASON
           MOVE LOW-VALUES TO AW-CODE
           START AWARDS-FILE KEY NOT < AW-KEY
              INVALID KEY MOVE 'Y' TO AWARDS-EOF
           END-START
           PERFORM 157-LOAD-ONE-HONOR UNTIL AWARDS-EOF = 'Y'
           IF HN-COUNT(SLOT-IDX) > HONOR-MAX
              MOVE HN-COUNT(SLOT-IDX) TO HONOR-MAX
           END-IF
           ADD 1 TO SLOT-IDX.

        157-LOAD-ONE-HONOR.
           READ AWARDS-FILE NEXT RECORD
              AT END MOVE 'Y' TO AWARDS-EOF
              NOT AT END
                 IF AW-ID NOT = P-ID(SLOT-IDX)
                    MOVE 'Y' TO AWARDS-EOF
                 ELSE
                    IF HN-COUNT(SLOT-IDX) < 30
                       ADD 1 TO HN-COUNT(SLOT-IDX)
                       MOVE AW-SEASON
                          TO HN-SEASON(SLOT-IDX, HN-COUNT(SLOT-IDX))
                       MOVE AW-CODE
                          TO HN-CODE(SLOT-IDX, HN-COUNT(SLOT-IDX))
                    END-IF
                 END-IF
           END-READ.

        158-PRINT-HONORS.
           PERFORM 155-LOAD-HONORS
           MOVE 1 TO HONOR-ROW
           IF HONOR-MAX = 0
              MOVE SPACES TO HONOR-DETAIL
              MOVE 'HONORS' TO HD-LABEL
              MOVE 'NONE ON FILE' TO HD-TEXT(1)
              MOVE HONOR-DETAIL TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF
           PERFORM 159-PRINT-ONE-HONOR-ROW UNTIL HONOR-ROW > HONOR-MAX.

        159-PRINT-ONE-HONOR-ROW.
           MOVE SPACES TO HONOR-DETAIL
           IF HONOR-ROW = 1
              MOVE 'HONORS' TO HD-LABEL
           END-IF
           MOVE 1 TO SLOT-IDX
           PERFORM 160-FILL-HONOR-COLUMN UNTIL SLOT-IDX > PLAYER-CT
           MOVE HONOR-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO HONOR-ROW.

        160-FILL-HONOR-COLUMN.
           IF HONOR-ROW NOT > HN-COUNT(SLOT-IDX)
              MOVE 0 TO AC-FOUND
              MOVE 1 TO AC-IDX
              PERFORM 161-MATCH-ONE-CODE UNTIL AC-IDX > 11
                 OR AC-FOUND > 0
              IF AC-FOUND > 0
                 STRING HN-SEASON(SLOT-IDX, HONOR-ROW) ' '
                    AC-DESC(AC-FOUND)
                    DELIMITED BY SIZE INTO HD-TEXT(SLOT-IDX)
              ELSE
                 STRING HN-SEASON(SLOT-IDX, HONOR-ROW) ' '
                    HN-CODE(SLOT-IDX, HONOR-ROW)
                    DELIMITED BY SIZE INTO HD-TEXT(SLOT-IDX)
              END-IF
           END-IF
           ADD 1 TO SLOT-IDX.

        161-MATCH-ONE-CODE.
           IF AC-CODE(AC-IDX) = HN-CODE(SLOT-IDX, HONOR-ROW)
              MOVE AC-IDX TO AC-FOUND
           END-IF
           ADD 1 TO AC-IDX.

        105-CLOSE.
           IF CTL-FILE-STATUS = '00' OR CTL-FILE-STATUS = '10'
              CLOSE COMPARE-CTL
           IF XREF-AVAILABLE = 'Y'
              CLOSE NBANAME-FILE
           END-IF
           IF AWARDS-AVAILABLE = 'Y'
              CLOSE AWARDS-FILE
           END-IF
           CLOSE NBA-COMP-OUTPUT.
