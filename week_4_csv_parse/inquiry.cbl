            FILE STATUS IS SCOPE-FILE-STATUS.


            SELECT OPTIONAL ID-MERGE-MAP ASSIGN TO "NBA_ID_MERGE.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IDMAP-FILE-STATUS.


            SELECT AWARDS-FILE ASSIGN TO "NBAAWARDS.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AW-KEY
            FILE STATUS IS AWARDS-FILE-STATUS.


            SELECT NBANAME-FILE ASSIGN TO "NBANAME.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
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

       FD ARCHIVE-MASTER.
        01 ARCHIVE-IDX-RECORD.
           05 RMK-KEY.
              10 RMK-ID               PIC XXXX.
              10 RMK-SEASON           PIC 9(4).
              10 RMK-STINT            PIC 9.
           05 ARCH-DATA               PIC X(156).

       FD SCOPE-CTL RECORDING MODE IS F.
        01 SCOPE-RECORD.
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
          05 ARC-PENDING                   PIC X VALUE 'N'.
          05 ACT-SEASON-HOLD               PIC 9(4) VALUE 0.
          05 ARC-SEASON-HOLD               PIC 9(4) VALUE 0.
          05 ACT-STINT-HOLD                PIC 9 VALUE 0.
          05 ARC-STINT-HOLD                PIC 9 VALUE 0.
          05 SEASON-ROW                    PIC X VALUE 'Y'.
          05 SPLIT-SEASON                  PIC 9(4) VALUE 0.
          05 INQUIRY-DONE                  PIC X VALUE 'N'.
          05 INQUIRY-ID                    PIC XXXX VALUE SPACES.
          05 INQUIRY-INPUT                 PIC X(18) VALUE SPACES.
          05 WGT-HOLDER-REB                PIC 9(8)V99 VALUE 0.
          05 WGT-HOLDER-AST                PIC 9(8)V99 VALUE 0.
          05 GP-HOLDER                     PIC 9(6) VALUE 0.
          05 IDMAP-FILE-STATUS             PIC XX VALUE '00'.
          05 IDMAP-EOF                     PIC X VALUE 'N'.
          05 MAP-IDX                       PIC 9(4) VALUE 0.
          05 MAP-FOUND                     PIC 9(4) VALUE 0.
          05 MAP-HOPS                      PIC 9 VALUE 0.
          05 AWARDS-FILE-STATUS            PIC XX VALUE '00'.
          05 AWARDS-AVAILABLE              PIC X VALUE 'N'.
          05 AWARDS-EOF                    PIC X VALUE 'N'.
          05 HONOR-CT                      PIC 99 VALUE 0.
          05 AC-IDX                        PIC 99 VALUE 0.
          05 AC-FOUND                      PIC 99 VALUE 0.

       01 ID-MERGE-TABLE.
           05 MAP-COUNT               PIC 9(4) VALUE 0.
           05 MAP-ENTRY OCCURS 500 TIMES.
              10 MAP-FROM-ID          PIC XXXX.
              10 MAP-TO-ID            PIC XXXX.

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

       01 ACT-HOLD                   PIC X(156).
       01 ARC-HOLD                   PIC X(156).

       01  MATCH-DETAIL.
           05 FILLER                  PIC X(4) VALUE SPACES.
           OPEN INPUT NBANAME-FILE.
           IF XREF-FILE-STATUS = '00'
              MOVE 'Y' TO XREF-AVAILABLE
           END-IF
           PERFORM 115-LOAD-ID-MAP.
           OPEN INPUT AWARDS-FILE.
           IF AWARDS-FILE-STATUS = '00'
              MOVE 'Y' TO AWARDS-AVAILABLE
           END-IF.

        101-LOAD-SCOPE.
              MOVE 'N' TO PLAYER-SHOWN
              IF INQUIRY-INPUT(5:14) = SPACES
                 MOVE INQUIRY-INPUT(1:4) TO INQUIRY-ID
                 PERFORM 117-REDIRECT-ID
                 PERFORM 103-SHOW-PLAYER
              END-IF
              IF PLAYER-SHOWN = 'N'
           MOVE 'N' TO ACT-PENDING
           MOVE 'N' TO ARC-PENDING
           MOVE 'N' TO MASTER-EOF
           MOVE 0 TO SPLIT-SEASON
           PERFORM 106-START-ACTIVE
           PERFORM 107-START-ARCHIVE
           PERFORM 109-NEXT-MERGED
              DISPLAY '  SEASON  TM   AGE GP  PPG    RPG    APG'
              PERFORM 110-SHOW-ONE-SEASON UNTIL MASTER-EOF = 'Y'
              PERFORM 111-SHOW-CAREER
              PERFORM 120-SHOW-HONORS
           END-IF.

        115-LOAD-ID-MAP.
           OPEN INPUT ID-MERGE-MAP
           IF IDMAP-FILE-STATUS = '00'
              PERFORM 116-READ-ID-MAP UNTIL IDMAP-EOF = 'Y'
              CLOSE ID-MERGE-MAP
           END-IF.

        116-READ-ID-MAP.
           READ ID-MERGE-MAP
              AT END MOVE 'Y' TO IDMAP-EOF
              NOT AT END
                 IF IM-RETIRED-ID NOT = SPACES AND MAP-COUNT < 500
                    ADD 1 TO MAP-COUNT
                    MOVE IM-RETIRED-ID TO MAP-FROM-ID(MAP-COUNT)
                    MOVE IM-SURVIVING-ID TO MAP-TO-ID(MAP-COUNT)
                 END-IF
           END-READ.

        117-REDIRECT-ID.
           MOVE 0 TO MAP-HOPS
           MOVE 1 TO MAP-FOUND
           PERFORM 118-FOLLOW-ONE-MERGE
              UNTIL MAP-FOUND = 0 OR MAP-HOPS = 9.

        118-FOLLOW-ONE-MERGE.
           MOVE 0 TO MAP-FOUND
           MOVE 1 TO MAP-IDX
           PERFORM 119-MATCH-ONE-MAP
              UNTIL MAP-IDX > MAP-COUNT OR MAP-FOUND > 0
           IF MAP-FOUND > 0
              DISPLAY '  ID ' INQUIRY-ID ' RETIRED - MERGED INTO '
                 MAP-TO-ID(MAP-FOUND)
              MOVE MAP-TO-ID(MAP-FOUND) TO INQUIRY-ID
              ADD 1 TO MAP-HOPS
           END-IF.

        119-MATCH-ONE-MAP.
           IF MAP-FROM-ID(MAP-IDX) = INQUIRY-ID
              MOVE MAP-IDX TO MAP-FOUND
           END-IF
           ADD 1 TO MAP-IDX.

        120-SHOW-HONORS.
           IF AWARDS-AVAILABLE = 'Y'
              MOVE 0 TO HONOR-CT
              MOVE 'N' TO AWARDS-EOF
              MOVE INQUIRY-ID TO AW-ID
              MOVE 0 TO AW-SEASON
              MOVE LOW-VALUES TO AW-CODE
              START AWARDS-FILE KEY NOT < AW-KEY
                 INVALID KEY MOVE 'Y' TO AWARDS-EOF
              END-START
              PERFORM 121-SHOW-ONE-HONOR UNTIL AWARDS-EOF = 'Y'
              IF HONOR-CT = 0
                 DISPLAY '  HONORS: NONE ON FILE'
              END-IF
           END-IF.

        121-SHOW-ONE-HONOR.
           READ AWARDS-FILE NEXT RECORD
              AT END MOVE 'Y' TO AWARDS-EOF
              NOT AT END
                 IF AW-ID NOT = INQUIRY-ID
                    MOVE 'Y' TO AWARDS-EOF
                 ELSE
                    IF HONOR-CT = 0
                       DISPLAY '  HONORS:'
                    END-IF
                    ADD 1 TO HONOR-CT
                    PERFORM 122-FIND-AWARD-CODE
                    IF AC-FOUND > 0
                       DISPLAY '    ' AW-SEASON '  ' AW-CODE '  '
                          AC-DESC(AC-FOUND)
                    ELSE
                       DISPLAY '    ' AW-SEASON '  ' AW-CODE
                    END-IF
                 END-IF
           END-READ.

        122-FIND-AWARD-CODE.
           MOVE 0 TO AC-FOUND
           MOVE 1 TO AC-IDX
           PERFORM 123-MATCH-ONE-CODE UNTIL AC-IDX > 11
              OR AC-FOUND > 0.

        123-MATCH-ONE-CODE.
           IF AC-CODE(AC-IDX) = AW-CODE
              MOVE AC-IDX TO AC-FOUND
           END-IF
           ADD 1 TO AC-IDX.

        130-NAME-SEARCH.
           MOVE 0 TO MATCH-CT
           IF XREF-AVAILABLE = 'Y'
              MOVE 'N' TO ACT-EOF
              MOVE INQUIRY-ID TO IMK-ID
              MOVE 0 TO IMK-SEASON
              MOVE 0 TO IMK-STINT
              START NBA-MASTER KEY NOT < IMK-KEY
                 INVALID KEY MOVE 'Y' TO ACT-EOF
              END-START
              MOVE 'N' TO ARC-EOF
              MOVE INQUIRY-ID TO RMK-ID
              MOVE 0 TO RMK-SEASON
              MOVE 0 TO RMK-STINT
              START ARCHIVE-MASTER KEY NOT < RMK-KEY
                 INVALID KEY MOVE 'Y' TO ARC-EOF
              END-START
                    MOVE 'Y' TO ACT-EOF
                 ELSE
                    MOVE IMK-SEASON TO ACT-SEASON-HOLD
                    MOVE IMK-STINT TO ACT-STINT-HOLD
                    MOVE DATA-RECORD TO ACT-HOLD
                    MOVE 'Y' TO ACT-PENDING
                 END-IF
                    MOVE 'Y' TO ARC-EOF
                 ELSE
                    MOVE RMK-SEASON TO ARC-SEASON-HOLD
                    MOVE RMK-STINT TO ARC-STINT-HOLD
                    MOVE ARCH-DATA TO ARC-HOLD
                    MOVE 'Y' TO ARC-PENDING
                 END-IF
                 MOVE 'Y' TO MASTER-EOF
              WHEN ARC-PENDING = 'N'
                 OR (ACT-PENDING = 'Y'
                 AND (ACT-SEASON-HOLD < ARC-SEASON-HOLD
                 OR (ACT-SEASON-HOLD = ARC-SEASON-HOLD
                 AND ACT-STINT-HOLD <= ARC-STINT-HOLD)))
                 MOVE ACT-HOLD TO DATA-RECORD
                 MOVE 'N' TO ACT-PENDING
              WHEN OTHER
           MOVE REB-IN TO SD-REB
           MOVE AST-IN TO SD-AST
           DISPLAY SEASON-DETAIL
           PERFORM 113-CHECK-STINT
           IF SEASON-ROW = 'Y'
              PERFORM 114-ADD-TO-CAREER
           END-IF
           PERFORM 109-NEXT-MERGED.

        113-CHECK-STINT.
           MOVE 'Y' TO SEASON-ROW
           IF STINT-IN = 0
              MOVE SEASON-IN TO SPLIT-SEASON
           ELSE
              IF SEASON-IN = SPLIT-SEASON
                 MOVE 'N' TO SEASON-ROW
              END-IF
           END-IF.

        114-ADD-TO-CAREER.
           ADD PTS-IN TO AVG-HOLDER-PT
           ADD REB-IN TO AVG-HOLDER-REB
           ADD AST-IN TO AVG-HOLDER-AST
                 WGT-HOLDER-AST + (AST-IN * GP-IN)
              ADD GP-IN TO GP-HOLDER
           END-IF
           ADD 1 TO SEASON-COUNT.

        111-SHOW-CAREER.
           IF SEASON-COUNT > 0
           END-IF
           IF XREF-AVAILABLE = 'Y'
              CLOSE NBANAME-FILE
           END-IF
           IF AWARDS-AVAILABLE = 'Y'
              CLOSE AWARDS-FILE
           END-IF.
