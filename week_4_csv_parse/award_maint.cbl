       IDENTIFICATION DIVISION.
       PROGRAM-ID. NBAAWRDM.
       AUTHOR. WOLFE.
       DATE-WRITTEN. 10/15/2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT AWARD-TRANS ASSIGN TO "NBAAWARDTRANS.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TRANS-FILE-STATUS.


            SELECT AWARDS-FILE ASSIGN TO "NBAAWARDS.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AW-KEY
            FILE STATUS IS AWARDS-FILE-STATUS.


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


            SELECT AWARD-CHANGE-LOG ASSIGN TO "NBA_AWARD_CHANGELOG.dat"
            ORGANIZATION IS LINE SEQUENTIAL.



       DATA DIVISION.
       FILE SECTION.
       FD AWARD-TRANS RECORDING MODE IS F.
        01 AWARD-TRANS-RECORD.
           05 AT-CODE                 PIC X.
           05 AT-ID                   PIC XXXX.
           05 AT-SEASON               PIC X(4).
           05 AT-AWARD                PIC X(4).
           05 AT-NOTE                 PIC X(30).

       FD AWARDS-FILE.
        01 AWARD-RECORD.
           05 AW-KEY.
              10 AW-ID                PIC XXXX.
              10 AW-SEASON            PIC 9(4).
              10 AW-CODE              PIC X(4).
           05 AW-NOTE                 PIC X(30).
           05 AW-ADDED-DATE           PIC X(8).

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

       FD AWARD-CHANGE-LOG RECORDING MODE IS F.
       01 LOG-LINE                   PIC X(120).



       WORKING-STORAGE SECTION.
       01 LIVE-VARIABLES.
          05 TRANS-FILE-STATUS             PIC XX VALUE '00'.
          05 AWARDS-FILE-STATUS            PIC XX VALUE '00'.
          05 MASTER-FILE-STATUS            PIC XX VALUE '00'.
          05 ARCHIVE-FILE-STATUS           PIC XX VALUE '00'.
          05 MASTER-AVAILABLE              PIC X VALUE 'N'.
          05 ARCHIVE-AVAILABLE             PIC X VALUE 'N'.
          05 TRANS-EOF                     PIC X VALUE 'N'.
          05 VALID-TRANS                   PIC X VALUE 'Y'.
          05 ON-FILE                       PIC X VALUE 'N'.
          05 ERROR-REASON                  PIC X(40) VALUE SPACES.
          05 SEASON-HOLD                   PIC 9(4) VALUE 0.
          05 AC-IDX                        PIC 99 VALUE 0.
          05 AC-FOUND                      PIC 99 VALUE 0.
          05 ADD-COUNT                     PIC 9(4) VALUE 0.
          05 DELETE-COUNT                  PIC 9(4) VALUE 0.
          05 ERROR-COUNT                   PIC 9(4) VALUE 0.

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

       01  LOG-RECORD.
           05 LOG-CODE-OT             PIC X.
           05 FILLER                  PIC XX VALUE SPACES.
           05 LOG-ID-OT               PIC XXXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 LOG-SEASON-OT           PIC X(4).
           05 FILLER                  PIC XX VALUE SPACES.
           05 LOG-AWARD-OT            PIC X(4).
           05 FILLER                  PIC XX VALUE SPACES.
           05 LOG-ACTION-OT           PIC X(10).
           05 FILLER                  PIC XX VALUE SPACES.
           05 LOG-DETAIL-OT           PIC X(48).

       01  SUMMARY-LINE.
           05 FILLER                  PIC X(11) VALUE 'SUMMARY -- '.
           05 FILLER                  PIC X(7) VALUE 'ADDED='.
           05 SUM-ADD-OT               PIC ZZZZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE 'DELETED='.
           05 SUM-DEL-OT               PIC ZZZZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(7) VALUE 'ERRORS='.
           05 SUM-ERR-OT               PIC ZZZZZ9.

       01  STORE-DATE.
           05 CURR-YEAR               PIC XXXX.
           05 CURR-MONTH              PIC XX.
           05 CURR-DAY                PIC XX.
           05 CURR-HR                 PIC XX.
           05 CURR-MIN                PIC XX.
           05 CURR-SEC                PIC XX.



       PROCEDURE DIVISION.
        MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-APPLY-ONE-TRANS UNTIL TRANS-EOF = 'Y'
           PERFORM 900-WRITE-SUMMARY.
           PERFORM 105-CLOSE.
           GOBACK.

        100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO STORE-DATE
           OPEN INPUT AWARD-TRANS.
           IF TRANS-FILE-STATUS NOT = '00'
              DISPLAY 'NBAAWRDM: cannot open NBAAWARDTRANS.dat, '
                 'status ' TRANS-FILE-STATUS
              MOVE 'Y' TO TRANS-EOF
           END-IF
           OPEN I-O AWARDS-FILE.
           IF AWARDS-FILE-STATUS NOT = '00'
              OPEN OUTPUT AWARDS-FILE
              CLOSE AWARDS-FILE
              OPEN I-O AWARDS-FILE
           END-IF
           OPEN INPUT NBA-MASTER.
           IF MASTER-FILE-STATUS = '00'
              MOVE 'Y' TO MASTER-AVAILABLE
           END-IF
           OPEN INPUT ARCHIVE-MASTER.
           IF ARCHIVE-FILE-STATUS = '00'
              MOVE 'Y' TO ARCHIVE-AVAILABLE
           END-IF
           OPEN OUTPUT AWARD-CHANGE-LOG.
           PERFORM 101-READ-TRANS.

        101-READ-TRANS.
           IF TRANS-EOF = 'N'
              READ AWARD-TRANS
                 AT END MOVE 'Y' TO TRANS-EOF
              END-READ
           END-IF.

        200-APPLY-ONE-TRANS.
           PERFORM 210-VALIDATE-TRANS
           IF VALID-TRANS = 'N'
              ADD 1 TO ERROR-COUNT
              MOVE 'ERROR     ' TO LOG-ACTION-OT
              MOVE ERROR-REASON TO LOG-DETAIL-OT
              PERFORM 910-LOG-TRANS
           ELSE
              EVALUATE AT-CODE
                 WHEN 'A'
                    PERFORM 300-ADD-AWARD
                 WHEN 'D'
                    PERFORM 310-DELETE-AWARD
              END-EVALUATE
           END-IF
           PERFORM 101-READ-TRANS.

        210-VALIDATE-TRANS.
           MOVE 'Y' TO VALID-TRANS
           MOVE SPACES TO ERROR-REASON
           MOVE 0 TO SEASON-HOLD
           IF AT-SEASON NUMERIC
              MOVE AT-SEASON TO SEASON-HOLD
           END-IF
           PERFORM 220-FIND-AWARD-CODE
           EVALUATE TRUE
              WHEN AT-CODE NOT = 'A' AND AT-CODE NOT = 'D'
                 MOVE 'N' TO VALID-TRANS
                 MOVE 'INVALID TRANS CODE' TO ERROR-REASON
              WHEN AT-ID = SPACES
                 MOVE 'N' TO VALID-TRANS
                 MOVE 'MISSING PLAYER ID' TO ERROR-REASON
              WHEN SEASON-HOLD = 0
                 MOVE 'N' TO VALID-TRANS
                 MOVE 'INVALID SEASON' TO ERROR-REASON
              WHEN AC-FOUND = 0
                 MOVE 'N' TO VALID-TRANS
                 MOVE 'INVALID AWARD CODE' TO ERROR-REASON
              WHEN AT-CODE = 'A'
                 PERFORM 230-CHECK-PLAYER-SEASON
           END-EVALUATE.

        220-FIND-AWARD-CODE.
           MOVE 0 TO AC-FOUND
           MOVE 1 TO AC-IDX
           PERFORM 221-MATCH-ONE-CODE UNTIL AC-IDX > 11
              OR AC-FOUND > 0.

        221-MATCH-ONE-CODE.
           IF AC-CODE(AC-IDX) = AT-AWARD
              MOVE AC-IDX TO AC-FOUND
           END-IF
           ADD 1 TO AC-IDX.

        230-CHECK-PLAYER-SEASON.
           MOVE 'N' TO ON-FILE
           IF MASTER-AVAILABLE = 'Y'
              MOVE AT-ID TO IMK-ID
              MOVE SEASON-HOLD TO IMK-SEASON
              MOVE 0 TO IMK-STINT
              START NBA-MASTER KEY NOT < IMK-KEY
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    READ NBA-MASTER NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                          IF IMK-ID = AT-ID
                             AND IMK-SEASON = SEASON-HOLD
                             MOVE 'Y' TO ON-FILE
                          END-IF
                    END-READ
              END-START
           END-IF
           IF ON-FILE = 'N' AND ARCHIVE-AVAILABLE = 'Y'
              MOVE AT-ID TO RMK-ID
              MOVE SEASON-HOLD TO RMK-SEASON
              MOVE 0 TO RMK-STINT
              START ARCHIVE-MASTER KEY NOT < RMK-KEY
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    READ ARCHIVE-MASTER NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                          IF RMK-ID = AT-ID
                             AND RMK-SEASON = SEASON-HOLD
                             MOVE 'Y' TO ON-FILE
                          END-IF
                    END-READ
              END-START
           END-IF
           IF ON-FILE = 'N'
              MOVE 'N' TO VALID-TRANS
              IF MASTER-AVAILABLE = 'N' AND ARCHIVE-AVAILABLE = 'N'
                 MOVE 'NBADATA.idx/NBA_ARCHIVE.idx NOT AVAILABLE'
                    TO ERROR-REASON
              ELSE
                 MOVE 'ID/SEASON NOT ON MASTER OR ARCHIVE'
                    TO ERROR-REASON
              END-IF
           END-IF.

        300-ADD-AWARD.
           MOVE AT-ID TO AW-ID
           MOVE SEASON-HOLD TO AW-SEASON
           MOVE AT-AWARD TO AW-CODE
           MOVE AT-NOTE TO AW-NOTE
           STRING CURR-YEAR CURR-MONTH CURR-DAY
              DELIMITED BY SIZE INTO AW-ADDED-DATE
           WRITE AWARD-RECORD
              INVALID KEY
                 ADD 1 TO ERROR-COUNT
                 MOVE 'ERROR     ' TO LOG-ACTION-OT
                 MOVE 'AWARD ALREADY ON FILE' TO LOG-DETAIL-OT
              NOT INVALID KEY
                 ADD 1 TO ADD-COUNT
                 MOVE 'ADDED     ' TO LOG-ACTION-OT
                 MOVE AC-DESC(AC-FOUND) TO LOG-DETAIL-OT
           END-WRITE
           PERFORM 910-LOG-TRANS.

        310-DELETE-AWARD.
           MOVE AT-ID TO AW-ID
           MOVE SEASON-HOLD TO AW-SEASON
           MOVE AT-AWARD TO AW-CODE
           DELETE AWARDS-FILE
              INVALID KEY
                 ADD 1 TO ERROR-COUNT
                 MOVE 'ERROR     ' TO LOG-ACTION-OT
                 MOVE 'AWARD NOT ON FILE' TO LOG-DETAIL-OT
              NOT INVALID KEY
                 ADD 1 TO DELETE-COUNT
                 MOVE 'DELETED   ' TO LOG-ACTION-OT
                 MOVE AC-DESC(AC-FOUND) TO LOG-DETAIL-OT
           END-DELETE
           PERFORM 910-LOG-TRANS.

        910-LOG-TRANS.
           MOVE AT-CODE TO LOG-CODE-OT
           MOVE AT-ID TO LOG-ID-OT
           MOVE AT-SEASON TO LOG-SEASON-OT
           MOVE AT-AWARD TO LOG-AWARD-OT
           MOVE LOG-RECORD TO LOG-LINE
           WRITE LOG-LINE.

        900-WRITE-SUMMARY.
           MOVE ADD-COUNT TO SUM-ADD-OT
           MOVE DELETE-COUNT TO SUM-DEL-OT
           MOVE ERROR-COUNT TO SUM-ERR-OT
           MOVE SUMMARY-LINE TO LOG-LINE
           WRITE LOG-LINE.

        105-CLOSE.
           IF TRANS-FILE-STATUS = '00' OR TRANS-FILE-STATUS = '10'
              CLOSE AWARD-TRANS
           END-IF
           CLOSE AWARDS-FILE.
           IF MASTER-AVAILABLE = 'Y'
              CLOSE NBA-MASTER
           END-IF
           IF ARCHIVE-AVAILABLE = 'Y'
              CLOSE ARCHIVE-MASTER
           END-IF
           CLOSE AWARD-CHANGE-LOG.
