       IDENTIFICATION DIVISION.
       PROGRAM-ID. NBACONTM.
       AUTHOR. WOLFE.
       DATE-WRITTEN. 10/15/2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT EDITED-TRANS ASSIGN TO "NBACONTRANS_EDITED.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TRANS-FILE-STATUS.


            SELECT CONTRACT-FILE ASSIGN TO "NBACONTRACT.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CR-KEY
            FILE STATUS IS CONTRACT-FILE-STATUS.


            SELECT CONTRACT-CHANGE-LOG
            ASSIGN TO "NBA_CONTRACT_CHANGELOG.dat"
            ORGANIZATION IS LINE SEQUENTIAL.



       DATA DIVISION.
       FILE SECTION.
       FD EDITED-TRANS RECORDING MODE IS F.
        01 CONTRACT-TRANS-RECORD.
           05 CX-CODE                 PIC X.
           05 CX-ID                   PIC XXXX.
           05 CX-SEASON               PIC 9(4).
           05 CX-TEAM                 PIC XXX.
           05 CX-SALARY               PIC 9(9).
           05 CX-TYPE                 PIC X(4).

       FD CONTRACT-FILE.
        01 CONTRACT-RECORD.
           05 CR-KEY.
              10 CR-ID                PIC XXXX.
              10 CR-SEASON            PIC 9(4).
              10 CR-TEAM              PIC XXX.
           05 CR-SALARY               PIC 9(9).
           05 CR-TYPE                 PIC X(4).
           05 CR-UPDATED-DATE         PIC X(8).

       FD CONTRACT-CHANGE-LOG RECORDING MODE IS F.
       01 LOG-LINE                   PIC X(120).



       WORKING-STORAGE SECTION.
       01 LIVE-VARIABLES.
          05 TRANS-FILE-STATUS             PIC XX VALUE '00'.
          05 CONTRACT-FILE-STATUS          PIC XX VALUE '00'.
          05 TRANS-EOF                     PIC X VALUE 'N'.
          05 OLD-TYPE-HOLD                 PIC X(4) VALUE SPACES.
          05 OLD-SALARY-ED                 PIC ZZZ,ZZZ,ZZ9.
          05 ADD-COUNT                     PIC 9(4) VALUE 0.
          05 CHANGE-COUNT                  PIC 9(4) VALUE 0.
          05 DELETE-COUNT                  PIC 9(4) VALUE 0.
          05 ERROR-COUNT                   PIC 9(4) VALUE 0.

       01  LOG-RECORD.
           05 LOG-CODE-OT             PIC X.
           05 FILLER                  PIC XX VALUE SPACES.
           05 LOG-ID-OT               PIC XXXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 LOG-SEASON-OT           PIC X(4).
           05 FILLER                  PIC XX VALUE SPACES.
           05 LOG-TEAM-OT             PIC XXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 LOG-SALARY-OT           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 LOG-TYPE-OT             PIC X(4).
           05 FILLER                  PIC XX VALUE SPACES.
           05 LOG-ACTION-OT           PIC X(10).
           05 FILLER                  PIC XX VALUE SPACES.
           05 LOG-DETAIL-OT           PIC X(40).

       01  SUMMARY-LINE.
           05 FILLER                  PIC X(11) VALUE 'SUMMARY -- '.
           05 FILLER                  PIC X(7) VALUE 'ADDED='.
           05 SUM-ADD-OT               PIC ZZZZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE 'CHANGED='.
           05 SUM-CHG-OT               PIC ZZZZZ9.
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
           OPEN INPUT EDITED-TRANS.
           IF TRANS-FILE-STATUS NOT = '00'
              DISPLAY 'NBACONTM: cannot open NBACONTRANS_EDITED.dat, '
                 'status ' TRANS-FILE-STATUS
              MOVE 'Y' TO TRANS-EOF
           END-IF
           OPEN I-O CONTRACT-FILE.
           IF CONTRACT-FILE-STATUS NOT = '00'
              OPEN OUTPUT CONTRACT-FILE
              CLOSE CONTRACT-FILE
              OPEN I-O CONTRACT-FILE
           END-IF
           OPEN OUTPUT CONTRACT-CHANGE-LOG.
           PERFORM 101-READ-TRANS.

        101-READ-TRANS.
           IF TRANS-EOF = 'N'
              READ EDITED-TRANS
                 AT END MOVE 'Y' TO TRANS-EOF
              END-READ
           END-IF.

        200-APPLY-ONE-TRANS.
           MOVE SPACES TO LOG-DETAIL-OT
           EVALUATE CX-CODE
              WHEN 'A'
                 PERFORM 300-ADD-CONTRACT
              WHEN 'C'
                 PERFORM 310-CHANGE-CONTRACT
              WHEN 'D'
                 PERFORM 320-DELETE-CONTRACT
              WHEN OTHER
                 ADD 1 TO ERROR-COUNT
                 MOVE 'ERROR     ' TO LOG-ACTION-OT
                 MOVE 'INVALID TRANS CODE' TO LOG-DETAIL-OT
                 PERFORM 910-LOG-TRANS
           END-EVALUATE
           PERFORM 101-READ-TRANS.

        210-LOAD-KEY.
           MOVE CX-ID TO CR-ID
           MOVE CX-SEASON TO CR-SEASON
           MOVE CX-TEAM TO CR-TEAM.

        300-ADD-CONTRACT.
           PERFORM 210-LOAD-KEY
           MOVE CX-SALARY TO CR-SALARY
           MOVE CX-TYPE TO CR-TYPE
           STRING CURR-YEAR CURR-MONTH CURR-DAY
              DELIMITED BY SIZE INTO CR-UPDATED-DATE
           WRITE CONTRACT-RECORD
              INVALID KEY
                 ADD 1 TO ERROR-COUNT
                 MOVE 'ERROR     ' TO LOG-ACTION-OT
                 MOVE 'CONTRACT ALREADY ON FILE' TO LOG-DETAIL-OT
              NOT INVALID KEY
                 ADD 1 TO ADD-COUNT
                 MOVE 'ADDED     ' TO LOG-ACTION-OT
           END-WRITE
           PERFORM 910-LOG-TRANS.

        310-CHANGE-CONTRACT.
           PERFORM 210-LOAD-KEY
           READ CONTRACT-FILE
              INVALID KEY
                 ADD 1 TO ERROR-COUNT
                 MOVE 'ERROR     ' TO LOG-ACTION-OT
                 MOVE 'CONTRACT NOT ON FILE' TO LOG-DETAIL-OT
              NOT INVALID KEY
                 PERFORM 311-REWRITE-CONTRACT
           END-READ
           PERFORM 910-LOG-TRANS.

        311-REWRITE-CONTRACT.
           MOVE CR-SALARY TO OLD-SALARY-ED
           MOVE CR-TYPE TO OLD-TYPE-HOLD
           MOVE CX-SALARY TO CR-SALARY
           MOVE CX-TYPE TO CR-TYPE
           STRING CURR-YEAR CURR-MONTH CURR-DAY
              DELIMITED BY SIZE INTO CR-UPDATED-DATE
           REWRITE CONTRACT-RECORD
              INVALID KEY
                 ADD 1 TO ERROR-COUNT
                 MOVE 'ERROR     ' TO LOG-ACTION-OT
                 MOVE 'REWRITE FAILED' TO LOG-DETAIL-OT
              NOT INVALID KEY
                 ADD 1 TO CHANGE-COUNT
                 MOVE 'CHANGED   ' TO LOG-ACTION-OT
                 STRING 'WAS ' OLD-SALARY-ED ' ' OLD-TYPE-HOLD
                    DELIMITED BY SIZE INTO LOG-DETAIL-OT
           END-REWRITE.

        320-DELETE-CONTRACT.
           PERFORM 210-LOAD-KEY
           DELETE CONTRACT-FILE
              INVALID KEY
                 ADD 1 TO ERROR-COUNT
                 MOVE 'ERROR     ' TO LOG-ACTION-OT
                 MOVE 'CONTRACT NOT ON FILE' TO LOG-DETAIL-OT
              NOT INVALID KEY
                 ADD 1 TO DELETE-COUNT
                 MOVE 'DELETED   ' TO LOG-ACTION-OT
           END-DELETE
           PERFORM 910-LOG-TRANS.

        910-LOG-TRANS.
           MOVE CX-CODE TO LOG-CODE-OT
           MOVE CX-ID TO LOG-ID-OT
           MOVE CX-SEASON TO LOG-SEASON-OT
           MOVE CX-TEAM TO LOG-TEAM-OT
           IF CX-SALARY NUMERIC
              MOVE CX-SALARY TO LOG-SALARY-OT
           ELSE
              MOVE 0 TO LOG-SALARY-OT
           END-IF
           MOVE CX-TYPE TO LOG-TYPE-OT
           MOVE LOG-RECORD TO LOG-LINE
           WRITE LOG-LINE.

        900-WRITE-SUMMARY.
           MOVE ADD-COUNT TO SUM-ADD-OT
           MOVE CHANGE-COUNT TO SUM-CHG-OT
           MOVE DELETE-COUNT TO SUM-DEL-OT
           MOVE ERROR-COUNT TO SUM-ERR-OT
           MOVE SUMMARY-LINE TO LOG-LINE
           WRITE LOG-LINE.

        105-CLOSE.
           IF TRANS-FILE-STATUS = '00' OR TRANS-FILE-STATUS = '10'
              CLOSE EDITED-TRANS
           END-IF
           CLOSE CONTRACT-FILE.
           CLOSE CONTRACT-CHANGE-LOG.
