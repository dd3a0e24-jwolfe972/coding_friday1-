       IDENTIFICATION DIVISION.
       PROGRAM-ID. NBACEDIT.
       AUTHOR. WOLFE.
       DATE-WRITTEN. 10/15/2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT OPTIONAL CONTRACT-TRANS ASSIGN TO "NBACONTRANS.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TRANS-FILE-STATUS.


            SELECT OPTIONAL SUSPENSE-IN
            ASSIGN TO "NBA_CONTRACT_SUSPENSE.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SUSP-IN-STATUS.


            SELECT EDITED-TRANS ASSIGN TO "NBACONTRANS_EDITED.dat"
            ORGANIZATION IS LINE SEQUENTIAL.


            SELECT SUSPENSE-NEW
            ASSIGN TO "NBA_CONTRACT_SUSPENSE_NEW.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SUSP-NEW-STATUS.


            SELECT SUSPENSE-OUT ASSIGN TO "NBA_CONTRACT_SUSPENSE.dat"
            ORGANIZATION IS LINE SEQUENTIAL.


            SELECT TEAMS-FILE ASSIGN TO "TEAMS.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS TEAM-ABBR-KEY
            FILE STATUS IS TEAMS-FILE-STATUS.


            SELECT TEAM-HIST-FILE ASSIGN TO "TEAMHIST.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TH-KEY
            FILE STATUS IS TEAM-HIST-STATUS.


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


            SELECT EDIT-REPORT ASSIGN TO "NBA_CONTRACT_EDIT.doc"
            ORGANIZATION IS LINE SEQUENTIAL.



       DATA DIVISION.
       FILE SECTION.
       FD CONTRACT-TRANS RECORDING MODE IS F.
       01 RAW-TRANS-RECORD           PIC X(25).

       FD SUSPENSE-IN RECORDING MODE IS F.
        01 SUSPENSE-IN-RECORD.
           05 SI-REASON-CODE          PIC X(4).
           05 FILLER                  PIC XX.
           05 SI-TRANS-IMAGE          PIC X(25).

       FD EDITED-TRANS RECORDING MODE IS F.
       01 EDITED-RECORD              PIC X(25).

       FD SUSPENSE-NEW RECORDING MODE IS F.
        01 SUSPENSE-NEW-RECORD.
           05 SN-REASON-CODE          PIC X(4).
           05 FILLER                  PIC XX.
           05 SN-TRANS-IMAGE          PIC X(25).

       FD SUSPENSE-OUT RECORDING MODE IS F.
       01 SUSPENSE-OUT-RECORD        PIC X(31).

       FD TEAMS-FILE.
       01 TEAM-RECORD.
           05 TEAM-ABBR-KEY           PIC XXX.
           05 TEAM-FULL-NAME          PIC X(30).
           05 TEAM-CONFERENCE         PIC X(10).
           05 TEAM-DIVISION           PIC X(15).

       FD TEAM-HIST-FILE.
        01 TEAM-HIST-RECORD.
           05 TH-KEY.
              10 TH-ABBR              PIC XXX.
              10 TH-FROM-SEASON       PIC 9(4).
           05 TH-TO-SEASON            PIC 9(4).
           05 TH-FULL-NAME            PIC X(30).
           05 TH-CONFERENCE           PIC X(10).
           05 TH-DIVISION             PIC X(15).

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

       FD EDIT-REPORT RECORDING MODE IS F.
       01 PRINT-LINE                 PIC X(132).



       WORKING-STORAGE SECTION.
       01 LIVE-VARIABLES.
          05 TRANS-FILE-STATUS             PIC XX VALUE '00'.
          05 SUSP-IN-STATUS                PIC XX VALUE '00'.
          05 SUSP-NEW-STATUS               PIC XX VALUE '00'.
          05 TEAMS-FILE-STATUS             PIC XX VALUE '00'.
          05 TEAMS-FILE-AVAILABLE          PIC X VALUE 'N'.
          05 TEAM-HIST-STATUS              PIC XX VALUE '00'.
          05 TEAM-HIST-AVAILABLE           PIC X VALUE 'N'.
          05 MASTER-FILE-STATUS            PIC XX VALUE '00'.
          05 MASTER-AVAILABLE              PIC X VALUE 'N'.
          05 ARCHIVE-FILE-STATUS           PIC XX VALUE '00'.
          05 ARCHIVE-AVAILABLE             PIC X VALUE 'N'.
          05 TRANS-EOF                     PIC X VALUE 'N'.
          05 SUSP-EOF                      PIC X VALUE 'N'.
          05 COPY-EOF                      PIC X VALUE 'N'.
          05 HIST-EOF                      PIC X VALUE 'N'.
          05 HIST-FOUND                    PIC X VALUE 'N'.
          05 TEAM-FOUND                    PIC X VALUE 'N'.
          05 ON-FILE                       PIC X VALUE 'N'.
          05 VALID-TRANS                   PIC X VALUE 'Y'.
          05 REASON-CODE                   PIC X(4) VALUE SPACES.
          05 REASON-TEXT                   PIC X(30) VALUE SPACES.
          05 CT-IDX                        PIC 99 VALUE 0.
          05 CT-FOUND                      PIC 99 VALUE 0.
          05 TRANS-READ-CT                 PIC 9(6) VALUE 0.
          05 RECYCLED-READ-CT              PIC 9(6) VALUE 0.
          05 PASSED-CT                     PIC 9(6) VALUE 0.
          05 RECYCLE-CLEARED-CT            PIC 9(6) VALUE 0.
          05 SUSPENDED-CT                  PIC 9(6) VALUE 0.

       01 CONTRACT-TYPES.
           05 FILLER                  PIC X(24)
              VALUE 'ROOKROOKIE SCALE        '.
           05 FILLER                  PIC X(24)
              VALUE 'VET VETERAN             '.
           05 FILLER                  PIC X(24)
              VALUE 'MAX MAXIMUM             '.
           05 FILLER                  PIC X(24)
              VALUE 'MIN VETERAN MINIMUM     '.
           05 FILLER                  PIC X(24)
              VALUE 'EXT EXTENSION           '.
           05 FILLER                  PIC X(24)
              VALUE 'TWO TWO-WAY             '.
           05 FILLER                  PIC X(24)
              VALUE '10DY10-DAY              '.
       01 CONTRACT-TYPE-TABLE REDEFINES CONTRACT-TYPES.
           05 CONTRACT-TYPE-ENTRY OCCURS 7 TIMES.
              10 CT-CODE              PIC X(4).
              10 CT-DESC              PIC X(20).

       01 CONTRACT-WORK-RECORD.
           05 CW-CODE                 PIC X.
           05 CW-ID                   PIC XXXX.
           05 CW-SEASON               PIC 9(4).
           05 CW-TEAM                 PIC XXX.
           05 CW-SALARY               PIC 9(9).
           05 CW-TYPE                 PIC X(4).

       01  STORE-DATE.
           05 CURR-YEAR               PIC XXXX.
           05 CURR-MONTH              PIC XX.
           05 CURR-DAY                PIC XX.
           05 CURR-HR                 PIC XX.
           05 CURR-MIN                PIC XX.
           05 CURR-SEC                PIC XX.

       01  HEADER-LINE-1.
           05 FILLER                  PIC X(10) VALUE SPACES.
           05 TXT                     PIC X(38)
              VALUE 'NBA CONTRACT PRE-EDIT REPORT FOR      '.
           05 MONTH-F                 PIC XX.
           05 FILLER                  PIC X VALUE '/'.
           05 DAY-F                   PIC XX.
           05 FILLER                  PIC X VALUE '/'.
           05 YEAR-F                  PIC XXXX.

       01  HEADER-LINE-2.
           05 FILLER                  PIC X VALUE SPACE.
           05 CD-TXT                  PIC X(4) VALUE 'CODE'.
           05 FILLER                  PIC XX VALUE SPACES.
           05 ID-TXT                  PIC X(4) VALUE 'ID  '.
           05 FILLER                  PIC XX VALUE SPACES.
           05 SEA-TXT                 PIC X(6) VALUE 'SEASON'.
           05 FILLER                  PIC XX VALUE SPACES.
           05 TM-TXT                  PIC X(4) VALUE 'TEAM'.
           05 FILLER                  PIC XX VALUE SPACES.
           05 SRC-TXT                 PIC X(8) VALUE 'SOURCE  '.
           05 FILLER                  PIC XX VALUE SPACES.
           05 RSN-TXT                 PIC X(6) VALUE 'REASON'.

       01  SUSPEND-DETAIL.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 SD-CODE                 PIC X.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 SD-ID                   PIC XXXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 SD-SEASON               PIC X(4).
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 SD-TEAM                 PIC XXX.
           05 FILLER                  PIC XXX VALUE SPACES.
           05 SD-SOURCE               PIC X(8).
           05 FILLER                  PIC XX VALUE SPACES.
           05 SD-REASON-CODE          PIC X(4).
           05 FILLER                  PIC XX VALUE SPACES.
           05 SD-REASON-TEXT          PIC X(30).

       01  TOTAL-DETAIL.
           05 TOT-LABEL               PIC X(34).
           05 TOT-VALUE               PIC ZZZZZ9.

       01  BORDER-LINE.
           05 LINE-BAR       PIC X(70)    VALUE
           '----------------------------------------------------------'.



       PROCEDURE DIVISION.
        MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-EDIT-ONE-TRANS UNTIL TRANS-EOF = 'Y'
           PERFORM 210-RECYCLE-ONE-SUSPENSE UNTIL SUSP-EOF = 'Y'
           PERFORM 900-WRITE-TOTALS.
           PERFORM 105-CLOSE.
           PERFORM 300-REPLACE-SUSPENSE.
           GOBACK.

        100-OPEN-FILES.
           OPEN INPUT CONTRACT-TRANS SUSPENSE-IN.
           OPEN OUTPUT EDITED-TRANS SUSPENSE-NEW EDIT-REPORT.
           OPEN INPUT TEAMS-FILE.
           IF TEAMS-FILE-STATUS = '00'
              MOVE 'Y' TO TEAMS-FILE-AVAILABLE
           END-IF
           OPEN INPUT TEAM-HIST-FILE.
           IF TEAM-HIST-STATUS = '00'
              MOVE 'Y' TO TEAM-HIST-AVAILABLE
           END-IF
           OPEN INPUT NBA-MASTER.
           IF MASTER-FILE-STATUS = '00'
              MOVE 'Y' TO MASTER-AVAILABLE
           END-IF
           OPEN INPUT ARCHIVE-MASTER.
           IF ARCHIVE-FILE-STATUS = '00'
              MOVE 'Y' TO ARCHIVE-AVAILABLE
           END-IF
           PERFORM 110-WRITE-HEADER.
           IF TRANS-FILE-STATUS NOT = '00'
              MOVE 'Y' TO TRANS-EOF
           END-IF
           IF SUSP-IN-STATUS NOT = '00'
              MOVE 'Y' TO SUSP-EOF
           END-IF
           PERFORM 101-READ-TRANS.
           PERFORM 102-READ-SUSPENSE.

        110-WRITE-HEADER.
           MOVE FUNCTION CURRENT-DATE TO STORE-DATE
           MOVE CURR-YEAR TO YEAR-F
           MOVE CURR-MONTH TO MONTH-F
           MOVE CURR-DAY TO DAY-F
           MOVE HEADER-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE HEADER-LINE-2 TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE BORDER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        101-READ-TRANS.
           IF TRANS-EOF = 'N'
              READ CONTRACT-TRANS
                 AT END MOVE 'Y' TO TRANS-EOF
                 NOT AT END ADD 1 TO TRANS-READ-CT
              END-READ
           END-IF.

        102-READ-SUSPENSE.
           IF SUSP-EOF = 'N'
              READ SUSPENSE-IN
                 AT END MOVE 'Y' TO SUSP-EOF
                 NOT AT END ADD 1 TO RECYCLED-READ-CT
              END-READ
           END-IF.

        200-EDIT-ONE-TRANS.
           MOVE RAW-TRANS-RECORD TO CONTRACT-WORK-RECORD
           PERFORM 220-VALIDATE-TRANS
           IF VALID-TRANS = 'Y'
              MOVE CONTRACT-WORK-RECORD TO EDITED-RECORD
              WRITE EDITED-RECORD
              ADD 1 TO PASSED-CT
           ELSE
              MOVE 'NEW     ' TO SD-SOURCE
              PERFORM 230-SUSPEND-TRANS
           END-IF
           PERFORM 101-READ-TRANS.

        210-RECYCLE-ONE-SUSPENSE.
           MOVE SI-TRANS-IMAGE TO CONTRACT-WORK-RECORD
           PERFORM 220-VALIDATE-TRANS
           IF VALID-TRANS = 'Y'
              MOVE CONTRACT-WORK-RECORD TO EDITED-RECORD
              WRITE EDITED-RECORD
              ADD 1 TO PASSED-CT
              ADD 1 TO RECYCLE-CLEARED-CT
           ELSE
              MOVE 'RECYCLED' TO SD-SOURCE
              PERFORM 230-SUSPEND-TRANS
           END-IF
           PERFORM 102-READ-SUSPENSE.

        220-VALIDATE-TRANS.
           MOVE 'Y' TO VALID-TRANS
           MOVE SPACES TO REASON-CODE
           MOVE SPACES TO REASON-TEXT
           PERFORM 221-FIND-CONTRACT-TYPE
           EVALUATE TRUE
              WHEN CW-CODE NOT = 'A' AND CW-CODE NOT = 'C'
                 AND CW-CODE NOT = 'D'
                 MOVE 'CODE' TO REASON-CODE
                 MOVE 'INVALID TRANS CODE' TO REASON-TEXT
              WHEN CW-ID = SPACES
                 MOVE 'ID  ' TO REASON-CODE
                 MOVE 'MISSING PLAYER ID' TO REASON-TEXT
              WHEN CW-SEASON NOT NUMERIC
                 MOVE 'SEAS' TO REASON-CODE
                 MOVE 'NON-NUMERIC SEASON' TO REASON-TEXT
              WHEN CW-SEASON < 1946 OR CW-SEASON > 2099
                 MOVE 'SRNG' TO REASON-CODE
                 MOVE 'SEASON OUT OF RANGE' TO REASON-TEXT
              WHEN CW-TEAM = SPACES
                 MOVE 'TEAM' TO REASON-CODE
                 MOVE 'MISSING TEAM CODE' TO REASON-TEXT
              WHEN CW-CODE = 'D'
                 CONTINUE
              WHEN CW-SALARY NOT NUMERIC
                 MOVE 'SAL ' TO REASON-CODE
                 MOVE 'NON-NUMERIC SALARY' TO REASON-TEXT
              WHEN CW-SALARY = 0
                 MOVE 'SAL0' TO REASON-CODE
                 MOVE 'SALARY MUST BE ABOVE ZERO' TO REASON-TEXT
              WHEN CT-FOUND = 0
                 MOVE 'TYPE' TO REASON-CODE
                 MOVE 'INVALID CONTRACT TYPE' TO REASON-TEXT
              WHEN OTHER
                 PERFORM 225-CHECK-TEAM
                 IF REASON-CODE = SPACES
                    PERFORM 240-CHECK-PLAYER-SEASON
                 END-IF
           END-EVALUATE
           IF REASON-CODE NOT = SPACES
              MOVE 'N' TO VALID-TRANS
           END-IF.

        221-FIND-CONTRACT-TYPE.
           MOVE 0 TO CT-FOUND
           MOVE 1 TO CT-IDX
           PERFORM 222-MATCH-ONE-TYPE UNTIL CT-IDX > 7
              OR CT-FOUND > 0.

        222-MATCH-ONE-TYPE.
           IF CT-CODE(CT-IDX) = CW-TYPE
              MOVE CT-IDX TO CT-FOUND
           END-IF
           ADD 1 TO CT-IDX.

        225-CHECK-TEAM.
           MOVE 'N' TO TEAM-FOUND
           IF TEAMS-FILE-AVAILABLE = 'Y'
              MOVE CW-TEAM TO TEAM-ABBR-KEY
              READ TEAMS-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'Y' TO TEAM-FOUND
              END-READ
           END-IF
           IF TEAM-FOUND = 'N' AND TEAM-HIST-AVAILABLE = 'Y'
              PERFORM 226-LOOKUP-TEAM-DATED
              MOVE HIST-FOUND TO TEAM-FOUND
           END-IF
           IF TEAM-FOUND = 'N'
              AND (TEAMS-FILE-AVAILABLE = 'Y'
                   OR TEAM-HIST-AVAILABLE = 'Y')
              MOVE 'TEAM' TO REASON-CODE
              MOVE 'TEAM NOT ON FILE FOR SEASON' TO REASON-TEXT
           END-IF.

        226-LOOKUP-TEAM-DATED.
           MOVE 'N' TO HIST-EOF
           MOVE 'N' TO HIST-FOUND
           MOVE CW-TEAM TO TH-ABBR
           MOVE 0 TO TH-FROM-SEASON
           START TEAM-HIST-FILE KEY NOT < TH-KEY
              INVALID KEY MOVE 'Y' TO HIST-EOF
           END-START
           PERFORM 227-MATCH-ONE-DATED
              UNTIL HIST-EOF = 'Y' OR HIST-FOUND = 'Y'.

        227-MATCH-ONE-DATED.
           READ TEAM-HIST-FILE NEXT RECORD
              AT END MOVE 'Y' TO HIST-EOF
              NOT AT END
                 IF TH-ABBR NOT = CW-TEAM
                    MOVE 'Y' TO HIST-EOF
                 ELSE
                    IF CW-SEASON NOT < TH-FROM-SEASON
                       AND CW-SEASON NOT > TH-TO-SEASON
                       MOVE 'Y' TO HIST-FOUND
                    END-IF
                 END-IF
           END-READ.

        240-CHECK-PLAYER-SEASON.
           MOVE 'N' TO ON-FILE
           IF MASTER-AVAILABLE = 'Y'
              MOVE CW-ID TO IMK-ID
              MOVE CW-SEASON TO IMK-SEASON
              MOVE 0 TO IMK-STINT
              START NBA-MASTER KEY NOT < IMK-KEY
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    READ NBA-MASTER NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                          IF IMK-ID = CW-ID
                             AND IMK-SEASON = CW-SEASON
                             MOVE 'Y' TO ON-FILE
                          END-IF
                    END-READ
              END-START
           END-IF
           IF ON-FILE = 'N' AND ARCHIVE-AVAILABLE = 'Y'
              MOVE CW-ID TO RMK-ID
              MOVE CW-SEASON TO RMK-SEASON
              MOVE 0 TO RMK-STINT
              START ARCHIVE-MASTER KEY NOT < RMK-KEY
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    READ ARCHIVE-MASTER NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                          IF RMK-ID = CW-ID
                             AND RMK-SEASON = CW-SEASON
                             MOVE 'Y' TO ON-FILE
                          END-IF
                    END-READ
              END-START
           END-IF
           IF ON-FILE = 'N'
              IF MASTER-AVAILABLE = 'N' AND ARCHIVE-AVAILABLE = 'N'
                 MOVE 'MAST' TO REASON-CODE
                 MOVE 'NO MASTER OR ARCHIVE AVAILABLE' TO REASON-TEXT
              ELSE
                 MOVE 'NOPL' TO REASON-CODE
                 MOVE 'ID/SEASON NOT ON MASTER/ARCHIVE'
                    TO REASON-TEXT
              END-IF
           END-IF.

        230-SUSPEND-TRANS.
           MOVE SPACES TO SUSPENSE-NEW-RECORD
           MOVE REASON-CODE TO SN-REASON-CODE
           MOVE CONTRACT-WORK-RECORD TO SN-TRANS-IMAGE
           WRITE SUSPENSE-NEW-RECORD
           ADD 1 TO SUSPENDED-CT
           MOVE CW-CODE TO SD-CODE
           MOVE CW-ID TO SD-ID
           MOVE CW-SEASON TO SD-SEASON
           MOVE CW-TEAM TO SD-TEAM
           MOVE REASON-CODE TO SD-REASON-CODE
           MOVE REASON-TEXT TO SD-REASON-TEXT
           MOVE SUSPEND-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        900-WRITE-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ' NEW TRANSACTIONS READ' TO TOT-LABEL
           MOVE TRANS-READ-CT TO TOT-VALUE
           PERFORM 910-WRITE-TOTAL
           MOVE ' SUSPENSE ITEMS RECYCLED' TO TOT-LABEL
           MOVE RECYCLED-READ-CT TO TOT-VALUE
           PERFORM 910-WRITE-TOTAL
           MOVE ' PASSED TO NBACONTRANS_EDITED.dat' TO TOT-LABEL
           MOVE PASSED-CT TO TOT-VALUE
           PERFORM 910-WRITE-TOTAL
           MOVE ' RECYCLED ITEMS CLEARED' TO TOT-LABEL
           MOVE RECYCLE-CLEARED-CT TO TOT-VALUE
           PERFORM 910-WRITE-TOTAL
           MOVE ' HELD ON SUSPENSE' TO TOT-LABEL
           MOVE SUSPENDED-CT TO TOT-VALUE
           PERFORM 910-WRITE-TOTAL
           IF TEAMS-FILE-AVAILABLE = 'N' AND TEAM-HIST-AVAILABLE = 'N'
              MOVE ' TEAMS.dat/TEAMHIST.dat NOT AVAILABLE - NOT EDITED'
                 TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF
           IF ARCHIVE-AVAILABLE = 'N'
              MOVE ' NBA_ARCHIVE.idx NOT AVAILABLE - NOT CHECKED'
                 TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

        910-WRITE-TOTAL.
           MOVE TOTAL-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        105-CLOSE.
           IF TRANS-FILE-STATUS = '00' OR TRANS-FILE-STATUS = '10'
              CLOSE CONTRACT-TRANS
           END-IF
           IF SUSP-IN-STATUS = '00' OR SUSP-IN-STATUS = '10'
              CLOSE SUSPENSE-IN
           END-IF
           IF TEAMS-FILE-AVAILABLE = 'Y'
              CLOSE TEAMS-FILE
           END-IF
           IF TEAM-HIST-AVAILABLE = 'Y'
              CLOSE TEAM-HIST-FILE
           END-IF
           IF MASTER-AVAILABLE = 'Y'
              CLOSE NBA-MASTER
           END-IF
           IF ARCHIVE-AVAILABLE = 'Y'
              CLOSE ARCHIVE-MASTER
           END-IF
           CLOSE EDITED-TRANS SUSPENSE-NEW EDIT-REPORT.

        300-REPLACE-SUSPENSE.
           OPEN INPUT SUSPENSE-NEW.
           OPEN OUTPUT SUSPENSE-OUT.
           PERFORM 301-READ-SUSPENSE-NEW
           PERFORM 302-COPY-ONE-SUSPENSE UNTIL COPY-EOF = 'Y'
           CLOSE SUSPENSE-NEW SUSPENSE-OUT.

        301-READ-SUSPENSE-NEW.
           READ SUSPENSE-NEW
              AT END MOVE 'Y' TO COPY-EOF
           END-READ.

        302-COPY-ONE-SUSPENSE.
           MOVE SUSPENSE-NEW-RECORD TO SUSPENSE-OUT-RECORD
           WRITE SUSPENSE-OUT-RECORD
           PERFORM 301-READ-SUSPENSE-NEW.
