       IDENTIFICATION DIVISION.
       PROGRAM-ID. NBAINTEG.
       AUTHOR. WOLFE.
       DATE-WRITTEN. 10/15/2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT NBA-MASTER ASSIGN TO "NBADATA.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS IMK-KEY
            FILE STATUS IS MASTER-FILE-STATUS.


            SELECT NBA-BIO-MASTER ASSIGN TO "NBABIO.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BMK-ID
            FILE STATUS IS BIO-FILE-STATUS.


            SELECT NBA-STAT-MASTER ASSIGN TO "NBASTAT.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SMK-KEY
            FILE STATUS IS STAT-FILE-STATUS.


            SELECT NBANAME-FILE ASSIGN TO "NBANAME.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS XK-KEY
            FILE STATUS IS XREF-FILE-STATUS.


            SELECT ARCHIVE-MASTER ASSIGN TO "NBA_ARCHIVE.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RMK-KEY
            FILE STATUS IS ARCHIVE-FILE-STATUS.


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


            SELECT INTEG-REPORT ASSIGN TO "NBA_INTEGRITY_REPORT.doc"
            ORGANIZATION IS LINE SEQUENTIAL.


            SELECT INTEG-FLAG ASSIGN TO "NBA_INTEG_FLAG.dat"
            ORGANIZATION IS LINE SEQUENTIAL.



       DATA DIVISION.
       FILE SECTION.
       FD NBA-MASTER.
        01 MASTER-IDX-RECORD.
           05 IMK-KEY.
              10 IMK-ID               PIC XXXX.
              10 IMK-SEASON           PIC 9(4).
              10 IMK-STINT            PIC 9.
           05 DATA-RECORD.
              10 DR-BIO-PORTION.
                 15 ID-VAL            PIC XXXX.
                 15 DR-BIO-BODY       PIC X(128).
              10 DR-STAT-PORTION.
                 15 TEAM-AREV-IN      PIC XXX.
                 15 FILLER            PIC X(16).
                 15 SEASON-IN         PIC 9(4).
                 15 STINT-IN          PIC 9.

       FD NBA-BIO-MASTER.
        01 BIO-IDX-RECORD.
           05 BMK-ID                  PIC XXXX.
           05 BIO-BODY.
              10 BIO-F-NAME           PIC X(12).
              10 BIO-L-NAME           PIC X(18).
              10 FILLER               PIC X(98).

       FD NBA-STAT-MASTER.
        01 STAT-IDX-RECORD.
           05 SMK-KEY.
              10 SMK-ID               PIC XXXX.
              10 SMK-SEASON           PIC 9(4).
              10 SMK-STINT            PIC 9.
           05 STAT-BODY               PIC X(24).

       FD NBANAME-FILE.
        01 NAME-IDX-RECORD.
           05 XK-KEY.
              10 XK-LNAME             PIC X(18).
              10 XK-ID                PIC XXXX.
           05 XN-FNAME                PIC X(12).

       FD ARCHIVE-MASTER.
        01 ARCHIVE-IDX-RECORD.
           05 RMK-KEY.
              10 RMK-ID               PIC XXXX.
              10 RMK-SEASON           PIC 9(4).
              10 RMK-STINT            PIC 9.
           05 ARCH-DATA.
              10 FILLER               PIC X(132).
              10 AR-TEAM-AREV-IN      PIC XXX.
              10 FILLER               PIC X(16).
              10 AR-SEASON-IN         PIC 9(4).
              10 AR-STINT-IN          PIC 9.

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

       FD INTEG-REPORT RECORDING MODE IS F.
       01 PRINT-LINE                 PIC X(132).

       FD INTEG-FLAG RECORDING MODE IS F.
       01 FLAG-LINE                  PIC X(4).



       WORKING-STORAGE SECTION.
       01 LIVE-VARIABLES.
          05 MASTER-FILE-STATUS            PIC XX VALUE '00'.
          05 BIO-FILE-STATUS               PIC XX VALUE '00'.
          05 STAT-FILE-STATUS              PIC XX VALUE '00'.
          05 XREF-FILE-STATUS              PIC XX VALUE '00'.
          05 ARCHIVE-FILE-STATUS           PIC XX VALUE '00'.
          05 TEAMS-FILE-STATUS             PIC XX VALUE '00'.
          05 TEAM-HIST-STATUS              PIC XX VALUE '00'.
          05 MASTERS-AVAILABLE             PIC X VALUE 'Y'.
          05 MASTER-OPEN                   PIC X VALUE 'N'.
          05 BIO-OPEN                      PIC X VALUE 'N'.
          05 STAT-OPEN                     PIC X VALUE 'N'.
          05 XREF-AVAILABLE                PIC X VALUE 'N'.
          05 ARCHIVE-AVAILABLE             PIC X VALUE 'N'.
          05 TEAMS-FILE-AVAILABLE          PIC X VALUE 'N'.
          05 TEAM-HIST-AVAILABLE           PIC X VALUE 'N'.
          05 SCAN-EOF                      PIC X VALUE 'N'.
          05 HIST-EOF                      PIC X VALUE 'N'.
          05 HIST-FOUND                    PIC X VALUE 'N'.
          05 TEAM-FOUND                    PIC X VALUE 'N'.
          05 BIO-FOUND                     PIC X VALUE 'N'.
          05 STAT-FOUND                    PIC X VALUE 'N'.
          05 IN-ARCHIVE                    PIC X VALUE 'N'.
          05 LAST-OVERLAP-KEY              PIC X(8) VALUE SPACES.
          05 CHECK-TEAM                    PIC XXX VALUE SPACES.
          05 CHECK-SEASON                  PIC 9(4) VALUE 0.
          05 STAT-CT                       PIC 9(8) VALUE 0.
          05 BIO-CT                        PIC 9(8) VALUE 0.
          05 DATA-CT                       PIC 9(8) VALUE 0.
          05 NAME-CT                       PIC 9(8) VALUE 0.
          05 ARCHIVE-CT                    PIC 9(8) VALUE 0.
          05 FAIL-CT                       PIC 9(8) VALUE 0.
          05 INTEG-VERDICT                 PIC X(4) VALUE SPACES.

       01 CHECK-COUNTERS.
          05 NOBIO-CT                      PIC 9(6) VALUE 0.
          05 NOSTAT-CT                     PIC 9(6) VALUE 0.
          05 DBIO-CT                       PIC 9(6) VALUE 0.
          05 DSTAT-CT                      PIC 9(6) VALUE 0.
          05 NMID-CT                       PIC 9(6) VALUE 0.
          05 NMLN-CT                       PIC 9(6) VALUE 0.
          05 BOTH-CT                       PIC 9(6) VALUE 0.
          05 TEAM-CT                       PIC 9(6) VALUE 0.

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
              VALUE 'NBA CROSS-FILE INTEGRITY CHECK FOR    '.
           05 MONTH-F                 PIC XX.
           05 FILLER                  PIC X VALUE '/'.
           05 DAY-F                   PIC XX.
           05 FILLER                  PIC X VALUE '/'.
           05 YEAR-F                  PIC XXXX.

       01  HEADER-LINE-2.
           05 FILLER                  PIC X VALUE SPACE.
           05 CK-TXT                  PIC X(5) VALUE 'CHECK'.
           05 FILLER                  PIC X VALUE SPACE.
           05 ID-TXT                  PIC X(4) VALUE 'ID  '.
           05 FILLER                  PIC XX VALUE SPACES.
           05 SEA-TXT                 PIC X(6) VALUE 'SEASON'.
           05 FILLER                  PIC X VALUE SPACE.
           05 ST-TXT                  PIC X(5) VALUE 'STINT'.
           05 FILLER                  PIC XX VALUE SPACES.
           05 DT-TXT                  PIC X(6) VALUE 'DETAIL'.

       01  EXCEPT-DETAIL.
           05 FILLER                  PIC X VALUE SPACE.
           05 XD-CHECK                PIC X(4).
           05 FILLER                  PIC XX VALUE SPACES.
           05 XD-ID                   PIC XXXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 XD-SEASON               PIC X(4).
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 XD-STINT                PIC X.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 XD-DETAIL               PIC X(60).

       01  TOTAL-DETAIL.
           05 TOT-LABEL               PIC X(50).
           05 TOT-VALUE               PIC ZZZZZZZ9.

       01  VERDICT-DETAIL.
           05 FILLER                  PIC X(11) VALUE ' VERDICT:  '.
           05 VD-VERDICT              PIC X(4).

       01  BORDER-LINE.
           05 LINE-BAR       PIC X(70)    VALUE
           '----------------------------------------------------------'.



       PROCEDURE DIVISION.
        MAIN.
           PERFORM 100-OPEN-FILES.
           IF MASTERS-AVAILABLE = 'Y'
              PERFORM 110-CHECK-STAT-ROWS
              PERFORM 120-CHECK-BIO-ROWS
              PERFORM 130-CHECK-MASTER-ROWS
              PERFORM 140-CHECK-NAME-ROWS
              PERFORM 150-CHECK-ARCHIVE-ROWS
           END-IF
           PERFORM 300-WRITE-TOTALS.
           PERFORM 310-WRITE-FLAG.
           PERFORM 105-CLOSE.
           GOBACK.

        100-OPEN-FILES.
           OPEN OUTPUT INTEG-REPORT INTEG-FLAG.
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
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           OPEN INPUT NBA-MASTER NBA-BIO-MASTER NBA-STAT-MASTER.
           IF MASTER-FILE-STATUS = '00'
              MOVE 'Y' TO MASTER-OPEN
           END-IF
           IF BIO-FILE-STATUS = '00'
              MOVE 'Y' TO BIO-OPEN
           END-IF
           IF STAT-FILE-STATUS = '00'
              MOVE 'Y' TO STAT-OPEN
           END-IF
           IF MASTER-OPEN = 'N' OR BIO-OPEN = 'N' OR STAT-OPEN = 'N'
              MOVE 'N' TO MASTERS-AVAILABLE
              DISPLAY 'NBAINTEG: cannot open masters, status '
                 MASTER-FILE-STATUS ' ' BIO-FILE-STATUS ' '
                 STAT-FILE-STATUS
           END-IF
           OPEN INPUT NBANAME-FILE.
           IF XREF-FILE-STATUS = '00'
              MOVE 'Y' TO XREF-AVAILABLE
           END-IF
           OPEN INPUT ARCHIVE-MASTER.
           IF ARCHIVE-FILE-STATUS = '00'
              MOVE 'Y' TO ARCHIVE-AVAILABLE
           END-IF
           OPEN INPUT TEAMS-FILE.
           IF TEAMS-FILE-STATUS = '00'
              MOVE 'Y' TO TEAMS-FILE-AVAILABLE
           END-IF
           OPEN INPUT TEAM-HIST-FILE.
           IF TEAM-HIST-STATUS = '00'
              MOVE 'Y' TO TEAM-HIST-AVAILABLE
           END-IF.

        110-CHECK-STAT-ROWS.
           MOVE 'N' TO SCAN-EOF
           PERFORM 111-READ-STAT
           PERFORM 112-CHECK-ONE-STAT UNTIL SCAN-EOF = 'Y'.

        111-READ-STAT.
           READ NBA-STAT-MASTER NEXT RECORD
              AT END MOVE 'Y' TO SCAN-EOF
           END-READ.

        112-CHECK-ONE-STAT.
           ADD 1 TO STAT-CT
           MOVE SMK-ID TO BMK-ID
           READ NBA-BIO-MASTER
              INVALID KEY
                 ADD 1 TO NOBIO-CT
                 MOVE 'NBIO' TO XD-CHECK
                 MOVE SMK-ID TO XD-ID
                 MOVE SMK-SEASON TO XD-SEASON
                 MOVE SMK-STINT TO XD-STINT
                 MOVE 'NBASTAT.idx ROW HAS NO NBABIO.idx ROW'
                    TO XD-DETAIL
                 PERFORM 200-WRITE-EXCEPTION
           END-READ
           PERFORM 111-READ-STAT.

        120-CHECK-BIO-ROWS.
           MOVE 'N' TO SCAN-EOF
           MOVE LOW-VALUES TO BMK-ID
           START NBA-BIO-MASTER KEY NOT < BMK-ID
              INVALID KEY MOVE 'Y' TO SCAN-EOF
           END-START
           IF SCAN-EOF = 'N'
              PERFORM 121-READ-BIO
           END-IF
           PERFORM 122-CHECK-ONE-BIO UNTIL SCAN-EOF = 'Y'.

        121-READ-BIO.
           READ NBA-BIO-MASTER NEXT RECORD
              AT END MOVE 'Y' TO SCAN-EOF
           END-READ.

        122-CHECK-ONE-BIO.
           ADD 1 TO BIO-CT
           MOVE 'N' TO STAT-FOUND
           MOVE BMK-ID TO SMK-ID
           MOVE 0 TO SMK-SEASON
           MOVE 0 TO SMK-STINT
           START NBA-STAT-MASTER KEY NOT < SMK-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ NBA-STAT-MASTER NEXT RECORD
                    AT END CONTINUE
                    NOT AT END
                       IF SMK-ID = BMK-ID
                          MOVE 'Y' TO STAT-FOUND
                       END-IF
                 END-READ
           END-START
           IF STAT-FOUND = 'N'
              ADD 1 TO NOSTAT-CT
              MOVE 'NSTA' TO XD-CHECK
              MOVE BMK-ID TO XD-ID
              MOVE SPACES TO XD-SEASON
              MOVE SPACE TO XD-STINT
              MOVE 'NBABIO.idx ROW HAS NO NBASTAT.idx ROWS'
                 TO XD-DETAIL
              PERFORM 200-WRITE-EXCEPTION
           END-IF
           PERFORM 121-READ-BIO.

        130-CHECK-MASTER-ROWS.
           MOVE 'N' TO SCAN-EOF
           PERFORM 131-READ-MASTER
           PERFORM 132-CHECK-ONE-MASTER UNTIL SCAN-EOF = 'Y'.

        131-READ-MASTER.
           READ NBA-MASTER
              AT END MOVE 'Y' TO SCAN-EOF
           END-READ.

        132-CHECK-ONE-MASTER.
           ADD 1 TO DATA-CT
           MOVE IMK-ID TO XD-ID
           MOVE IMK-SEASON TO XD-SEASON
           MOVE IMK-STINT TO XD-STINT
           MOVE IMK-ID TO BMK-ID
           MOVE 'Y' TO BIO-FOUND
           READ NBA-BIO-MASTER
              INVALID KEY MOVE 'N' TO BIO-FOUND
           END-READ
           EVALUATE TRUE
              WHEN BIO-FOUND = 'N'
                 ADD 1 TO DBIO-CT
                 MOVE 'DBIO' TO XD-CHECK
                 MOVE 'NO NBABIO.idx ROW FOR THIS NBADATA.idx ROW'
                    TO XD-DETAIL
                 PERFORM 200-WRITE-EXCEPTION
              WHEN BIO-IDX-RECORD NOT = DR-BIO-PORTION
                 ADD 1 TO DBIO-CT
                 MOVE 'DBIO' TO XD-CHECK
                 MOVE 'BIO PORTION DIFFERS FROM NBABIO.idx'
                    TO XD-DETAIL
                 PERFORM 200-WRITE-EXCEPTION
           END-EVALUATE
           MOVE IMK-KEY TO SMK-KEY
           MOVE 'Y' TO STAT-FOUND
           READ NBA-STAT-MASTER
              INVALID KEY MOVE 'N' TO STAT-FOUND
           END-READ
           EVALUATE TRUE
              WHEN STAT-FOUND = 'N'
                 ADD 1 TO DSTAT-CT
                 MOVE 'DSTA' TO XD-CHECK
                 MOVE 'NO NBASTAT.idx ROW FOR THIS NBADATA.idx ROW'
                    TO XD-DETAIL
                 PERFORM 200-WRITE-EXCEPTION
              WHEN STAT-BODY NOT = DR-STAT-PORTION
                 ADD 1 TO DSTAT-CT
                 MOVE 'DSTA' TO XD-CHECK
                 MOVE 'STAT PORTION DIFFERS FROM NBASTAT.idx'
                    TO XD-DETAIL
                 PERFORM 200-WRITE-EXCEPTION
           END-EVALUATE
           IF ARCHIVE-AVAILABLE = 'Y'
              AND IMK-KEY(1:8) NOT = LAST-OVERLAP-KEY
              PERFORM 133-CHECK-IN-ARCHIVE
           END-IF
           IF IMK-STINT NOT = 0
              MOVE TEAM-AREV-IN TO CHECK-TEAM
              MOVE IMK-SEASON TO CHECK-SEASON
              PERFORM 160-CHECK-TEAM
           END-IF
           PERFORM 131-READ-MASTER.

        133-CHECK-IN-ARCHIVE.
           MOVE IMK-KEY(1:8) TO LAST-OVERLAP-KEY
           MOVE 'N' TO IN-ARCHIVE
           MOVE IMK-ID TO RMK-ID
           MOVE IMK-SEASON TO RMK-SEASON
           MOVE 0 TO RMK-STINT
           START ARCHIVE-MASTER KEY NOT < RMK-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ ARCHIVE-MASTER NEXT RECORD
                    AT END CONTINUE
                    NOT AT END
                       IF RMK-ID = IMK-ID
                          AND RMK-SEASON = IMK-SEASON
                          MOVE 'Y' TO IN-ARCHIVE
                       END-IF
                 END-READ
           END-START
           IF IN-ARCHIVE = 'Y'
              ADD 1 TO BOTH-CT
              MOVE 'BOTH' TO XD-CHECK
              MOVE SPACE TO XD-STINT
              MOVE 'ID+SEASON ON BOTH NBADATA.idx AND NBA_ARCHIVE.idx'
                 TO XD-DETAIL
              PERFORM 200-WRITE-EXCEPTION
           END-IF.

        140-CHECK-NAME-ROWS.
           IF XREF-AVAILABLE = 'Y'
              MOVE 'N' TO SCAN-EOF
              PERFORM 141-READ-NAME
              PERFORM 142-CHECK-ONE-NAME UNTIL SCAN-EOF = 'Y'
           END-IF.

        141-READ-NAME.
           READ NBANAME-FILE
              AT END MOVE 'Y' TO SCAN-EOF
           END-READ.

        142-CHECK-ONE-NAME.
           ADD 1 TO NAME-CT
           MOVE 'NMID' TO XD-CHECK
           MOVE XK-ID TO XD-ID
           MOVE SPACES TO XD-SEASON
           MOVE SPACE TO XD-STINT
           MOVE XK-ID TO BMK-ID
           READ NBA-BIO-MASTER
              INVALID KEY
                 ADD 1 TO NMID-CT
                 MOVE SPACES TO XD-DETAIL
                 STRING 'NBANAME.idx ' XK-LNAME
                    ' - ID NOT ON NBABIO.idx'
                    DELIMITED BY SIZE INTO XD-DETAIL
                 PERFORM 200-WRITE-EXCEPTION
              NOT INVALID KEY
                 IF BIO-L-NAME NOT = XK-LNAME
                    ADD 1 TO NMLN-CT
                    MOVE 'NMLN' TO XD-CHECK
                    MOVE SPACES TO XD-DETAIL
                    STRING 'NBANAME.idx ' XK-LNAME ' NOW ' BIO-L-NAME
                       DELIMITED BY SIZE INTO XD-DETAIL
                    PERFORM 200-WRITE-EXCEPTION
                 END-IF
           END-READ
           PERFORM 141-READ-NAME.

        150-CHECK-ARCHIVE-ROWS.
           IF ARCHIVE-AVAILABLE = 'Y'
              MOVE 'N' TO SCAN-EOF
              MOVE LOW-VALUES TO RMK-KEY
              START ARCHIVE-MASTER KEY NOT < RMK-KEY
                 INVALID KEY MOVE 'Y' TO SCAN-EOF
              END-START
              IF SCAN-EOF = 'N'
                 PERFORM 151-READ-ARCHIVE
              END-IF
              PERFORM 152-CHECK-ONE-ARCHIVE UNTIL SCAN-EOF = 'Y'
           END-IF.

        151-READ-ARCHIVE.
           READ ARCHIVE-MASTER NEXT RECORD
              AT END MOVE 'Y' TO SCAN-EOF
           END-READ.

        152-CHECK-ONE-ARCHIVE.
           ADD 1 TO ARCHIVE-CT
           IF RMK-STINT NOT = 0
              MOVE RMK-ID TO XD-ID
              MOVE RMK-SEASON TO XD-SEASON
              MOVE RMK-STINT TO XD-STINT
              MOVE AR-TEAM-AREV-IN TO CHECK-TEAM
              MOVE RMK-SEASON TO CHECK-SEASON
              PERFORM 160-CHECK-TEAM
           END-IF
           PERFORM 151-READ-ARCHIVE.

        160-CHECK-TEAM.
           MOVE 'N' TO TEAM-FOUND
           IF TEAMS-FILE-AVAILABLE = 'Y'
              MOVE CHECK-TEAM TO TEAM-ABBR-KEY
              READ TEAMS-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'Y' TO TEAM-FOUND
              END-READ
           END-IF
           IF TEAM-FOUND = 'N' AND TEAM-HIST-AVAILABLE = 'Y'
              PERFORM 161-LOOKUP-TEAM-DATED
              MOVE HIST-FOUND TO TEAM-FOUND
           END-IF
           IF TEAM-FOUND = 'N'
              AND (TEAMS-FILE-AVAILABLE = 'Y'
                   OR TEAM-HIST-AVAILABLE = 'Y')
              ADD 1 TO TEAM-CT
              MOVE 'TEAM' TO XD-CHECK
              MOVE SPACES TO XD-DETAIL
              STRING 'TEAM ' CHECK-TEAM
                 ' NOT ON TEAMS.dat OR TEAMHIST.dat FOR SEASON'
                 DELIMITED BY SIZE INTO XD-DETAIL
              PERFORM 200-WRITE-EXCEPTION
           END-IF.

        161-LOOKUP-TEAM-DATED.
           MOVE 'N' TO HIST-EOF
           MOVE 'N' TO HIST-FOUND
           MOVE CHECK-TEAM TO TH-ABBR
           MOVE 0 TO TH-FROM-SEASON
           START TEAM-HIST-FILE KEY NOT < TH-KEY
              INVALID KEY MOVE 'Y' TO HIST-EOF
           END-START
           PERFORM 162-MATCH-ONE-DATED
              UNTIL HIST-EOF = 'Y' OR HIST-FOUND = 'Y'.

        162-MATCH-ONE-DATED.
           READ TEAM-HIST-FILE NEXT RECORD
              AT END MOVE 'Y' TO HIST-EOF
              NOT AT END
                 IF TH-ABBR NOT = CHECK-TEAM
                    MOVE 'Y' TO HIST-EOF
                 ELSE
                    IF CHECK-SEASON NOT < TH-FROM-SEASON
                       AND CHECK-SEASON NOT > TH-TO-SEASON
                       MOVE 'Y' TO HIST-FOUND
                    END-IF
                 END-IF
           END-READ.

        200-WRITE-EXCEPTION.
           MOVE EXCEPT-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        300-WRITE-TOTALS.
           COMPUTE FAIL-CT = NOBIO-CT + NOSTAT-CT + DBIO-CT
              + DSTAT-CT + NMID-CT + NMLN-CT + BOTH-CT + TEAM-CT
           IF FAIL-CT = 0 AND MASTERS-AVAILABLE = 'Y'
              MOVE 'PASS' TO INTEG-VERDICT
           ELSE
              MOVE 'FAIL' TO INTEG-VERDICT
           END-IF
           IF FAIL-CT = 0
              MOVE '  NONE' TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ' ROWS READ' TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ' NBASTAT.idx' TO TOT-LABEL
           MOVE STAT-CT TO TOT-VALUE
           PERFORM 320-WRITE-TOTAL
           MOVE ' NBABIO.idx' TO TOT-LABEL
           MOVE BIO-CT TO TOT-VALUE
           PERFORM 320-WRITE-TOTAL
           MOVE ' NBADATA.idx' TO TOT-LABEL
           MOVE DATA-CT TO TOT-VALUE
           PERFORM 320-WRITE-TOTAL
           MOVE ' NBANAME.idx' TO TOT-LABEL
           MOVE NAME-CT TO TOT-VALUE
           PERFORM 320-WRITE-TOTAL
           MOVE ' NBA_ARCHIVE.idx' TO TOT-LABEL
           MOVE ARCHIVE-CT TO TOT-VALUE
           PERFORM 320-WRITE-TOTAL
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ' EXCEPTIONS BY CHECK' TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ' NBIO STAT ROWS WITH NO BIO ROW' TO TOT-LABEL
           MOVE NOBIO-CT TO TOT-VALUE
           PERFORM 320-WRITE-TOTAL
           MOVE ' NSTA BIO ROWS WITH NO STAT ROWS' TO TOT-LABEL
           MOVE NOSTAT-CT TO TOT-VALUE
           PERFORM 320-WRITE-TOTAL
           MOVE ' DBIO NBADATA ROWS - BIO PORTION DIFFERS' TO TOT-LABEL
           MOVE DBIO-CT TO TOT-VALUE
           PERFORM 320-WRITE-TOTAL
           MOVE ' DSTA NBADATA ROWS - STAT PORTION DIFFERS'
              TO TOT-LABEL
           MOVE DSTAT-CT TO TOT-VALUE
           PERFORM 320-WRITE-TOTAL
           MOVE ' NMID NBANAME ENTRIES FOR MISSING IDS' TO TOT-LABEL
           MOVE NMID-CT TO TOT-VALUE
           PERFORM 320-WRITE-TOTAL
           MOVE ' NMLN NBANAME ENTRIES - STALE LAST NAME'
              TO TOT-LABEL
           MOVE NMLN-CT TO TOT-VALUE
           PERFORM 320-WRITE-TOTAL
           MOVE ' BOTH ID+SEASON ON ACTIVE AND ARCHIVE' TO TOT-LABEL
           MOVE BOTH-CT TO TOT-VALUE
           PERFORM 320-WRITE-TOTAL
           MOVE ' TEAM TEAM CODES NOT ON TEAMS OR TEAMHIST'
              TO TOT-LABEL
           MOVE TEAM-CT TO TOT-VALUE
           PERFORM 320-WRITE-TOTAL
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           IF MASTERS-AVAILABLE = 'N'
              MOVE ' NBADATA/NBABIO/NBASTAT NOT AVAILABLE - NOT CHECKED'
                 TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF
           IF XREF-AVAILABLE = 'N'
              MOVE ' NBANAME.idx NOT AVAILABLE - NOT CHECKED'
                 TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF
           IF ARCHIVE-AVAILABLE = 'N'
              MOVE ' NBA_ARCHIVE.idx NOT AVAILABLE - NOT CHECKED'
                 TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF
           IF TEAMS-FILE-AVAILABLE = 'N' AND TEAM-HIST-AVAILABLE = 'N'
              MOVE ' TEAMS.dat/TEAMHIST.dat NOT AVAILABLE - NOT CHECKED'
                 TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF
           MOVE INTEG-VERDICT TO VD-VERDICT
           MOVE VERDICT-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        310-WRITE-FLAG.
           MOVE INTEG-VERDICT TO FLAG-LINE
           WRITE FLAG-LINE.

        320-WRITE-TOTAL.
           MOVE TOTAL-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        105-CLOSE.
           IF MASTER-OPEN = 'Y'
              CLOSE NBA-MASTER
           END-IF
           IF BIO-OPEN = 'Y'
              CLOSE NBA-BIO-MASTER
           END-IF
           IF STAT-OPEN = 'Y'
              CLOSE NBA-STAT-MASTER
           END-IF
           IF XREF-AVAILABLE = 'Y'
              CLOSE NBANAME-FILE
           END-IF
           IF ARCHIVE-AVAILABLE = 'Y'
              CLOSE ARCHIVE-MASTER
           END-IF
           IF TEAMS-FILE-AVAILABLE = 'Y'
              CLOSE TEAMS-FILE
           END-IF
           IF TEAM-HIST-AVAILABLE = 'Y'
              CLOSE TEAM-HIST-FILE
           END-IF
           CLOSE INTEG-REPORT INTEG-FLAG.
