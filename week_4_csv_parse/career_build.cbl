       IDENTIFICATION DIVISION.
       PROGRAM-ID. NBACARER.
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


            SELECT ARCHIVE-MASTER ASSIGN TO "NBA_ARCHIVE.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS RMK-KEY
            FILE STATUS IS ARCHIVE-FILE-STATUS.


            SELECT CAREER-FILE ASSIGN TO "NBA_CAREER_TOTALS.dat"
            ORGANIZATION IS LINE SEQUENTIAL.


            SELECT CAREER-LOG ASSIGN TO "NBA_CAREER.log"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOG-FILE-STATUS.



       DATA DIVISION.
       FILE SECTION.
       FD NBA-MASTER.
        01 MASTER-IDX-RECORD.
           05 IMK-KEY.
              10 IMK-ID               PIC XXXX.
              10 IMK-SEASON           PIC 9(4).
              10 IMK-STINT            PIC 9.
           05 MASTER-DATA             PIC X(156).

       FD ARCHIVE-MASTER.
        01 ARCHIVE-IDX-RECORD.
           05 RMK-KEY.
              10 RMK-ID               PIC XXXX.
              10 RMK-SEASON           PIC 9(4).
              10 RMK-STINT            PIC 9.
           05 ARCH-DATA               PIC X(156).

       FD CAREER-FILE RECORDING MODE IS F.
        01 CAREER-RECORD.
           05 CT-ID                   PIC XXXX.
           05 CT-F-NAME               PIC X(12).
           05 CT-L-NAME               PIC X(18).
           05 CT-FIRST-SEASON         PIC 9(4).
           05 CT-LAST-SEASON          PIC 9(4).
           05 CT-SEASONS              PIC 99.
           05 CT-GP                   PIC 9(5).
           05 CT-PTS                  PIC 9(6).
           05 CT-REB                  PIC 9(6).
           05 CT-AST                  PIC 9(6).
           05 CT-ON-ACTIVE            PIC X.
           05 CT-LAST-TEAM            PIC XXX.
           05 CT-LAST-GP              PIC 9(3).
           05 CT-LAST-PTS             PIC 9(5).
           05 CT-LAST-REB             PIC 9(5).
           05 CT-LAST-AST             PIC 9(5).

       FD CAREER-LOG RECORDING MODE IS F.
       01 CAREER-LOG-LINE            PIC X(120).



       WORKING-STORAGE SECTION.
       01 LIVE-VARIABLES.
          05 EOF                           PIC X VALUE 'N'.
          05 MASTER-FILE-STATUS            PIC XX VALUE '00'.
          05 ARCHIVE-FILE-STATUS           PIC XX VALUE '00'.
          05 LOG-FILE-STATUS               PIC XX VALUE '00'.
          05 ACTIVE-EOF                    PIC X VALUE 'N'.
          05 ARCHIVE-EOF                   PIC X VALUE 'N'.
          05 ACTIVE-PENDING                PIC X VALUE 'N'.
          05 ARCHIVE-PENDING               PIC X VALUE 'N'.
          05 ROW-SOURCE                    PIC X VALUE SPACE.
          05 LAST-KEY-TAKEN                PIC X(9) VALUE SPACES.
          05 CURR-ID                       PIC XXXX VALUE SPACES.
          05 CURR-SEASON                   PIC 9(4) VALUE 0.
          05 GP-ACC                        PIC 9(5) VALUE 0.
          05 PTS-ACC                       PIC 9(7)V99 VALUE 0.
          05 REB-ACC                       PIC 9(7)V99 VALUE 0.
          05 AST-ACC                       PIC 9(7)V99 VALUE 0.
          05 LAST-GP-ACC                   PIC 9(3) VALUE 0.
          05 LAST-PTS-ACC                  PIC 9(5)V99 VALUE 0.
          05 LAST-REB-ACC                  PIC 9(5)V99 VALUE 0.
          05 LAST-AST-ACC                  PIC 9(5)V99 VALUE 0.
          05 ROWS-READ-CT                  PIC 9(6) VALUE 0.
          05 ACTIVE-ROWS-CT                PIC 9(6) VALUE 0.
          05 ARCHIVE-ROWS-CT               PIC 9(6) VALUE 0.
          05 DUPLICATE-CT                  PIC 9(6) VALUE 0.
          05 TOT-ROWS-CT                   PIC 9(6) VALUE 0.
          05 REJECT-CT                     PIC 9(6) VALUE 0.
          05 PLAYERS-CT                    PIC 9(6) VALUE 0.

       01 DATA-RECORD.
           05 ID-VAL                  PIC XXXX.
           05 F-NAME-IN               PIC X(12).
           05 L-NAME-IN               PIC X(18).
           05 COLLEGE-IN              PIC X(39).
           05 COUNTRY-IN              PIC X(32).
           05 DRAFT-YEAR-IN           PIC X(9).
           05 DRAFT-ROUND-IN          PIC X(9).
           05 DRAFT-PICK-IN           PIC X(9).
           05 TEAM-AREV-IN            PIC XXX.
           05 AGE-IN                  PIC 99.
           05 GP-IN                   PIC 99.
           05 PTS-IN                  PIC 9(2)V99.
           05 REB-IN                  PIC 9(2)V99.
           05 AST-IN                  PIC 9(2)V99.
           05 SEASON-IN               PIC 9(4).
           05 STINT-IN                PIC 9.

       01 ACTIVE-HOLD.
           05 AH-KEY                  PIC X(9).
           05 AH-BODY                 PIC X(156).

       01 ARCHIVE-HOLD.
           05 RH-KEY                  PIC X(9).
           05 RH-BODY                 PIC X(156).

       01  STORE-DATE.
           05 CURR-YEAR               PIC XXXX.
           05 CURR-MONTH              PIC XX.
           05 CURR-DAY                PIC XX.
           05 CURR-HR                 PIC XX.
           05 CURR-MIN                PIC XX.
           05 CURR-SEC                PIC XX.

       01  CAREER-SUMMARY.
           05 CS-DATE-OT              PIC X(10).
           05 FILLER                  PIC X VALUE SPACE.
           05 CS-TIME-OT              PIC X(8).
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE 'READ='.
           05 CS-READ-OT              PIC ZZZZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(7) VALUE 'ACTIVE='.
           05 CS-ACTIVE-OT            PIC ZZZZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE 'ARCHIVE='.
           05 CS-ARCHIVE-OT           PIC ZZZZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE 'DUPS='.
           05 CS-DUP-OT               PIC ZZZZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(4) VALUE 'TOT='.
           05 CS-TOT-OT               PIC ZZZZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE 'REJECTS='.
           05 CS-REJ-OT               PIC ZZZZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE 'PLAYERS='.
           05 CS-PLAYERS-OT           PIC ZZZZZ9.



       PROCEDURE DIVISION.
        MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM 102-TAKE-ONE-ROW UNTIL EOF = 'Y'
           IF CURR-ID NOT = SPACES
              PERFORM 120-WRITE-CAREER
           END-IF
           PERFORM 105-CLOSE.
           GOBACK.

        100-OPEN-FILES.
           OPEN INPUT NBA-MASTER
           IF MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'NBACARER: cannot open NBADATA.idx, '
                 'status ' MASTER-FILE-STATUS
              MOVE 'Y' TO ACTIVE-EOF
           END-IF
           OPEN INPUT ARCHIVE-MASTER
           IF ARCHIVE-FILE-STATUS NOT = '00'
              DISPLAY 'NBACARER: cannot open NBA_ARCHIVE.idx, '
                 'status ' ARCHIVE-FILE-STATUS
              MOVE 'Y' TO ARCHIVE-EOF
           END-IF
           OPEN OUTPUT CAREER-FILE.
           OPEN EXTEND CAREER-LOG.
           IF LOG-FILE-STATUS NOT = '00'
              OPEN OUTPUT CAREER-LOG
           END-IF.
           PERFORM 101-READ-TIL-FINISH.

        101-READ-TIL-FINISH.
           IF ACTIVE-PENDING = 'N' AND ACTIVE-EOF = 'N'
              PERFORM 170-FILL-ACTIVE
           END-IF
           IF ARCHIVE-PENDING = 'N' AND ARCHIVE-EOF = 'N'
              PERFORM 171-FILL-ARCHIVE
           END-IF
           EVALUATE TRUE
              WHEN ACTIVE-PENDING = 'N' AND ARCHIVE-PENDING = 'N'
                 MOVE 'Y' TO EOF
              WHEN ARCHIVE-PENDING = 'N'
                 OR (ACTIVE-PENDING = 'Y' AND AH-KEY <= RH-KEY)
                 MOVE AH-BODY TO DATA-RECORD
                 MOVE 'N' TO ACTIVE-PENDING
                 MOVE 'A' TO ROW-SOURCE
                 ADD 1 TO ROWS-READ-CT
                 ADD 1 TO ACTIVE-ROWS-CT
                 MOVE AH-KEY TO LAST-KEY-TAKEN
              WHEN RH-KEY = LAST-KEY-TAKEN
                 ADD 1 TO ROWS-READ-CT
                 ADD 1 TO ARCHIVE-ROWS-CT
                 ADD 1 TO DUPLICATE-CT
                 MOVE 'N' TO ARCHIVE-PENDING
                 MOVE 'D' TO ROW-SOURCE
              WHEN OTHER
                 MOVE RH-BODY TO DATA-RECORD
                 MOVE 'N' TO ARCHIVE-PENDING
                 MOVE 'R' TO ROW-SOURCE
                 ADD 1 TO ROWS-READ-CT
                 ADD 1 TO ARCHIVE-ROWS-CT
                 MOVE RH-KEY TO LAST-KEY-TAKEN
           END-EVALUATE.

        170-FILL-ACTIVE.
           IF MASTER-FILE-STATUS = '00'
              READ NBA-MASTER
                 AT END MOVE 'Y' TO ACTIVE-EOF
                 NOT AT END
                    MOVE IMK-KEY TO AH-KEY
                    MOVE MASTER-DATA TO AH-BODY
                    MOVE 'Y' TO ACTIVE-PENDING
              END-READ
           ELSE
              DISPLAY 'NBACARER: cannot read NBADATA.idx, status '
                 MASTER-FILE-STATUS
              MOVE 'Y' TO ACTIVE-EOF
           END-IF.

        171-FILL-ARCHIVE.
           READ ARCHIVE-MASTER
              AT END MOVE 'Y' TO ARCHIVE-EOF
              NOT AT END
                 MOVE RMK-KEY TO RH-KEY
                 MOVE ARCH-DATA TO RH-BODY
                 MOVE 'Y' TO ARCHIVE-PENDING
           END-READ.

        102-TAKE-ONE-ROW.
           EVALUATE TRUE
              WHEN ROW-SOURCE = 'D'
                 CONTINUE
              WHEN STINT-IN = 0
                 ADD 1 TO TOT-ROWS-CT
              WHEN GP-IN NOT NUMERIC OR PTS-IN NOT NUMERIC
                 OR REB-IN NOT NUMERIC OR AST-IN NOT NUMERIC
                 OR SEASON-IN NOT NUMERIC
                 ADD 1 TO REJECT-CT
              WHEN OTHER
                 PERFORM 110-ADD-ONE-ROW
           END-EVALUATE
           PERFORM 101-READ-TIL-FINISH.

        110-ADD-ONE-ROW.
           IF ID-VAL NOT = CURR-ID
              IF CURR-ID NOT = SPACES
                 PERFORM 120-WRITE-CAREER
              END-IF
              PERFORM 111-START-PLAYER
           END-IF
           IF SEASON-IN NOT = CURR-SEASON
              PERFORM 112-START-SEASON
           END-IF
           IF ROW-SOURCE = 'A'
              MOVE 'Y' TO CT-ON-ACTIVE
           END-IF
           MOVE TEAM-AREV-IN TO CT-LAST-TEAM
           ADD GP-IN TO GP-ACC
           ADD GP-IN TO LAST-GP-ACC
           COMPUTE PTS-ACC = PTS-ACC + PTS-IN * GP-IN
           COMPUTE REB-ACC = REB-ACC + REB-IN * GP-IN
           COMPUTE AST-ACC = AST-ACC + AST-IN * GP-IN
           COMPUTE LAST-PTS-ACC = LAST-PTS-ACC + PTS-IN * GP-IN
           COMPUTE LAST-REB-ACC = LAST-REB-ACC + REB-IN * GP-IN
           COMPUTE LAST-AST-ACC = LAST-AST-ACC + AST-IN * GP-IN.

        111-START-PLAYER.
           MOVE ID-VAL TO CURR-ID
           MOVE 0 TO CURR-SEASON
           MOVE ID-VAL TO CT-ID
           MOVE F-NAME-IN TO CT-F-NAME
           MOVE L-NAME-IN TO CT-L-NAME
           MOVE SEASON-IN TO CT-FIRST-SEASON
           MOVE 0 TO CT-SEASONS
           MOVE 0 TO GP-ACC
           MOVE 0 TO PTS-ACC
           MOVE 0 TO REB-ACC
           MOVE 0 TO AST-ACC.

        112-START-SEASON.
           MOVE SEASON-IN TO CURR-SEASON
           MOVE SEASON-IN TO CT-LAST-SEASON
           ADD 1 TO CT-SEASONS
           MOVE 'N' TO CT-ON-ACTIVE
           MOVE 0 TO LAST-GP-ACC
           MOVE 0 TO LAST-PTS-ACC
           MOVE 0 TO LAST-REB-ACC
           MOVE 0 TO LAST-AST-ACC.

        120-WRITE-CAREER.
           MOVE GP-ACC TO CT-GP
           COMPUTE CT-PTS ROUNDED = PTS-ACC
           COMPUTE CT-REB ROUNDED = REB-ACC
           COMPUTE CT-AST ROUNDED = AST-ACC
           MOVE LAST-GP-ACC TO CT-LAST-GP
           COMPUTE CT-LAST-PTS ROUNDED = LAST-PTS-ACC
           COMPUTE CT-LAST-REB ROUNDED = LAST-REB-ACC
           COMPUTE CT-LAST-AST ROUNDED = LAST-AST-ACC
           WRITE CAREER-RECORD
           ADD 1 TO PLAYERS-CT.

        109-WRITE-SUMMARY.
           MOVE FUNCTION CURRENT-DATE TO STORE-DATE
           STRING CURR-YEAR '-' CURR-MONTH '-' CURR-DAY
              DELIMITED BY SIZE INTO CS-DATE-OT
           STRING CURR-HR ':' CURR-MIN ':' CURR-SEC
              DELIMITED BY SIZE INTO CS-TIME-OT
           MOVE ROWS-READ-CT TO CS-READ-OT
           MOVE ACTIVE-ROWS-CT TO CS-ACTIVE-OT
           MOVE ARCHIVE-ROWS-CT TO CS-ARCHIVE-OT
           MOVE DUPLICATE-CT TO CS-DUP-OT
           MOVE TOT-ROWS-CT TO CS-TOT-OT
           MOVE REJECT-CT TO CS-REJ-OT
           MOVE PLAYERS-CT TO CS-PLAYERS-OT
           MOVE CAREER-SUMMARY TO CAREER-LOG-LINE
           WRITE CAREER-LOG-LINE.

        105-CLOSE.
           PERFORM 109-WRITE-SUMMARY
           IF MASTER-FILE-STATUS = '00' OR MASTER-FILE-STATUS = '10'
              CLOSE NBA-MASTER
           END-IF
           IF ARCHIVE-FILE-STATUS = '00'
              OR ARCHIVE-FILE-STATUS = '10'
              CLOSE ARCHIVE-MASTER
           END-IF
           CLOSE CAREER-FILE.
           CLOSE CAREER-LOG.
