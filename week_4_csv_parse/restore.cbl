       IDENTIFICATION DIVISION.
       PROGRAM-ID. NBARSTR.
       AUTHOR. WOLFE.
       DATE-WRITTEN. 10/15/2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT OPTIONAL RESTORE-CTL ASSIGN TO "NBARSTCTL.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CTL-FILE-STATUS.


            SELECT OPTIONAL BACKUP-CATALOG ASSIGN TO
               "NBA_BACKUP_CATALOG.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CATALOG-FILE-STATUS.


            SELECT GEN-FILE ASSIGN TO DYNAMIC GEN-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GEN-FILE-STATUS.


            SELECT MASTER-IN ASSIGN TO "NBADATA.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MASTER-IN-STATUS.


            SELECT SAFETY-OUT ASSIGN TO "NBADATA_PRERESTORE.dat"
            ORGANIZATION IS LINE SEQUENTIAL.


            SELECT MASTER-OUT ASSIGN TO "NBADATA.dat"
            ORGANIZATION IS LINE SEQUENTIAL.


            SELECT RESTORE-REPORT ASSIGN TO "NBA_RESTORE_REPORT.doc"
            ORGANIZATION IS LINE SEQUENTIAL.



       DATA DIVISION.
       FILE SECTION.
       FD RESTORE-CTL RECORDING MODE IS F.
        01 RESTORE-CTL-RECORD.
           05 CTL-GEN-DATE            PIC X(8).
           05 CTL-GEN-TIME            PIC X(6).
           05 FILLER                  PIC X(66).

       FD BACKUP-CATALOG RECORDING MODE IS F.
        01 CATALOG-RECORD.
           05 CT-GEN-DATE             PIC X(8).
           05 FILLER                  PIC X.
           05 CT-RUN-DATE             PIC X(10).
           05 FILLER                  PIC X.
           05 CT-RUN-TIME             PIC X(8).
           05 FILLER                  PIC X.
           05 CT-CYCLE-STATUS         PIC X(10).
           05 FILLER                  PIC X.
           05 CT-RECORD-COUNT         PIC 9(8).
           05 FILLER                  PIC X.
           05 CT-SEASON-HASH          PIC 9(12).
           05 FILLER                  PIC X.
           05 CT-FILE-NAME            PIC X(30).
           05 FILLER                  PIC X.
           05 CT-GEN-TIME             PIC X(6).

       FD GEN-FILE RECORDING MODE IS F.
        01 GEN-RECORD.
           05 FILLER                  PIC X(151).
           05 GEN-SEASON-IN           PIC 9(4).
           05 FILLER                  PIC X.

       FD MASTER-IN RECORDING MODE IS F.
       01 MASTER-IN-RECORD           PIC X(156).

       FD SAFETY-OUT RECORDING MODE IS F.
       01 SAFETY-RECORD              PIC X(156).

       FD MASTER-OUT RECORDING MODE IS F.
       01 MASTER-OUT-RECORD          PIC X(156).

       FD RESTORE-REPORT RECORDING MODE IS F.
       01 PRINT-LINE                 PIC X(132).



       WORKING-STORAGE SECTION.
       01 LIVE-VARIABLES.
          05 RESTORE-OK                    PIC X VALUE 'Y'.
          05 CTL-FILE-STATUS               PIC XX VALUE '00'.
          05 CATALOG-FILE-STATUS           PIC XX VALUE '00'.
          05 GEN-FILE-STATUS               PIC XX VALUE '00'.
          05 MASTER-IN-STATUS              PIC XX VALUE '00'.
          05 CATALOG-EOF                   PIC X VALUE 'N'.
          05 CATALOG-FOUND                 PIC X VALUE 'N'.
          05 COPY-EOF                      PIC X VALUE 'N'.
          05 GEN-DATE-WANTED               PIC X(8) VALUE SPACES.
          05 GEN-TIME-WANTED               PIC X(6) VALUE SPACES.
          05 GEN-FILE-NAME                 PIC X(30) VALUE SPACES.
          05 CAT-RUN-DATE                  PIC X(10) VALUE SPACES.
          05 CAT-CYCLE-STATUS              PIC X(10) VALUE SPACES.
          05 CAT-RECORD-COUNT              PIC 9(8) VALUE 0.
          05 CAT-SEASON-HASH               PIC 9(12) VALUE 0.
          05 GEN-RECORD-COUNT              PIC 9(8) VALUE 0.
          05 GEN-SEASON-HASH               PIC 9(12) VALUE 0.
          05 SAFETY-COPY-CT                PIC 9(8) VALUE 0.
          05 RESTORE-COPY-CT               PIC 9(8) VALUE 0.
          05 RESTORE-VERDICT               PIC X(14) VALUE SPACES.

       01  STORE-DATE.
           05 CURR-YEAR               PIC XXXX.
           05 CURR-MONTH              PIC XX.
           05 CURR-DAY                PIC XX.
           05 CURR-HR                 PIC XX.
           05 CURR-MIN                PIC XX.
           05 CURR-SEC                PIC XX.

       01  HEADER-LINE-1.
           05 FILLER                  PIC X(10) VALUE SPACES.
           05 TXT                     PIC X(36)
              VALUE 'NBA MASTER RESTORE REPORT FOR       '.
           05 MONTH-F                 PIC XX.
           05 FILLER                  PIC X VALUE '/'.
           05 DAY-F                   PIC XX.
           05 FILLER                  PIC X VALUE '/'.
           05 YEAR-F                  PIC XXXX.

       01  STEP-DETAIL.
           05 FILLER                  PIC X VALUE SPACE.
           05 SD-STEP                 PIC X(20).
           05 FILLER                  PIC XX VALUE SPACES.
           05 SD-TEXT                 PIC X(70).

       01  HASH-HEADER.
           05 FILLER                  PIC X(39)
              VALUE ' CONTROL TOTALS'.
           05 FILLER                  PIC X(21)
              VALUE 'CATALOG   BACKUP FILE'.

       01  HASH-DETAIL.
           05 HD-LABEL                PIC X(34).
           05 HD-CATALOG              PIC ZZZZZZZZZZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 HD-FILE                 PIC ZZZZZZZZZZZ9.

       01  VERDICT-DETAIL.
           05 FILLER                  PIC X(11) VALUE ' VERDICT:  '.
           05 VD-VERDICT              PIC X(14).

       01  BORDER-LINE.
           05 LINE-BAR       PIC X(70)    VALUE
           '----------------------------------------------------------'.



       PROCEDURE DIVISION.
        MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-READ-CONTROL.
           IF RESTORE-OK = 'Y'
              PERFORM 120-FIND-IN-CATALOG
           END-IF
           IF RESTORE-OK = 'Y'
              PERFORM 130-VERIFY-GENERATION
           END-IF
           IF RESTORE-OK = 'Y'
              PERFORM 140-SAVE-CURRENT
           END-IF
           IF RESTORE-OK = 'Y'
              PERFORM 150-COPY-GENERATION
           END-IF
           IF RESTORE-OK = 'Y'
              PERFORM 160-RUN-LOAD
           END-IF
           IF RESTORE-OK = 'Y'
              PERFORM 170-RUN-XREF
           END-IF
           IF RESTORE-OK = 'Y'
              PERFORM 175-RUN-CAREER
           END-IF
           PERFORM 900-WRITE-VERDICT.
           PERFORM 105-CLOSE.
           GOBACK.

        100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO STORE-DATE
           MOVE CURR-YEAR TO YEAR-F
           MOVE CURR-MONTH TO MONTH-F
           MOVE CURR-DAY TO DAY-F
           OPEN OUTPUT RESTORE-REPORT.
           MOVE HEADER-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE BORDER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        110-READ-CONTROL.
           MOVE 'GENERATION DATE' TO SD-STEP
           OPEN INPUT RESTORE-CTL
           IF CTL-FILE-STATUS = '00'
              READ RESTORE-CTL
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CTL-GEN-DATE TO GEN-DATE-WANTED
                    MOVE CTL-GEN-TIME TO GEN-TIME-WANTED
              END-READ
              CLOSE RESTORE-CTL
           END-IF
           EVALUATE TRUE
              WHEN GEN-DATE-WANTED NOT NUMERIC
                 MOVE 'N' TO RESTORE-OK
                 MOVE 'FAILED - no yyyymmdd date on NBARSTCTL.dat'
                    TO SD-TEXT
              WHEN GEN-TIME-WANTED = SPACES
                 MOVE SPACES TO SD-TEXT
                 STRING GEN-DATE-WANTED ' (latest generation that day)'
                    DELIMITED BY SIZE INTO SD-TEXT
              WHEN GEN-TIME-WANTED NOT NUMERIC
                 MOVE 'N' TO RESTORE-OK
                 MOVE 'FAILED - time on NBARSTCTL.dat is not hhmmss'
                    TO SD-TEXT
              WHEN OTHER
                 MOVE SPACES TO SD-TEXT
                 STRING GEN-DATE-WANTED ' ' GEN-TIME-WANTED
                    DELIMITED BY SIZE INTO SD-TEXT
           END-EVALUATE
           PERFORM 910-WRITE-STEP.

        120-FIND-IN-CATALOG.
           MOVE 'CATALOG LOOKUP' TO SD-STEP
           OPEN INPUT BACKUP-CATALOG
           IF CATALOG-FILE-STATUS = '00'
              PERFORM 121-READ-CATALOG
              PERFORM 122-MATCH-ONE-GEN UNTIL CATALOG-EOF = 'Y'
              CLOSE BACKUP-CATALOG
           END-IF
           IF CATALOG-FOUND = 'Y'
              MOVE SPACES TO SD-TEXT
              STRING FUNCTION TRIM(GEN-FILE-NAME) ' taken '
                 CAT-RUN-DATE ', cycle ' CAT-CYCLE-STATUS
                 DELIMITED BY SIZE INTO SD-TEXT
           ELSE
              MOVE 'N' TO RESTORE-OK
              MOVE 'FAILED - generation not on NBA_BACKUP_CATALOG.dat'
                 TO SD-TEXT
           END-IF
           PERFORM 910-WRITE-STEP.

        121-READ-CATALOG.
           READ BACKUP-CATALOG
              AT END MOVE 'Y' TO CATALOG-EOF
           END-READ.

        122-MATCH-ONE-GEN.
           IF CT-GEN-DATE = GEN-DATE-WANTED
              AND (GEN-TIME-WANTED = SPACES
                   OR CT-GEN-TIME = GEN-TIME-WANTED)
              MOVE 'Y' TO CATALOG-FOUND
              MOVE CT-FILE-NAME TO GEN-FILE-NAME
              MOVE CT-RUN-DATE TO CAT-RUN-DATE
              MOVE CT-CYCLE-STATUS TO CAT-CYCLE-STATUS
              MOVE CT-RECORD-COUNT TO CAT-RECORD-COUNT
              MOVE CT-SEASON-HASH TO CAT-SEASON-HASH
           END-IF
           PERFORM 121-READ-CATALOG.

        130-VERIFY-GENERATION.
           MOVE 'VERIFY GENERATION' TO SD-STEP
           MOVE 'N' TO COPY-EOF
           OPEN INPUT GEN-FILE
           IF GEN-FILE-STATUS NOT = '00'
              MOVE 'N' TO RESTORE-OK
              MOVE SPACES TO SD-TEXT
              STRING 'FAILED - cannot read backup file, status '
                 GEN-FILE-STATUS
                 DELIMITED BY SIZE INTO SD-TEXT
              PERFORM 910-WRITE-STEP
           ELSE
              PERFORM 131-READ-GEN
              PERFORM 132-TALLY-ONE-GEN UNTIL COPY-EOF = 'Y'
              CLOSE GEN-FILE
              IF GEN-RECORD-COUNT = CAT-RECORD-COUNT
                 AND GEN-SEASON-HASH = CAT-SEASON-HASH
                 MOVE 'MATCHES CATALOG' TO SD-TEXT
              ELSE
                 MOVE 'N' TO RESTORE-OK
                 MOVE 'FAILED - backup file does not match catalog'
                    TO SD-TEXT
              END-IF
              PERFORM 910-WRITE-STEP
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
              MOVE HASH-HEADER TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
              MOVE ' RECORD COUNT' TO HD-LABEL
              MOVE CAT-RECORD-COUNT TO HD-CATALOG
              MOVE GEN-RECORD-COUNT TO HD-FILE
              MOVE HASH-DETAIL TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
              MOVE ' SEASON-IN HASH TOTAL' TO HD-LABEL
              MOVE CAT-SEASON-HASH TO HD-CATALOG
              MOVE GEN-SEASON-HASH TO HD-FILE
              MOVE HASH-DETAIL TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

        131-READ-GEN.
           READ GEN-FILE
              AT END MOVE 'Y' TO COPY-EOF
           END-READ.

        132-TALLY-ONE-GEN.
           ADD 1 TO GEN-RECORD-COUNT
           IF GEN-SEASON-IN NUMERIC
              ADD GEN-SEASON-IN TO GEN-SEASON-HASH
           END-IF
           PERFORM 131-READ-GEN.

        140-SAVE-CURRENT.
           MOVE 'SAVE CURRENT MASTER' TO SD-STEP
           MOVE 'N' TO COPY-EOF
           OPEN INPUT MASTER-IN
           IF MASTER-IN-STATUS NOT = '00'
              MOVE 'no NBADATA.dat to save' TO SD-TEXT
           ELSE
              OPEN OUTPUT SAFETY-OUT
              PERFORM 141-READ-MASTER-IN
              PERFORM 142-COPY-ONE-SAFETY UNTIL COPY-EOF = 'Y'
              CLOSE MASTER-IN SAFETY-OUT
              MOVE SPACES TO SD-TEXT
              STRING 'COMPLETE - records copied ' SAFETY-COPY-CT
                 ' to NBADATA_PRERESTORE.dat'
                 DELIMITED BY SIZE INTO SD-TEXT
           END-IF
           PERFORM 910-WRITE-STEP.

        141-READ-MASTER-IN.
           READ MASTER-IN
              AT END MOVE 'Y' TO COPY-EOF
           END-READ.

        142-COPY-ONE-SAFETY.
           MOVE MASTER-IN-RECORD TO SAFETY-RECORD
           WRITE SAFETY-RECORD
           ADD 1 TO SAFETY-COPY-CT
           PERFORM 141-READ-MASTER-IN.

        150-COPY-GENERATION.
           MOVE 'RESTORE NBADATA.dat' TO SD-STEP
           MOVE 'N' TO COPY-EOF
           OPEN INPUT GEN-FILE
           IF GEN-FILE-STATUS NOT = '00'
              MOVE 'N' TO RESTORE-OK
              MOVE SPACES TO SD-TEXT
              STRING 'FAILED - cannot reread backup file, status '
                 GEN-FILE-STATUS
                 DELIMITED BY SIZE INTO SD-TEXT
           ELSE
              OPEN OUTPUT MASTER-OUT
              PERFORM 131-READ-GEN
              PERFORM 151-COPY-ONE-RESTORE UNTIL COPY-EOF = 'Y'
              CLOSE GEN-FILE MASTER-OUT
              MOVE SPACES TO SD-TEXT
              STRING 'COMPLETE - records copied ' RESTORE-COPY-CT
                 DELIMITED BY SIZE INTO SD-TEXT
           END-IF
           PERFORM 910-WRITE-STEP.

        151-COPY-ONE-RESTORE.
           MOVE GEN-RECORD TO MASTER-OUT-RECORD
           WRITE MASTER-OUT-RECORD
           ADD 1 TO RESTORE-COPY-CT
           PERFORM 131-READ-GEN.

        160-RUN-LOAD.
           MOVE 'RUN NBALOAD' TO SD-STEP
           CALL 'NBALOAD'
              ON EXCEPTION
                 MOVE 'N' TO RESTORE-OK
                 MOVE 'FAILED - NBALOAD not available' TO SD-TEXT
              NOT ON EXCEPTION
                 MOVE 'COMPLETE - NBADATA.idx rebuilt, see NBA_LOAD.log'
                    TO SD-TEXT
           END-CALL
           PERFORM 910-WRITE-STEP.

        170-RUN-XREF.
           MOVE 'RUN NBAXREF' TO SD-STEP
           CALL 'NBAXREF'
              ON EXCEPTION
                 MOVE 'N' TO RESTORE-OK
                 MOVE 'FAILED - NBAXREF not available' TO SD-TEXT
              NOT ON EXCEPTION
                 MOVE 'COMPLETE - NBANAME.idx rebuilt' TO SD-TEXT
           END-CALL
           PERFORM 910-WRITE-STEP.

        175-RUN-CAREER.
           MOVE 'RUN NBACARER' TO SD-STEP
           CALL 'NBACARER'
              ON EXCEPTION
                 MOVE 'N' TO RESTORE-OK
                 MOVE 'FAILED - NBACARER not available' TO SD-TEXT
              NOT ON EXCEPTION
                 MOVE 'COMPLETE - NBA_CAREER_TOTALS.dat rebuilt'
                    TO SD-TEXT
           END-CALL
           PERFORM 910-WRITE-STEP.

        900-WRITE-VERDICT.
           IF RESTORE-OK = 'Y'
              MOVE 'RESTORED' TO RESTORE-VERDICT
           ELSE
              IF RESTORE-COPY-CT > 0
                 MOVE 'INCOMPLETE' TO RESTORE-VERDICT
              ELSE
                 MOVE 'NOT RESTORED' TO RESTORE-VERDICT
              END-IF
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE RESTORE-VERDICT TO VD-VERDICT
           MOVE VERDICT-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        910-WRITE-STEP.
           MOVE STEP-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        105-CLOSE.
           CLOSE RESTORE-REPORT.
