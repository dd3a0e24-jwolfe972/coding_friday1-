       DATA DIVISION.
       FILE SECTION.
       FD NBA-RECORDS RECORDING MODE IS F.
        01 RAW-DATA-RECORD            PIC X(156).

       SD SORT-WORK-FILE.
        01 SORT-RECORD.
           05 SORT-ID-VAL             PIC XXXX.
           05 FILLER                  PIC X(147).
           05 SORT-SEASON             PIC 9(4).
           05 SORT-STINT              PIC X.

       FD SORTED-RECORDS RECORDING MODE IS F.
        01 DATA-RECORD.
              10 REB-IN               PIC 9(2)V99.
              10 AST-IN               PIC 9(2)V99.
              10 SEASON-IN            PIC 9(4).
              10 STINT-IN             PIC X.

       FD NBA-MASTER.
        01 MASTER-IDX-RECORD.
           05 IMK-KEY.
              10 IMK-ID               PIC XXXX.
              10 IMK-SEASON           PIC 9(4).
              10 IMK-STINT            PIC 9.
           05 MASTER-BODY             PIC X(156).

       FD NBA-BIO-MASTER.
        01 BIO-IDX-RECORD.
           05 SMK-KEY.
              10 SMK-ID               PIC XXXX.
              10 SMK-SEASON           PIC 9(4).
              10 SMK-STINT            PIC 9.
           05 STAT-BODY.
              10 ST-TEAM              PIC XXX.
              10 ST-AGE               PIC 99.
              10 ST-GP                PIC 99.
              10 ST-PTS               PIC 9(2)V99.
              10 ST-REB               PIC 9(2)V99.
              10 ST-AST               PIC 9(2)V99.
              10 ST-SEASON            PIC 9(4).
              10 ST-STINT             PIC 9.

       FD LOAD-LOG RECORDING MODE IS F.
       01 LOAD-LOG-LINE              PIC X(120).
          05 JOIN-EOF                      PIC X VALUE 'N'.
          05 BIO-EOF                       PIC X VALUE 'N'.
          05 CURR-JOIN-ID                  PIC XXXX VALUE LOW-VALUES.
          05 TOTALS-BUILT-CT               PIC 9(6) VALUE 0.
          05 STINT-IDX                     PIC 99 VALUE 0.
          05 LOAD-STINT                    PIC 9 VALUE 0.
          05 SEASON-GP-SUM                 PIC 9(4) VALUE 0.
          05 SEASON-PTS-SUM                PIC 9(6)V99 VALUE 0.
          05 SEASON-REB-SUM                PIC 9(6)V99 VALUE 0.
          05 SEASON-AST-SUM                PIC 9(6)V99 VALUE 0.

       01 STINT-HOLD.
           05 SH-KEY.
              10 SH-ID                PIC XXXX VALUE LOW-VALUES.
              10 SH-SEASON            PIC 9(4) VALUE 0.
           05 SH-COUNT                PIC 99 VALUE 0.
           05 SH-ENTRY OCCURS 9 TIMES.
              10 SH-STINT             PIC 9.
              10 SH-TEAM              PIC XXX.
              10 SH-AGE               PIC 99.
              10 SH-GP                PIC 99.
              10 SH-PTS               PIC 9(2)V99.
              10 SH-REB               PIC 9(2)V99.
              10 SH-AST               PIC 9(2)V99.

       01 JOINED-RECORD.
           05 JR-BIO-ID               PIC XXXX.
           05 JR-BIO-BODY             PIC X(128).
           05 JR-STAT-BODY            PIC X(24).

       01  STORE-DATE.
           05 CURR-YEAR               PIC XXXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE 'STAT='.
           05 LS-STAT-OT              PIC ZZZZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(7) VALUE 'TOTALS='.
           05 LS-TOT-OT               PIC ZZZZZ9.



        MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM 102-LOAD-ONE-RECORD UNTIL EOF = 'Y'
           PERFORM 112-FLUSH-STINTS.
           PERFORM 106-BUILD-MASTER-FROM-PAIR.
           PERFORM 105-CLOSE.
           GOBACK.
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SORT-ID-VAL
              ON ASCENDING KEY SORT-SEASON
              ON ASCENDING KEY SORT-STINT
              WITH DUPLICATES IN ORDER
              USING NBA-RECORDS
              GIVING SORTED-RECORDS.
           OPEN INPUT SORTED-RECORDS.

        102-LOAD-ONE-RECORD.
           IF SEASON-IN NUMERIC AND ID-VAL NOT = SPACES
              AND (STINT-IN = SPACE OR STINT-IN NUMERIC)
              AND STINT-IN NOT = '0'
              IF ID-VAL NOT = CURR-BIO-ID
                 PERFORM 103-WRITE-BIO
              END-IF
           END-WRITE.

        104-WRITE-STAT.
           IF STINT-IN = SPACE
              MOVE 1 TO LOAD-STINT
           ELSE
              MOVE STINT-IN TO LOAD-STINT
           END-IF
           IF ID-VAL NOT = SH-ID OR SEASON-IN NOT = SH-SEASON
              PERFORM 112-FLUSH-STINTS
              MOVE ID-VAL TO SH-ID
              MOVE SEASON-IN TO SH-SEASON
           END-IF
           IF SH-COUNT > 0 AND LOAD-STINT = SH-STINT(SH-COUNT)
              ADD 1 TO DUPLICATE-CT
           ELSE
              ADD 1 TO SH-COUNT
              MOVE LOAD-STINT TO SH-STINT(SH-COUNT)
              MOVE TEAM-AREV-IN TO SH-TEAM(SH-COUNT)
              MOVE AGE-IN TO SH-AGE(SH-COUNT)
              MOVE GP-IN TO SH-GP(SH-COUNT)
              MOVE PTS-IN TO SH-PTS(SH-COUNT)
              MOVE REB-IN TO SH-REB(SH-COUNT)
              MOVE AST-IN TO SH-AST(SH-COUNT)
           END-IF.

        112-FLUSH-STINTS.
           IF SH-COUNT > 1
              PERFORM 113-WRITE-SEASON-TOTAL
           END-IF
           MOVE 1 TO STINT-IDX
           PERFORM 115-WRITE-ONE-STINT UNTIL STINT-IDX > SH-COUNT
           MOVE 0 TO SH-COUNT.

        113-WRITE-SEASON-TOTAL.
           MOVE 0 TO SEASON-GP-SUM
           MOVE 0 TO SEASON-PTS-SUM
           MOVE 0 TO SEASON-REB-SUM
           MOVE 0 TO SEASON-AST-SUM
           MOVE 1 TO STINT-IDX
           PERFORM 114-ADD-ONE-STINT UNTIL STINT-IDX > SH-COUNT
           MOVE SH-ID TO SMK-ID
           MOVE SH-SEASON TO SMK-SEASON
           MOVE 0 TO SMK-STINT
           MOVE 'TOT' TO ST-TEAM
           MOVE SH-AGE(1) TO ST-AGE
           IF SEASON-GP-SUM > 99
              MOVE 99 TO ST-GP
           ELSE
              MOVE SEASON-GP-SUM TO ST-GP
           END-IF
           IF SEASON-GP-SUM > 0
              COMPUTE ST-PTS ROUNDED = SEASON-PTS-SUM / SEASON-GP-SUM
              COMPUTE ST-REB ROUNDED = SEASON-REB-SUM / SEASON-GP-SUM
              COMPUTE ST-AST ROUNDED = SEASON-AST-SUM / SEASON-GP-SUM
           ELSE
              MOVE 0 TO ST-PTS ST-REB ST-AST
           END-IF
           MOVE SH-SEASON TO ST-SEASON
           MOVE 0 TO ST-STINT
           WRITE STAT-IDX-RECORD
              INVALID KEY
                 ADD 1 TO DUPLICATE-CT
              NOT INVALID KEY
                 ADD 1 TO TOTALS-BUILT-CT
           END-WRITE.

        114-ADD-ONE-STINT.
           IF SH-GP(STINT-IDX) NUMERIC
              ADD SH-GP(STINT-IDX) TO SEASON-GP-SUM
              IF SH-PTS(STINT-IDX) NUMERIC
                 COMPUTE SEASON-PTS-SUM = SEASON-PTS-SUM
                    + SH-PTS(STINT-IDX) * SH-GP(STINT-IDX)
              END-IF
              IF SH-REB(STINT-IDX) NUMERIC
                 COMPUTE SEASON-REB-SUM = SEASON-REB-SUM
                    + SH-REB(STINT-IDX) * SH-GP(STINT-IDX)
              END-IF
              IF SH-AST(STINT-IDX) NUMERIC
                 COMPUTE SEASON-AST-SUM = SEASON-AST-SUM
                    + SH-AST(STINT-IDX) * SH-GP(STINT-IDX)
              END-IF
           END-IF
           ADD 1 TO STINT-IDX.

        115-WRITE-ONE-STINT.
           MOVE SH-ID TO SMK-ID
           MOVE SH-SEASON TO SMK-SEASON
           MOVE SH-STINT(STINT-IDX) TO SMK-STINT
           MOVE SH-TEAM(STINT-IDX) TO ST-TEAM
           MOVE SH-AGE(STINT-IDX) TO ST-AGE
           MOVE SH-GP(STINT-IDX) TO ST-GP
           MOVE SH-PTS(STINT-IDX) TO ST-PTS
           MOVE SH-REB(STINT-IDX) TO ST-REB
           MOVE SH-AST(STINT-IDX) TO ST-AST
           MOVE SH-SEASON TO ST-SEASON
           MOVE SH-STINT(STINT-IDX) TO ST-STINT
           WRITE STAT-IDX-RECORD
              INVALID KEY
                 ADD 1 TO DUPLICATE-CT
              NOT INVALID KEY
                 ADD 1 TO STAT-LOADED-CT
           END-WRITE
           ADD 1 TO STINT-IDX.

        106-BUILD-MASTER-FROM-PAIR.
           CLOSE NBA-BIO-MASTER NBA-STAT-MASTER.
           OPEN INPUT NBA-BIO-MASTER NBA-STAT-MASTER.
           MOVE STAT-BODY TO JR-STAT-BODY
           MOVE SMK-ID TO IMK-ID
           MOVE SMK-SEASON TO IMK-SEASON
           MOVE SMK-STINT TO IMK-STINT
           MOVE JOINED-RECORD TO MASTER-BODY
           WRITE MASTER-IDX-RECORD
              INVALID KEY
           MOVE REJECT-CT TO LS-REJ-OT
           MOVE BIO-LOADED-CT TO LS-BIO-OT
           MOVE STAT-LOADED-CT TO LS-STAT-OT
           MOVE TOTALS-BUILT-CT TO LS-TOT-OT
           MOVE LOAD-SUMMARY TO LOAD-LOG-LINE
           WRITE LOAD-LOG-LINE.

