            FILE STATUS IS FLAG-FILE-STATUS.


            SELECT OPTIONAL INTEG-FLAG ASSIGN TO "NBA_INTEG_FLAG.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INTEG-FILE-STATUS.


            SELECT CYCLE-STATUS ASSIGN TO "NBA_CYCLE_STATUS.dat"
            ORGANIZATION IS LINE SEQUENTIAL.


            SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "NBA_SUSPENSE.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SUSPENSE-FILE-STATUS.


            SELECT MASTER-IN ASSIGN TO "NBADATA.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MASTER-IN-STATUS.


            SELECT BACKUP-OUT ASSIGN TO DYNAMIC BACKUP-GEN-NAME
            ORGANIZATION IS LINE SEQUENTIAL.


            SELECT OPTIONAL BACKUP-CTL ASSIGN TO "NBABKCTL.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BKCTL-FILE-STATUS.


            SELECT OPTIONAL BACKUP-CATALOG ASSIGN TO
               "NBA_BACKUP_CATALOG.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CATALOG-FILE-STATUS.


            SELECT UPDATED-IN ASSIGN TO "NBADATA_UPDATED.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS UPDATED-IN-STATUS.
            ORGANIZATION IS LINE SEQUENTIAL.


            SELECT NBANAME-FILE ASSIGN TO "NBANAME.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS XK-KEY
            FILE STATUS IS XREF-FILE-STATUS.



       DATA DIVISION.
       FILE SECTION.
       FD RECON-FLAG RECORDING MODE IS F.
       01 FLAG-LINE                  PIC X(4).

       FD INTEG-FLAG RECORDING MODE IS F.
       01 INTEG-FLAG-LINE            PIC X(4).

       FD CYCLE-STATUS RECORDING MODE IS F.
       01 STATUS-LINE                PIC X(120).

       FD SUSPENSE-FILE RECORDING MODE IS F.
        01 SUSPENSE-RECORD.
           05 SU-REASON-CODE          PIC X(4).
           05 FILLER                  PIC X(167).

       FD MASTER-IN RECORDING MODE IS F.
        01 MASTER-IN-RECORD.
           05 FILLER                  PIC X(151).
           05 MI-SEASON-IN            PIC 9(4).
           05 FILLER                  PIC X.

       FD BACKUP-OUT RECORDING MODE IS F.
       01 BACKUP-RECORD              PIC X(156).

       FD BACKUP-CTL RECORDING MODE IS F.
        01 BACKUP-CTL-RECORD.
           05 CTL-RETAIN-COUNT        PIC 99.
           05 FILLER                  PIC X(78).

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

       FD UPDATED-IN RECORDING MODE IS F.
       01 UPDATED-RECORD             PIC X(156).

       FD MASTER-OUT RECORDING MODE IS F.
       01 MASTER-OUT-RECORD          PIC X(156).

       FD NBANAME-FILE.
        01 NAME-IDX-RECORD.
           05 XK-KEY.
              10 XK-LNAME             PIC X(18).
              10 XK-ID                PIC XXXX.
           05 XN-FNAME                PIC X(12).



          05 BACKUP-COPY-CT                PIC 9(8) VALUE 0.
          05 PROMOTE-COPY-CT               PIC 9(8) VALUE 0.
          05 FLAG-HOLD                     PIC X(4) VALUE SPACES.
          05 INTEG-FILE-STATUS             PIC XX VALUE '00'.
          05 INTEG-HOLD                    PIC X(4) VALUE SPACES.
          05 SUSPENSE-FILE-STATUS          PIC XX VALUE '00'.
          05 SUSPENSE-EOF                  PIC X VALUE 'N'.
          05 PENDING-APPROVAL-CT           PIC 9(6) VALUE 0.
          05 BKCTL-FILE-STATUS             PIC XX VALUE '00'.
          05 CATALOG-FILE-STATUS           PIC XX VALUE '00'.
          05 CATALOG-EOF                   PIC X VALUE 'N'.
          05 BACKUP-TAKEN                  PIC X VALUE 'N'.
          05 BACKUP-GEN-NAME               PIC X(30) VALUE SPACES.
          05 BACKUP-GEN-DATE               PIC X(8) VALUE SPACES.
          05 BACKUP-GEN-TIME               PIC X(6) VALUE SPACES.
          05 BACKUP-SEASON-HASH            PIC 9(12) VALUE 0.
          05 RETAIN-COUNT                  PIC 99 VALUE 7.
          05 CAT-IDX                       PIC 999 VALUE 0.
          05 CAT-FOUND                     PIC 999 VALUE 0.
          05 CAT-FIRST-KEPT                PIC 999 VALUE 0.
          05 EXPIRED-CT                    PIC 999 VALUE 0.
          05 XREF-FILE-STATUS              PIC XX VALUE '00'.

       01 CATALOG-TABLE.
           05 CAT-COUNT               PIC 999 VALUE 0.
           05 CAT-ENTRY OCCURS 100 TIMES.
              10 CE-GEN-DATE          PIC X(8).
              10 CE-RUN-DATE          PIC X(10).
              10 CE-RUN-TIME          PIC X(8).
              10 CE-CYCLE-STATUS      PIC X(10).
              10 CE-RECORD-COUNT      PIC 9(8).
              10 CE-SEASON-HASH       PIC 9(12).
              10 CE-FILE-NAME         PIC X(30).
              10 CE-GEN-TIME          PIC X(6).

       01  STORE-DATE.
           05 CURR-YEAR               PIC XXXX.
        MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM 190-RUN-EDIT.
           IF CYCLE-OK = 'Y'
              PERFORM 195-COUNT-PENDING
           END-IF
           IF CYCLE-OK = 'Y'
              PERFORM 200-RUN-MAINT
           END-IF
           IF CYCLE-OK = 'Y'
              PERFORM 220-CHECK-FLAG
           END-IF
           IF CYCLE-OK = 'Y' AND PROMOTE-OK = 'Y'
              PERFORM 225-RUN-INTEGRITY
           END-IF
           IF CYCLE-OK = 'Y' AND PROMOTE-OK = 'Y'
              PERFORM 230-BACKUP-MASTER
           END-IF
           IF CYCLE-OK = 'Y' AND PROMOTE-OK = 'Y'
              PERFORM 240-PROMOTE-MASTER
           END-IF
           IF CYCLE-OK = 'Y' AND PROMOTE-OK = 'Y'
              PERFORM 245-RUN-POST
           END-IF
           IF CYCLE-OK = 'Y' AND PROMOTE-OK = 'Y'
              PERFORM 250-RUN-LOAD
           END-IF
           IF CYCLE-OK = 'Y' AND PROMOTE-OK = 'Y'
              PERFORM 252-RUN-XREF
           END-IF
           IF CYCLE-OK = 'Y' AND PROMOTE-OK = 'Y'
              PERFORM 255-RUN-CAREER
           END-IF
           IF BACKUP-TAKEN = 'Y'
              PERFORM 260-CATALOG-BACKUP
           END-IF
           PERFORM 900-WRITE-VERDICT.
           PERFORM 105-CLOSE.
           GOBACK.
           END-CALL
           PERFORM 910-WRITE-STATUS.

        195-COUNT-PENDING.
           MOVE 0 TO PENDING-APPROVAL-CT
           MOVE 'N' TO SUSPENSE-EOF
           OPEN INPUT SUSPENSE-FILE
           IF SUSPENSE-FILE-STATUS = '00'
              PERFORM 196-READ-SUSPENSE
              PERFORM 197-COUNT-ONE-PENDING UNTIL SUSPENSE-EOF = 'Y'
              CLOSE SUSPENSE-FILE
           END-IF
           MOVE 'STEP 2 APPROVALS  ' TO SR-STEP-OT
           MOVE SPACES TO SR-TEXT-OT
           STRING 'items awaiting approval ' PENDING-APPROVAL-CT
              DELIMITED BY SIZE INTO SR-TEXT-OT
           PERFORM 910-WRITE-STATUS.

        196-READ-SUSPENSE.
           READ SUSPENSE-FILE
              AT END MOVE 'Y' TO SUSPENSE-EOF
           END-READ.

        197-COUNT-ONE-PENDING.
           IF SU-REASON-CODE = 'PEND'
              ADD 1 TO PENDING-APPROVAL-CT
           END-IF
           PERFORM 196-READ-SUSPENSE.

        200-RUN-MAINT.
           MOVE 'STEP 3 NBAMAINT   ' TO SR-STEP-OT
           CALL 'NBAMAINT'
              ON EXCEPTION
                 MOVE 'N' TO CYCLE-OK
           PERFORM 910-WRITE-STATUS.

        210-RUN-RECON.
           MOVE 'STEP 4 NBARECON   ' TO SR-STEP-OT
           CALL 'NBARECON'
              ON EXCEPTION
                 MOVE 'N' TO CYCLE-OK
              END-READ
              CLOSE RECON-FLAG
           END-IF
           MOVE 'STEP 5 RECON FLAG ' TO SR-STEP-OT
           IF FLAG-HOLD = 'GO'
              MOVE 'Y' TO PROMOTE-OK
              MOVE 'GO - promote authorized' TO SR-TEXT-OT
           END-IF
           PERFORM 910-WRITE-STATUS.

        225-RUN-INTEGRITY.
           MOVE 'STEP 6 INTEGRITY  ' TO SR-STEP-OT
           CALL 'NBAINTEG'
              ON EXCEPTION
                 MOVE 'N' TO CYCLE-OK
                 MOVE 'FAILED - NBAINTEG not available' TO SR-TEXT-OT
              NOT ON EXCEPTION
                 PERFORM 226-CHECK-INTEG-FLAG
           END-CALL
           PERFORM 910-WRITE-STATUS.

        226-CHECK-INTEG-FLAG.
           MOVE SPACES TO INTEG-HOLD
           OPEN INPUT INTEG-FLAG
           IF INTEG-FILE-STATUS = '00'
              READ INTEG-FLAG
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE INTEG-FLAG-LINE TO INTEG-HOLD
              END-READ
              CLOSE INTEG-FLAG
           END-IF
           IF INTEG-HOLD = 'PASS'
              MOVE 'PASS - files agree, promote authorized'
                 TO SR-TEXT-OT
           ELSE
              MOVE 'N' TO PROMOTE-OK
              MOVE SPACES TO SR-TEXT-OT
              STRING 'flag is ' INTEG-HOLD
                 ' - promote held, see NBA_INTEGRITY_REPORT.doc'
                 DELIMITED BY SIZE INTO SR-TEXT-OT
           END-IF.

        230-BACKUP-MASTER.
           MOVE 'N' TO COPY-EOF
           MOVE 0 TO BACKUP-COPY-CT
           MOVE 0 TO BACKUP-SEASON-HASH
           MOVE FUNCTION CURRENT-DATE TO STORE-DATE
           STRING CURR-YEAR CURR-MONTH CURR-DAY
              DELIMITED BY SIZE INTO BACKUP-GEN-DATE
           STRING CURR-HR CURR-MIN CURR-SEC
              DELIMITED BY SIZE INTO BACKUP-GEN-TIME
           MOVE SPACES TO BACKUP-GEN-NAME
           STRING 'NBADATA_' BACKUP-GEN-DATE '_' BACKUP-GEN-TIME '.bkp'
              DELIMITED BY SIZE INTO BACKUP-GEN-NAME
           MOVE 'STEP 7 BACKUP     ' TO SR-STEP-OT
           OPEN INPUT MASTER-IN
           IF MASTER-IN-STATUS NOT = '00'
              MOVE 'N' TO CYCLE-OK
              PERFORM 231-READ-MASTER-IN
              PERFORM 232-COPY-ONE-BACKUP UNTIL COPY-EOF = 'Y'
              CLOSE MASTER-IN BACKUP-OUT
              MOVE 'Y' TO BACKUP-TAKEN
              MOVE SPACES TO SR-TEXT-OT
              STRING 'COMPLETE - ' BACKUP-COPY-CT
                 ' recs to ' BACKUP-GEN-NAME
                 DELIMITED BY SIZE INTO SR-TEXT-OT
           END-IF
           PERFORM 910-WRITE-STATUS.
           MOVE MASTER-IN-RECORD TO BACKUP-RECORD
           WRITE BACKUP-RECORD
           ADD 1 TO BACKUP-COPY-CT
           IF MI-SEASON-IN NUMERIC
              ADD MI-SEASON-IN TO BACKUP-SEASON-HASH
           END-IF
           PERFORM 231-READ-MASTER-IN.

        240-PROMOTE-MASTER.
           MOVE 'N' TO COPY-EOF
           MOVE 0 TO PROMOTE-COPY-CT
           MOVE 'STEP 8 PROMOTE    ' TO SR-STEP-OT
           OPEN INPUT UPDATED-IN
           IF UPDATED-IN-STATUS NOT = '00'
              MOVE 'N' TO CYCLE-OK
           ADD 1 TO PROMOTE-COPY-CT
           PERFORM 241-READ-UPDATED.

        245-RUN-POST.
           MOVE 'STEP 9 NBAPOST    ' TO SR-STEP-OT
           CALL 'NBAPOST'
              ON EXCEPTION
                 MOVE 'N' TO CYCLE-OK
                 MOVE 'FAILED - NBAPOST not available, run it by hand'
                    TO SR-TEXT-OT
              NOT ON EXCEPTION
                 MOVE 'COMPLETE - id merges and approvals posted'
                    TO SR-TEXT-OT
           END-CALL
           PERFORM 910-WRITE-STATUS.

        250-RUN-LOAD.
           MOVE 'STEP 10 NBALOAD   ' TO SR-STEP-OT
           CALL 'NBALOAD'
              ON EXCEPTION
                 MOVE 'N' TO CYCLE-OK
           END-CALL
           PERFORM 910-WRITE-STATUS.

        252-RUN-XREF.
           MOVE 'STEP 11 NBAXREF   ' TO SR-STEP-OT
           CALL 'NBAXREF'
              ON EXCEPTION
                 MOVE 'N' TO CYCLE-OK
                 MOVE 'FAILED - NBAXREF not available' TO SR-TEXT-OT
              NOT ON EXCEPTION
                 PERFORM 253-CHECK-XREF
           END-CALL
           PERFORM 910-WRITE-STATUS.

        253-CHECK-XREF.
           OPEN INPUT NBANAME-FILE
           IF XREF-FILE-STATUS NOT = '00'
              MOVE 'N' TO CYCLE-OK
              MOVE SPACES TO SR-TEXT-OT
              STRING 'FAILED - cannot read NBANAME.idx, status '
                 XREF-FILE-STATUS
                 DELIMITED BY SIZE INTO SR-TEXT-OT
           ELSE
              READ NBANAME-FILE
                 AT END
                    MOVE 'N' TO CYCLE-OK
                    MOVE 'FAILED - NBANAME.idx rebuilt empty'
                       TO SR-TEXT-OT
                 NOT AT END
                    MOVE 'COMPLETE - NBANAME.idx rebuilt' TO SR-TEXT-OT
              END-READ
              CLOSE NBANAME-FILE
           END-IF.

        255-RUN-CAREER.
           MOVE 'STEP 12 NBACARER  ' TO SR-STEP-OT
           CALL 'NBACARER'
              ON EXCEPTION
                 MOVE 'N' TO CYCLE-OK
                 MOVE 'FAILED - NBACARER not available' TO SR-TEXT-OT
              NOT ON EXCEPTION
                 MOVE 'COMPLETE - NBA_CAREER_TOTALS.dat rebuilt'
                    TO SR-TEXT-OT
           END-CALL
           PERFORM 910-WRITE-STATUS.

        260-CATALOG-BACKUP.
           PERFORM 270-LOAD-RETENTION
           PERFORM 261-LOAD-CATALOG
           MOVE 0 TO CAT-FOUND
           MOVE 1 TO CAT-IDX
           PERFORM 264-MATCH-ONE-GEN UNTIL CAT-IDX > CAT-COUNT
              OR CAT-FOUND > 0
           IF CAT-FOUND = 0
              IF CAT-COUNT = 100
                 MOVE 1 TO CAT-IDX
                 PERFORM 267-EXPIRE-ONE-GEN
                 PERFORM 265-SHIFT-CATALOG
              END-IF
              ADD 1 TO CAT-COUNT
              MOVE CAT-COUNT TO CAT-FOUND
           END-IF
           MOVE BACKUP-GEN-DATE TO CE-GEN-DATE(CAT-FOUND)
           MOVE BACKUP-GEN-TIME TO CE-GEN-TIME(CAT-FOUND)
           MOVE FUNCTION CURRENT-DATE TO STORE-DATE
           MOVE SPACES TO CE-RUN-DATE(CAT-FOUND)
           STRING CURR-YEAR '-' CURR-MONTH '-' CURR-DAY
              DELIMITED BY SIZE INTO CE-RUN-DATE(CAT-FOUND)
           MOVE SPACES TO CE-RUN-TIME(CAT-FOUND)
           STRING CURR-HR ':' CURR-MIN ':' CURR-SEC
              DELIMITED BY SIZE INTO CE-RUN-TIME(CAT-FOUND)
           IF CYCLE-OK = 'Y'
              MOVE 'PROMOTED  ' TO CE-CYCLE-STATUS(CAT-FOUND)
           ELSE
              MOVE 'FAILED    ' TO CE-CYCLE-STATUS(CAT-FOUND)
           END-IF
           MOVE BACKUP-COPY-CT TO CE-RECORD-COUNT(CAT-FOUND)
           MOVE BACKUP-SEASON-HASH TO CE-SEASON-HASH(CAT-FOUND)
           MOVE BACKUP-GEN-NAME TO CE-FILE-NAME(CAT-FOUND)
           MOVE 0 TO EXPIRED-CT
           PERFORM 266-EXPIRE-OLDEST UNTIL CAT-COUNT NOT > RETAIN-COUNT
           PERFORM 268-REWRITE-CATALOG
           MOVE 'STEP 13 CATALOG   ' TO SR-STEP-OT
           MOVE SPACES TO SR-TEXT-OT
           STRING 'generations kept ' CAT-COUNT
              ' of ' RETAIN-COUNT ', expired ' EXPIRED-CT
              DELIMITED BY SIZE INTO SR-TEXT-OT
           PERFORM 910-WRITE-STATUS.

        261-LOAD-CATALOG.
           MOVE 0 TO CAT-COUNT
           MOVE 'N' TO CATALOG-EOF
           OPEN INPUT BACKUP-CATALOG
           IF CATALOG-FILE-STATUS = '00'
              PERFORM 262-READ-CATALOG
              PERFORM 263-STORE-ONE-GEN UNTIL CATALOG-EOF = 'Y'
              CLOSE BACKUP-CATALOG
           END-IF.

        262-READ-CATALOG.
           READ BACKUP-CATALOG
              AT END MOVE 'Y' TO CATALOG-EOF
           END-READ.

        263-STORE-ONE-GEN.
           IF CAT-COUNT < 100 AND CT-GEN-DATE NOT = SPACES
              ADD 1 TO CAT-COUNT
              MOVE CT-GEN-DATE TO CE-GEN-DATE(CAT-COUNT)
              MOVE CT-RUN-DATE TO CE-RUN-DATE(CAT-COUNT)
              MOVE CT-RUN-TIME TO CE-RUN-TIME(CAT-COUNT)
              MOVE CT-CYCLE-STATUS TO CE-CYCLE-STATUS(CAT-COUNT)
              MOVE CT-RECORD-COUNT TO CE-RECORD-COUNT(CAT-COUNT)
              MOVE CT-SEASON-HASH TO CE-SEASON-HASH(CAT-COUNT)
              MOVE CT-FILE-NAME TO CE-FILE-NAME(CAT-COUNT)
              MOVE CT-GEN-TIME TO CE-GEN-TIME(CAT-COUNT)
           END-IF
           PERFORM 262-READ-CATALOG.

        264-MATCH-ONE-GEN.
           IF CE-GEN-DATE(CAT-IDX) = BACKUP-GEN-DATE
              AND CE-GEN-TIME(CAT-IDX) = BACKUP-GEN-TIME
              MOVE CAT-IDX TO CAT-FOUND
           END-IF
           ADD 1 TO CAT-IDX.

        265-SHIFT-CATALOG.
           MOVE 1 TO CAT-IDX
           PERFORM 269-SHIFT-ONE-GEN UNTIL CAT-IDX NOT < CAT-COUNT
           SUBTRACT 1 FROM CAT-COUNT.

        266-EXPIRE-OLDEST.
           MOVE 1 TO CAT-IDX
           PERFORM 267-EXPIRE-ONE-GEN
           PERFORM 265-SHIFT-CATALOG.

        267-EXPIRE-ONE-GEN.
           IF CE-GEN-DATE(CAT-IDX) NOT = BACKUP-GEN-DATE
              OR CE-GEN-TIME(CAT-IDX) NOT = BACKUP-GEN-TIME
              CALL 'CBL_DELETE_FILE' USING CE-FILE-NAME(CAT-IDX)
              END-CALL
              ADD 1 TO EXPIRED-CT
           END-IF.

        268-REWRITE-CATALOG.
           OPEN OUTPUT BACKUP-CATALOG
           MOVE 1 TO CAT-IDX
           PERFORM 271-WRITE-ONE-GEN UNTIL CAT-IDX > CAT-COUNT
           CLOSE BACKUP-CATALOG.

        269-SHIFT-ONE-GEN.
           MOVE CAT-ENTRY(CAT-IDX + 1) TO CAT-ENTRY(CAT-IDX)
           ADD 1 TO CAT-IDX.

        270-LOAD-RETENTION.
           OPEN INPUT BACKUP-CTL
           IF BKCTL-FILE-STATUS = '00'
              READ BACKUP-CTL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-RETAIN-COUNT NUMERIC
                       AND CTL-RETAIN-COUNT > 0
                       MOVE CTL-RETAIN-COUNT TO RETAIN-COUNT
                    END-IF
              END-READ
              CLOSE BACKUP-CTL
           END-IF.

        271-WRITE-ONE-GEN.
           MOVE SPACES TO CATALOG-RECORD
           MOVE CE-GEN-DATE(CAT-IDX) TO CT-GEN-DATE
           MOVE CE-RUN-DATE(CAT-IDX) TO CT-RUN-DATE
           MOVE CE-RUN-TIME(CAT-IDX) TO CT-RUN-TIME
           MOVE CE-CYCLE-STATUS(CAT-IDX) TO CT-CYCLE-STATUS
           MOVE CE-RECORD-COUNT(CAT-IDX) TO CT-RECORD-COUNT
           MOVE CE-SEASON-HASH(CAT-IDX) TO CT-SEASON-HASH
           MOVE CE-FILE-NAME(CAT-IDX) TO CT-FILE-NAME
           MOVE CE-GEN-TIME(CAT-IDX) TO CT-GEN-TIME
           WRITE CATALOG-RECORD
           ADD 1 TO CAT-IDX.

        900-WRITE-VERDICT.
           MOVE 'CYCLE END         ' TO SR-STEP-OT
           EVALUATE TRUE
              WHEN CYCLE-OK = 'N'
                 MOVE 'STOPPED - see failed step above' TO SR-TEXT-OT
              WHEN PROMOTE-OK = 'N'
                 MOVE 'STOPPED - promote held on recon/integrity flag'
                    TO SR-TEXT-OT
              WHEN OTHER
                 MOVE 'COMPLETE - master promoted and reloaded'
