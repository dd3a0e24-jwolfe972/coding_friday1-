            SELECT CHANGE-LOG ASSIGN TO "NBA_CHANGELOG.dat"
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PROMOTE-PENDING ASSIGN TO "NBA_PROMOTE_PENDING.dat"
            ORGANIZATION IS LINE SEQUENTIAL.


            SELECT OPTIONAL APPROVAL-FILE ASSIGN TO "NBA_APPROVALS.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS APPROVAL-FILE-STATUS.


            SELECT SUSPENSE-OUT ASSIGN TO "NBA_SUSPENSE.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SUSP-OUT-STATUS.


            SELECT ARCHIVE-MASTER ASSIGN TO "NBA_ARCHIVE.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RMK-KEY
            FILE STATUS IS ARCHIVE-FILE-STATUS.


            SELECT AWARDS-FILE ASSIGN TO "NBAAWARDS.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AW-KEY
            FILE STATUS IS AWARDS-FILE-STATUS.


            SELECT CONTRACT-FILE ASSIGN TO "NBACONTRACT.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CR-KEY
            FILE STATUS IS CONTRACT-FILE-STATUS.



       DATA DIVISION.
           05 MK-KEY.
              10 MK-ID                PIC XXXX.
              10 MK-SEASON            PIC 9(4).
              10 MK-STINT             PIC 9.
           05 MASTER-RECORD.
              10 M-BIO-PORTION.
                 15 M-ID-VAL          PIC XXXX.
                 15 M-REB-IN          PIC 9(2)V99.
                 15 M-AST-IN          PIC 9(2)V99.
                 15 M-SEASON-IN       PIC 9(4).
                 15 M-STINT-IN        PIC 9.

       FD NBA-TRANS RECORDING MODE IS F.
        01 RAW-TRANS-RECORD           PIC X(174).

       SD TRANS-SORT-WORK.
        01 TRANS-SORT-RECORD.
           05 TSORT-ID                PIC XXXX.
           05 FILLER                  PIC X(147).
           05 TSORT-SEASON            PIC 9(4).
           05 TSORT-STINT             PIC X.
           05 FILLER                  PIC X(17).

       FD SORTED-TRANS RECORDING MODE IS F.
        01 TRANS-RECORD.
                 15 T-REB-IN          PIC 9(2)V99.
                 15 T-AST-IN          PIC 9(2)V99.
                 15 T-SEASON-IN       PIC 9(4).
                 15 T-STINT-IN        PIC 9.
           05 T-MERGE-PORTION REDEFINES TRANS-DATA-PORTION.
              10 T-MERGE-FROM-ID      PIC XXXX.
              10 T-MERGE-BIO-BODY     PIC X(128).
              10 T-MERGE-TO-ID        PIC XXXX.
              10 FILLER               PIC X(20).
           05 T-PREPARER              PIC X(8).
           05 T-APPROVER              PIC X(8).
           05 T-APPROVAL-NEEDED       PIC X.
        01 TRANS-IMAGE-RECORD.
           05 T-IMAGE                 PIC X(165).
           05 FILLER                  PIC X(9).

       FD NEW-MASTER RECORDING MODE IS F.
        01 NEW-MASTER-RECORD.
           05 NM-BIO-PORTION.
              10 NM-ID-VAL            PIC XXXX.
              10 FILLER               PIC X(128).
           05 NM-STAT-PORTION         PIC X(24).

       FD CHANGE-LOG RECORDING MODE IS F.
       01 LOG-LINE                   PIC X(200).

       FD PROMOTE-PENDING RECORDING MODE IS F.
        01 PENDING-MERGE-RECORD.
           05 PM-TYPE                 PIC X.
           05 FILLER                  PIC X.
           05 PM-RETIRED-ID           PIC XXXX.
           05 FILLER                  PIC X.
           05 PM-SURVIVING-ID         PIC XXXX.
           05 FILLER                  PIC X.
           05 PM-MERGE-DATE           PIC X(10).
           05 FILLER                  PIC X.
           05 PM-PREPARER             PIC X(8).
           05 FILLER                  PIC X.
           05 PM-APPROVER             PIC X(8).
           05 FILLER                  PIC X.
           05 PM-SURVIVOR-BIO         PIC X(132).
           05 FILLER                  PIC X(12).
        01 PENDING-APPROVAL-RECORD.
           05 PA-TYPE                 PIC X.
           05 FILLER                  PIC X.
           05 PA-APPROVER             PIC X(8).
           05 FILLER                  PIC X.
           05 PA-IMAGE                PIC X(165).
           05 FILLER                  PIC X(9).

       FD APPROVAL-FILE RECORDING MODE IS F.
        01 APPROVAL-RECORD.
           05 APR-APPROVER            PIC X(8).
           05 FILLER                  PIC X.
           05 APR-DATE                PIC X(8).
           05 APR-DATE-N REDEFINES APR-DATE PIC 9(8).
           05 FILLER                  PIC X.
           05 APR-IMAGE.
              10 APR-IMG-CODE         PIC X.
              10 APR-IMG-BODY         PIC X(156).
              10 APR-IMG-PREPARER     PIC X(8).
           05 FILLER                  PIC X.
           05 APR-USED                PIC X.
           05 FILLER                  PIC X.
           05 APR-USED-DATE           PIC X(8).

       FD SUSPENSE-OUT RECORDING MODE IS F.
        01 SUSPENSE-OUT-RECORD.
           05 SO-REASON-CODE          PIC X(4).
           05 FILLER                  PIC XX.
           05 SO-TRANS-IMAGE          PIC X(165).

       FD ARCHIVE-MASTER.
        01 ARCHIVE-IDX-RECORD.
           05 RMK-KEY.
              10 RMK-ID               PIC XXXX.
              10 RMK-SEASON           PIC 9(4).
              10 RMK-STINT            PIC 9.
           05 ARCH-DATA               PIC X(156).

       FD AWARDS-FILE.
        01 AWARD-RECORD.
           05 AW-KEY.
              10 AW-ID                PIC XXXX.
              10 AW-SEASON            PIC 9(4).
              10 AW-CODE              PIC X(4).
           05 AW-NOTE                 PIC X(30).
           05 AW-ADDED-DATE           PIC X(8).

       FD CONTRACT-FILE.
        01 CONTRACT-RECORD.
           05 CR-KEY.
              10 CR-ID                PIC XXXX.
              10 CR-SEASON            PIC 9(4).
              10 CR-TEAM              PIC XXX.
           05 CR-SALARY               PIC 9(9).
           05 CR-TYPE                 PIC X(4).
           05 CR-UPDATED-DATE         PIC X(8).



       WORKING-STORAGE SECTION.
          05 MASTER-FILE-STATUS            PIC XX VALUE '00'.
          05 BIO-OVERRIDE                  PIC X VALUE 'N'.
          05 BIO-OVERRIDE-ID               PIC XXXX VALUE SPACES.
          05 TRANS-APPROVED                PIC X VALUE 'Y'.
          05 MERGE-COUNT                   PIC 9(6) VALUE 0.
          05 MERGE-ROW-COUNT               PIC 9(6) VALUE 0.
          05 MERGE-OVERRIDE                PIC X VALUE 'N'.
          05 MERGE-OVERRIDE-ID             PIC XXXX VALUE SPACES.
          05 ARCHIVE-FILE-STATUS           PIC XX VALUE '00'.
          05 ARCHIVE-AVAILABLE             PIC X VALUE 'N'.
          05 AWARDS-FILE-STATUS            PIC XX VALUE '00'.
          05 AWARDS-AVAILABLE              PIC X VALUE 'N'.
          05 CONTRACT-FILE-STATUS          PIC XX VALUE '00'.
          05 CONTRACT-AVAILABLE            PIC X VALUE 'N'.
          05 SCAN-MORE                     PIC X VALUE 'N'.
          05 COLLISION-CT                  PIC 9(6) VALUE 0.
          05 APPROVAL-QUEUED-CT            PIC 9(6) VALUE 0.
          05 APPROVAL-REQUIRED             PIC X VALUE 'N'.
          05 ARCHIVED-SEASON               PIC X VALUE 'N'.
          05 APPROVAL-FILE-STATUS          PIC XX VALUE '00'.
          05 APPROVAL-EOF                  PIC X VALUE 'N'.
          05 APPROVAL-MAX-DAYS             PIC 99 VALUE 7.
          05 APPROVAL-AGE                  PIC S9(8) VALUE 0.
          05 TODAY-INT                     PIC 9(8) VALUE 0.
          05 APR-IDX                       PIC 9(4) VALUE 0.
          05 APR-FOUND                     PIC 9(4) VALUE 0.
          05 SUSP-OUT-STATUS               PIC XX VALUE '00'.
          05 HELD-COUNT                    PIC 9(6) VALUE 0.

       01 APPROVAL-TABLE.
           05 APR-COUNT               PIC 9(4) VALUE 0.
           05 APR-ENTRY OCCURS 500 TIMES.
              10 AE-APPROVER          PIC X(8).
              10 AE-IMAGE             PIC X(165).
              10 AE-TAKEN             PIC X.

       01 ARCH-KEY-HOLD              PIC X(9).
       01 AWARD-KEY-HOLD             PIC X(12).
       01 CONTRACT-KEY-HOLD          PIC X(11).

       01 BIO-HOLD                   PIC X(132).

       01 MERGE-BIO-HOLD.
           05 MBH-ID                  PIC XXXX.
           05 MBH-BODY                PIC X(128).

       01 MERGE-TABLE.
           05 MG-COUNT                PIC 99 VALUE 0.
           05 MG-ENTRY OCCURS 50 TIMES.
              10 MG-FROM-ID           PIC XXXX.
              10 MG-TO-ID             PIC XXXX.
              10 MG-BIO               PIC X(132).

       01  STORE-DATE.
           05 CURR-YEAR               PIC XXXX.
           05 CURR-MONTH              PIC XX.
           05 CURR-DAY                PIC XX.
           05 CURR-HR                 PIC XX.
           05 CURR-MIN                PIC XX.
           05 CURR-SEC                PIC XX.
       01  STORE-DATE-N REDEFINES STORE-DATE.
           05 CURR-YMD                PIC 9(8).
           05 FILLER                  PIC X(6).

       01  LOG-RECORD.
           05 LOG-ID-OT                PIC XXXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 LOG-SEASON-OT            PIC 9(4).
           05 FILLER                  PIC X VALUE '/'.
           05 LOG-STINT-OT             PIC 9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 LOG-ACTION-OT            PIC X(10).
           05 FILLER                  PIC XX VALUE SPACES.
           05 LOG-DETAIL-OT            PIC X(48).
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE 'PREP='.
           05 LOG-PREPARER-OT          PIC X(8).
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE 'APPR='.
           05 LOG-APPROVER-OT          PIC X(8).

       01  SUMMARY-LINE.
           05 FILLER                  PIC X(11) VALUE 'SUMMARY -- '.
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE 'BIO-CHG='.
           05 SUM-BIO-OT               PIC ZZZZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(7) VALUE 'MERGED='.
           05 SUM-MRG-OT               PIC ZZZZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(9) VALUE 'MRG-ROWS='.
           05 SUM-MRG-ROWS-OT          PIC ZZZZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE 'HELD='.
           05 SUM-HELD-OT              PIC ZZZZZ9.



           SORT TRANS-SORT-WORK
              ON ASCENDING KEY TSORT-ID
              ON ASCENDING KEY TSORT-SEASON
              ON ASCENDING KEY TSORT-STINT
              USING NBA-TRANS
              GIVING SORTED-TRANS.
           OPEN INPUT NBA-MASTER SORTED-TRANS
              OUTPUT NEW-MASTER CHANGE-LOG PROMOTE-PENDING.
           OPEN INPUT ARCHIVE-MASTER.
           IF ARCHIVE-FILE-STATUS = '00'
              MOVE 'Y' TO ARCHIVE-AVAILABLE
           END-IF
           OPEN INPUT AWARDS-FILE.
           IF AWARDS-FILE-STATUS = '00'
              MOVE 'Y' TO AWARDS-AVAILABLE
           END-IF
           OPEN INPUT CONTRACT-FILE.
           IF CONTRACT-FILE-STATUS = '00'
              MOVE 'Y' TO CONTRACT-AVAILABLE
           END-IF
           OPEN EXTEND SUSPENSE-OUT.
           IF SUSP-OUT-STATUS NOT = '00'
              OPEN OUTPUT SUSPENSE-OUT
           END-IF
           PERFORM 120-LOAD-APPROVALS.
           PERFORM 101-READ-MASTER.
           PERFORM 102-READ-TRANS.

        101-READ-MASTER.
           PERFORM 103-READ-MASTER-ROW
           PERFORM 103-READ-MASTER-ROW
              UNTIL MORE-MASTER = 'N' OR MK-STINT NOT = 0.

        103-READ-MASTER-ROW.
           IF MASTER-FILE-STATUS = '00'
              READ NBA-MASTER
                 AT END MOVE 'N' TO MORE-MASTER
              MOVE 'N' TO MORE-MASTER
           END-IF.

        120-LOAD-APPROVALS.
           MOVE FUNCTION CURRENT-DATE TO STORE-DATE
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(CURR-YMD)
           OPEN INPUT APPROVAL-FILE
           IF APPROVAL-FILE-STATUS = '00'
              PERFORM 121-READ-APPROVAL
              PERFORM 122-STORE-ONE-APPROVAL UNTIL APPROVAL-EOF = 'Y'
              CLOSE APPROVAL-FILE
           END-IF.

        121-READ-APPROVAL.
           READ APPROVAL-FILE
              AT END MOVE 'Y' TO APPROVAL-EOF
           END-READ.

        122-STORE-ONE-APPROVAL.
           MOVE 99999 TO APPROVAL-AGE
           IF APR-DATE NUMERIC
              COMPUTE APPROVAL-AGE = TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(APR-DATE-N)
           END-IF
           IF APR-APPROVER NOT = SPACES AND APR-USED NOT = 'U'
              AND APR-APPROVER NOT = APR-IMG-PREPARER
              AND APPROVAL-AGE NOT < 0
              AND APPROVAL-AGE NOT > APPROVAL-MAX-DAYS
              AND APR-COUNT < 500
              ADD 1 TO APR-COUNT
              MOVE APR-APPROVER TO AE-APPROVER(APR-COUNT)
              MOVE APR-IMAGE TO AE-IMAGE(APR-COUNT)
              MOVE 'N' TO AE-TAKEN(APR-COUNT)
           END-IF
           PERFORM 121-READ-APPROVAL.

        102-READ-TRANS.
           READ SORTED-TRANS
              AT END MOVE 'N' TO MORE-TRANS

        200-MERGE-LOOP.
           EVALUATE TRUE
              WHEN MORE-TRANS = 'Y' AND TRANS-CODE-IN = 'M'
                 AND (MORE-MASTER = 'N' OR M-ID-VAL >= T-ID-VAL)
                 PERFORM 245-APPLY-MERGE-TRANS
                 PERFORM 102-READ-TRANS
              WHEN MORE-MASTER = 'N'
                 PERFORM 210-ADD-FROM-TRANS
                 PERFORM 102-READ-TRANS
                 PERFORM 240-APPLY-BIO-TRANS
                 PERFORM 102-READ-TRANS
              WHEN M-ID-VAL = T-ID-VAL AND M-SEASON-IN = T-SEASON-IN
                 AND M-STINT-IN = T-STINT-IN
                 PERFORM 230-APPLY-TRANS-TO-MASTER
                 PERFORM 101-READ-MASTER
                 PERFORM 102-READ-TRANS
              WHEN M-ID-VAL < T-ID-VAL
                 OR (M-ID-VAL = T-ID-VAL AND M-SEASON-IN < T-SEASON-IN)
                 OR (M-ID-VAL = T-ID-VAL AND M-SEASON-IN = T-SEASON-IN
                     AND M-STINT-IN < T-STINT-IN)
                 PERFORM 220-WRITE-MASTER-UNCHANGED
                 PERFORM 101-READ-MASTER
              WHEN OTHER
              MOVE BIO-HOLD TO M-BIO-PORTION
           END-IF
           MOVE MASTER-RECORD TO NEW-MASTER-RECORD
           PERFORM 260-APPLY-MERGE-OVERRIDE
           WRITE NEW-MASTER-RECORD.

        240-APPLY-BIO-TRANS.
           PERFORM 250-CHECK-APPROVED
           EVALUATE TRUE
              WHEN TRANS-APPROVED = 'N'
                 ADD 1 TO ERROR-COUNT
                 MOVE 'ERROR     ' TO LOG-ACTION-OT
                 MOVE 'bio change not approved -- held PEND'
                    TO LOG-DETAIL-OT
              WHEN MORE-MASTER = 'Y' AND M-ID-VAL = T-ID-VAL
                 MOVE T-BIO-PORTION TO BIO-HOLD
                 MOVE T-ID-VAL TO BIO-OVERRIDE-ID
                 MOVE 'Y' TO BIO-OVERRIDE
                 ADD 1 TO BIO-COUNT
                 PERFORM 248-QUEUE-APPROVAL
                 MOVE 'BIO CHNG  ' TO LOG-ACTION-OT
                 MOVE 'bio fields replaced for all seasons'
                    TO LOG-DETAIL-OT
              WHEN OTHER
                 ADD 1 TO ERROR-COUNT
                 MOVE 'ERROR     ' TO LOG-ACTION-OT
                 MOVE 'bio change -- no matching master record'
                    TO LOG-DETAIL-OT
           END-EVALUATE
           PERFORM 910-LOG-TRANS.

        210-ADD-FROM-TRANS.
           PERFORM 250-CHECK-APPROVED
           EVALUATE TRUE
              WHEN TRANS-APPROVED = 'N'
                 ADD 1 TO ERROR-COUNT
                 MOVE 'ERROR     ' TO LOG-ACTION-OT
                 MOVE 'not approved by a second operator -- held PEND'
                    TO LOG-DETAIL-OT
              WHEN TRANS-CODE-IN = 'A'
                 MOVE TRANS-DATA-PORTION TO NEW-MASTER-RECORD
                 IF BIO-OVERRIDE = 'Y' AND T-ID-VAL = BIO-OVERRIDE-ID
                    MOVE BIO-HOLD TO NM-BIO-PORTION
                 END-IF
                 PERFORM 260-APPLY-MERGE-OVERRIDE
                 WRITE NEW-MASTER-RECORD
                 ADD 1 TO ADD-COUNT
                 PERFORM 248-QUEUE-APPROVAL
                 MOVE 'ADDED     ' TO LOG-ACTION-OT
                 MOVE 'new record' TO LOG-DETAIL-OT
              WHEN OTHER
           PERFORM 910-LOG-TRANS.

        230-APPLY-TRANS-TO-MASTER.
           PERFORM 250-CHECK-APPROVED
           EVALUATE TRUE
              WHEN TRANS-APPROVED = 'N'
                 MOVE MASTER-RECORD TO NEW-MASTER-RECORD
                 PERFORM 260-APPLY-MERGE-OVERRIDE
                 WRITE NEW-MASTER-RECORD
                 ADD 1 TO ERROR-COUNT
                 MOVE 'ERROR     ' TO LOG-ACTION-OT
                 MOVE 'not approved by a second operator -- held PEND'
                    TO LOG-DETAIL-OT
              WHEN TRANS-CODE-IN = 'C'
                 MOVE TRANS-DATA-PORTION TO NEW-MASTER-RECORD
                 IF BIO-OVERRIDE = 'Y' AND M-ID-VAL = BIO-OVERRIDE-ID
                    MOVE BIO-HOLD TO NM-BIO-PORTION
                 END-IF
                 PERFORM 260-APPLY-MERGE-OVERRIDE
                 WRITE NEW-MASTER-RECORD
                 ADD 1 TO CHANGE-COUNT
                 PERFORM 248-QUEUE-APPROVAL
                 MOVE 'CHANGED   ' TO LOG-ACTION-OT
                 MOVE 'fields replaced from transaction'
                    TO LOG-DETAIL-OT
              WHEN TRANS-CODE-IN = 'D'
                 ADD 1 TO DELETE-COUNT
                 PERFORM 248-QUEUE-APPROVAL
                 MOVE 'DELETED   ' TO LOG-ACTION-OT
                 MOVE 'record removed' TO LOG-DETAIL-OT
              WHEN OTHER
                 MOVE MASTER-RECORD TO NEW-MASTER-RECORD
                 PERFORM 260-APPLY-MERGE-OVERRIDE
                 WRITE NEW-MASTER-RECORD
                 ADD 1 TO ERROR-COUNT
                 MOVE 'ERROR     ' TO LOG-ACTION-OT
           END-EVALUATE
           PERFORM 910-LOG-TRANS.

        245-APPLY-MERGE-TRANS.
           PERFORM 250-CHECK-APPROVED
           MOVE 0 TO COLLISION-CT
           IF TRANS-APPROVED = 'Y' AND T-MERGE-TO-ID NOT = SPACES
              AND T-MERGE-TO-ID NOT = T-MERGE-FROM-ID
              PERFORM 270-CHECK-MERGE-KEYS
           END-IF
           EVALUATE TRUE
              WHEN TRANS-APPROVED = 'N'
                 ADD 1 TO ERROR-COUNT
                 MOVE 'ERROR     ' TO LOG-ACTION-OT
                 MOVE 'id merge not approved -- held PEND'
                    TO LOG-DETAIL-OT
              WHEN T-MERGE-TO-ID = SPACES
                 OR T-MERGE-TO-ID = T-MERGE-FROM-ID
                 ADD 1 TO ERROR-COUNT
                 MOVE 'ERROR     ' TO LOG-ACTION-OT
                 MOVE 'id merge has no surviving id -- not applied'
                    TO LOG-DETAIL-OT
              WHEN COLLISION-CT > 0
                 ADD 1 TO ERROR-COUNT
                 MOVE 'ERROR     ' TO LOG-ACTION-OT
                 MOVE SPACES TO LOG-DETAIL-OT
                 STRING 'id merge rejected -- ' COLLISION-CT
                    ' keys already on ' T-MERGE-TO-ID
                    DELIMITED BY SIZE INTO LOG-DETAIL-OT
              WHEN MG-COUNT = 50
                 ADD 1 TO ERROR-COUNT
                 MOVE 'ERROR     ' TO LOG-ACTION-OT
                 MOVE 'over 50 id merges this run -- not applied'
                    TO LOG-DETAIL-OT
              WHEN OTHER
                 MOVE T-MERGE-TO-ID TO MBH-ID
                 MOVE T-MERGE-BIO-BODY TO MBH-BODY
                 ADD 1 TO MG-COUNT
                 MOVE T-MERGE-FROM-ID TO MG-FROM-ID(MG-COUNT)
                 MOVE T-MERGE-TO-ID TO MG-TO-ID(MG-COUNT)
                 MOVE MERGE-BIO-HOLD TO MG-BIO(MG-COUNT)
                 MOVE 'Y' TO MERGE-OVERRIDE
                 MOVE T-MERGE-FROM-ID TO MERGE-OVERRIDE-ID
                 ADD 1 TO MERGE-COUNT
                 PERFORM 246-QUEUE-MERGE
                 PERFORM 248-QUEUE-APPROVAL
                 MOVE 'MERGED    ' TO LOG-ACTION-OT
                 MOVE SPACES TO LOG-DETAIL-OT
                 STRING 'id retired -- all seasons moved to '
                    T-MERGE-TO-ID
                    DELIMITED BY SIZE INTO LOG-DETAIL-OT
           END-EVALUATE
           PERFORM 910-LOG-TRANS.

        246-QUEUE-MERGE.
           MOVE FUNCTION CURRENT-DATE TO STORE-DATE
           MOVE SPACES TO PENDING-MERGE-RECORD
           MOVE 'M' TO PM-TYPE
           MOVE T-MERGE-FROM-ID TO PM-RETIRED-ID
           MOVE T-MERGE-TO-ID TO PM-SURVIVING-ID
           STRING CURR-YEAR '-' CURR-MONTH '-' CURR-DAY
              DELIMITED BY SIZE INTO PM-MERGE-DATE
           MOVE T-PREPARER TO PM-PREPARER
           MOVE T-APPROVER TO PM-APPROVER
           MOVE MERGE-BIO-HOLD TO PM-SURVIVOR-BIO
           WRITE PENDING-MERGE-RECORD.

        248-QUEUE-APPROVAL.
           IF APPROVAL-REQUIRED = 'Y'
              MOVE SPACES TO PENDING-APPROVAL-RECORD
              MOVE 'A' TO PA-TYPE
              MOVE T-APPROVER TO PA-APPROVER
              MOVE T-IMAGE TO PA-IMAGE
              WRITE PENDING-APPROVAL-RECORD
              ADD 1 TO APPROVAL-QUEUED-CT
           END-IF.

        250-CHECK-APPROVED.
           MOVE 'Y' TO TRANS-APPROVED
           MOVE 'N' TO APPROVAL-REQUIRED
           MOVE 'N' TO ARCHIVED-SEASON
           IF TRANS-CODE-IN NOT = 'B' AND TRANS-CODE-IN NOT = 'M'
              AND ARCHIVE-AVAILABLE = 'Y'
              PERFORM 251-CHECK-ARCHIVED
           END-IF
           IF TRANS-CODE-IN = 'D' OR TRANS-CODE-IN = 'B'
              OR TRANS-CODE-IN = 'M' OR ARCHIVED-SEASON = 'Y'
              MOVE 'Y' TO APPROVAL-REQUIRED
              MOVE SPACES TO T-APPROVER
              MOVE 0 TO APR-FOUND
              MOVE 1 TO APR-IDX
              PERFORM 252-MATCH-ONE-APPROVAL UNTIL APR-IDX > APR-COUNT
                 OR APR-FOUND > 0
              IF APR-FOUND > 0
                 MOVE AE-APPROVER(APR-FOUND) TO T-APPROVER
                 MOVE 'Y' TO AE-TAKEN(APR-FOUND)
              ELSE
                 MOVE 'N' TO TRANS-APPROVED
                 PERFORM 255-HOLD-PENDING
              END-IF
           END-IF.

        251-CHECK-ARCHIVED.
           MOVE T-ID-VAL TO RMK-ID
           MOVE T-SEASON-IN TO RMK-SEASON
           MOVE 0 TO RMK-STINT
           START ARCHIVE-MASTER KEY NOT < RMK-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ ARCHIVE-MASTER NEXT RECORD
                    AT END CONTINUE
                    NOT AT END
                       IF RMK-ID = T-ID-VAL
                          AND RMK-SEASON = T-SEASON-IN
                          MOVE 'Y' TO ARCHIVED-SEASON
                       END-IF
                 END-READ
           END-START.

        252-MATCH-ONE-APPROVAL.
           IF AE-IMAGE(APR-IDX) = T-IMAGE
              AND AE-TAKEN(APR-IDX) = 'N'
              AND AE-APPROVER(APR-IDX) NOT = T-PREPARER
              MOVE APR-IDX TO APR-FOUND
           END-IF
           ADD 1 TO APR-IDX.

        255-HOLD-PENDING.
           MOVE SPACES TO SUSPENSE-OUT-RECORD
           MOVE 'PEND' TO SO-REASON-CODE
           MOVE T-IMAGE TO SO-TRANS-IMAGE
           WRITE SUSPENSE-OUT-RECORD
           ADD 1 TO HELD-COUNT.

        260-APPLY-MERGE-OVERRIDE.
           IF MERGE-OVERRIDE = 'Y' AND NM-ID-VAL = MERGE-OVERRIDE-ID
              MOVE MG-BIO(MG-COUNT) TO NM-BIO-PORTION
              ADD 1 TO MERGE-ROW-COUNT
           END-IF.

        270-CHECK-MERGE-KEYS.
           IF ARCHIVE-AVAILABLE = 'Y'
              PERFORM 271-CHECK-ARCHIVE-KEYS
           END-IF
           IF AWARDS-AVAILABLE = 'Y'
              PERFORM 274-CHECK-AWARD-KEYS
           END-IF
           IF CONTRACT-AVAILABLE = 'Y'
              PERFORM 277-CHECK-CONTRACT-KEYS
           END-IF.

        271-CHECK-ARCHIVE-KEYS.
           MOVE 'Y' TO SCAN-MORE
           MOVE T-MERGE-FROM-ID TO RMK-ID
           MOVE 0 TO RMK-SEASON
           MOVE 0 TO RMK-STINT
           START ARCHIVE-MASTER KEY NOT < RMK-KEY
              INVALID KEY MOVE 'N' TO SCAN-MORE
           END-START
           PERFORM 272-CHECK-ONE-ARCHIVE-KEY UNTIL SCAN-MORE = 'N'.

        272-CHECK-ONE-ARCHIVE-KEY.
           READ ARCHIVE-MASTER NEXT RECORD
              AT END MOVE 'N' TO SCAN-MORE
           END-READ
           IF SCAN-MORE = 'Y' AND RMK-ID NOT = T-MERGE-FROM-ID
              MOVE 'N' TO SCAN-MORE
           END-IF
           IF SCAN-MORE = 'Y'
              MOVE RMK-KEY TO ARCH-KEY-HOLD
              MOVE T-MERGE-TO-ID TO RMK-ID
              READ ARCHIVE-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE T-MERGE-FROM-ID TO LOG-ID-OT
                    MOVE RMK-SEASON TO LOG-SEASON-OT
                    MOVE RMK-STINT TO LOG-STINT-OT
                    MOVE SPACES TO LOG-DETAIL-OT
                    STRING 'NBA_ARCHIVE.idx key already on '
                       T-MERGE-TO-ID
                       DELIMITED BY SIZE INTO LOG-DETAIL-OT
                    PERFORM 279-LOG-COLLISION
              END-READ
              MOVE ARCH-KEY-HOLD TO RMK-KEY
              START ARCHIVE-MASTER KEY > RMK-KEY
                 INVALID KEY MOVE 'N' TO SCAN-MORE
              END-START
           END-IF.

        274-CHECK-AWARD-KEYS.
           MOVE 'Y' TO SCAN-MORE
           MOVE T-MERGE-FROM-ID TO AW-ID
           MOVE 0 TO AW-SEASON
           MOVE LOW-VALUES TO AW-CODE
           START AWARDS-FILE KEY NOT < AW-KEY
              INVALID KEY MOVE 'N' TO SCAN-MORE
           END-START
           PERFORM 275-CHECK-ONE-AWARD-KEY UNTIL SCAN-MORE = 'N'.

        275-CHECK-ONE-AWARD-KEY.
           READ AWARDS-FILE NEXT RECORD
              AT END MOVE 'N' TO SCAN-MORE
           END-READ
           IF SCAN-MORE = 'Y' AND AW-ID NOT = T-MERGE-FROM-ID
              MOVE 'N' TO SCAN-MORE
           END-IF
           IF SCAN-MORE = 'Y'
              MOVE AW-KEY TO AWARD-KEY-HOLD
              MOVE T-MERGE-TO-ID TO AW-ID
              READ AWARDS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE T-MERGE-FROM-ID TO LOG-ID-OT
                    MOVE AW-SEASON TO LOG-SEASON-OT
                    MOVE 0 TO LOG-STINT-OT
                    MOVE SPACES TO LOG-DETAIL-OT
                    STRING 'NBAAWARDS.idx award ' AW-CODE
                       ' already on ' T-MERGE-TO-ID
                       DELIMITED BY SIZE INTO LOG-DETAIL-OT
                    PERFORM 279-LOG-COLLISION
              END-READ
              MOVE AWARD-KEY-HOLD TO AW-KEY
              START AWARDS-FILE KEY > AW-KEY
                 INVALID KEY MOVE 'N' TO SCAN-MORE
              END-START
           END-IF.

        277-CHECK-CONTRACT-KEYS.
           MOVE 'Y' TO SCAN-MORE
           MOVE T-MERGE-FROM-ID TO CR-ID
           MOVE 0 TO CR-SEASON
           MOVE LOW-VALUES TO CR-TEAM
           START CONTRACT-FILE KEY NOT < CR-KEY
              INVALID KEY MOVE 'N' TO SCAN-MORE
           END-START
           PERFORM 278-CHECK-ONE-CONTRACT-KEY UNTIL SCAN-MORE = 'N'.

        278-CHECK-ONE-CONTRACT-KEY.
           READ CONTRACT-FILE NEXT RECORD
              AT END MOVE 'N' TO SCAN-MORE
           END-READ
           IF SCAN-MORE = 'Y' AND CR-ID NOT = T-MERGE-FROM-ID
              MOVE 'N' TO SCAN-MORE
           END-IF
           IF SCAN-MORE = 'Y'
              MOVE CR-KEY TO CONTRACT-KEY-HOLD
              MOVE T-MERGE-TO-ID TO CR-ID
              READ CONTRACT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE T-MERGE-FROM-ID TO LOG-ID-OT
                    MOVE CR-SEASON TO LOG-SEASON-OT
                    MOVE 0 TO LOG-STINT-OT
                    MOVE SPACES TO LOG-DETAIL-OT
                    STRING 'NBACONTRACT.idx team ' CR-TEAM
                       ' already on ' T-MERGE-TO-ID
                       DELIMITED BY SIZE INTO LOG-DETAIL-OT
                    PERFORM 279-LOG-COLLISION
              END-READ
              MOVE CONTRACT-KEY-HOLD TO CR-KEY
              START CONTRACT-FILE KEY > CR-KEY
                 INVALID KEY MOVE 'N' TO SCAN-MORE
              END-START
           END-IF.

        279-LOG-COLLISION.
           ADD 1 TO COLLISION-CT
           MOVE 'COLLISION ' TO LOG-ACTION-OT
           MOVE T-PREPARER TO LOG-PREPARER-OT
           MOVE T-APPROVER TO LOG-APPROVER-OT
           MOVE LOG-RECORD TO LOG-LINE
           WRITE LOG-LINE.

        910-LOG-TRANS.
           MOVE T-PREPARER TO LOG-PREPARER-OT
           MOVE T-APPROVER TO LOG-APPROVER-OT
           MOVE T-ID-VAL TO LOG-ID-OT
           MOVE T-SEASON-IN TO LOG-SEASON-OT
           MOVE T-STINT-IN TO LOG-STINT-OT
           MOVE LOG-RECORD TO LOG-LINE
           WRITE LOG-LINE.

           MOVE DELETE-COUNT TO SUM-DEL-OT
           MOVE ERROR-COUNT TO SUM-ERR-OT
           MOVE BIO-COUNT TO SUM-BIO-OT
           MOVE MERGE-COUNT TO SUM-MRG-OT
           MOVE MERGE-ROW-COUNT TO SUM-MRG-ROWS-OT
           MOVE HELD-COUNT TO SUM-HELD-OT
           MOVE SUMMARY-LINE TO LOG-LINE
           WRITE LOG-LINE.

           CLOSE SORTED-TRANS.
           CLOSE NEW-MASTER.
           CLOSE CHANGE-LOG.
           CLOSE PROMOTE-PENDING.
           CLOSE SUSPENSE-OUT.
           IF ARCHIVE-AVAILABLE = 'Y'
              CLOSE ARCHIVE-MASTER
           END-IF
           IF AWARDS-AVAILABLE = 'Y'
              CLOSE AWARDS-FILE
           END-IF
           IF CONTRACT-AVAILABLE = 'Y'
              CLOSE CONTRACT-FILE
           END-IF.
