       IDENTIFICATION DIVISION.
       PROGRAM-ID. NBAPOST.
       AUTHOR. WOLFE.
       DATE-WRITTEN. 10/15/2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT OPTIONAL PROMOTE-PENDING
            ASSIGN TO "NBA_PROMOTE_PENDING.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PENDING-FILE-STATUS.


            SELECT CHANGE-LOG ASSIGN TO "NBA_CHANGELOG.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOG-FILE-STATUS.


            SELECT ID-MERGE-LOG ASSIGN TO "NBA_ID_MERGE.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IDMAP-FILE-STATUS.


            SELECT ARCHIVE-MASTER ASSIGN TO "NBA_ARCHIVE.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RMK-KEY
            FILE STATUS IS ARCHIVE-FILE-STATUS.


            SELECT OPTIONAL ARCHIVE-SEQ-IN ASSIGN TO "NBA_ARCHIVE.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ARCH-SEQ-STATUS.


            SELECT ARCHIVE-SEQ-NEW ASSIGN TO "NBA_ARCHIVE_MERGED.dat"
            ORGANIZATION IS LINE SEQUENTIAL.


            SELECT ARCHIVE-SEQ-OUT ASSIGN TO "NBA_ARCHIVE.dat"
            ORGANIZATION IS LINE SEQUENTIAL.


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


            SELECT OPTIONAL APPROVAL-IN ASSIGN TO "NBA_APPROVALS.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS APPROVAL-FILE-STATUS.


            SELECT APPROVAL-NEW ASSIGN TO "NBA_APPROVALS_NEW.dat"
            ORGANIZATION IS LINE SEQUENTIAL.


            SELECT APPROVAL-OUT ASSIGN TO "NBA_APPROVALS.dat"
            ORGANIZATION IS LINE SEQUENTIAL.



       DATA DIVISION.
       FILE SECTION.
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

       FD CHANGE-LOG RECORDING MODE IS F.
       01 LOG-LINE                   PIC X(200).

       FD ID-MERGE-LOG RECORDING MODE IS F.
        01 ID-MERGE-RECORD.
           05 IM-RETIRED-ID           PIC XXXX.
           05 FILLER                  PIC X.
           05 IM-SURVIVING-ID         PIC XXXX.
           05 FILLER                  PIC X.
           05 IM-MERGE-DATE           PIC X(10).
           05 FILLER                  PIC X.
           05 IM-PREPARER             PIC X(8).
           05 FILLER                  PIC X.
           05 IM-APPROVER             PIC X(8).

       FD ARCHIVE-MASTER.
        01 ARCHIVE-IDX-RECORD.
           05 RMK-KEY.
              10 RMK-ID               PIC XXXX.
              10 RMK-SEASON           PIC 9(4).
              10 RMK-STINT            PIC 9.
           05 ARCH-DATA.
              10 ARCH-BIO-PORTION     PIC X(132).
              10 ARCH-STAT-PORTION    PIC X(24).

       FD ARCHIVE-SEQ-IN RECORDING MODE IS F.
        01 ARCHIVE-SEQ-IN-RECORD.
           05 AI-BIO-PORTION.
              10 AI-ID-VAL            PIC XXXX.
              10 FILLER               PIC X(128).
           05 AI-STAT-PORTION.
              10 FILLER               PIC X(19).
              10 AI-SEASON-IN         PIC 9(4).
              10 AI-STINT-IN          PIC 9.

       FD ARCHIVE-SEQ-NEW RECORDING MODE IS F.
       01 ARCHIVE-SEQ-NEW-RECORD     PIC X(156).

       FD ARCHIVE-SEQ-OUT RECORDING MODE IS F.
       01 ARCHIVE-SEQ-OUT-RECORD     PIC X(156).

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

       FD APPROVAL-IN RECORDING MODE IS F.
        01 APPROVAL-IN-RECORD.
           05 AP-APPROVER             PIC X(8).
           05 FILLER                  PIC X.
           05 AP-DATE                 PIC X(8).
           05 FILLER                  PIC X.
           05 AP-IMAGE                PIC X(165).
           05 FILLER                  PIC X.
           05 AP-USED                 PIC X.
           05 FILLER                  PIC X.
           05 AP-USED-DATE            PIC X(8).

       FD APPROVAL-NEW RECORDING MODE IS F.
       01 APPROVAL-NEW-RECORD        PIC X(194).

       FD APPROVAL-OUT RECORDING MODE IS F.
       01 APPROVAL-OUT-RECORD        PIC X(194).



       WORKING-STORAGE SECTION.
       01 LIVE-VARIABLES.
          05 PENDING-FILE-STATUS           PIC XX VALUE '00'.
          05 PENDING-EOF                   PIC X VALUE 'N'.
          05 PENDING-OPEN                  PIC X VALUE 'N'.
          05 LOG-FILE-STATUS               PIC XX VALUE '00'.
          05 IDMAP-FILE-STATUS             PIC XX VALUE '00'.
          05 ARCHIVE-FILE-STATUS           PIC XX VALUE '00'.
          05 ARCH-SEQ-STATUS               PIC XX VALUE '00'.
          05 ARCH-MORE                     PIC X VALUE 'N'.
          05 ARCH-SEQ-EOF                  PIC X VALUE 'N'.
          05 ARCH-MOVED-CT                 PIC 9(6) VALUE 0.
          05 ARCH-SEQ-MOVED-CT             PIC 9(6) VALUE 0.
          05 AWARDS-FILE-STATUS            PIC XX VALUE '00'.
          05 AWARD-MORE                    PIC X VALUE 'N'.
          05 AWARD-MOVED-CT                PIC 9(6) VALUE 0.
          05 CONTRACT-FILE-STATUS          PIC XX VALUE '00'.
          05 CONTRACT-MORE                 PIC X VALUE 'N'.
          05 CONTRACT-MOVED-CT             PIC 9(6) VALUE 0.
          05 APPROVAL-FILE-STATUS          PIC XX VALUE '00'.
          05 APPROVAL-EOF                  PIC X VALUE 'N'.
          05 COPY-EOF                      PIC X VALUE 'N'.
          05 MG-IDX                        PIC 99 VALUE 0.
          05 MG-FOUND                      PIC 99 VALUE 0.
          05 SK-IDX                        PIC 999 VALUE 0.
          05 SK-FOUND                      PIC 999 VALUE 0.
          05 UE-IDX                        PIC 9(4) VALUE 0.
          05 UE-FOUND                      PIC 9(4) VALUE 0.
          05 MERGE-OVERFLOW-CT             PIC 9(6) VALUE 0.
          05 USED-OVERFLOW-CT              PIC 9(6) VALUE 0.
          05 COLLISION-CT                  PIC 9(6) VALUE 0.
          05 MAPPED-CT                     PIC 9(6) VALUE 0.
          05 MERGE-REJECT-CT               PIC 9(6) VALUE 0.
          05 APPROVALS-MARKED-CT           PIC 9(6) VALUE 0.
          05 TODAY-YMD                     PIC X(8) VALUE SPACES.

       01 ARCH-ROW-HOLD              PIC X(165).
       01 ARCH-KEY-HOLD              PIC X(9).
       01 AWARD-ROW-HOLD             PIC X(50).
       01 AWARD-KEY-HOLD             PIC X(12).
       01 CONTRACT-ROW-HOLD          PIC X(32).
       01 CONTRACT-KEY-HOLD          PIC X(11).

       01 MERGE-TABLE.
           05 MG-COUNT                PIC 99 VALUE 0.
           05 MG-ENTRY OCCURS 50 TIMES.
              10 MG-FROM-ID           PIC XXXX.
              10 MG-TO-ID             PIC XXXX.
              10 MG-DATE              PIC X(10).
              10 MG-PREPARER          PIC X(8).
              10 MG-APPROVER          PIC X(8).
              10 MG-BIO               PIC X(132).
              10 MG-COLLIDE-CT        PIC 9(4).
              10 MG-SKIP-FULL         PIC X.

       01 SKIP-TABLE.
           05 SK-COUNT                PIC 999 VALUE 0.
           05 SK-ENTRY OCCURS 200 TIMES.
              10 SK-ID                PIC XXXX.
              10 SK-SEASON            PIC 9(4).
              10 SK-STINT             PIC 9.

       01 USED-TABLE.
           05 UE-COUNT                PIC 9(4) VALUE 0.
           05 UE-ENTRY OCCURS 500 TIMES.
              10 UE-APPROVER          PIC X(8).
              10 UE-IMAGE             PIC X(165).
              10 UE-TAKEN             PIC X.

       01  STORE-DATE.
           05 CURR-YEAR               PIC XXXX.
           05 CURR-MONTH              PIC XX.
           05 CURR-DAY                PIC XX.
           05 CURR-HR                 PIC XX.
           05 CURR-MIN                PIC XX.
           05 CURR-SEC                PIC XX.

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

       01  POST-SUMMARY-LINE.
           05 FILLER                  PIC X(16)
              VALUE 'POST-PROMOTE -- '.
           05 FILLER                  PIC X(7) VALUE 'MERGES='.
           05 PS-MRG-OT                PIC ZZZZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(7) VALUE 'MAPPED='.
           05 PS-MAP-OT                PIC ZZZZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(9) VALUE 'REJECTED='.
           05 PS-REJ-OT                PIC ZZZZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE 'COLLISIONS='.
           05 PS-COL-OT                PIC ZZZZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 FILLER                  PIC X(15) VALUE 'APPROVALS-USED='.
           05 PS-APR-OT                PIC ZZZZZ9.



       PROCEDURE DIVISION.
        MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-LOAD-PENDING.
           IF MG-COUNT > 0
              PERFORM 300-MERGE-ARCHIVE
              PERFORM 320-MERGE-AWARDS
              PERFORM 330-MERGE-CONTRACTS
              PERFORM 340-MAP-MERGED-IDS
           END-IF
           IF UE-COUNT > 0
              PERFORM 400-MARK-APPROVALS
           END-IF
           PERFORM 900-WRITE-SUMMARY.
           PERFORM 105-CLOSE.
           PERFORM 190-CLEAR-PENDING.
           GOBACK.

        100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO STORE-DATE
           STRING CURR-YEAR CURR-MONTH CURR-DAY
              DELIMITED BY SIZE INTO TODAY-YMD
           OPEN EXTEND CHANGE-LOG.
           IF LOG-FILE-STATUS NOT = '00'
              OPEN OUTPUT CHANGE-LOG
           END-IF
           OPEN INPUT PROMOTE-PENDING.
           IF PENDING-FILE-STATUS = '00' OR PENDING-FILE-STATUS = '05'
              MOVE 'Y' TO PENDING-OPEN
           END-IF.

        110-LOAD-PENDING.
           IF PENDING-OPEN = 'Y'
              PERFORM 111-READ-PENDING
              PERFORM 112-STORE-ONE-PENDING UNTIL PENDING-EOF = 'Y'
           END-IF.

        111-READ-PENDING.
           READ PROMOTE-PENDING
              AT END MOVE 'Y' TO PENDING-EOF
           END-READ.

        112-STORE-ONE-PENDING.
           EVALUATE TRUE
              WHEN PM-TYPE = 'M' AND MG-COUNT < 50
                 ADD 1 TO MG-COUNT
                 MOVE PM-RETIRED-ID TO MG-FROM-ID(MG-COUNT)
                 MOVE PM-SURVIVING-ID TO MG-TO-ID(MG-COUNT)
                 MOVE PM-MERGE-DATE TO MG-DATE(MG-COUNT)
                 MOVE PM-PREPARER TO MG-PREPARER(MG-COUNT)
                 MOVE PM-APPROVER TO MG-APPROVER(MG-COUNT)
                 MOVE PM-SURVIVOR-BIO TO MG-BIO(MG-COUNT)
                 MOVE 0 TO MG-COLLIDE-CT(MG-COUNT)
                 MOVE 'N' TO MG-SKIP-FULL(MG-COUNT)
              WHEN PM-TYPE = 'M'
                 ADD 1 TO MERGE-OVERFLOW-CT
              WHEN PA-TYPE = 'A' AND UE-COUNT < 500
                 ADD 1 TO UE-COUNT
                 MOVE PA-APPROVER TO UE-APPROVER(UE-COUNT)
                 MOVE PA-IMAGE TO UE-IMAGE(UE-COUNT)
                 MOVE 'N' TO UE-TAKEN(UE-COUNT)
              WHEN PA-TYPE = 'A'
                 ADD 1 TO USED-OVERFLOW-CT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM 111-READ-PENDING.

        190-CLEAR-PENDING.
           IF PENDING-OPEN = 'Y'
              OPEN OUTPUT PROMOTE-PENDING
              CLOSE PROMOTE-PENDING
           END-IF.

        300-MERGE-ARCHIVE.
           OPEN I-O ARCHIVE-MASTER
           IF ARCHIVE-FILE-STATUS = '00'
              MOVE 1 TO MG-IDX
              PERFORM 301-MOVE-ONE-ARCHIVE-ID UNTIL MG-IDX > MG-COUNT
              CLOSE ARCHIVE-MASTER
           END-IF
           OPEN INPUT ARCHIVE-SEQ-IN
           IF ARCH-SEQ-STATUS = '00'
              OPEN OUTPUT ARCHIVE-SEQ-NEW
              PERFORM 311-READ-ARCHIVE-SEQ
              PERFORM 312-COPY-ONE-ARCHIVE-SEQ
                 UNTIL ARCH-SEQ-EOF = 'Y'
              CLOSE ARCHIVE-SEQ-IN ARCHIVE-SEQ-NEW
              PERFORM 315-REPLACE-ARCHIVE-SEQ
           END-IF
           IF ARCH-SEQ-STATUS = '05'
              CLOSE ARCHIVE-SEQ-IN
           END-IF
           MOVE SPACES TO LOG-ID-OT LOG-PREPARER-OT LOG-APPROVER-OT
           MOVE 0 TO LOG-SEASON-OT LOG-STINT-OT
           MOVE 'ARCHIVE   ' TO LOG-ACTION-OT
           MOVE SPACES TO LOG-DETAIL-OT
           STRING 'merged ids: idx rows moved ' ARCH-MOVED-CT
              ' dat rows ' ARCH-SEQ-MOVED-CT
              DELIMITED BY SIZE INTO LOG-DETAIL-OT
           PERFORM 910-WRITE-LOG.

        301-MOVE-ONE-ARCHIVE-ID.
           MOVE 'Y' TO ARCH-MORE
           MOVE MG-FROM-ID(MG-IDX) TO RMK-ID
           MOVE 0 TO RMK-SEASON
           MOVE 0 TO RMK-STINT
           START ARCHIVE-MASTER KEY NOT < RMK-KEY
              INVALID KEY MOVE 'N' TO ARCH-MORE
           END-START
           PERFORM 302-MOVE-ONE-ARCHIVE-ROW UNTIL ARCH-MORE = 'N'
           ADD 1 TO MG-IDX.

        302-MOVE-ONE-ARCHIVE-ROW.
           READ ARCHIVE-MASTER NEXT RECORD
              AT END MOVE 'N' TO ARCH-MORE
           END-READ
           IF ARCH-MORE = 'Y' AND RMK-ID NOT = MG-FROM-ID(MG-IDX)
              MOVE 'N' TO ARCH-MORE
           END-IF
           IF ARCH-MORE = 'Y'
              MOVE ARCHIVE-IDX-RECORD TO ARCH-ROW-HOLD
              MOVE RMK-KEY TO ARCH-KEY-HOLD
              DELETE ARCHIVE-MASTER
                 INVALID KEY MOVE 'N' TO ARCH-MORE
              END-DELETE
           END-IF
           IF ARCH-MORE = 'Y'
              MOVE MG-TO-ID(MG-IDX) TO RMK-ID
              MOVE MG-BIO(MG-IDX) TO ARCH-BIO-PORTION
              WRITE ARCHIVE-IDX-RECORD
                 INVALID KEY
                    MOVE ARCH-ROW-HOLD TO ARCHIVE-IDX-RECORD
                    WRITE ARCHIVE-IDX-RECORD
                    END-WRITE
                    PERFORM 303-NOTE-ARCHIVE-COLLISION
                 NOT INVALID KEY
                    ADD 1 TO ARCH-MOVED-CT
              END-WRITE
              MOVE ARCH-KEY-HOLD TO RMK-KEY
              START ARCHIVE-MASTER KEY > RMK-KEY
                 INVALID KEY MOVE 'N' TO ARCH-MORE
              END-START
           END-IF.

        303-NOTE-ARCHIVE-COLLISION.
           IF SK-COUNT < 200
              ADD 1 TO SK-COUNT
              MOVE RMK-ID TO SK-ID(SK-COUNT)
              MOVE RMK-SEASON TO SK-SEASON(SK-COUNT)
              MOVE RMK-STINT TO SK-STINT(SK-COUNT)
           ELSE
              MOVE 'Y' TO MG-SKIP-FULL(MG-IDX)
           END-IF
           MOVE RMK-ID TO LOG-ID-OT
           MOVE RMK-SEASON TO LOG-SEASON-OT
           MOVE RMK-STINT TO LOG-STINT-OT
           MOVE SPACES TO LOG-DETAIL-OT
           STRING 'NBA_ARCHIVE.idx key already on '
              MG-TO-ID(MG-IDX) ' -- row left'
              DELIMITED BY SIZE INTO LOG-DETAIL-OT
           PERFORM 350-LOG-COLLISION.

        311-READ-ARCHIVE-SEQ.
           READ ARCHIVE-SEQ-IN
              AT END MOVE 'Y' TO ARCH-SEQ-EOF
           END-READ.

        312-COPY-ONE-ARCHIVE-SEQ.
           MOVE 0 TO MG-FOUND
           MOVE 1 TO MG-IDX
           PERFORM 313-MATCH-ONE-MERGE UNTIL MG-IDX > MG-COUNT
              OR MG-FOUND > 0
           IF MG-FOUND > 0 AND MG-COLLIDE-CT(MG-FOUND) > 0
              IF MG-SKIP-FULL(MG-FOUND) = 'Y'
                 MOVE 0 TO MG-FOUND
              ELSE
                 MOVE 0 TO SK-FOUND
                 MOVE 1 TO SK-IDX
                 PERFORM 314-MATCH-ONE-SKIP UNTIL SK-IDX > SK-COUNT
                    OR SK-FOUND > 0
                 IF SK-FOUND > 0
                    MOVE 0 TO MG-FOUND
                 END-IF
              END-IF
           END-IF
           IF MG-FOUND > 0
              MOVE MG-BIO(MG-FOUND) TO AI-BIO-PORTION
              ADD 1 TO ARCH-SEQ-MOVED-CT
           END-IF
           MOVE ARCHIVE-SEQ-IN-RECORD TO ARCHIVE-SEQ-NEW-RECORD
           WRITE ARCHIVE-SEQ-NEW-RECORD
           PERFORM 311-READ-ARCHIVE-SEQ.

        313-MATCH-ONE-MERGE.
           IF AI-ID-VAL = MG-FROM-ID(MG-IDX)
              MOVE MG-IDX TO MG-FOUND
           END-IF
           ADD 1 TO MG-IDX.

        314-MATCH-ONE-SKIP.
           IF SK-ID(SK-IDX) = AI-ID-VAL
              AND SK-SEASON(SK-IDX) = AI-SEASON-IN
              AND SK-STINT(SK-IDX) = AI-STINT-IN
              MOVE SK-IDX TO SK-FOUND
           END-IF
           ADD 1 TO SK-IDX.

        315-REPLACE-ARCHIVE-SEQ.
           MOVE 'N' TO ARCH-SEQ-EOF
           OPEN INPUT ARCHIVE-SEQ-NEW
           OPEN OUTPUT ARCHIVE-SEQ-OUT
           PERFORM 316-READ-ARCHIVE-NEW
           PERFORM 317-COPY-ONE-ARCHIVE-NEW UNTIL ARCH-SEQ-EOF = 'Y'
           CLOSE ARCHIVE-SEQ-NEW ARCHIVE-SEQ-OUT.

        316-READ-ARCHIVE-NEW.
           READ ARCHIVE-SEQ-NEW
              AT END MOVE 'Y' TO ARCH-SEQ-EOF
           END-READ.

        317-COPY-ONE-ARCHIVE-NEW.
           MOVE ARCHIVE-SEQ-NEW-RECORD TO ARCHIVE-SEQ-OUT-RECORD
           WRITE ARCHIVE-SEQ-OUT-RECORD
           PERFORM 316-READ-ARCHIVE-NEW.

        320-MERGE-AWARDS.
           OPEN I-O AWARDS-FILE
           IF AWARDS-FILE-STATUS = '00'
              MOVE 1 TO MG-IDX
              PERFORM 321-MOVE-ONE-AWARD-ID UNTIL MG-IDX > MG-COUNT
              CLOSE AWARDS-FILE
              MOVE SPACES TO LOG-ID-OT LOG-PREPARER-OT LOG-APPROVER-OT
              MOVE 0 TO LOG-SEASON-OT LOG-STINT-OT
              MOVE 'AWARDS    ' TO LOG-ACTION-OT
              MOVE SPACES TO LOG-DETAIL-OT
              STRING 'merged ids: award rows moved ' AWARD-MOVED-CT
                 DELIMITED BY SIZE INTO LOG-DETAIL-OT
              PERFORM 910-WRITE-LOG
           END-IF.

        321-MOVE-ONE-AWARD-ID.
           MOVE 'Y' TO AWARD-MORE
           MOVE MG-FROM-ID(MG-IDX) TO AW-ID
           MOVE 0 TO AW-SEASON
           MOVE LOW-VALUES TO AW-CODE
           START AWARDS-FILE KEY NOT < AW-KEY
              INVALID KEY MOVE 'N' TO AWARD-MORE
           END-START
           PERFORM 322-MOVE-ONE-AWARD-ROW UNTIL AWARD-MORE = 'N'
           ADD 1 TO MG-IDX.

        322-MOVE-ONE-AWARD-ROW.
           READ AWARDS-FILE NEXT RECORD
              AT END MOVE 'N' TO AWARD-MORE
           END-READ
           IF AWARD-MORE = 'Y' AND AW-ID NOT = MG-FROM-ID(MG-IDX)
              MOVE 'N' TO AWARD-MORE
           END-IF
           IF AWARD-MORE = 'Y'
              MOVE AWARD-RECORD TO AWARD-ROW-HOLD
              MOVE AW-KEY TO AWARD-KEY-HOLD
              DELETE AWARDS-FILE
                 INVALID KEY MOVE 'N' TO AWARD-MORE
              END-DELETE
           END-IF
           IF AWARD-MORE = 'Y'
              MOVE MG-TO-ID(MG-IDX) TO AW-ID
              WRITE AWARD-RECORD
                 INVALID KEY
                    MOVE AWARD-ROW-HOLD TO AWARD-RECORD
                    WRITE AWARD-RECORD
                    END-WRITE
                    MOVE AW-ID TO LOG-ID-OT
                    MOVE AW-SEASON TO LOG-SEASON-OT
                    MOVE 0 TO LOG-STINT-OT
                    MOVE SPACES TO LOG-DETAIL-OT
                    STRING 'NBAAWARDS.idx award ' AW-CODE
                       ' already on ' MG-TO-ID(MG-IDX) ' -- row left'
                       DELIMITED BY SIZE INTO LOG-DETAIL-OT
                    PERFORM 350-LOG-COLLISION
                 NOT INVALID KEY
                    ADD 1 TO AWARD-MOVED-CT
              END-WRITE
              MOVE AWARD-KEY-HOLD TO AW-KEY
              START AWARDS-FILE KEY > AW-KEY
                 INVALID KEY MOVE 'N' TO AWARD-MORE
              END-START
           END-IF.

        330-MERGE-CONTRACTS.
           OPEN I-O CONTRACT-FILE
           IF CONTRACT-FILE-STATUS = '00'
              MOVE 1 TO MG-IDX
              PERFORM 331-MOVE-ONE-CONTRACT-ID UNTIL MG-IDX > MG-COUNT
              CLOSE CONTRACT-FILE
              MOVE SPACES TO LOG-ID-OT LOG-PREPARER-OT LOG-APPROVER-OT
              MOVE 0 TO LOG-SEASON-OT LOG-STINT-OT
              MOVE 'CONTRACTS ' TO LOG-ACTION-OT
              MOVE SPACES TO LOG-DETAIL-OT
              STRING 'merged ids: contract rows moved '
                 CONTRACT-MOVED-CT
                 DELIMITED BY SIZE INTO LOG-DETAIL-OT
              PERFORM 910-WRITE-LOG
           END-IF.

        331-MOVE-ONE-CONTRACT-ID.
           MOVE 'Y' TO CONTRACT-MORE
           MOVE MG-FROM-ID(MG-IDX) TO CR-ID
           MOVE 0 TO CR-SEASON
           MOVE LOW-VALUES TO CR-TEAM
           START CONTRACT-FILE KEY NOT < CR-KEY
              INVALID KEY MOVE 'N' TO CONTRACT-MORE
           END-START
           PERFORM 332-MOVE-ONE-CONTRACT-ROW UNTIL CONTRACT-MORE = 'N'
           ADD 1 TO MG-IDX.

        332-MOVE-ONE-CONTRACT-ROW.
           READ CONTRACT-FILE NEXT RECORD
              AT END MOVE 'N' TO CONTRACT-MORE
           END-READ
           IF CONTRACT-MORE = 'Y' AND CR-ID NOT = MG-FROM-ID(MG-IDX)
              MOVE 'N' TO CONTRACT-MORE
           END-IF
           IF CONTRACT-MORE = 'Y'
              MOVE CONTRACT-RECORD TO CONTRACT-ROW-HOLD
              MOVE CR-KEY TO CONTRACT-KEY-HOLD
              DELETE CONTRACT-FILE
                 INVALID KEY MOVE 'N' TO CONTRACT-MORE
              END-DELETE
           END-IF
           IF CONTRACT-MORE = 'Y'
              MOVE MG-TO-ID(MG-IDX) TO CR-ID
              WRITE CONTRACT-RECORD
                 INVALID KEY
                    MOVE CONTRACT-ROW-HOLD TO CONTRACT-RECORD
                    WRITE CONTRACT-RECORD
                    END-WRITE
                    MOVE CR-ID TO LOG-ID-OT
                    MOVE CR-SEASON TO LOG-SEASON-OT
                    MOVE 0 TO LOG-STINT-OT
                    MOVE SPACES TO LOG-DETAIL-OT
                    STRING 'NBACONTRACT.idx team ' CR-TEAM
                       ' already on ' MG-TO-ID(MG-IDX) ' -- row left'
                       DELIMITED BY SIZE INTO LOG-DETAIL-OT
                    PERFORM 350-LOG-COLLISION
                 NOT INVALID KEY
                    ADD 1 TO CONTRACT-MOVED-CT
              END-WRITE
              MOVE CONTRACT-KEY-HOLD TO CR-KEY
              START CONTRACT-FILE KEY > CR-KEY
                 INVALID KEY MOVE 'N' TO CONTRACT-MORE
              END-START
           END-IF.

        340-MAP-MERGED-IDS.
           OPEN EXTEND ID-MERGE-LOG.
           IF IDMAP-FILE-STATUS NOT = '00'
              OPEN OUTPUT ID-MERGE-LOG
           END-IF
           MOVE 1 TO MG-IDX
           PERFORM 341-MAP-ONE-MERGED-ID UNTIL MG-IDX > MG-COUNT
           CLOSE ID-MERGE-LOG.

        341-MAP-ONE-MERGED-ID.
           MOVE MG-FROM-ID(MG-IDX) TO LOG-ID-OT
           MOVE 0 TO LOG-SEASON-OT LOG-STINT-OT
           MOVE MG-PREPARER(MG-IDX) TO LOG-PREPARER-OT
           MOVE MG-APPROVER(MG-IDX) TO LOG-APPROVER-OT
           MOVE SPACES TO LOG-DETAIL-OT
           IF MG-COLLIDE-CT(MG-IDX) = 0
              MOVE SPACES TO ID-MERGE-RECORD
              MOVE MG-FROM-ID(MG-IDX) TO IM-RETIRED-ID
              MOVE MG-TO-ID(MG-IDX) TO IM-SURVIVING-ID
              MOVE MG-DATE(MG-IDX) TO IM-MERGE-DATE
              MOVE MG-PREPARER(MG-IDX) TO IM-PREPARER
              MOVE MG-APPROVER(MG-IDX) TO IM-APPROVER
              WRITE ID-MERGE-RECORD
              ADD 1 TO MAPPED-CT
              MOVE 'ID MAPPED ' TO LOG-ACTION-OT
              STRING 'retired id now maps to ' MG-TO-ID(MG-IDX)
                 DELIMITED BY SIZE INTO LOG-DETAIL-OT
           ELSE
              ADD 1 TO MERGE-REJECT-CT
              MOVE 'ERROR     ' TO LOG-ACTION-OT
              STRING 'id merge rejected -- ' MG-COLLIDE-CT(MG-IDX)
                 ' rows left, id not mapped'
                 DELIMITED BY SIZE INTO LOG-DETAIL-OT
           END-IF
           PERFORM 910-WRITE-LOG
           ADD 1 TO MG-IDX.

        350-LOG-COLLISION.
           ADD 1 TO COLLISION-CT
           ADD 1 TO MG-COLLIDE-CT(MG-IDX)
           MOVE 'COLLISION ' TO LOG-ACTION-OT
           MOVE MG-PREPARER(MG-IDX) TO LOG-PREPARER-OT
           MOVE MG-APPROVER(MG-IDX) TO LOG-APPROVER-OT
           PERFORM 910-WRITE-LOG.

        400-MARK-APPROVALS.
           OPEN INPUT APPROVAL-IN
           IF APPROVAL-FILE-STATUS = '00'
              OPEN OUTPUT APPROVAL-NEW
              PERFORM 401-READ-APPROVAL
              PERFORM 402-MARK-ONE-APPROVAL UNTIL APPROVAL-EOF = 'Y'
              CLOSE APPROVAL-IN APPROVAL-NEW
              PERFORM 405-REPLACE-APPROVALS
           END-IF
           IF APPROVAL-FILE-STATUS = '05'
              CLOSE APPROVAL-IN
           END-IF
           MOVE SPACES TO LOG-ID-OT LOG-PREPARER-OT LOG-APPROVER-OT
           MOVE 0 TO LOG-SEASON-OT LOG-STINT-OT
           MOVE 'APPROVALS ' TO LOG-ACTION-OT
           MOVE SPACES TO LOG-DETAIL-OT
           STRING 'approval rows marked used ' APPROVALS-MARKED-CT
              ' of ' UE-COUNT
              DELIMITED BY SIZE INTO LOG-DETAIL-OT
           PERFORM 910-WRITE-LOG.

        401-READ-APPROVAL.
           READ APPROVAL-IN
              AT END MOVE 'Y' TO APPROVAL-EOF
           END-READ.

        402-MARK-ONE-APPROVAL.
           IF AP-USED NOT = 'U'
              MOVE 0 TO UE-FOUND
              MOVE 1 TO UE-IDX
              PERFORM 403-MATCH-ONE-USED UNTIL UE-IDX > UE-COUNT
                 OR UE-FOUND > 0
              IF UE-FOUND > 0
                 MOVE 'Y' TO UE-TAKEN(UE-FOUND)
                 MOVE 'U' TO AP-USED
                 MOVE TODAY-YMD TO AP-USED-DATE
                 ADD 1 TO APPROVALS-MARKED-CT
              END-IF
           END-IF
           MOVE APPROVAL-IN-RECORD TO APPROVAL-NEW-RECORD
           WRITE APPROVAL-NEW-RECORD
           PERFORM 401-READ-APPROVAL.

        403-MATCH-ONE-USED.
           IF UE-TAKEN(UE-IDX) = 'N'
              AND UE-APPROVER(UE-IDX) = AP-APPROVER
              AND UE-IMAGE(UE-IDX) = AP-IMAGE
              MOVE UE-IDX TO UE-FOUND
           END-IF
           ADD 1 TO UE-IDX.

        405-REPLACE-APPROVALS.
           MOVE 'N' TO COPY-EOF
           OPEN INPUT APPROVAL-NEW
           OPEN OUTPUT APPROVAL-OUT
           PERFORM 406-READ-APPROVAL-NEW
           PERFORM 407-COPY-ONE-APPROVAL UNTIL COPY-EOF = 'Y'
           CLOSE APPROVAL-NEW APPROVAL-OUT.

        406-READ-APPROVAL-NEW.
           READ APPROVAL-NEW
              AT END MOVE 'Y' TO COPY-EOF
           END-READ.

        407-COPY-ONE-APPROVAL.
           MOVE APPROVAL-NEW-RECORD TO APPROVAL-OUT-RECORD
           WRITE APPROVAL-OUT-RECORD
           PERFORM 406-READ-APPROVAL-NEW.

        900-WRITE-SUMMARY.
           MOVE MG-COUNT TO PS-MRG-OT
           MOVE MAPPED-CT TO PS-MAP-OT
           MOVE MERGE-REJECT-CT TO PS-REJ-OT
           MOVE COLLISION-CT TO PS-COL-OT
           MOVE APPROVALS-MARKED-CT TO PS-APR-OT
           MOVE POST-SUMMARY-LINE TO LOG-LINE
           WRITE LOG-LINE
           IF MERGE-OVERFLOW-CT > 0 OR USED-OVERFLOW-CT > 0
              DISPLAY 'NBAPOST: pending items over table limit, '
                 'merges ' MERGE-OVERFLOW-CT
                 ' approvals ' USED-OVERFLOW-CT
           END-IF.

        910-WRITE-LOG.
           MOVE LOG-RECORD TO LOG-LINE
           WRITE LOG-LINE.

        105-CLOSE.
           IF PENDING-OPEN = 'Y'
              CLOSE PROMOTE-PENDING
           END-IF
           CLOSE CHANGE-LOG.
