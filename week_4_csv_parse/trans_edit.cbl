            FILE STATUS IS TEAMS-FILE-STATUS.


            SELECT OPTIONAL APPROVAL-FILE ASSIGN TO "NBA_APPROVALS.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS APPROVAL-FILE-STATUS.


            SELECT ARCHIVE-MASTER ASSIGN TO "NBA_ARCHIVE.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RMK-KEY
            FILE STATUS IS ARCHIVE-FILE-STATUS.


            SELECT NBA-MASTER ASSIGN TO "NBADATA.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IMK-KEY
            FILE STATUS IS MASTER-FILE-STATUS.


            SELECT EDIT-REPORT ASSIGN TO "NBA_EDIT_REPORT.doc"
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD NBA-TRANS RECORDING MODE IS F.
       01 RAW-TRANS-RECORD           PIC X(165).

       FD SUSPENSE-IN RECORDING MODE IS F.
        01 SUSPENSE-IN-RECORD.
           05 SI-REASON-CODE          PIC X(4).
           05 FILLER                  PIC XX.
           05 SI-TRANS-IMAGE          PIC X(165).

       FD EDITED-TRANS RECORDING MODE IS F.
       01 EDITED-RECORD              PIC X(174).

       FD SUSPENSE-NEW RECORDING MODE IS F.
        01 SUSPENSE-NEW-RECORD.
           05 SN-REASON-CODE          PIC X(4).
           05 FILLER                  PIC XX.
           05 SN-TRANS-IMAGE          PIC X(165).

       FD SUSPENSE-OUT RECORDING MODE IS F.
       01 SUSPENSE-OUT-RECORD        PIC X(171).

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

       FD ARCHIVE-MASTER.
        01 ARCHIVE-IDX-RECORD.
           05 RMK-KEY.
              10 RMK-ID               PIC XXXX.
              10 RMK-SEASON           PIC 9(4).
              10 RMK-STINT            PIC 9.
           05 ARCH-DATA.
              10 ARCH-BIO-PORTION     PIC X(132).
              10 FILLER               PIC X(24).

       FD NBA-MASTER.
        01 MASTER-IDX-RECORD.
           05 IMK-KEY.
              10 IMK-ID               PIC XXXX.
              10 IMK-SEASON           PIC 9(4).
              10 IMK-STINT            PIC 9.
           05 MASTER-DATA.
              10 MASTER-BIO-PORTION   PIC X(132).
              10 FILLER               PIC X(24).

       FD TEAMS-FILE.
       01 TEAM-RECORD.
          05 PASSED-CT                     PIC 9(6) VALUE 0.
          05 RECYCLE-CLEARED-CT            PIC 9(6) VALUE 0.
          05 SUSPENDED-CT                  PIC 9(6) VALUE 0.
          05 PENDING-CT                    PIC 9(6) VALUE 0.
          05 APPROVED-CT                   PIC 9(6) VALUE 0.
          05 SELF-APPROVAL-CT              PIC 9(6) VALUE 0.
          05 APPROVAL-OVERFLOW-CT          PIC 9(6) VALUE 0.
          05 APPROVAL-STALE-CT             PIC 9(6) VALUE 0.
          05 APPROVAL-USED-CT              PIC 9(6) VALUE 0.
          05 APPROVAL-MAX-DAYS             PIC 99 VALUE 7.
          05 APPROVAL-AGE                  PIC S9(8) VALUE 0.
          05 TODAY-INT                     PIC 9(8) VALUE 0.
          05 APPROVAL-FILE-STATUS          PIC XX VALUE '00'.
          05 APPROVAL-EOF                  PIC X VALUE 'N'.
          05 ARCHIVE-FILE-STATUS           PIC XX VALUE '00'.
          05 ARCHIVE-AVAILABLE             PIC X VALUE 'N'.
          05 ARCHIVED-SEASON               PIC X VALUE 'N'.
          05 APR-IDX                       PIC 9(4) VALUE 0.
          05 APR-FOUND                     PIC 9(4) VALUE 0.
          05 MASTER-FILE-STATUS            PIC XX VALUE '00'.
          05 MASTER-AVAILABLE              PIC X VALUE 'N'.
          05 SCAN-ID                       PIC XXXX VALUE SPACES.
          05 SCAN-MODE                     PIC X VALUE SPACE.
          05 SCAN-EOF                      PIC X VALUE 'N'.
          05 SCAN-SEASON                   PIC 9(4) VALUE 0.
          05 MERGE-FROM-FOUND              PIC X VALUE 'N'.
          05 MERGE-TO-FOUND                PIC X VALUE 'N'.
          05 MERGE-OVERLAP                 PIC X VALUE 'N'.
          05 MERGE-CT                      PIC 9(6) VALUE 0.
          05 MS-IDX                        PIC 99 VALUE 0.

       01 MERGE-BIO-HOLD.
           05 MBH-ID                  PIC XXXX.
           05 MBH-BODY                PIC X(128).

       01 MERGE-SEASON-TABLE.
           05 MS-COUNT                PIC 99 VALUE 0.
           05 MS-SEASON OCCURS 60 TIMES PIC 9(4).

       01 APPROVAL-TABLE.
           05 APR-COUNT               PIC 9(4) VALUE 0.
           05 APR-ENTRY OCCURS 500 TIMES.
              10 AE-APPROVER          PIC X(8).
              10 AE-IMAGE             PIC X(165).
              10 AE-TAKEN             PIC X.

       01 TRANS-WORK-RECORD.
           05 T-IMAGE.
              10 T-CODE               PIC X.
              10 T-DATA-PORTION.
                 15 T-ID-VAL          PIC XXXX.
                 15 T-F-NAME-IN       PIC X(12).
                 15 T-L-NAME-IN       PIC X(18).
                 15 T-COLLEGE-IN      PIC X(39).
                 15 T-COUNTRY-IN      PIC X(32).
                 15 T-DRAFT-YEAR-IN   PIC X(9).
                 15 T-DRAFT-ROUND-IN  PIC X(9).
                 15 T-DRAFT-PICK-IN   PIC X(9).
                 15 T-TEAM-AREV-IN    PIC XXX.
                 15 T-AGE-IN          PIC 99.
                 15 T-GP-IN           PIC 99.
                 15 T-PTS-IN          PIC 9(2)V99.
                 15 T-REB-IN          PIC 9(2)V99.
                 15 T-AST-IN          PIC 9(2)V99.
                 15 T-SEASON-IN       PIC 9(4).
                 15 T-STINT-IN        PIC X.
              10 T-MERGE-PORTION REDEFINES T-DATA-PORTION.
                 15 T-MERGE-FROM-ID   PIC XXXX.
                 15 T-MERGE-BIO-BODY  PIC X(128).
                 15 T-MERGE-TO-ID     PIC XXXX.
                 15 FILLER            PIC X(20).
              10 T-PREPARER           PIC X(8).
           05 T-APPROVER              PIC X(8).
           05 T-APPROVAL-NEEDED       PIC X.

       01  STORE-DATE.
           05 CURR-YEAR               PIC XXXX.
           05 CURR-HR                 PIC XX.
           05 CURR-MIN                PIC XX.
           05 CURR-SEC                PIC XX.
       01  STORE-DATE-N REDEFINES STORE-DATE.
           05 CURR-YMD                PIC 9(8).
           05 FILLER                  PIC X(6).

       01  HEADER-LINE-1.
           05 FILLER                  PIC X(10) VALUE SPACES.
           IF TEAMS-FILE-STATUS = '00'
              MOVE 'Y' TO TEAMS-FILE-AVAILABLE
           END-IF
           OPEN INPUT ARCHIVE-MASTER.
           IF ARCHIVE-FILE-STATUS = '00'
              MOVE 'Y' TO ARCHIVE-AVAILABLE
           END-IF
           OPEN INPUT NBA-MASTER.
           IF MASTER-FILE-STATUS = '00'
              MOVE 'Y' TO MASTER-AVAILABLE
           END-IF
           PERFORM 120-LOAD-APPROVALS.
           PERFORM 110-WRITE-HEADER.
           IF TRANS-FILE-STATUS NOT = '00'
              MOVE 'Y' TO TRANS-EOF
           MOVE BORDER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

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
           EVALUATE TRUE
              WHEN APR-APPROVER = SPACES
                 CONTINUE
              WHEN APR-USED = 'U'
                 ADD 1 TO APPROVAL-USED-CT
              WHEN APR-APPROVER = APR-IMG-PREPARER
                 ADD 1 TO SELF-APPROVAL-CT
              WHEN APPROVAL-AGE < 0 OR APPROVAL-AGE > APPROVAL-MAX-DAYS
                 ADD 1 TO APPROVAL-STALE-CT
              WHEN APR-COUNT < 500
                 ADD 1 TO APR-COUNT
                 MOVE APR-APPROVER TO AE-APPROVER(APR-COUNT)
                 MOVE APR-IMAGE TO AE-IMAGE(APR-COUNT)
                 MOVE 'N' TO AE-TAKEN(APR-COUNT)
              WHEN OTHER
                 ADD 1 TO APPROVAL-OVERFLOW-CT
           END-EVALUATE
           PERFORM 121-READ-APPROVAL.

        101-READ-TRANS.
           IF TRANS-EOF = 'N'
              READ NBA-TRANS
           MOVE 'Y' TO VALID-TRANS
           MOVE SPACES TO REASON-CODE
           MOVE SPACES TO REASON-TEXT
           MOVE SPACES TO T-APPROVER
           MOVE 'N' TO T-APPROVAL-NEEDED
           IF T-STINT-IN = SPACE
              MOVE '1' TO T-STINT-IN
           END-IF
           EVALUATE TRUE
              WHEN T-CODE NOT = 'A' AND T-CODE NOT = 'C'
                 AND T-CODE NOT = 'D' AND T-CODE NOT = 'B'
                 AND T-CODE NOT = 'M'
                 MOVE 'CODE' TO REASON-CODE
                 MOVE 'INVALID TRANS CODE' TO REASON-TEXT
              WHEN T-ID-VAL = SPACES
                 MOVE 'ID  ' TO REASON-CODE
                 MOVE 'MISSING PLAYER ID' TO REASON-TEXT
              WHEN T-PREPARER = SPACES
                 MOVE 'OPER' TO REASON-CODE
                 MOVE 'MISSING PREPARER OPERATOR ID' TO REASON-TEXT
              WHEN T-CODE = 'M'
                 PERFORM 250-CHECK-MERGE
              WHEN T-CODE = 'B' AND T-L-NAME-IN = SPACES
                 MOVE 'NAME' TO REASON-CODE
                 MOVE 'MISSING LAST NAME ON BIO' TO REASON-TEXT
              WHEN T-SEASON-IN < 1946 OR T-SEASON-IN > 2099
                 MOVE 'SRNG' TO REASON-CODE
                 MOVE 'SEASON OUT OF RANGE' TO REASON-TEXT
              WHEN T-STINT-IN NOT NUMERIC OR T-STINT-IN = '0'
                 MOVE 'STNT' TO REASON-CODE
                 MOVE 'STINT MUST BE 1-9' TO REASON-TEXT
              WHEN T-CODE = 'D'
                 CONTINUE
              WHEN T-AGE-IN NOT NUMERIC
              WHEN OTHER
                 PERFORM 225-CHECK-TEAM
           END-EVALUATE
           IF REASON-CODE = SPACES
              PERFORM 240-CHECK-APPROVAL
           END-IF
           IF REASON-CODE NOT = SPACES
              MOVE 'N' TO VALID-TRANS
           END-IF.

        240-CHECK-APPROVAL.
           MOVE 'N' TO ARCHIVED-SEASON
           IF T-CODE NOT = 'B' AND T-CODE NOT = 'M'
              AND ARCHIVE-AVAILABLE = 'Y'
              PERFORM 241-CHECK-ARCHIVED
           END-IF
           IF T-CODE = 'D' OR T-CODE = 'B' OR T-CODE = 'M'
              OR ARCHIVED-SEASON = 'Y'
              MOVE 'Y' TO T-APPROVAL-NEEDED
              MOVE 0 TO APR-FOUND
              MOVE 1 TO APR-IDX
              PERFORM 242-MATCH-ONE-APPROVAL UNTIL APR-IDX > APR-COUNT
                 OR APR-FOUND > 0
              IF APR-FOUND > 0
                 MOVE AE-APPROVER(APR-FOUND) TO T-APPROVER
                 MOVE 'Y' TO AE-TAKEN(APR-FOUND)
                 ADD 1 TO APPROVED-CT
              ELSE
                 MOVE 'PEND' TO REASON-CODE
                 MOVE 'AWAITING SECOND-OPERATOR OK' TO REASON-TEXT
              END-IF
           END-IF.

        241-CHECK-ARCHIVED.
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

        242-MATCH-ONE-APPROVAL.
           IF AE-IMAGE(APR-IDX) = T-IMAGE
              AND AE-TAKEN(APR-IDX) = 'N'
              AND AE-APPROVER(APR-IDX) NOT = T-PREPARER
              MOVE APR-IDX TO APR-FOUND
           END-IF
           ADD 1 TO APR-IDX.

        250-CHECK-MERGE.
           MOVE 0 TO T-SEASON-IN
           EVALUATE TRUE
              WHEN MASTER-AVAILABLE = 'N'
                 MOVE 'MRG0' TO REASON-CODE
                 MOVE 'NBADATA.idx NOT AVAILABLE' TO REASON-TEXT
              WHEN T-MERGE-TO-ID = SPACES
                 OR T-MERGE-TO-ID = T-MERGE-FROM-ID
                 MOVE 'MRG1' TO REASON-CODE
                 MOVE 'MERGE NEEDS A DIFFERENT TO-ID' TO REASON-TEXT
              WHEN OTHER
                 MOVE 0 TO MS-COUNT
                 MOVE 'N' TO MERGE-FROM-FOUND
                 MOVE 'N' TO MERGE-TO-FOUND
                 MOVE 'N' TO MERGE-OVERLAP
                 MOVE T-MERGE-FROM-ID TO SCAN-ID
                 MOVE 'F' TO SCAN-MODE
                 PERFORM 251-SCAN-ID-SEASONS
                 MOVE T-MERGE-TO-ID TO SCAN-ID
                 MOVE 'T' TO SCAN-MODE
                 PERFORM 251-SCAN-ID-SEASONS
                 EVALUATE TRUE
                    WHEN MERGE-FROM-FOUND = 'N'
                       MOVE 'MRG2' TO REASON-CODE
                       MOVE 'MERGE FROM-ID NOT ON FILE' TO REASON-TEXT
                    WHEN MERGE-TO-FOUND = 'N'
                       MOVE 'MRG3' TO REASON-CODE
                       MOVE 'MERGE TO-ID NOT ON FILE' TO REASON-TEXT
                    WHEN MERGE-OVERLAP = 'Y'
                       MOVE 'MRG4' TO REASON-CODE
                       MOVE 'MERGE IDS SHARE A SEASON' TO REASON-TEXT
                    WHEN OTHER
                       MOVE MBH-BODY TO T-MERGE-BIO-BODY
                       ADD 1 TO MERGE-CT
                 END-EVALUATE
           END-EVALUATE.

        251-SCAN-ID-SEASONS.
           MOVE 'N' TO SCAN-EOF
           MOVE SCAN-ID TO IMK-ID
           MOVE 0 TO IMK-SEASON
           MOVE 0 TO IMK-STINT
           START NBA-MASTER KEY NOT < IMK-KEY
              INVALID KEY MOVE 'Y' TO SCAN-EOF
           END-START
           PERFORM 252-READ-ACTIVE-SCAN UNTIL SCAN-EOF = 'Y'
           IF ARCHIVE-AVAILABLE = 'Y'
              MOVE 'N' TO SCAN-EOF
              MOVE SCAN-ID TO RMK-ID
              MOVE 0 TO RMK-SEASON
              MOVE 0 TO RMK-STINT
              START ARCHIVE-MASTER KEY NOT < RMK-KEY
                 INVALID KEY MOVE 'Y' TO SCAN-EOF
              END-START
              PERFORM 253-READ-ARCHIVE-SCAN UNTIL SCAN-EOF = 'Y'
           END-IF.

        252-READ-ACTIVE-SCAN.
           READ NBA-MASTER NEXT RECORD
              AT END MOVE 'Y' TO SCAN-EOF
              NOT AT END
                 IF IMK-ID NOT = SCAN-ID
                    MOVE 'Y' TO SCAN-EOF
                 ELSE
                    MOVE IMK-SEASON TO SCAN-SEASON
                    IF MERGE-TO-FOUND = 'N' AND SCAN-MODE = 'T'
                       MOVE MASTER-BIO-PORTION TO MERGE-BIO-HOLD
                    END-IF
                    PERFORM 254-TAKE-ONE-SEASON
                 END-IF
           END-READ.

        253-READ-ARCHIVE-SCAN.
           READ ARCHIVE-MASTER NEXT RECORD
              AT END MOVE 'Y' TO SCAN-EOF
              NOT AT END
                 IF RMK-ID NOT = SCAN-ID
                    MOVE 'Y' TO SCAN-EOF
                 ELSE
                    MOVE RMK-SEASON TO SCAN-SEASON
                    IF MERGE-TO-FOUND = 'N' AND SCAN-MODE = 'T'
                       MOVE ARCH-BIO-PORTION TO MERGE-BIO-HOLD
                    END-IF
                    PERFORM 254-TAKE-ONE-SEASON
                 END-IF
           END-READ.

        254-TAKE-ONE-SEASON.
           IF SCAN-MODE = 'F'
              MOVE 'Y' TO MERGE-FROM-FOUND
              IF MS-COUNT < 60
                 ADD 1 TO MS-COUNT
                 MOVE SCAN-SEASON TO MS-SEASON(MS-COUNT)
              END-IF
           ELSE
              MOVE 'Y' TO MERGE-TO-FOUND
              MOVE 1 TO MS-IDX
              PERFORM 255-MATCH-ONE-SEASON UNTIL MS-IDX > MS-COUNT
           END-IF.

        255-MATCH-ONE-SEASON.
           IF MS-SEASON(MS-IDX) = SCAN-SEASON
              MOVE 'Y' TO MERGE-OVERLAP
           END-IF
           ADD 1 TO MS-IDX.

        225-CHECK-TEAM.
           IF TEAMS-FILE-AVAILABLE = 'Y'
              MOVE T-TEAM-AREV-IN TO TEAM-ABBR-KEY
           MOVE TRANS-WORK-RECORD TO SN-TRANS-IMAGE
           WRITE SUSPENSE-NEW-RECORD
           ADD 1 TO SUSPENDED-CT
           IF REASON-CODE = 'PEND'
              ADD 1 TO PENDING-CT
           END-IF
           MOVE T-CODE TO SD-CODE
           MOVE T-ID-VAL TO SD-ID
           MOVE T-SEASON-IN TO SD-SEASON
           MOVE ' HELD ON SUSPENSE' TO TOT-LABEL
           MOVE SUSPENDED-CT TO TOT-VALUE
           PERFORM 910-WRITE-TOTAL
           MOVE '   OF WHICH AWAITING APPROVAL' TO TOT-LABEL
           MOVE PENDING-CT TO TOT-VALUE
           PERFORM 910-WRITE-TOTAL
           MOVE ' APPROVED BY A SECOND OPERATOR' TO TOT-LABEL
           MOVE APPROVED-CT TO TOT-VALUE
           PERFORM 910-WRITE-TOTAL
           MOVE ' SELF-APPROVALS IGNORED' TO TOT-LABEL
           MOVE SELF-APPROVAL-CT TO TOT-VALUE
           PERFORM 910-WRITE-TOTAL
           MOVE ' APPROVALS UNDATED OR EXPIRED' TO TOT-LABEL
           MOVE APPROVAL-STALE-CT TO TOT-VALUE
           PERFORM 910-WRITE-TOTAL
           MOVE ' APPROVALS ALREADY USED' TO TOT-LABEL
           MOVE APPROVAL-USED-CT TO TOT-VALUE
           PERFORM 910-WRITE-TOTAL
           MOVE ' ID MERGES EDITED' TO TOT-LABEL
           MOVE MERGE-CT TO TOT-VALUE
           PERFORM 910-WRITE-TOTAL
           IF APPROVAL-OVERFLOW-CT > 0
              MOVE ' APPROVALS NOT TABLED (OVERFLOW)' TO TOT-LABEL
              MOVE APPROVAL-OVERFLOW-CT TO TOT-VALUE
              PERFORM 910-WRITE-TOTAL
           END-IF
           IF ARCHIVE-AVAILABLE = 'N'
              MOVE ' NBA_ARCHIVE.idx NOT AVAILABLE - NOT CHECKED'
                 TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF
           IF TEAMS-FILE-AVAILABLE = 'N'
              MOVE ' TEAMS.dat NOT AVAILABLE - TEAM CODES NOT EDITED'
                 TO PRINT-LINE
           IF TEAMS-FILE-AVAILABLE = 'Y'
              CLOSE TEAMS-FILE
           END-IF
           IF ARCHIVE-AVAILABLE = 'Y'
              CLOSE ARCHIVE-MASTER
           END-IF
           IF MASTER-AVAILABLE = 'Y'
              CLOSE NBA-MASTER
           END-IF
           CLOSE EDITED-TRANS SUSPENSE-NEW EDIT-REPORT.

        300-REPLACE-SUSPENSE.
