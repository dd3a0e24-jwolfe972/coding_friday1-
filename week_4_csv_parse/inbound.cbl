       IDENTIFICATION DIVISION.
       PROGRAM-ID. NBAINBND.
       AUTHOR. WOLFE.
       DATE-WRITTEN. 10/15/2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT OPTIONAL FEED-FILE ASSIGN TO "NBA_INBOUND.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FEED-FILE-STATUS.


            SELECT NBA-MASTER ASSIGN TO "NBADATA.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS IMK-KEY
            FILE STATUS IS MASTER-FILE-STATUS.


            SELECT NBA-TRANS ASSIGN TO "NBATRANS.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TRANS-FILE-STATUS.


            SELECT OPTIONAL RECV-REGISTER ASSIGN TO
               "NBA_RECV_REGISTER.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS REGISTER-FILE-STATUS.


            SELECT RECEIPT-FILE ASSIGN TO "NBA_RECEIPT.dat"
            ORGANIZATION IS LINE SEQUENTIAL.


            SELECT INBOUND-REPORT ASSIGN TO "NBA_INBOUND_REPORT.doc"
            ORGANIZATION IS LINE SEQUENTIAL.



       DATA DIVISION.
       FILE SECTION.
       FD FEED-FILE RECORDING MODE IS F.
        01 FEED-LINE                  PIC X(250).
        01 FEED-HEADER-IN.
           05 FH-TYPE                 PIC X.
           05 FILLER                  PIC X.
           05 FH-FEED-ID              PIC X(14).
           05 FILLER                  PIC X.
           05 FH-DATE                 PIC X(10).
           05 FILLER                  PIC X.
           05 FH-TIME                 PIC X(8).
           05 FILLER                  PIC X(214).
        01 FEED-TRAILER-IN.
           05 FT-TYPE                 PIC X.
           05 FILLER                  PIC X.
           05 FT-COUNT                PIC X(8).
           05 FILLER                  PIC X.
           05 FT-GP-HASH              PIC X(10).
           05 FILLER                  PIC X.
           05 FT-SEASON-HASH          PIC X(12).
           05 FILLER                  PIC X(216).

       FD NBA-MASTER.
        01 MASTER-IDX-RECORD.
           05 IMK-KEY.
              10 IMK-ID               PIC XXXX.
              10 IMK-SEASON           PIC 9(4).
              10 IMK-STINT            PIC 9.
           05 MASTER-RECORD.
              10 M-BIO-PORTION        PIC X(132).
              10 M-STAT-PORTION.
                 15 M-TEAM-AREV-IN    PIC XXX.
                 15 M-AGE-IN          PIC 99.
                 15 M-GP-IN           PIC 99.
                 15 M-PTS-IN          PIC 9(2)V99.
                 15 M-REB-IN          PIC 9(2)V99.
                 15 M-AST-IN          PIC 9(2)V99.
                 15 M-SEASON-IN       PIC 9(4).
                 15 M-STINT-IN        PIC 9.

       FD NBA-TRANS RECORDING MODE IS F.
        01 TRANS-OUT-RECORD.
           05 TX-CODE                 PIC X.
           05 TX-BIO-PORTION          PIC X(132).
           05 TX-STAT-PORTION         PIC X(24).
           05 TX-PREPARER             PIC X(8).

       FD RECV-REGISTER RECORDING MODE IS F.
        01 REGISTER-RECORD.
           05 RG-FEED-ID              PIC X(14).
           05 FILLER                  PIC X.
           05 RG-DATE                 PIC X(10).
           05 FILLER                  PIC X.
           05 RG-TIME                 PIC X(8).
           05 FILLER                  PIC X.
           05 RG-COUNT                PIC 9(8).
           05 FILLER                  PIC X.
           05 RG-GP-HASH              PIC 9(10).
           05 FILLER                  PIC X.
           05 RG-SEASON-HASH          PIC 9(12).
           05 FILLER                  PIC X.
           05 RG-STATUS               PIC X(10).

       FD RECEIPT-FILE RECORDING MODE IS F.
       01 RECEIPT-LINE               PIC X(132).

       FD INBOUND-REPORT RECORDING MODE IS F.
       01 PRINT-LINE                 PIC X(132).



       WORKING-STORAGE SECTION.
       01 LIVE-VARIABLES.
          05 FEED-FILE-STATUS              PIC XX VALUE '00'.
          05 MASTER-FILE-STATUS            PIC XX VALUE '00'.
          05 TRANS-FILE-STATUS             PIC XX VALUE '00'.
          05 REGISTER-FILE-STATUS          PIC XX VALUE '00'.
          05 FEED-EOF                      PIC X VALUE 'N'.
          05 REGISTER-EOF                  PIC X VALUE 'N'.
          05 FEED-ACCEPTED                 PIC X VALUE 'Y'.
          05 HEADER-SEEN                   PIC X VALUE 'N'.
          05 TRAILER-SEEN                  PIC X VALUE 'N'.
          05 ROW-VALID                     PIC X VALUE 'Y'.
          05 ROW-CHANGED                   PIC X VALUE 'N'.
          05 LOAD-FILES-OPEN               PIC X VALUE 'N'.
          05 FEED-ID                       PIC X(14) VALUE SPACES.
          05 FEED-STATUS                   PIC X(10) VALUE SPACES.
          05 REJECT-REASON                 PIC X(40) VALUE SPACES.
          05 ROW-REASON                    PIC X(30) VALUE SPACES.
          05 LINES-READ-CT                 PIC 9(8) VALUE 0.
          05 DETAIL-CT                     PIC 9(8) VALUE 0.
          05 GP-HASH                       PIC 9(10) VALUE 0.
          05 SEASON-HASH                   PIC 9(12) VALUE 0.
          05 TRAILER-COUNT                 PIC 9(8) VALUE 0.
          05 TRAILER-GP-HASH               PIC 9(10) VALUE 0.
          05 TRAILER-SEASON-HASH           PIC 9(12) VALUE 0.
          05 ADD-CT                        PIC 9(8) VALUE 0.
          05 CHANGE-CT                     PIC 9(8) VALUE 0.
          05 UNCHANGED-CT                  PIC 9(8) VALUE 0.
          05 TOTALS-IGNORED-CT             PIC 9(8) VALUE 0.
          05 BAD-ROW-CT                    PIC 9(8) VALUE 0.

       01 FEED-ROW.
           05 FR-TYPE                 PIC X.
           05 FR-ID                   PIC XXXX.
           05 FR-F-NAME               PIC X(12).
           05 FR-L-NAME               PIC X(18).
           05 FR-TEAM                 PIC XXX.
           05 FR-AGE                  PIC XX.
           05 FR-GP                   PIC XX.
           05 FR-PTS                  PIC X(5).
           05 FR-REB                  PIC X(5).
           05 FR-AST                  PIC X(5).
           05 FR-SEASON               PIC X(4).
           05 FR-COLLEGE              PIC X(39).
           05 FR-COUNTRY              PIC X(32).
           05 FR-DRAFT-YEAR           PIC X(9).
           05 FR-DRAFT-ROUND          PIC X(9).
           05 FR-DRAFT-PICK           PIC X(9).
           05 FR-STINT                PIC X.

       01 FEED-BIO.
           05 FB-ID-VAL               PIC XXXX.
           05 FB-F-NAME-IN            PIC X(12).
           05 FB-L-NAME-IN            PIC X(18).
           05 FB-COLLEGE-IN           PIC X(39).
           05 FB-COUNTRY-IN           PIC X(32).
           05 FB-DRAFT-YEAR-IN        PIC X(9).
           05 FB-DRAFT-ROUND-IN       PIC X(9).
           05 FB-DRAFT-PICK-IN        PIC X(9).

       01 FEED-STAT.
           05 FS-TEAM-AREV-IN         PIC XXX.
           05 FS-AGE-IN               PIC 99.
           05 FS-GP-IN                PIC 99.
           05 FS-PTS-IN               PIC 9(2)V99.
           05 FS-REB-IN               PIC 9(2)V99.
           05 FS-AST-IN               PIC 9(2)V99.
           05 FS-SEASON-IN            PIC 9(4).
           05 FS-STINT-IN             PIC 9.

       01  STORE-DATE.
           05 CURR-YEAR               PIC XXXX.
           05 CURR-MONTH              PIC XX.
           05 CURR-DAY                PIC XX.
           05 CURR-HR                 PIC XX.
           05 CURR-MIN                PIC XX.
           05 CURR-SEC                PIC XX.

       01  RECEIPT-OUT.
           05 FILLER                  PIC X VALUE 'R'.
           05 FILLER                  PIC X VALUE '|'.
           05 RC-FEED-ID              PIC X(14).
           05 FILLER                  PIC X VALUE '|'.
           05 RC-DATE                 PIC X(10).
           05 FILLER                  PIC X VALUE '|'.
           05 RC-TIME                 PIC X(8).
           05 FILLER                  PIC X VALUE '|'.
           05 RC-STATUS               PIC X(10).
           05 FILLER                  PIC X VALUE '|'.
           05 RC-COUNT                PIC 9(8).
           05 FILLER                  PIC X VALUE '|'.
           05 RC-ADDS                 PIC 9(8).
           05 FILLER                  PIC X VALUE '|'.
           05 RC-CHANGES              PIC 9(8).
           05 FILLER                  PIC X VALUE '|'.
           05 RC-UNCHANGED            PIC 9(8).
           05 FILLER                  PIC X VALUE '|'.
           05 RC-BAD-ROWS             PIC 9(8).
           05 FILLER                  PIC X VALUE '|'.
           05 RC-REASON               PIC X(40).

       01  ROW-DETAIL.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 RD-CODE                 PIC X.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 RD-ID                   PIC XXXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 RD-SEASON               PIC X(4).
           05 FILLER                  PIC X VALUE '/'.
           05 RD-STINT                PIC X.
           05 FILLER                  PIC XX VALUE SPACES.
           05 RD-TEAM                 PIC XXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 RD-TEXT                 PIC X(30).

       01  TOTAL-DETAIL.
           05 TOT-LABEL               PIC X(36).
           05 TOT-VALUE               PIC ZZZZZZZ9.

       01  HEADER-LINE-1.
           05 FILLER                  PIC X(10) VALUE SPACES.
           05 TXT                     PIC X(38)
              VALUE 'NBA INBOUND STAT FEED REPORT FOR      '.
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
           05 FILLER                  PIC X VALUE SPACE.
           05 RSN-TXT                 PIC X(6) VALUE 'ACTION'.

       01  BORDER-LINE.
           05 LINE-BAR       PIC X(70)    VALUE
           '----------------------------------------------------------'.



       PROCEDURE DIVISION.
        MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM 110-CHECK-ENVELOPE.
           IF FEED-ACCEPTED = 'Y'
              PERFORM 120-CHECK-REGISTER
           END-IF
           IF FEED-ACCEPTED = 'Y'
              PERFORM 130-OPEN-FOR-LOAD
           END-IF
           IF FEED-ACCEPTED = 'Y'
              PERFORM 200-BUILD-TRANSACTIONS
              MOVE 'LOADED    ' TO FEED-STATUS
           END-IF
           PERFORM 300-LOG-TO-REGISTER.
           PERFORM 310-WRITE-RECEIPT.
           PERFORM 400-WRITE-TOTALS.
           PERFORM 105-CLOSE.
           GOBACK.

        100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO STORE-DATE
           MOVE CURR-YEAR TO YEAR-F
           MOVE CURR-MONTH TO MONTH-F
           MOVE CURR-DAY TO DAY-F
           OPEN OUTPUT INBOUND-REPORT.
           MOVE HEADER-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE HEADER-LINE-2 TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE BORDER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        110-CHECK-ENVELOPE.
           OPEN INPUT FEED-FILE.
           IF FEED-FILE-STATUS NOT = '00'
              MOVE 'N' TO FEED-ACCEPTED
              MOVE 'REJECTED  ' TO FEED-STATUS
              MOVE 'NO FEED FILE NBA_INBOUND.dat' TO REJECT-REASON
           ELSE
              PERFORM 111-READ-FEED
              IF FEED-EOF = 'N' AND FH-TYPE = 'H'
                 MOVE 'Y' TO HEADER-SEEN
                 MOVE FH-FEED-ID TO FEED-ID
                 PERFORM 111-READ-FEED
              END-IF
              PERFORM 112-TALLY-ONE-LINE UNTIL FEED-EOF = 'Y'
              CLOSE FEED-FILE
              PERFORM 113-JUDGE-ENVELOPE
           END-IF.

        111-READ-FEED.
           READ FEED-FILE
              AT END MOVE 'Y' TO FEED-EOF
              NOT AT END ADD 1 TO LINES-READ-CT
           END-READ.

        112-TALLY-ONE-LINE.
           EVALUATE TRUE
              WHEN FEED-LINE = SPACES
                 CONTINUE
              WHEN TRAILER-SEEN = 'Y'
                 MOVE 'N' TO FEED-ACCEPTED
                 MOVE 'DATA FOUND AFTER THE TRAILER' TO REJECT-REASON
              WHEN FT-TYPE = 'T'
                 MOVE 'Y' TO TRAILER-SEEN
                 IF FT-COUNT NUMERIC AND FT-GP-HASH NUMERIC
                    AND FT-SEASON-HASH NUMERIC
                    MOVE FT-COUNT TO TRAILER-COUNT
                    MOVE FT-GP-HASH TO TRAILER-GP-HASH
                    MOVE FT-SEASON-HASH TO TRAILER-SEASON-HASH
                 ELSE
                    MOVE 'N' TO FEED-ACCEPTED
                    MOVE 'TRAILER TOTALS NOT NUMERIC' TO REJECT-REASON
                 END-IF
              WHEN FEED-LINE(1:1) = 'D'
                 PERFORM 210-SPLIT-ROW
                 ADD 1 TO DETAIL-CT
                 IF FR-GP NUMERIC
                    ADD FS-GP-IN TO GP-HASH
                 END-IF
                 IF FR-SEASON NUMERIC
                    ADD FS-SEASON-IN TO SEASON-HASH
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO FEED-ACCEPTED
                 MOVE 'UNKNOWN RECORD TYPE IN FEED' TO REJECT-REASON
           END-EVALUATE
           PERFORM 111-READ-FEED.

        113-JUDGE-ENVELOPE.
           EVALUATE TRUE
              WHEN FEED-ACCEPTED = 'N'
                 CONTINUE
              WHEN HEADER-SEEN = 'N'
                 MOVE 'N' TO FEED-ACCEPTED
                 MOVE 'MISSING HEADER RECORD' TO REJECT-REASON
              WHEN FEED-ID = SPACES
                 MOVE 'N' TO FEED-ACCEPTED
                 MOVE 'HEADER CARRIES NO FEED ID' TO REJECT-REASON
              WHEN TRAILER-SEEN = 'N'
                 MOVE 'N' TO FEED-ACCEPTED
                 MOVE 'MISSING TRAILER RECORD' TO REJECT-REASON
              WHEN TRAILER-COUNT NOT = DETAIL-CT
                 MOVE 'N' TO FEED-ACCEPTED
                 MOVE 'TRAILER RECORD COUNT MISMATCH' TO REJECT-REASON
              WHEN TRAILER-GP-HASH NOT = GP-HASH
                 MOVE 'N' TO FEED-ACCEPTED
                 MOVE 'TRAILER GP HASH MISMATCH' TO REJECT-REASON
              WHEN TRAILER-SEASON-HASH NOT = SEASON-HASH
                 MOVE 'N' TO FEED-ACCEPTED
                 MOVE 'TRAILER SEASON HASH MISMATCH' TO REJECT-REASON
           END-EVALUATE
           IF FEED-ACCEPTED = 'N'
              MOVE 'REJECTED  ' TO FEED-STATUS
           END-IF.

        120-CHECK-REGISTER.
           OPEN INPUT RECV-REGISTER.
           IF REGISTER-FILE-STATUS = '00'
              PERFORM 121-READ-REGISTER
              PERFORM 122-MATCH-ONE-REGISTER
                 UNTIL REGISTER-EOF = 'Y'
              CLOSE RECV-REGISTER
           END-IF.

        121-READ-REGISTER.
           READ RECV-REGISTER
              AT END MOVE 'Y' TO REGISTER-EOF
           END-READ.

        122-MATCH-ONE-REGISTER.
           IF RG-FEED-ID = FEED-ID AND RG-STATUS = 'LOADED    '
              MOVE 'N' TO FEED-ACCEPTED
              MOVE 'DUPLICATE ' TO FEED-STATUS
              MOVE SPACES TO REJECT-REASON
              STRING 'FEED ALREADY LOADED ON ' RG-DATE
                 DELIMITED BY SIZE INTO REJECT-REASON
              MOVE 'Y' TO REGISTER-EOF
           ELSE
              PERFORM 121-READ-REGISTER
           END-IF.

        130-OPEN-FOR-LOAD.
           OPEN INPUT NBA-MASTER.
           IF MASTER-FILE-STATUS NOT = '00'
              MOVE 'N' TO FEED-ACCEPTED
              MOVE 'REJECTED  ' TO FEED-STATUS
              MOVE SPACES TO REJECT-REASON
              STRING 'NBADATA.idx NOT AVAILABLE, STATUS '
                 MASTER-FILE-STATUS
                 DELIMITED BY SIZE INTO REJECT-REASON
           ELSE
              MOVE 'Y' TO LOAD-FILES-OPEN
              OPEN EXTEND NBA-TRANS
              IF TRANS-FILE-STATUS NOT = '00'
                 OPEN OUTPUT NBA-TRANS
              END-IF
              MOVE 'N' TO FEED-EOF
              OPEN INPUT FEED-FILE
              PERFORM 111-READ-FEED
           END-IF.

        200-BUILD-TRANSACTIONS.
           PERFORM 201-PROCESS-ONE-LINE UNTIL FEED-EOF = 'Y'
           CLOSE FEED-FILE.

        201-PROCESS-ONE-LINE.
           IF FEED-LINE(1:1) = 'D'
              PERFORM 210-SPLIT-ROW
              PERFORM 220-EDIT-ROW
              EVALUATE TRUE
                 WHEN ROW-VALID = 'N'
                    ADD 1 TO BAD-ROW-CT
                    MOVE '*' TO RD-CODE
                    MOVE ROW-REASON TO RD-TEXT
                    PERFORM 250-WRITE-ROW-DETAIL
                 WHEN FR-STINT = '0'
                    ADD 1 TO TOTALS-IGNORED-CT
                 WHEN OTHER
                    PERFORM 230-LOOKUP-MASTER
              END-EVALUATE
           END-IF
           PERFORM 111-READ-FEED.

        210-SPLIT-ROW.
           MOVE SPACES TO FEED-ROW
           UNSTRING FEED-LINE DELIMITED BY '|'
              INTO FR-TYPE FR-ID FR-F-NAME FR-L-NAME FR-TEAM
                   FR-AGE FR-GP FR-PTS FR-REB FR-AST FR-SEASON
                   FR-COLLEGE FR-COUNTRY FR-DRAFT-YEAR
                   FR-DRAFT-ROUND FR-DRAFT-PICK FR-STINT
           END-UNSTRING
           IF FR-STINT = SPACE
              MOVE '1' TO FR-STINT
           END-IF
           MOVE 0 TO FS-GP-IN
           MOVE 0 TO FS-SEASON-IN
           IF FR-GP NUMERIC
              MOVE FR-GP TO FS-GP-IN
           END-IF
           IF FR-SEASON NUMERIC
              MOVE FR-SEASON TO FS-SEASON-IN
           END-IF.

        220-EDIT-ROW.
           MOVE 'Y' TO ROW-VALID
           MOVE SPACES TO ROW-REASON
           EVALUATE TRUE
              WHEN FR-ID = SPACES
                 MOVE 'MISSING PLAYER ID' TO ROW-REASON
              WHEN FR-SEASON NOT NUMERIC
                 MOVE 'NON-NUMERIC SEASON' TO ROW-REASON
              WHEN FR-STINT NOT NUMERIC
                 MOVE 'NON-NUMERIC STINT' TO ROW-REASON
              WHEN FR-AGE NOT NUMERIC
                 MOVE 'NON-NUMERIC AGE' TO ROW-REASON
              WHEN FR-GP NOT NUMERIC
                 MOVE 'NON-NUMERIC GP' TO ROW-REASON
              WHEN FR-PTS(1:2) NOT NUMERIC OR FR-PTS(3:1) NOT = '.'
                 OR FR-PTS(4:2) NOT NUMERIC
                 MOVE 'PTS NOT IN 99.99 FORM' TO ROW-REASON
              WHEN FR-REB(1:2) NOT NUMERIC OR FR-REB(3:1) NOT = '.'
                 OR FR-REB(4:2) NOT NUMERIC
                 MOVE 'REB NOT IN 99.99 FORM' TO ROW-REASON
              WHEN FR-AST(1:2) NOT NUMERIC OR FR-AST(3:1) NOT = '.'
                 OR FR-AST(4:2) NOT NUMERIC
                 MOVE 'AST NOT IN 99.99 FORM' TO ROW-REASON
              WHEN OTHER
                 PERFORM 221-BUILD-FEED-IMAGE
           END-EVALUATE
           IF ROW-REASON NOT = SPACES
              MOVE 'N' TO ROW-VALID
           END-IF.

        221-BUILD-FEED-IMAGE.
           MOVE FR-ID TO FB-ID-VAL
           MOVE FR-F-NAME TO FB-F-NAME-IN
           MOVE FR-L-NAME TO FB-L-NAME-IN
           MOVE FR-COLLEGE TO FB-COLLEGE-IN
           MOVE FR-COUNTRY TO FB-COUNTRY-IN
           MOVE FR-DRAFT-YEAR TO FB-DRAFT-YEAR-IN
           MOVE FR-DRAFT-ROUND TO FB-DRAFT-ROUND-IN
           MOVE FR-DRAFT-PICK TO FB-DRAFT-PICK-IN
           MOVE FR-TEAM TO FS-TEAM-AREV-IN
           MOVE FR-AGE TO FS-AGE-IN
           MOVE FR-GP TO FS-GP-IN
           COMPUTE FS-PTS-IN = FUNCTION NUMVAL(FR-PTS)
           COMPUTE FS-REB-IN = FUNCTION NUMVAL(FR-REB)
           COMPUTE FS-AST-IN = FUNCTION NUMVAL(FR-AST)
           MOVE FR-SEASON TO FS-SEASON-IN
           MOVE FR-STINT TO FS-STINT-IN.

        230-LOOKUP-MASTER.
           MOVE FR-ID TO IMK-ID
           MOVE FS-SEASON-IN TO IMK-SEASON
           MOVE FS-STINT-IN TO IMK-STINT
           READ NBA-MASTER
              INVALID KEY
                 PERFORM 240-WRITE-ADD
              NOT INVALID KEY
                 PERFORM 231-COMPARE-STATS
           END-READ.

        231-COMPARE-STATS.
           MOVE 'N' TO ROW-CHANGED
           IF FS-TEAM-AREV-IN NOT = M-TEAM-AREV-IN
              OR FS-GP-IN NOT = M-GP-IN
              OR FS-PTS-IN NOT = M-PTS-IN
              OR FS-REB-IN NOT = M-REB-IN
              OR FS-AST-IN NOT = M-AST-IN
              MOVE 'Y' TO ROW-CHANGED
           END-IF
           IF ROW-CHANGED = 'Y'
              PERFORM 241-WRITE-CHANGE
           ELSE
              ADD 1 TO UNCHANGED-CT
           END-IF.

        240-WRITE-ADD.
           MOVE 'A' TO TX-CODE
           MOVE 'NBAINBND' TO TX-PREPARER
           MOVE FEED-BIO TO TX-BIO-PORTION
           MOVE FEED-STAT TO TX-STAT-PORTION
           WRITE TRANS-OUT-RECORD
           ADD 1 TO ADD-CT
           MOVE 'A' TO RD-CODE
           MOVE 'NEW PLAYER-SEASON' TO RD-TEXT
           PERFORM 250-WRITE-ROW-DETAIL.

        241-WRITE-CHANGE.
           MOVE 'C' TO TX-CODE
           MOVE 'NBAINBND' TO TX-PREPARER
           MOVE M-BIO-PORTION TO TX-BIO-PORTION
           MOVE FEED-STAT TO TX-STAT-PORTION
           WRITE TRANS-OUT-RECORD
           ADD 1 TO CHANGE-CT
           MOVE 'C' TO RD-CODE
           MOVE 'STATS DIFFER FROM MASTER' TO RD-TEXT
           PERFORM 250-WRITE-ROW-DETAIL.

        250-WRITE-ROW-DETAIL.
           MOVE FR-ID TO RD-ID
           MOVE FR-SEASON TO RD-SEASON
           MOVE FR-STINT TO RD-STINT
           MOVE FR-TEAM TO RD-TEAM
           MOVE ROW-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        300-LOG-TO-REGISTER.
           OPEN EXTEND RECV-REGISTER.
           IF REGISTER-FILE-STATUS NOT = '00'
              OPEN OUTPUT RECV-REGISTER
           END-IF
           MOVE SPACES TO REGISTER-RECORD
           MOVE FEED-ID TO RG-FEED-ID
           STRING CURR-YEAR '-' CURR-MONTH '-' CURR-DAY
              DELIMITED BY SIZE INTO RG-DATE
           STRING CURR-HR ':' CURR-MIN ':' CURR-SEC
              DELIMITED BY SIZE INTO RG-TIME
           MOVE DETAIL-CT TO RG-COUNT
           MOVE GP-HASH TO RG-GP-HASH
           MOVE SEASON-HASH TO RG-SEASON-HASH
           MOVE FEED-STATUS TO RG-STATUS
           WRITE REGISTER-RECORD
           CLOSE RECV-REGISTER.

        310-WRITE-RECEIPT.
           OPEN OUTPUT RECEIPT-FILE
           MOVE FEED-ID TO RC-FEED-ID
           STRING CURR-YEAR '-' CURR-MONTH '-' CURR-DAY
              DELIMITED BY SIZE INTO RC-DATE
           STRING CURR-HR ':' CURR-MIN ':' CURR-SEC
              DELIMITED BY SIZE INTO RC-TIME
           MOVE FEED-STATUS TO RC-STATUS
           MOVE DETAIL-CT TO RC-COUNT
           MOVE ADD-CT TO RC-ADDS
           MOVE CHANGE-CT TO RC-CHANGES
           MOVE UNCHANGED-CT TO RC-UNCHANGED
           MOVE BAD-ROW-CT TO RC-BAD-ROWS
           MOVE REJECT-REASON TO RC-REASON
           MOVE RECEIPT-OUT TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           CLOSE RECEIPT-FILE.

        400-WRITE-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO PRINT-LINE
           STRING ' FEED ID ' FEED-ID '   STATUS ' FEED-STATUS
              DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           IF FEED-ACCEPTED = 'N'
              MOVE SPACES TO PRINT-LINE
              STRING ' ** FEED NOT LOADED - ' REJECT-REASON
                 DELIMITED BY SIZE INTO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ' DETAIL ROWS IN FEED' TO TOT-LABEL
           MOVE DETAIL-CT TO TOT-VALUE
           PERFORM 410-WRITE-TOTAL
           MOVE ' TRAILER RECORD COUNT' TO TOT-LABEL
           MOVE TRAILER-COUNT TO TOT-VALUE
           PERFORM 410-WRITE-TOTAL
           MOVE ' ADDS WRITTEN TO NBATRANS.dat' TO TOT-LABEL
           MOVE ADD-CT TO TOT-VALUE
           PERFORM 410-WRITE-TOTAL
           MOVE ' CHANGES WRITTEN TO NBATRANS.dat' TO TOT-LABEL
           MOVE CHANGE-CT TO TOT-VALUE
           PERFORM 410-WRITE-TOTAL
           MOVE ' ROWS UNCHANGED - SKIPPED' TO TOT-LABEL
           MOVE UNCHANGED-CT TO TOT-VALUE
           PERFORM 410-WRITE-TOTAL
           MOVE ' SEASON TOTAL ROWS IGNORED' TO TOT-LABEL
           MOVE TOTALS-IGNORED-CT TO TOT-VALUE
           PERFORM 410-WRITE-TOTAL
           MOVE ' ROWS NOT USABLE - SEE * LINES' TO TOT-LABEL
           MOVE BAD-ROW-CT TO TOT-VALUE
           PERFORM 410-WRITE-TOTAL.

        410-WRITE-TOTAL.
           MOVE TOTAL-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        105-CLOSE.
           IF LOAD-FILES-OPEN = 'Y'
              CLOSE NBA-MASTER NBA-TRANS
           END-IF
           CLOSE INBOUND-REPORT.
