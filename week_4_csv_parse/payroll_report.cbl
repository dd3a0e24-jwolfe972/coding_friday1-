       IDENTIFICATION DIVISION.
       PROGRAM-ID. NBAPAYRL.
       AUTHOR. WOLFE.
       DATE-WRITTEN. 10/15/2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CONTRACT-FILE ASSIGN TO "NBACONTRACT.idx"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CR-KEY
            FILE STATUS IS CONTRACT-FILE-STATUS.


            SELECT SORTED-CONTRACTS
            ASSIGN TO "NBACONTRACT_PAY_SORTED.dat"
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT SORT-WORK-FILE ASSIGN TO "NBAPAYSORT.wrk".


            SELECT OPTIONAL CAP-CTL ASSIGN TO "NBACAPCTL.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CAP-CTL-STATUS.


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


            SELECT PAYROLL-REPORT ASSIGN TO "NBA_PAYROLL_REPORT.doc"
            ORGANIZATION IS LINE SEQUENTIAL.



       DATA DIVISION.
       FILE SECTION.
       FD CONTRACT-FILE.
        01 CONTRACT-RECORD.
           05 CR-KEY.
              10 CR-ID                PIC XXXX.
              10 CR-SEASON            PIC 9(4).
              10 CR-TEAM              PIC XXX.
           05 CR-SALARY               PIC 9(9).
           05 CR-TYPE                 PIC X(4).
           05 CR-UPDATED-DATE         PIC X(8).

       SD SORT-WORK-FILE.
        01 SORT-RECORD.
           05 SORT-ID                 PIC XXXX.
           05 SORT-SEASON             PIC 9(4).
           05 SORT-TEAM               PIC XXX.
           05 FILLER                  PIC X(21).

       FD SORTED-CONTRACTS RECORDING MODE IS F.
        01 SORTED-CONTRACT-RECORD.
           05 SC-ID                   PIC XXXX.
           05 SC-SEASON               PIC 9(4).
           05 SC-TEAM                 PIC XXX.
           05 SC-SALARY               PIC 9(9).
           05 SC-TYPE                 PIC X(4).
           05 SC-UPDATED-DATE         PIC X(8).

       FD CAP-CTL RECORDING MODE IS F.
        01 CAP-CTL-RECORD.
           05 CC-SEASON               PIC X(4).
           05 FILLER                  PIC X.
           05 CC-AMOUNT               PIC X(11).
           05 CC-AMOUNT-N REDEFINES CC-AMOUNT PIC 9(11).

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

       FD PAYROLL-REPORT RECORDING MODE IS F.
       01 PRINT-LINE                 PIC X(132).



       WORKING-STORAGE SECTION.
       01 LIVE-VARIABLES.
          05 EOF                           PIC X VALUE 'N'.
          05 CONTRACT-FILE-STATUS          PIC XX VALUE '00'.
          05 CONTRACT-EOF                  PIC X VALUE 'N'.
          05 CAP-CTL-STATUS                PIC XX VALUE '00'.
          05 CAP-EOF                       PIC X VALUE 'N'.
          05 TEAMS-FILE-STATUS             PIC XX VALUE '00'.
          05 TEAMS-FILE-AVAILABLE          PIC X VALUE 'N'.
          05 TEAM-HIST-STATUS              PIC XX VALUE '00'.
          05 TEAM-HIST-AVAILABLE           PIC X VALUE 'N'.
          05 HIST-EOF                      PIC X VALUE 'N'.
          05 HIST-FOUND                    PIC X VALUE 'N'.
          05 FIRST-GROUP                   PIC X VALUE 'Y'.
          05 CURR-SEASON                   PIC 9(4) VALUE 0.
          05 CURR-TEAM                     PIC XXX VALUE SPACES.
          05 TEAM-NAME-HOLD                PIC X(30) VALUE SPACES.
          05 TEAM-CONF-HOLD                PIC X(10) VALUE SPACES.
          05 TEAM-DIV-HOLD                 PIC X(15) VALUE SPACES.
          05 DEFAULT-CAP                   PIC 9(11) VALUE 0.
          05 CAP-HOLD                      PIC 9(11) VALUE 0.
          05 CAP-IDX                       PIC 999 VALUE 0.
          05 CAP-FOUND                     PIC 999 VALUE 0.
          05 CAP-CARDS-READ                PIC 9(6) VALUE 0.
          05 CAP-CARDS-REJECTED            PIC 9(6) VALUE 0.
          05 TEAM-PLAYERS                  PIC 9(4) VALUE 0.
          05 TEAM-PAYROLL                  PIC 9(11) VALUE 0.
          05 SEASON-TEAMS                  PIC 9(4) VALUE 0.
          05 SEASON-OVER                   PIC 9(4) VALUE 0.
          05 SEASON-PAYROLL                PIC 9(13) VALUE 0.
          05 CONTRACTS-READ                PIC 9(6) VALUE 0.
          05 SEASONS-REPORTED              PIC 9(6) VALUE 0.
          05 GRAND-TEAMS                   PIC 9(6) VALUE 0.
          05 GRAND-OVER                    PIC 9(6) VALUE 0.
          05 GRAND-NO-CAP                  PIC 9(6) VALUE 0.

       01 CAP-TABLE.
           05 CAP-COUNT               PIC 999 VALUE 0.
           05 CAP-ENTRY OCCURS 100 TIMES.
              10 CE-SEASON            PIC 9(4).
              10 CE-AMOUNT            PIC 9(11).

       01  TEAM-DETAIL.
           05 FILLER                  PIC X VALUE SPACE.
           05 TD-SEASON               PIC 9(4).
           05 FILLER                  PIC XX VALUE SPACES.
           05 TD-TEAM                 PIC XXX.
           05 FILLER                  PIC XX VALUE SPACES.
           05 TD-NAME                 PIC X(24).
           05 FILLER                  PIC XX VALUE SPACES.
           05 TD-CONF                 PIC X(10).
           05 FILLER                  PIC XX VALUE SPACES.
           05 TD-DIV                  PIC X(15).
           05 FILLER                  PIC XX VALUE SPACES.
           05 TD-PLAYERS              PIC ZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 TD-PAYROLL              PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC XX VALUE SPACES.
           05 TD-CAP                  PIC Z,ZZZ,ZZZ,ZZZ.
           05 FILLER                  PIC XX VALUE SPACES.
           05 TD-OVER-BY              PIC Z,ZZZ,ZZZ,ZZZ.
           05 FILLER                  PIC X VALUE SPACE.
           05 TD-FLAG                 PIC X(8).

       01  SEASON-TOTAL-LINE.
           05 FILLER                  PIC XXX VALUE SPACES.
           05 FILLER                  PIC X(7) VALUE 'SEASON '.
           05 SL-SEASON               PIC 9(4).
           05 FILLER                  PIC X(10) VALUE ' TOTAL -- '.
           05 FILLER                  PIC X(6) VALUE 'TEAMS='.
           05 SL-TEAMS                PIC ZZZ9.
           05 FILLER                  PIC X(11) VALUE '  OVER CAP='.
           05 SL-OVER                 PIC ZZZ9.
           05 FILLER                  PIC X(10) VALUE '  PAYROLL='.
           05 SL-PAYROLL              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(6) VALUE '  CAP='.
           05 SL-CAP                  PIC ZZ,ZZZ,ZZZ,ZZ9.

       01  STORE-DATE.
           05 CURR-YEAR               PIC XXXX.
           05 CURR-MONTH              PIC XX.
           05 CURR-DAY                PIC XX.
           05 CURR-HR                 PIC XX.
           05 CURR-MIN                PIC XX.
           05 CURR-SEC                PIC XX.

       01  HEADER-LINE-1.
           05 FILLER                  PIC X(20) VALUE SPACES.
           05 TXT                     PIC X(30)
              VALUE 'NBA TEAM PAYROLL REPORT FOR   '.
           05 MONTH-F                 PIC XX.
           05 FILLER                  PIC X VALUE '/'.
           05 DAY-F                   PIC XX.
           05 FILLER                  PIC X VALUE '/'.
           05 YEAR-F                  PIC XXXX.

       01  HEADER-LINE-2.
           05 FILLER                  PIC X VALUE SPACE.
           05 SEA-TXT                 PIC X(6) VALUE 'SEASON'.
           05 TM-TXT                  PIC X(5) VALUE 'TEAM '.
           05 NM-TXT                  PIC X(26) VALUE 'TEAM NAME'.
           05 CF-TXT                  PIC X(12) VALUE 'CONFERENCE'.
           05 DV-TXT                  PIC X(17) VALUE 'DIVISION'.
           05 PL-TXT                  PIC X(5) VALUE 'PLRS '.
           05 PAY-TXT                 PIC X(15)
              VALUE '      PAYROLL  '.
           05 CAP-TXT                 PIC X(15)
              VALUE '          CAP  '.
           05 OVR-TXT                 PIC X(14)
              VALUE '      OVER BY '.
           05 FLG-TXT                 PIC X(8) VALUE 'STATUS'.

       01  TOTAL-DETAIL.
           05 TOT-LABEL               PIC X(34).
           05 TOT-VALUE               PIC ZZZZZ9.

       01  BORDER-LINE.
           05 LINE-BAR-1      PIC X(58)    VALUE
           '----------------------------------------------------------'.
           05 LINE-BAR-2      PIC X(58)    VALUE
           '----------------------------------------------------------'.



       PROCEDURE DIVISION.
        MAIN.
           PERFORM 100-OPEN-FILES.
           PERFORM PREPARE-DATE.
           PERFORM PREPARE-HEADER.

           PERFORM 102-WRITE-FILE UNTIL EOF = 'Y'
           PERFORM 105-CLOSE.
           GOBACK.

        100-OPEN-FILES.
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SORT-SEASON
              ON ASCENDING KEY SORT-TEAM
              ON ASCENDING KEY SORT-ID
              INPUT PROCEDURE IS 150-RELEASE-CONTRACTS
              GIVING SORTED-CONTRACTS.
           OPEN INPUT SORTED-CONTRACTS OUTPUT PAYROLL-REPORT.
           OPEN INPUT TEAMS-FILE.
           IF TEAMS-FILE-STATUS = '00'
              MOVE 'Y' TO TEAMS-FILE-AVAILABLE
           END-IF.
           OPEN INPUT TEAM-HIST-FILE.
           IF TEAM-HIST-STATUS = '00'
              MOVE 'Y' TO TEAM-HIST-AVAILABLE
           END-IF.
           PERFORM 140-LOAD-CAP-CARDS.
           PERFORM 101-READ-TIL-FINISH.

        150-RELEASE-CONTRACTS.
           OPEN INPUT CONTRACT-FILE
           PERFORM 151-READ-CONTRACT
           PERFORM 152-RELEASE-ONE UNTIL CONTRACT-EOF = 'Y'
           IF CONTRACT-FILE-STATUS = '00'
              OR CONTRACT-FILE-STATUS = '10'
              CLOSE CONTRACT-FILE
           END-IF.

        151-READ-CONTRACT.
           IF CONTRACT-FILE-STATUS = '00'
              READ CONTRACT-FILE
                 AT END MOVE 'Y' TO CONTRACT-EOF
              END-READ
           ELSE
              DISPLAY 'NBAPAYRL: cannot read NBACONTRACT.idx, status '
                 CONTRACT-FILE-STATUS
              MOVE 'Y' TO CONTRACT-EOF
           END-IF.

        152-RELEASE-ONE.
           RELEASE SORT-RECORD FROM CONTRACT-RECORD
           ADD 1 TO CONTRACTS-READ
           PERFORM 151-READ-CONTRACT.

        140-LOAD-CAP-CARDS.
           OPEN INPUT CAP-CTL
           IF CAP-CTL-STATUS = '00'
              PERFORM 141-READ-CAP-CARD
              PERFORM 142-STORE-ONE-CAP UNTIL CAP-EOF = 'Y'
              CLOSE CAP-CTL
           END-IF.

        141-READ-CAP-CARD.
           READ CAP-CTL
              AT END MOVE 'Y' TO CAP-EOF
              NOT AT END ADD 1 TO CAP-CARDS-READ
           END-READ.

        142-STORE-ONE-CAP.
           EVALUATE TRUE
              WHEN CC-AMOUNT NOT NUMERIC
                 ADD 1 TO CAP-CARDS-REJECTED
              WHEN CC-SEASON = SPACES OR CC-SEASON = '0000'
                 MOVE CC-AMOUNT-N TO DEFAULT-CAP
              WHEN CC-SEASON NOT NUMERIC
                 ADD 1 TO CAP-CARDS-REJECTED
              WHEN CAP-COUNT < 100
                 ADD 1 TO CAP-COUNT
                 MOVE CC-SEASON TO CE-SEASON(CAP-COUNT)
                 MOVE CC-AMOUNT-N TO CE-AMOUNT(CAP-COUNT)
              WHEN OTHER
                 ADD 1 TO CAP-CARDS-REJECTED
           END-EVALUATE
           PERFORM 141-READ-CAP-CARD.

       PREPARE-DATE.
           MOVE FUNCTION CURRENT-DATE TO STORE-DATE
           MOVE CURR-YEAR TO YEAR-F
           MOVE CURR-MONTH TO MONTH-F
           MOVE CURR-DAY TO DAY-F.

       PREPARE-HEADER.
           MOVE HEADER-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE HEADER-LINE-2 TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE BORDER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        101-READ-TIL-FINISH.
           READ SORTED-CONTRACTS
              AT END MOVE 'Y' TO EOF
           END-READ.

        102-WRITE-FILE.
           IF FIRST-GROUP = 'Y'
              MOVE SC-SEASON TO CURR-SEASON
              MOVE SC-TEAM TO CURR-TEAM
              PERFORM 125-FIND-CAP
              MOVE 'N' TO FIRST-GROUP
           END-IF
           IF SC-SEASON NOT = CURR-SEASON
              PERFORM 110-REPORT-TEAM
              PERFORM 115-REPORT-SEASON-TOTALS
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
              MOVE SC-SEASON TO CURR-SEASON
              MOVE SC-TEAM TO CURR-TEAM
              PERFORM 125-FIND-CAP
              PERFORM 120-RESET-TEAM
           ELSE
              IF SC-TEAM NOT = CURR-TEAM
                 PERFORM 110-REPORT-TEAM
                 MOVE SC-TEAM TO CURR-TEAM
                 PERFORM 120-RESET-TEAM
              END-IF
           END-IF
           ADD SC-SALARY TO TEAM-PAYROLL
           ADD 1 TO TEAM-PLAYERS
           PERFORM 101-READ-TIL-FINISH.

        108-LOOKUP-TEAM.
           MOVE 'N' TO HIST-FOUND
           IF TEAM-HIST-AVAILABLE = 'Y'
              PERFORM 130-LOOKUP-TEAM-DATED
           END-IF
           IF HIST-FOUND = 'N'
              IF TEAMS-FILE-AVAILABLE = 'Y'
                 MOVE CURR-TEAM TO TEAM-ABBR-KEY
                 READ TEAMS-FILE
                    INVALID KEY
                       MOVE 'UNKNOWN' TO TEAM-NAME-HOLD
                       MOVE 'UNKNOWN' TO TEAM-CONF-HOLD
                       MOVE 'UNKNOWN' TO TEAM-DIV-HOLD
                    NOT INVALID KEY
                       MOVE TEAM-FULL-NAME TO TEAM-NAME-HOLD
                       MOVE TEAM-CONFERENCE TO TEAM-CONF-HOLD
                       MOVE TEAM-DIVISION TO TEAM-DIV-HOLD
                 END-READ
              ELSE
                 MOVE 'UNKNOWN' TO TEAM-NAME-HOLD
                 MOVE 'UNKNOWN' TO TEAM-CONF-HOLD
                 MOVE 'UNKNOWN' TO TEAM-DIV-HOLD
              END-IF
           END-IF.

        130-LOOKUP-TEAM-DATED.
           MOVE 'N' TO HIST-EOF
           MOVE CURR-TEAM TO TH-ABBR
           MOVE 0 TO TH-FROM-SEASON
           START TEAM-HIST-FILE KEY NOT < TH-KEY
              INVALID KEY MOVE 'Y' TO HIST-EOF
           END-START
           PERFORM 131-MATCH-ONE-DATED
              UNTIL HIST-EOF = 'Y' OR HIST-FOUND = 'Y'.

        131-MATCH-ONE-DATED.
           READ TEAM-HIST-FILE NEXT RECORD
              AT END MOVE 'Y' TO HIST-EOF
              NOT AT END
                 IF TH-ABBR NOT = CURR-TEAM
                    MOVE 'Y' TO HIST-EOF
                 ELSE
                    IF CURR-SEASON NOT < TH-FROM-SEASON
                       AND CURR-SEASON NOT > TH-TO-SEASON
                       MOVE 'Y' TO HIST-FOUND
                       MOVE TH-FULL-NAME TO TEAM-NAME-HOLD
                       MOVE TH-CONFERENCE TO TEAM-CONF-HOLD
                       MOVE TH-DIVISION TO TEAM-DIV-HOLD
                    END-IF
                 END-IF
           END-READ.

        125-FIND-CAP.
           MOVE 0 TO CAP-FOUND
           MOVE 1 TO CAP-IDX
           PERFORM 126-MATCH-ONE-CAP UNTIL CAP-IDX > CAP-COUNT
              OR CAP-FOUND > 0
           IF CAP-FOUND > 0
              MOVE CE-AMOUNT(CAP-FOUND) TO CAP-HOLD
           ELSE
              MOVE DEFAULT-CAP TO CAP-HOLD
           END-IF.

        126-MATCH-ONE-CAP.
           IF CE-SEASON(CAP-IDX) = CURR-SEASON
              MOVE CAP-IDX TO CAP-FOUND
           END-IF
           ADD 1 TO CAP-IDX.

        110-REPORT-TEAM.
           IF TEAM-PLAYERS > 0
              PERFORM 108-LOOKUP-TEAM
              MOVE CURR-SEASON TO TD-SEASON
              MOVE CURR-TEAM TO TD-TEAM
              MOVE TEAM-NAME-HOLD TO TD-NAME
              MOVE TEAM-CONF-HOLD TO TD-CONF
              MOVE TEAM-DIV-HOLD TO TD-DIV
              MOVE TEAM-PLAYERS TO TD-PLAYERS
              MOVE TEAM-PAYROLL TO TD-PAYROLL
              MOVE CAP-HOLD TO TD-CAP
              MOVE 0 TO TD-OVER-BY
              MOVE SPACES TO TD-FLAG
              EVALUATE TRUE
                 WHEN CAP-HOLD = 0
                    MOVE 'NO CAP' TO TD-FLAG
                    ADD 1 TO GRAND-NO-CAP
                 WHEN TEAM-PAYROLL > CAP-HOLD
                    COMPUTE TD-OVER-BY = TEAM-PAYROLL - CAP-HOLD
                    MOVE 'OVER CAP' TO TD-FLAG
                    ADD 1 TO SEASON-OVER
                    ADD 1 TO GRAND-OVER
              END-EVALUATE
              MOVE TEAM-DETAIL TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
              ADD 1 TO SEASON-TEAMS
              ADD 1 TO GRAND-TEAMS
              ADD TEAM-PAYROLL TO SEASON-PAYROLL
           END-IF.

        115-REPORT-SEASON-TOTALS.
           IF SEASON-TEAMS > 0
              MOVE CURR-SEASON TO SL-SEASON
              MOVE SEASON-TEAMS TO SL-TEAMS
              MOVE SEASON-OVER TO SL-OVER
              MOVE SEASON-PAYROLL TO SL-PAYROLL
              MOVE CAP-HOLD TO SL-CAP
              MOVE SEASON-TOTAL-LINE TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
              ADD 1 TO SEASONS-REPORTED
           END-IF
           MOVE 0 TO SEASON-TEAMS
           MOVE 0 TO SEASON-OVER
           MOVE 0 TO SEASON-PAYROLL.

        120-RESET-TEAM.
           MOVE 0 TO TEAM-PLAYERS
           MOVE 0 TO TEAM-PAYROLL.

        118-REPORT-GRAND-TOTAL.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ' CONTRACTS READ' TO TOT-LABEL
           MOVE CONTRACTS-READ TO TOT-VALUE
           PERFORM 119-WRITE-TOTAL
           MOVE ' SEASONS REPORTED' TO TOT-LABEL
           MOVE SEASONS-REPORTED TO TOT-VALUE
           PERFORM 119-WRITE-TOTAL
           MOVE ' TEAM-SEASONS REPORTED' TO TOT-LABEL
           MOVE GRAND-TEAMS TO TOT-VALUE
           PERFORM 119-WRITE-TOTAL
           MOVE ' TEAM-SEASONS OVER THE CAP' TO TOT-LABEL
           MOVE GRAND-OVER TO TOT-VALUE
           PERFORM 119-WRITE-TOTAL
           MOVE ' TEAM-SEASONS WITH NO CAP SET' TO TOT-LABEL
           MOVE GRAND-NO-CAP TO TOT-VALUE
           PERFORM 119-WRITE-TOTAL
           MOVE ' CAP CARDS READ' TO TOT-LABEL
           MOVE CAP-CARDS-READ TO TOT-VALUE
           PERFORM 119-WRITE-TOTAL
           MOVE ' CAP CARDS REJECTED' TO TOT-LABEL
           MOVE CAP-CARDS-REJECTED TO TOT-VALUE
           PERFORM 119-WRITE-TOTAL
           IF TEAMS-FILE-AVAILABLE = 'N' AND TEAM-HIST-AVAILABLE = 'N'
              MOVE ' TEAMS.dat/TEAMHIST.dat NOT AVAILABLE' TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

        119-WRITE-TOTAL.
           MOVE TOTAL-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        105-CLOSE.
           PERFORM 110-REPORT-TEAM
           PERFORM 115-REPORT-SEASON-TOTALS
           PERFORM 118-REPORT-GRAND-TOTAL
           CLOSE SORTED-CONTRACTS.
           IF TEAMS-FILE-AVAILABLE = 'Y'
              CLOSE TEAMS-FILE
           END-IF.
           IF TEAM-HIST-AVAILABLE = 'Y'
              CLOSE TEAM-HIST-FILE
           END-IF.
           CLOSE PAYROLL-REPORT.
