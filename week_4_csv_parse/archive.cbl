           05 IMK-KEY.
              10 IMK-ID               PIC XXXX.
              10 IMK-SEASON           PIC 9(4).
              10 IMK-STINT            PIC 9.
           05 MASTER-BODY             PIC X(156).

       FD ARCHIVE-CTL RECORDING MODE IS F.
        01 ARCHIVE-CTL-RECORD.
           05 FILLER                  PIC X(76).

       FD ACTIVE-OUT RECORDING MODE IS F.
       01 ACTIVE-RECORD              PIC X(156).

       FD ARCHIVE-OUT RECORDING MODE IS F.
       01 ARCHIVE-RECORD             PIC X(156).

       FD ARCH-REPORT RECORDING MODE IS F.
       01 PRINT-LINE                 PIC X(132).

       FD ARCHIVE-IN RECORDING MODE IS F.
       01 ARCHIVE-IN-RECORD          PIC X(156).

       SD ARCH-SORT-WORK.
        01 ARCH-SORT-RECORD.
           05 ASRT-ID                 PIC XXXX.
           05 FILLER                  PIC X(147).
           05 ASRT-SEASON             PIC 9(4).
           05 ASRT-STINT              PIC X.

       FD ARCHIVE-SORTED RECORDING MODE IS F.
        01 ARCH-SORTED-RECORD.
           05 AS-ID-VAL               PIC XXXX.
           05 FILLER                  PIC X(147).
           05 AS-SEASON-IN            PIC 9(4).
           05 AS-STINT-IN             PIC X.

       FD ARCHIVE-MASTER.
        01 ARCHIVE-IDX-RECORD.
           05 AMK-KEY.
              10 AMK-ID               PIC XXXX.
              10 AMK-SEASON           PIC 9(4).
              10 AMK-STINT            PIC 9.
           05 ARCHIVE-IDX-BODY        PIC X(156).



          05 RECORDS-READ-CT               PIC 9(8) VALUE 0.
          05 ACTIVE-CT                     PIC 9(8) VALUE 0.
          05 ARCHIVED-CT                   PIC 9(8) VALUE 0.
          05 TOTALS-DROPPED-CT             PIC 9(8) VALUE 0.
          05 IN-SEASON-HASH                PIC 9(12) VALUE 0.
          05 OUT-SEASON-HASH               PIC 9(12) VALUE 0.
          05 ARCH-VERDICT                  PIC X(14) VALUE SPACES.
              ADD 1 TO ARCHIVED-CT
              ADD IMK-SEASON TO OUT-SEASON-HASH
           ELSE
              IF IMK-STINT = 0
                 ADD 1 TO TOTALS-DROPPED-CT
              ELSE
                 MOVE MASTER-BODY TO ACTIVE-RECORD
                 WRITE ACTIVE-RECORD
                 ADD 1 TO ACTIVE-CT
              END-IF
              ADD IMK-SEASON TO OUT-SEASON-HASH
           END-IF
           PERFORM 101-READ-TIL-FINISH.
           SORT ARCH-SORT-WORK
              ON ASCENDING KEY ASRT-ID
              ON ASCENDING KEY ASRT-SEASON
              ON ASCENDING KEY ASRT-STINT
              USING ARCHIVE-IN
              GIVING ARCHIVE-SORTED.
           OPEN INPUT ARCHIVE-SORTED.
           IF AS-SEASON-IN NUMERIC AND AS-ID-VAL NOT = SPACES
              MOVE AS-ID-VAL TO AMK-ID
              MOVE AS-SEASON-IN TO AMK-SEASON
              IF AS-STINT-IN NOT NUMERIC
                 MOVE '1' TO AS-STINT-IN
              END-IF
              MOVE AS-STINT-IN TO AMK-STINT
              MOVE ARCH-SORTED-RECORD TO ARCHIVE-IDX-BODY
              WRITE ARCHIVE-IDX-RECORD
                 INVALID KEY

        110-JUDGE.
           IF RECORDS-READ-CT = ACTIVE-CT + ARCHIVED-CT
                 + TOTALS-DROPPED-CT
              AND IN-SEASON-HASH = OUT-SEASON-HASH
              MOVE 'BALANCED' TO ARCH-VERDICT
           ELSE
           MOVE ' RECORDS ARCHIVED THIS RUN' TO CD-LABEL
           MOVE ARCHIVED-CT TO CD-VALUE
           PERFORM 120-WRITE-COUNT
           MOVE ' ACTIVE SEASON TOTALS LEFT FOR NBALOAD' TO CD-LABEL
           MOVE TOTALS-DROPPED-CT TO CD-VALUE
           PERFORM 120-WRITE-COUNT
           MOVE ' SEASON HASH IN' TO CD-LABEL
           MOVE IN-SEASON-HASH TO CD-VALUE
           PERFORM 120-WRITE-COUNT
