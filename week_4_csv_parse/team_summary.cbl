           05 IMK-KEY.
              10 IMK-ID               PIC XXXX.
              10 IMK-SEASON           PIC 9(4).
              10 IMK-STINT            PIC 9.
           05 MASTER-BODY             PIC X(156).

       SD SORT-WORK-FILE.
        01 SORT-RECORD.
           05 SORT-TEAM               PIC XXX.
           05 FILLER                  PIC X(16).
           05 SORT-SEASON             PIC 9(4).
           05 SORT-STINT              PIC X.

       FD SORTED-RECORDS RECORDING MODE IS F.
        01 DATA-RECORD.
           05 REB-IN                  PIC 9(2)V99.
           05 AST-IN                  PIC 9(2)V99.
           05 SEASON-IN               PIC 9(4).
           05 STINT-IN                PIC X.

       FD NBA-TEAM-OUTPUT RECORDING MODE IS F.
       01 PRINT-LINE                 PIC X(200).
           END-IF.

        152-RELEASE-ONE.
           IF IMK-STINT NOT = 0
              RELEASE SORT-RECORD FROM MASTER-BODY
           END-IF
           PERFORM 151-READ-MASTER.

       PREPARE-DATE.
