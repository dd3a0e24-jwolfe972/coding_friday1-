           05 IMK-KEY.
              10 IMK-ID               PIC XXXX.
              10 IMK-SEASON           PIC 9(4).
              10 IMK-STINT            PIC 9.
           05 DATA-RECORD.
              10 ID-VAL               PIC XXXX.
              10 F-NAME-IN            PIC X(12).
              10 REB-IN               PIC 9(2)V99.
              10 AST-IN               PIC 9(2)V99.
              10 SEASON-IN            PIC 9(4).
              10 STINT-IN             PIC 9.

       FD TEAMS-FILE.
       01 TEAM-RECORD.
           END-IF.

        102-SCAN-ONE-RECORD.
           IF SEASON-IN NUMERIC AND STINT-IN NOT = 0
              IF ID-VAL NOT = CURR-ID
                 MOVE ID-VAL TO CURR-ID
                 MOVE 'N' TO HAVE-PRIOR
