           05 IMK-KEY.
              10 IMK-ID               PIC XXXX.
              10 IMK-SEASON           PIC 9(4).
              10 IMK-STINT            PIC 9.
           05 OLD-BODY.
              10 FILLER               PIC X(137).
              10 O-GP-IN              PIC 99.
              10 FILLER               PIC X(12).
              10 O-SEASON-IN          PIC 9(4).
              10 O-STINT-IN           PIC 9.

       FD NEW-MASTER RECORDING MODE IS F.
        01 NEW-RECORD.
           05 N-GP-IN                 PIC 99.
           05 FILLER                  PIC X(12).
           05 N-SEASON-IN             PIC 9(4).
           05 N-STINT-IN              PIC X.

       FD CHANGE-LOG RECORDING MODE IS F.
       01 LOG-LINE                   PIC X(200).
           READ NBA-MASTER
              AT END MOVE 'Y' TO OLD-EOF
              NOT AT END
                 IF IMK-STINT NOT = 0
                    ADD 1 TO OLD-COUNT
                    IF O-GP-IN NUMERIC
                       ADD O-GP-IN TO OLD-GP-HASH
                    END-IF
                    IF O-SEASON-IN NUMERIC
                       ADD O-SEASON-IN TO OLD-SEASON-HASH
                    END-IF
                 END-IF
           END-READ.

