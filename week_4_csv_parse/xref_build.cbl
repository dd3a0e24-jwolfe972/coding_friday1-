           05 IMK-KEY.
              10 IMK-ID               PIC XXXX.
              10 IMK-SEASON           PIC 9(4).
              10 IMK-STINT            PIC 9.
           05 DATA-RECORD.
              10 ID-VAL               PIC XXXX.
              10 F-NAME-IN            PIC X(12).
              10 L-NAME-IN            PIC X(18).
              10 FILLER               PIC X(122).

       SD NAME-SORT-WORK.
        01 NAME-SORT-RECORD.
