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

       FD EXTRACT-FILE RECORDING MODE IS F.
       01 EXTRACT-LINE               PIC X(250).
              FUNCTION TRIM(COUNTRY-IN) '|'
              FUNCTION TRIM(DRAFT-YEAR-IN) '|'
              FUNCTION TRIM(DRAFT-ROUND-IN) '|'
              FUNCTION TRIM(DRAFT-PICK-IN) '|'
              STINT-IN
              DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE
           ADD 1 TO DETAIL-CT
