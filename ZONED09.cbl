           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 377 CHARACTERS.
       01  AUDIT-A-RECORD.
           05 AA-Rec-Num             PIC 9(7).
           05 FILLER                 PIC X.
           05 AA-Verdict             PIC X(20).
           05 FILLER                 PIC X.
           05 AA-Rec-Type            PIC X(1).
           05 FILLER                 PIC X.
           05 AA-Run-Date            PIC 9(8).
           05 FILLER                 PIC X.
           05 AA-Run-Time            PIC 9(6).

       FD  AUDIT-B-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 377 CHARACTERS.
       01  AUDIT-B-RECORD.
           05 AB-Rec-Num             PIC 9(7).
           05 FILLER                 PIC X.
           05 AB-Verdict             PIC X(20).
           05 FILLER                 PIC X.
           05 AB-Rec-Type            PIC X(1).
           05 FILLER                 PIC X.
           05 AB-Run-Date            PIC 9(8).
           05 FILLER                 PIC X.
           05 AB-Run-Time            PIC 9(6).

       FD  PRINT-FILE
           RECORDING MODE IS F
