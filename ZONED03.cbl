       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 125 CHARACTERS.
       01  RUN-HISTORY-RECORD.
           05 RH-Key.
              10 RH-Run-Date         PIC 9(8).
           05 RH-Hist-Low-Values     PIC 9(7).
           05 RH-Hist-High-Values    PIC 9(7).
           05 RH-Hist-Embedded-Alpha PIC 9(7).
           05 RH-Feed-Encoding       PIC X(1).

       FD  TREND-CARD-FILE
           RECORDING MODE IS F
