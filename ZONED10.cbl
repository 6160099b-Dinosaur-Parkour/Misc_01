      * aggregates it -- before a supplier quality meeting the runs
      * get re-totalled by hand.  This report groups the history by
      * supplier feed (the input DSN), rolls each feed up by calendar
      * month -- runs, records, NOT-NUMERIC count and rate, the
      * invalid-pattern histogram mix and the runs that arrived in
      * ASCII -- and then ranks the feeds by overall reject rate, so
      * the vendor conversation starts from a printed month-over-
      * month quality page.  Feeds that have been sent in ASCII
      * rather than EBCDIC are listed last, whether ZONED01
      * converted them or the control card held the conversion off.
      *
      *   RUNHIST  in  -- keyed run-history cluster, ZONED01 layout,
      *                   read in key (chronological) order
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
               88 RH-Arrived-Ascii          VALUE 'A' 'F' 'S'.

       FD  PRINT-FILE
           RECORDING MODE IS F
              10 WS-Cell-Low         PIC 9(9).
              10 WS-Cell-High        PIC 9(9).
              10 WS-Cell-Alpha       PIC 9(9).
              10 WS-Cell-Ascii       PIC 9(5).

       01  WS-Cell-Hold.
           05 WS-Hold-Dsn            PIC X(44).
           05 WS-Hold-Low            PIC 9(9).
           05 WS-Hold-High           PIC 9(9).
           05 WS-Hold-Alpha          PIC 9(9).
           05 WS-Hold-Ascii          PIC 9(5).

      *---------------------------------------------------------------
      *  One row per feed for the reject-rate ranking.
              10 WS-Feed-Read        PIC 9(9).
              10 WS-Feed-Non-Numeric PIC 9(9).
              10 WS-Feed-Rate        PIC 9(3)V9.
              10 WS-Feed-Runs        PIC 9(5).
              10 WS-Feed-Ascii       PIC 9(5).
              10 WS-Feed-Last-Ascii  PIC 9(8).

       01  WS-Feed-Hold.
           05 WS-FHold-Dsn           PIC X(44).
           05 WS-FHold-Read          PIC 9(9).
           05 WS-FHold-Non-Numeric   PIC 9(9).
           05 WS-FHold-Rate          PIC 9(3)V9.
           05 WS-FHold-Runs          PIC 9(5).
           05 WS-FHold-Ascii         PIC 9(5).
           05 WS-FHold-Last-Ascii    PIC 9(8).

       01  WS-Prev-Dsn               PIC X(44) VALUE LOW-VALUES.

           05 FILLER                 PIC X(13) VALUE 'SPACES'.
           05 FILLER                 PIC X(13) VALUE 'LOW-VAL'.
           05 FILLER                 PIC X(13) VALUE 'HIGH-VAL'.
           05 FILLER                 PIC X(13) VALUE 'ALPHA'.
           05 FILLER                 PIC X(40) VALUE 'ASCII'.

       01  WS-Month-Line.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 ML-High                PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 ML-Alpha               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 ML-Ascii               PIC ZZZZ9.
           05 FILLER                 PIC X(22) VALUE SPACES.

       01  WS-Rank-Line.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RK-Dsn                 PIC X(44).
           05 FILLER                 PIC X(38) VALUE SPACES.

       01  WS-Ascii-Head-Line.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 FILLER                 PIC X(16) VALUE 'ASCII RUNS'.
           05 FILLER                 PIC X(12) VALUE 'LAST ASCII'.
           05 FILLER                 PIC X(102) VALUE 'FEED'.

       01  WS-Ascii-Line.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 AL-Ascii-Runs          PIC ZZZZ9.
           05 FILLER                 PIC X(4) VALUE ' OF '.
           05 AL-Runs                PIC ZZZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 AL-Last-Ascii          PIC 9999/99/99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 AL-Dsn                 PIC X(44).
           05 FILLER                 PIC X(58) VALUE SPACES.

       01  WS-Total-Line.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 TL-Label               PIC X(28).
           Perform Print-Monthly-Scorecard
           Perform Rank-Feeds-By-Rate
           Perform Print-Feed-Ranking
           Perform Print-Ascii-Feeds
           CLOSE PRINT-FILE
           GOBACK.

                 MOVE 0 to WS-Cell-Low         (WS-Cell-Hit)
                 MOVE 0 to WS-Cell-High        (WS-Cell-Hit)
                 MOVE 0 to WS-Cell-Alpha       (WS-Cell-Hit)
                 MOVE 0 to WS-Cell-Ascii       (WS-Cell-Hit)
              ELSE
                 ADD 1 to WS-Count-Cells-Lost
              END-IF
                  to WS-Cell-High        (WS-Cell-Hit)
              ADD RH-Hist-Embedded-Alpha
                  to WS-Cell-Alpha       (WS-Cell-Hit)
              IF RH-Arrived-Ascii
                 ADD 1 to WS-Cell-Ascii  (WS-Cell-Hit)
              END-IF
           END-IF
           Perform Tally-One-Feed
           EXIT.
                 MOVE 0 to WS-Feed-Read        (WS-Feed-Hit)
                 MOVE 0 to WS-Feed-Non-Numeric (WS-Feed-Hit)
                 MOVE 0 to WS-Feed-Rate        (WS-Feed-Hit)
                 MOVE 0 to WS-Feed-Runs        (WS-Feed-Hit)
                 MOVE 0 to WS-Feed-Ascii       (WS-Feed-Hit)
                 MOVE 0 to WS-Feed-Last-Ascii  (WS-Feed-Hit)
              ELSE
                 ADD 1 to WS-Count-Feeds-Lost
              END-IF
              ADD RH-Count-Read to WS-Feed-Read (WS-Feed-Hit)
              ADD RH-Count-Non-Numeric
                  to WS-Feed-Non-Numeric (WS-Feed-Hit)
              ADD 1 to WS-Feed-Runs (WS-Feed-Hit)
              IF RH-Arrived-Ascii
                 ADD 1 to WS-Feed-Ascii (WS-Feed-Hit)
                 MOVE RH-Run-Date to WS-Feed-Last-Ascii (WS-Feed-Hit)
              END-IF
           END-IF
           EXIT.

           MOVE WS-Cell-Low (WS-Cell-Idx)         to ML-Low
           MOVE WS-Cell-High (WS-Cell-Idx)        to ML-High
           MOVE WS-Cell-Alpha (WS-Cell-Idx)       to ML-Alpha
           MOVE WS-Cell-Ascii (WS-Cell-Idx)       to ML-Ascii
           MOVE WS-Month-Line to WS-Print-Line
           Perform Write-Print-Line
           EXIT.
           EXIT.


      *---------------------------------------------------------------
      *  Feeds that have arrived in ASCII at least once: how many of
      *  their runs did, out of all their runs, and the latest one.
      *  Blank encodings on rows written before ZONED01 checked the
      *  code page count as EBCDIC.
      *---------------------------------------------------------------
       Print-Ascii-Feeds.
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           MOVE 'FEEDS RECEIVED IN ASCII' to WS-Print-Line
           Perform Write-Print-Line
           MOVE '=======================' to WS-Print-Line
           Perform Write-Print-Line
           MOVE 0 to WS-Rank
           PERFORM VARYING WS-Feed-Idx FROM 1 BY 1
                     UNTIL WS-Feed-Idx > WS-Feed-Count
              IF WS-Feed-Ascii (WS-Feed-Idx) > 0
                 IF WS-Rank = 0
                    MOVE WS-Ascii-Head-Line to WS-Print-Line
                    Perform Write-Print-Line
                 END-IF
                 ADD 1 to WS-Rank
                 MOVE WS-Feed-Ascii (WS-Feed-Idx)      to AL-Ascii-Runs
                 MOVE WS-Feed-Runs (WS-Feed-Idx)       to AL-Runs
                 MOVE WS-Feed-Last-Ascii (WS-Feed-Idx) to AL-Last-Ascii
                 IF WS-Feed-Dsn (WS-Feed-Idx) = SPACES
                    MOVE '(NO INPUT DSN RECORDED)' to AL-Dsn
                 ELSE
                    MOVE WS-Feed-Dsn (WS-Feed-Idx) to AL-Dsn
                 END-IF
                 MOVE WS-Ascii-Line to WS-Print-Line
                 Perform Write-Print-Line
              END-IF
           END-PERFORM
           IF WS-Rank = 0
              MOVE '  (NONE)' to WS-Print-Line
              Perform Write-Print-Line
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Spill one built print line, breaking to a fresh page with
      *  headings when the current page is full.
