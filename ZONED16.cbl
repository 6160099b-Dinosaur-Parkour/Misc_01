       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZONED16.
      * Field-value drift report.  Every other check in the job stream
      * asks whether a field's bytes are valid; a feed whose amounts
      * suddenly average ten times their usual value, whose code field
      * swings from 2% of one value to 60%, or whose dates all move a
      * year, passes every one of them and still wrecks the
      * downstream load.  ZONED01 leaves a profile of every FLDTBL
      * field on PROFHIST at the end of each run -- counts, zero and
      * all-nines counts, low, high and total, and the most frequent
      * values of the short fields.  This report takes one feed's
      * profile for a run and sets it beside a rolling baseline of
      * the feed's earlier runs, measure by measure, and flags each
      * measure that has moved past the tolerance set for the field.
      *
      * A run is the feed's profile rows for one run date and job
      * name, so the stripes of a striped run are read together, as
      * the feed-receipt register treats them.  Only whole-feed runs
      * go into the baseline -- a resumed run profiled the records
      * after its checkpoint, an abandoned run those before the
      * tolerance stopped it, and neither is a fair picture of a
      * day's feed; a run the receipt register held is a repeat of
      * a feed already counted.  The run being reported is compared
      * whatever its status, and a partial or held one is flagged
      * as such.
      *
      * Tolerances: the mean is judged either as a percentage of the
      * baseline mean (P) or as an absolute difference in the field's
      * own scaled units (A -- the sensible choice for a CCYYMMDD
      * date, where a year is 10000 whatever the date); the zero,
      * all-nines and value-share rates are judged in percentage
      * points.  A field with no card of its own takes the '*' card,
      * and without one a 50% mean and 20 point rate tolerance.
      *
      *   DRFTCARD in  -- control card:
      *                     1-44  input DSN of the feed (required)
      *                     45-46 runs in the baseline (blank = 10,
      *                           at most 30)
      *                     47-54 run date to report CCYYMMDD
      *                           (blank = the feed's latest run)
      *   DRFTTOL  in  -- tolerance cards, optional, one per field:
      *                     1-10  FLDTBL field name, or '*' for the
      *                           default every other field takes
      *                     11    mean tolerance P=percent A=absolute
      *                     12-26 mean tolerance, 3 implied decimals
      *                     27-29 rate tolerance in percentage points
      *                   a blank column keeps the default
      *   PROFHIST in  -- keyed field-profile cluster, ZONED01 layout
      *   RPTFILE  out -- drift report
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRIFT-CARD-FILE ASSIGN TO DRFTCARD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Drftcard-Status.

           SELECT TOLERANCE-FILE ASSIGN TO DRFTTOL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Drfttol-Status.

           SELECT FIELD-PROFILE-FILE ASSIGN TO PROFHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-Key
               FILE STATUS IS WS-Profhist-Status.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Print-Status.

      *=========================
       DATA DIVISION.
       FILE SECTION.
       FD  DRIFT-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  DRIFT-CARD-RECORD.
           05 DC-Input-Dsn           PIC X(44).
           05 DC-Baseline-Runs       PIC X(2).
           05 DC-Baseline-Runs-N REDEFINES DC-Baseline-Runs
                                     PIC 9(2).
           05 DC-Run-Date            PIC X(8).
           05 DC-Run-Date-N REDEFINES DC-Run-Date
                                     PIC 9(8).
           05 FILLER                 PIC X(26).

       FD  TOLERANCE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  TOLERANCE-RECORD.
           05 DT-Field-Name          PIC X(10).
           05 DT-Mean-Mode           PIC X(1).
           05 DT-Mean-Tol            PIC X(15).
           05 DT-Mean-Tol-N REDEFINES DT-Mean-Tol
                                     PIC 9(12)V9(3).
           05 DT-Rate-Tol            PIC X(3).
           05 DT-Rate-Tol-N REDEFINES DT-Rate-Tol
                                     PIC 9(3).
           05 FILLER                 PIC X(51).

       FD  FIELD-PROFILE-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  FIELD-PROFILE-RECORD.
           05 PF-Key.
              10 PF-Input-Dsn        PIC X(44).
              10 PF-Run-Date         PIC 9(8).
              10 PF-Run-Time         PIC 9(6).
              10 PF-Stripe           PIC 9(2).
              10 PF-Field-Seq        PIC 9(2).
           05 PF-Job-Name            PIC X(8).
           05 PF-Run-Status          PIC X(1).
               88 PF-Run-Complete           VALUE 'C'.
               88 PF-Run-Resumed            VALUE 'R'.
               88 PF-Run-Abandoned          VALUE 'A'.
               88 PF-Run-Held               VALUE 'H'.
           05 PF-Field-Name          PIC X(10).
           05 PF-Field-Type          PIC X(1).
           05 PF-Field-Rec-Type      PIC X(1).
           05 PF-Field-Length        PIC 9(3).
           05 PF-Field-Scale         PIC 9(1).
           05 PF-Count-Examined      PIC 9(9).
           05 PF-Count-Valid         PIC 9(9).
           05 PF-Count-Zero          PIC 9(9).
           05 PF-Count-Nines         PIC 9(9).
           05 PF-Min-Value           PIC S9(12)V9(3) COMP-3.
           05 PF-Max-Value           PIC S9(12)V9(3) COMP-3.
           05 PF-Sum-Value           PIC S9(15)V9(3) COMP-3.
           05 PF-Sum-Overflow        PIC X(1).
           05 PF-Top-Used            PIC 9(1).
           05 PF-Top-Entry           OCCURS 5 TIMES.
              10 PF-Top-Value        PIC S9(12)V9(3) COMP-3.
              10 PF-Top-Count        PIC 9(9).
           05 PF-Other-Count         PIC 9(9).
           05 FILLER                 PIC X(11).

       FD  PRINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  Stuff.
           05 WS-Input-Dsn           PIC X(44) VALUE SPACES.
           05 WS-Want-Run-Date       PIC 9(8) VALUE 0.
           05 WS-Count-Rows-Read     PIC 9(7) VALUE 0.
           05 WS-Count-Tol-Cards     PIC 9(7) VALUE 0.
           05 WS-Count-Tol-Rejected  PIC 9(7) VALUE 0.
           05 WS-Count-Fields-Today  PIC 9(7) VALUE 0.
           05 WS-Count-Fields-Compared PIC 9(7) VALUE 0.
           05 WS-Count-Fields-Drifted PIC 9(7) VALUE 0.
           05 WS-Count-Measures-Drifted PIC 9(7) VALUE 0.
           05 WS-Count-Fields-Gone   PIC 9(7) VALUE 0.
           05 WS-Count-Fields-New    PIC 9(7) VALUE 0.

      *---------------------------------------------------------------
      *  Tolerances.  The '*' card replaces the built-in defaults; a
      *  field's own card overrides whichever columns it fills in.
      *---------------------------------------------------------------
       01  WS-Tolerance-Control.
           05 WS-Tol-Count           PIC 9(2) VALUE 0.
           05 WS-Tol-Idx             PIC 9(2) VALUE 0.
           05 WS-Tol-Hit             PIC 9(2) VALUE 0.
           05 WS-Default-Mode        PIC X(1) VALUE 'P'.
           05 WS-Default-Mean-Tol    PIC 9(12)V9(3) VALUE 50.
           05 WS-Default-Rate-Tol    PIC 9(3) VALUE 20.
           05 WS-Use-Mode            PIC X(1) VALUE 'P'.
               88 Mean-Tol-Percent          VALUE 'P'.
               88 Mean-Tol-Absolute         VALUE 'A'.
           05 WS-Use-Mean-Tol        PIC 9(12)V9(3) VALUE 0.
           05 WS-Use-Rate-Tol        PIC 9(3) VALUE 0.
           05 WS-Tol-Card-Ok-Sw      PIC X VALUE 'Y'.
               88 Tol-Card-Ok               VALUE 'Y'.

       01  WS-Tolerance-Table.
           05 WS-Tol-Entry OCCURS 50 TIMES.
              10 WS-Tol-Field-Name   PIC X(10).
              10 WS-Tol-Mode         PIC X(1).
              10 WS-Tol-Mean         PIC 9(12)V9(3).
              10 WS-Tol-Mean-Set     PIC X(1).
              10 WS-Tol-Rate         PIC 9(3).
              10 WS-Tol-Rate-Set     PIC X(1).

      *---------------------------------------------------------------
      *  The feed's runs, oldest first, as PROFHIST lists them.  Past
      *  400 the oldest is dropped -- a baseline never reaches that
      *  far back.  The role marks the run reported (T) and the runs
      *  making up its baseline (B).  Each stripe's run time is kept
      *  (slot = stripe + 1) so that a same-day rerun under the same
      *  job is listed as a run of its own.
      *---------------------------------------------------------------
       01  WS-Run-Control.
           05 WS-Hist-Count          PIC 9(3) VALUE 0.
           05 WS-Hist-Idx            PIC 9(3) VALUE 0.
           05 WS-Hist-Hit            PIC 9(3) VALUE 0.
           05 WS-Hist-Dropped        PIC 9(7) VALUE 0.
           05 WS-Hist-Slot           PIC 9(3) VALUE 0.
           05 WS-Today-Idx           PIC 9(3) VALUE 0.
           05 WS-Baseline-Want       PIC 9(2) VALUE 10.
           05 WS-Baseline-Count      PIC 9(2) VALUE 0.
           05 WS-Partial-Skipped     PIC 9(3) VALUE 0.
           05 WS-Base-From-Date      PIC 9(8) VALUE 0.
           05 WS-Base-Thru-Date      PIC 9(8) VALUE 0.

       01  WS-Run-Table.
           05 WS-Hist-Entry OCCURS 400 TIMES.
              10 WS-Hist-Date        PIC 9(8).
              10 WS-Hist-Job         PIC X(8).
              10 WS-Hist-Stripes     PIC 9(2).
              10 WS-Hist-Status      PIC X(1).
              10 WS-Hist-Role        PIC X(1).
                  88 Hist-Is-Today          VALUE 'T'.
                  88 Hist-Is-Baseline       VALUE 'B'.
              10 WS-Hist-Stripe-Times.
                 15 WS-Hist-Stripe-Time PIC X(6) OCCURS 100 TIMES.

      *---------------------------------------------------------------
      *  One entry per field name.  Side 1 is the run reported, side
      *  2 the baseline runs added together; a value tally keeps each
      *  side's count of the values the short-field rows listed.
      *---------------------------------------------------------------
       01  WS-Field-Control.
           05 WS-Fld-Count           PIC 9(2) VALUE 0.
           05 WS-Fld-Idx             PIC 9(2) VALUE 0.
           05 WS-Fld-Hit             PIC 9(2) VALUE 0.
           05 WS-Fields-Lost         PIC 9(7) VALUE 0.
           05 WS-Side                PIC 9(1) VALUE 0.
           05 WS-Top-Idx             PIC 9(1) VALUE 0.
           05 WS-Val-Idx             PIC 9(2) VALUE 0.
           05 WS-Val-Hit             PIC 9(2) VALUE 0.
           05 WS-Val-Sort-Limit      PIC 9(2) VALUE 0.
           05 WS-Values-Lost         PIC 9(7) VALUE 0.
           05 WS-Val-Swap-Sw         PIC X VALUE 'N'.
               88 WS-Val-Swapped            VALUE 'Y'.
           05 WS-Val-Hold.
              10 WS-Val-Hold-Value   PIC S9(12)V9(3) COMP-3.
              10 WS-Val-Hold-Count   PIC 9(11) OCCURS 2 TIMES.

       01  WS-Field-Table.
           05 WS-Fld-Entry OCCURS 40 TIMES.
              10 WS-Fld-Name         PIC X(10).
              10 WS-Fld-Type         PIC X(1).
              10 WS-Fld-Length       PIC 9(3).
              10 WS-Fld-Scale        PIC 9(1).
              10 WS-Fld-Short-Sw     PIC X(1).
              10 WS-Fld-Last-Run     PIC 9(3).
              10 WS-Fld-Base-Runs    PIC 9(2).
              10 WS-Fld-Side OCCURS 2 TIMES.
                 15 WS-Fld-Rows      PIC 9(5).
                 15 WS-Fld-Examined  PIC 9(11).
                 15 WS-Fld-Valid     PIC 9(11).
                 15 WS-Fld-Zero      PIC 9(11).
                 15 WS-Fld-Nines     PIC 9(11).
                 15 WS-Fld-Min       PIC S9(12)V9(3) COMP-3.
                 15 WS-Fld-Max       PIC S9(12)V9(3) COMP-3.
                 15 WS-Fld-Sum       PIC S9(15)V9(3) COMP-3.
                 15 WS-Fld-Overflow  PIC X(1).
                 15 WS-Fld-Tallied   PIC 9(11).
              10 WS-Fld-Val-Used     PIC 9(2).
              10 WS-Fld-Val-Entry OCCURS 20 TIMES.
                 15 WS-Fld-Val       PIC S9(12)V9(3) COMP-3.
                 15 WS-Fld-Val-Count PIC 9(11) OCCURS 2 TIMES.

      *---------------------------------------------------------------
      *  Comparison work: a measure on each side, the change between
      *  them and whether the change is past tolerance.
      *---------------------------------------------------------------
       01  WS-Compare-Work.
           05 WS-Mean                PIC S9(15)V9(3) COMP-3
                                     OCCURS 2 TIMES.
           05 WS-Rate                PIC 9(3)V9(3) OCCURS 2 TIMES.
           05 WS-Change              PIC S9(15)V9(3) COMP-3 VALUE 0.
           05 WS-Abs-Change          PIC S9(15)V9(3) COMP-3 VALUE 0.
           05 WS-Change-Pct          PIC S9(9)V9(3) COMP-3 VALUE 0.
           05 WS-Abs-Base            PIC S9(15)V9(3) COMP-3 VALUE 0.
           05 WS-Other               PIC 9(11) VALUE 0.
           05 WS-Field-Drift-Sw      PIC X VALUE 'N'.
               88 Field-Has-Drift           VALUE 'Y'.
           05 WS-Measure-Drift-Sw    PIC X VALUE 'N'.
               88 Measure-Has-Drift         VALUE 'Y'.

       01  WS-Edit-Work.
           05 WS-Edit-Amount         PIC ----,---,---,--9.999.
           05 WS-Edit-Count          PIC ZZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 WS-Edit-Tol            PIC ZZZ,ZZZ,ZZZ,ZZ9.999.
           05 WS-Edit-Points         PIC ZZ9.

       01  WS-Print-Control.
           05 WS-Print-Status        PIC XX VALUE '00'.
           05 WS-Line-Count          PIC 9(3) VALUE 999.
           05 WS-Lines-Per-Page      PIC 9(3) VALUE 56.
           05 WS-Page-Count          PIC 9(5) VALUE 0.

       01  WS-Print-Line             PIC X(132) VALUE SPACES.

       01  WS-Head-Line-1.
           05 FILLER                 PIC X(9) VALUE 'ZONED16'.
           05 FILLER                 PIC X(28)
               VALUE 'FIELD VALUE DRIFT REPORT'.
           05 WS-Head-Date           PIC 9999/99/99.
           05 FILLER                 PIC X(74) VALUE SPACES.
           05 FILLER                 PIC X(5) VALUE 'PAGE'.
           05 WS-Head-Page           PIC ZZZZ9.
           05 FILLER                 PIC X(1) VALUE SPACE.

       01  WS-Head-Line-2.
           05 FILLER                 PIC X(4) VALUE SPACES.
           05 FILLER                 PIC X(14) VALUE 'MEASURE'.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 FILLER                 PIC X(20) VALUE 'VALUE'.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 FILLER                 PIC X(20)
               VALUE '            THIS RUN'.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 FILLER                 PIC X(20)
               VALUE '            BASELINE'.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 FILLER                 PIC X(20)
               VALUE '              CHANGE'.
           05 FILLER                 PIC X(26) VALUE SPACES.

       01  WS-Feed-Line.
           05 FILLER                 PIC X(8) VALUE 'FEED'.
           05 FL-Dsn                 PIC X(44).
           05 FILLER                 PIC X(6) VALUE '  RUN '.
           05 FL-Run-Date            PIC 9999/99/99.
           05 FILLER                 PIC X(6) VALUE '  JOB '.
           05 FL-Job-Name            PIC X(8).
           05 FILLER                 PIC X(10) VALUE '  STRIPES '.
           05 FL-Stripes             PIC Z9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 FL-Status              PIC X(36).

       01  WS-Baseline-Line.
           05 FILLER                 PIC X(9) VALUE 'BASELINE'.
           05 BL-Runs                PIC Z9.
           05 FILLER                 PIC X(21)
               VALUE ' WHOLE-FEED RUNS FROM'.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 BL-From-Date           PIC 9999/99/99.
           05 FILLER                 PIC X(6) VALUE ' THRU '.
           05 BL-Thru-Date           PIC 9999/99/99.
           05 FILLER                 PIC X(23)
               VALUE '   PARTIAL RUNS PASSED '.
           05 BL-Skipped             PIC ZZ9.
           05 FILLER                 PIC X(47) VALUE SPACES.

       01  WS-Field-Head-Line.
           05 FILLER                 PIC X(6) VALUE 'FIELD '.
           05 FH-Name                PIC X(10).
           05 FILLER                 PIC X(7) VALUE '  TYPE '.
           05 FH-Type                PIC X(1).
           05 FILLER                 PIC X(9) VALUE '  LENGTH '.
           05 FH-Length              PIC ZZ9.
           05 FILLER                 PIC X(8) VALUE '  SCALE '.
           05 FH-Scale               PIC 9.
           05 FILLER                 PIC X(17)
               VALUE '  BASELINE RUNS '.
           05 FH-Base-Runs           PIC Z9.
           05 FILLER                 PIC X(18)
               VALUE '  MEAN TOLERANCE '.
           05 FH-Mean-Tol            PIC X(19).
           05 FH-Mean-Unit           PIC X(4).
           05 FILLER                 PIC X(17)
               VALUE '  RATE TOLERANCE '.
           05 FH-Rate-Tol            PIC ZZ9.
           05 FILLER                 PIC X(7) VALUE ' POINTS'.

       01  WS-Detail-Line.
           05 FILLER                 PIC X(4) VALUE SPACES.
           05 DL-Label               PIC X(14).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DL-Key                 PIC X(20).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DL-This-Run            PIC X(20).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DL-Baseline            PIC X(20).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DL-Change              PIC X(20).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DL-Flag                PIC X(24).

       01  WS-Summary-Line.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 PS-Label               PIC X(28).
           05 PS-Value               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(91) VALUE SPACES.

       01  WS-Run-Stamp.
           05 WS-Run-Date            PIC 9(8) VALUE 0.

       01  WS-Switches.
           05 WS-Drftcard-Status     PIC XX VALUE '00'.
           05 WS-Drfttol-Status      PIC XX VALUE '00'.
               88 End-Of-Tolerances         VALUE '10'.
           05 WS-Profhist-Status     PIC XX VALUE '00'.
               88 End-Of-Profiles           VALUE '10'.
           05 WS-Feed-Done-Sw        PIC X VALUE 'N'.
               88 Feed-Done                 VALUE 'Y'.
           05 WS-Run-Pass-Sw         PIC X VALUE 'L'.
               88 Listing-Runs              VALUE 'L'.

       PROCEDURE DIVISION.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           INITIALIZE WS-Run-Table
           INITIALIZE WS-Field-Table
           INITIALIZE WS-Compare-Work
           Perform Read-Drift-Card
           IF WS-Input-Dsn = SPACES
              Display 'ZONED16 -- NO INPUT DSN ON DRFTCARD -- NO '
                      'REPORT'
              MOVE 8 to RETURN-CODE
              GOBACK
           END-IF
           Perform Load-Tolerance-Cards
           OPEN INPUT FIELD-PROFILE-FILE
           IF WS-Profhist-Status NOT = '00'
              Display 'ZONED16 -- PROFHIST OPEN FAILED, STATUS='
                      WS-Profhist-Status
              STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-Print-Status NOT = '00'
              Display 'ZONED16 -- RPTFILE OPEN FAILED, STATUS='
                      WS-Print-Status
              STOP RUN
           END-IF
           Perform List-Feed-Runs
           Perform Choose-Report-Runs
           IF WS-Today-Idx = 0
              MOVE 'NO FIELD PROFILE ON FILE FOR THIS FEED'
                to WS-Print-Line
              IF WS-Want-Run-Date > 0
                 MOVE 'AND RUN DATE' to WS-Print-Line (40 : 12)
              END-IF
              Perform Write-Print-Line
              MOVE WS-Input-Dsn to WS-Print-Line (3 : 44)
              Perform Write-Print-Line
           ELSE
              Perform Gather-Field-Profiles
              Perform Write-Drift-Report
           END-IF
           Perform Write-Drift-Summary
           CLOSE FIELD-PROFILE-FILE
           CLOSE PRINT-FILE
           EVALUATE TRUE
              WHEN WS-Today-Idx = 0
                 MOVE 8 to RETURN-CODE
              WHEN WS-Count-Fields-Drifted > 0
                 OR WS-Baseline-Count = 0
                 OR WS-Hist-Status (WS-Today-Idx) NOT = 'C'
                 MOVE 4 to RETURN-CODE
           END-EVALUATE
           GOBACK.


      *---------------------------------------------------------------
      *  Control card: the feed, how many earlier runs make the
      *  baseline and which run to report.
      *---------------------------------------------------------------
       Read-Drift-Card.
           OPEN INPUT DRIFT-CARD-FILE
           IF WS-Drftcard-Status = '00'
              READ DRIFT-CARD-FILE
                 AT END MOVE '10' to WS-Drftcard-Status
                 NOT AT END
                    MOVE DC-Input-Dsn to WS-Input-Dsn
                    IF DC-Baseline-Runs IS NUMERIC
                       AND DC-Baseline-Runs-N > 0
                       MOVE DC-Baseline-Runs-N to WS-Baseline-Want
                       IF WS-Baseline-Want > 30
                          MOVE 30 to WS-Baseline-Want
                       END-IF
                    END-IF
                    IF DC-Run-Date IS NUMERIC
                       MOVE DC-Run-Date-N to WS-Want-Run-Date
                    END-IF
              END-READ
              CLOSE DRIFT-CARD-FILE
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Tolerance cards are optional.  A card whose mode or numbers
      *  will not read is reported and ignored -- the field falls
      *  back to the default rather than going unchecked.
      *---------------------------------------------------------------
       Load-Tolerance-Cards.
           OPEN INPUT TOLERANCE-FILE
           IF WS-Drfttol-Status NOT = '00'
              Display 'ZONED16 -- DRFTTOL NOT AVAILABLE, STATUS='
                      WS-Drfttol-Status ' -- DEFAULT TOLERANCES USED'
           ELSE
              READ TOLERANCE-FILE
                 AT END MOVE '10' to WS-Drfttol-Status
              END-READ
              PERFORM UNTIL End-Of-Tolerances
                 ADD 1 to WS-Count-Tol-Cards
                 Perform Stow-Tolerance-Card
                 READ TOLERANCE-FILE
                    AT END MOVE '10' to WS-Drfttol-Status
                 END-READ
              END-PERFORM
              CLOSE TOLERANCE-FILE
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Check one tolerance card and file it: the '*' card becomes
      *  the default, any other card a row of its own.
      *---------------------------------------------------------------
       Stow-Tolerance-Card.
           MOVE 'Y' to WS-Tol-Card-Ok-Sw
           IF DT-Field-Name = SPACES
              MOVE 'N' to WS-Tol-Card-Ok-Sw
           END-IF
           IF DT-Mean-Mode NOT = 'P'
              AND DT-Mean-Mode NOT = 'A'
              AND DT-Mean-Mode NOT = SPACE
              MOVE 'N' to WS-Tol-Card-Ok-Sw
           END-IF
           IF DT-Mean-Tol NOT = SPACES
              AND DT-Mean-Tol IS NOT NUMERIC
              MOVE 'N' to WS-Tol-Card-Ok-Sw
           END-IF
           IF DT-Rate-Tol NOT = SPACES
              AND DT-Rate-Tol IS NOT NUMERIC
              MOVE 'N' to WS-Tol-Card-Ok-Sw
           END-IF
           IF DT-Field-Name NOT = '*'
              AND WS-Tol-Count >= 50
              MOVE 'N' to WS-Tol-Card-Ok-Sw
           END-IF
           IF NOT Tol-Card-Ok
              ADD 1 to WS-Count-Tol-Rejected
              Display 'ZONED16 -- TOLERANCE CARD REJECTED: '
                      TOLERANCE-RECORD (1 : 29)
           ELSE
              IF DT-Field-Name = '*'
                 IF DT-Mean-Mode NOT = SPACE
                    MOVE DT-Mean-Mode to WS-Default-Mode
                 END-IF
                 IF DT-Mean-Tol NOT = SPACES
                    MOVE DT-Mean-Tol-N to WS-Default-Mean-Tol
                 END-IF
                 IF DT-Rate-Tol NOT = SPACES
                    MOVE DT-Rate-Tol-N to WS-Default-Rate-Tol
                 END-IF
              ELSE
                 ADD 1 to WS-Tol-Count
                 MOVE DT-Field-Name to WS-Tol-Field-Name (WS-Tol-Count)
                 MOVE DT-Mean-Mode  to WS-Tol-Mode (WS-Tol-Count)
                 MOVE 0   to WS-Tol-Mean (WS-Tol-Count)
                 MOVE 'N' to WS-Tol-Mean-Set (WS-Tol-Count)
                 IF DT-Mean-Tol NOT = SPACES
                    MOVE DT-Mean-Tol-N to WS-Tol-Mean (WS-Tol-Count)
                    MOVE 'Y' to WS-Tol-Mean-Set (WS-Tol-Count)
                 END-IF
                 MOVE 0   to WS-Tol-Rate (WS-Tol-Count)
                 MOVE 'N' to WS-Tol-Rate-Set (WS-Tol-Count)
                 IF DT-Rate-Tol NOT = SPACES
                    MOVE DT-Rate-Tol-N to WS-Tol-Rate (WS-Tol-Count)
                    MOVE 'Y' to WS-Tol-Rate-Set (WS-Tol-Count)
                 END-IF
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Position PROFHIST at the feed's first profile row.  The key
      *  leads with the input DSN, so the feed's rows follow in run
      *  date and time order until the DSN changes.
      *---------------------------------------------------------------
       Start-Feed-Profiles.
           MOVE 'N' to WS-Feed-Done-Sw
           MOVE LOW-VALUES   to PF-Key
           MOVE WS-Input-Dsn to PF-Input-Dsn
           START FIELD-PROFILE-FILE KEY IS NOT < PF-Key
              INVALID KEY MOVE 'Y' to WS-Feed-Done-Sw
           END-START
           IF NOT Feed-Done
              Perform Read-Feed-Profile
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Next profile row for the feed, if any.
      *---------------------------------------------------------------
       Read-Feed-Profile.
           READ FIELD-PROFILE-FILE NEXT RECORD
              AT END MOVE 'Y' to WS-Feed-Done-Sw
           END-READ
           IF NOT Feed-Done
              IF PF-Input-Dsn NOT = WS-Input-Dsn
                 MOVE 'Y' to WS-Feed-Done-Sw
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  First pass: list the feed's runs.  A run whose stripes are
      *  not all whole-feed profiles is marked partial.
      *---------------------------------------------------------------
       List-Feed-Runs.
           Perform Start-Feed-Profiles
           PERFORM UNTIL Feed-Done
              ADD 1 to WS-Count-Rows-Read
              Perform Find-Feed-Run
              IF WS-Hist-Hit = 0
                 Perform Add-Feed-Run
              END-IF
              MOVE PF-Run-Time
                to WS-Hist-Stripe-Time (WS-Hist-Hit, WS-Hist-Slot)
              IF PF-Field-Seq = 1
                 ADD 1 to WS-Hist-Stripes (WS-Hist-Hit)
              END-IF
              IF NOT PF-Run-Complete
                 MOVE PF-Run-Status to WS-Hist-Status (WS-Hist-Hit)
              END-IF
              Perform Read-Feed-Profile
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  Which listed run does this row belong to?  Searched newest
      *  first -- the row's run is nearly always the last one listed.
      *  Same date and job, and the row's stripe either carries this
      *  run time or, while runs are still being listed, is not yet
      *  in the run; a stripe already there at another time is a
      *  rerun.  By the second pass every stripe's time is known.
      *---------------------------------------------------------------
       Find-Feed-Run.
           MOVE 0 to WS-Hist-Hit
           COMPUTE WS-Hist-Slot = PF-Stripe + 1
           PERFORM VARYING WS-Hist-Idx FROM WS-Hist-Count BY -1
                     UNTIL WS-Hist-Idx < 1
                        OR WS-Hist-Hit > 0
              IF WS-Hist-Date (WS-Hist-Idx) = PF-Run-Date
                 AND WS-Hist-Job (WS-Hist-Idx) = PF-Job-Name
                 IF WS-Hist-Stripe-Time (WS-Hist-Idx, WS-Hist-Slot)
                       = PF-Run-Time
                    OR (Listing-Runs
                        AND WS-Hist-Stripe-Time
                               (WS-Hist-Idx, WS-Hist-Slot) = SPACES)
                    MOVE WS-Hist-Idx to WS-Hist-Hit
                 END-IF
              END-IF
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  List a new run, dropping the oldest when the table is full.
      *---------------------------------------------------------------
       Add-Feed-Run.
           IF WS-Hist-Count >= 400
              PERFORM VARYING WS-Hist-Idx FROM 1 BY 1
                        UNTIL WS-Hist-Idx >= WS-Hist-Count
                 MOVE WS-Hist-Entry (WS-Hist-Idx + 1)
                   to WS-Hist-Entry (WS-Hist-Idx)
              END-PERFORM
              ADD 1 to WS-Hist-Dropped
           ELSE
              ADD 1 to WS-Hist-Count
           END-IF
           MOVE WS-Hist-Count to WS-Hist-Hit
           MOVE PF-Run-Date   to WS-Hist-Date (WS-Hist-Hit)
           MOVE PF-Job-Name   to WS-Hist-Job (WS-Hist-Hit)
           MOVE 0             to WS-Hist-Stripes (WS-Hist-Hit)
           MOVE 'C'           to WS-Hist-Status (WS-Hist-Hit)
           MOVE SPACE         to WS-Hist-Role (WS-Hist-Hit)
           MOVE SPACES        to WS-Hist-Stripe-Times (WS-Hist-Hit)
           EXIT.


      *---------------------------------------------------------------
      *  Pick the run to report -- the latest on the card's date, or
      *  the feed's latest -- and the whole-feed runs before it that
      *  make up the baseline, newest first until enough are found.
      *---------------------------------------------------------------
       Choose-Report-Runs.
           MOVE 0 to WS-Today-Idx
           PERFORM VARYING WS-Hist-Idx FROM WS-Hist-Count BY -1
                     UNTIL WS-Hist-Idx < 1
                        OR WS-Today-Idx > 0
              IF WS-Want-Run-Date = 0
                 OR WS-Hist-Date (WS-Hist-Idx) = WS-Want-Run-Date
                 MOVE WS-Hist-Idx to WS-Today-Idx
              END-IF
           END-PERFORM
           IF WS-Today-Idx > 0
              MOVE 'T' to WS-Hist-Role (WS-Today-Idx)
              PERFORM VARYING WS-Hist-Idx FROM WS-Today-Idx BY -1
                        UNTIL WS-Hist-Idx <= 1
                           OR WS-Baseline-Count >= WS-Baseline-Want
                 IF WS-Hist-Status (WS-Hist-Idx - 1) = 'C'
                    MOVE 'B' to WS-Hist-Role (WS-Hist-Idx - 1)
                    ADD 1 to WS-Baseline-Count
                    IF WS-Base-Thru-Date = 0
                       MOVE WS-Hist-Date (WS-Hist-Idx - 1)
                         to WS-Base-Thru-Date
                    END-IF
                    MOVE WS-Hist-Date (WS-Hist-Idx - 1)
                      to WS-Base-From-Date
                 ELSE
                    ADD 1 to WS-Partial-Skipped
                 END-IF
              END-PERFORM
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Second pass: add each row of the reported run into side 1 of
      *  its field's entry and each baseline row into side 2.
      *---------------------------------------------------------------
       Gather-Field-Profiles.
           MOVE 'G' to WS-Run-Pass-Sw
           Perform Start-Feed-Profiles
           PERFORM UNTIL Feed-Done
              Perform Find-Feed-Run
              IF WS-Hist-Hit > 0
                 IF Hist-Is-Today (WS-Hist-Hit)
                    OR Hist-Is-Baseline (WS-Hist-Hit)
                    IF Hist-Is-Today (WS-Hist-Hit)
                       MOVE 1 to WS-Side
                    ELSE
                       MOVE 2 to WS-Side
                    END-IF
                    Perform Find-Profile-Field
                    IF WS-Fld-Hit > 0
                       Perform Add-Profile-Row
                    END-IF
                 END-IF
              END-IF
              Perform Read-Feed-Profile
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  The entry for this row's field, opened on first sight.  The
      *  reported run's rows set the field's type, length and scale.
      *---------------------------------------------------------------
       Find-Profile-Field.
           MOVE 0 to WS-Fld-Hit
           PERFORM VARYING WS-Fld-Idx FROM 1 BY 1
                     UNTIL WS-Fld-Idx > WS-Fld-Count
                        OR WS-Fld-Hit > 0
              IF WS-Fld-Name (WS-Fld-Idx) = PF-Field-Name
                 MOVE WS-Fld-Idx to WS-Fld-Hit
              END-IF
           END-PERFORM
           IF WS-Fld-Hit = 0
              IF WS-Fld-Count < 40
                 ADD 1 to WS-Fld-Count
                 MOVE WS-Fld-Count  to WS-Fld-Hit
                 MOVE PF-Field-Name to WS-Fld-Name (WS-Fld-Hit)
                 MOVE 'N' to WS-Fld-Short-Sw (WS-Fld-Hit)
                 MOVE 'N' to WS-Fld-Overflow (WS-Fld-Hit, 1)
                 MOVE 'N' to WS-Fld-Overflow (WS-Fld-Hit, 2)
              ELSE
                 ADD 1 to WS-Fields-Lost
              END-IF
           END-IF
           IF WS-Fld-Hit > 0
              AND (WS-Side = 1
                   OR WS-Fld-Rows (WS-Fld-Hit, 1) = 0)
              MOVE PF-Field-Type   to WS-Fld-Type (WS-Fld-Hit)
              MOVE PF-Field-Length to WS-Fld-Length (WS-Fld-Hit)
              MOVE PF-Field-Scale  to WS-Fld-Scale (WS-Fld-Hit)
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Add one profile row into its side of the field's entry.
      *---------------------------------------------------------------
       Add-Profile-Row.
           IF WS-Side = 2
              AND WS-Fld-Last-Run (WS-Fld-Hit) NOT = WS-Hist-Hit
              ADD 1 to WS-Fld-Base-Runs (WS-Fld-Hit)
              MOVE WS-Hist-Hit to WS-Fld-Last-Run (WS-Fld-Hit)
           END-IF
           IF PF-Count-Valid > 0
              IF WS-Fld-Valid (WS-Fld-Hit, WS-Side) = 0
                 MOVE PF-Min-Value to WS-Fld-Min (WS-Fld-Hit, WS-Side)
                 MOVE PF-Max-Value to WS-Fld-Max (WS-Fld-Hit, WS-Side)
              ELSE
                 IF PF-Min-Value < WS-Fld-Min (WS-Fld-Hit, WS-Side)
                    MOVE PF-Min-Value
                      to WS-Fld-Min (WS-Fld-Hit, WS-Side)
                 END-IF
                 IF PF-Max-Value > WS-Fld-Max (WS-Fld-Hit, WS-Side)
                    MOVE PF-Max-Value
                      to WS-Fld-Max (WS-Fld-Hit, WS-Side)
                 END-IF
              END-IF
           END-IF
           ADD 1 to WS-Fld-Rows (WS-Fld-Hit, WS-Side)
           ADD PF-Count-Examined
             to WS-Fld-Examined (WS-Fld-Hit, WS-Side)
           ADD PF-Count-Valid to WS-Fld-Valid (WS-Fld-Hit, WS-Side)
           ADD PF-Count-Zero  to WS-Fld-Zero (WS-Fld-Hit, WS-Side)
           ADD PF-Count-Nines to WS-Fld-Nines (WS-Fld-Hit, WS-Side)
           ADD PF-Sum-Value to WS-Fld-Sum (WS-Fld-Hit, WS-Side)
              ON SIZE ERROR
                 MOVE 'Y' to WS-Fld-Overflow (WS-Fld-Hit, WS-Side)
           END-ADD
           IF PF-Sum-Overflow = 'Y'
              MOVE 'Y' to WS-Fld-Overflow (WS-Fld-Hit, WS-Side)
           END-IF
           IF PF-Top-Used > 0
              MOVE 'Y' to WS-Fld-Short-Sw (WS-Fld-Hit)
              PERFORM VARYING WS-Top-Idx FROM 1 BY 1
                        UNTIL WS-Top-Idx > PF-Top-Used
                 Perform Tally-Top-Value
              END-PERFORM
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Add one of the row's most frequent values to the field's
      *  value tally.  A value that finds no free slot is left in the
      *  'other' share of its side.
      *---------------------------------------------------------------
       Tally-Top-Value.
           MOVE 0 to WS-Val-Hit
           PERFORM VARYING WS-Val-Idx FROM 1 BY 1
                     UNTIL WS-Val-Idx > WS-Fld-Val-Used (WS-Fld-Hit)
                        OR WS-Val-Hit > 0
              IF WS-Fld-Val (WS-Fld-Hit, WS-Val-Idx)
                 = PF-Top-Value (WS-Top-Idx)
                 MOVE WS-Val-Idx to WS-Val-Hit
              END-IF
           END-PERFORM
           IF WS-Val-Hit = 0
              IF WS-Fld-Val-Used (WS-Fld-Hit) < 20
                 ADD 1 to WS-Fld-Val-Used (WS-Fld-Hit)
                 MOVE WS-Fld-Val-Used (WS-Fld-Hit) to WS-Val-Hit
                 MOVE PF-Top-Value (WS-Top-Idx)
                   to WS-Fld-Val (WS-Fld-Hit, WS-Val-Hit)
              ELSE
                 ADD 1 to WS-Values-Lost
              END-IF
           END-IF
           IF WS-Val-Hit > 0
              ADD PF-Top-Count (WS-Top-Idx)
                to WS-Fld-Val-Count (WS-Fld-Hit, WS-Val-Hit, WS-Side)
              ADD PF-Top-Count (WS-Top-Idx)
                to WS-Fld-Tallied (WS-Fld-Hit, WS-Side)
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  The report proper: the run and its baseline, then one block
      *  per field in the reported run, then the fields the baseline
      *  had that the reported run did not.
      *---------------------------------------------------------------
       Write-Drift-Report.
           MOVE WS-Input-Dsn                     to FL-Dsn
           MOVE WS-Hist-Date (WS-Today-Idx)      to FL-Run-Date
           MOVE WS-Hist-Job (WS-Today-Idx)       to FL-Job-Name
           MOVE WS-Hist-Stripes (WS-Today-Idx)   to FL-Stripes
           EVALUATE WS-Hist-Status (WS-Today-Idx)
              WHEN 'R'
                 MOVE 'PARTIAL -- RESUMED AFTER CHECKPOINT'
                   to FL-Status
              WHEN 'A'
                 MOVE 'PARTIAL -- SCAN ABANDONED AT TOLERANCE'
                   to FL-Status
              WHEN 'H'
                 MOVE 'HELD -- REPEAT TRANSMISSION' to FL-Status
              WHEN OTHER
                 MOVE 'WHOLE FEED' to FL-Status
           END-EVALUATE
           MOVE WS-Feed-Line to WS-Print-Line
           Perform Write-Print-Line
           IF WS-Baseline-Count = 0
              MOVE 'NO EARLIER WHOLE-FEED RUN ON FILE -- NO BASELINE'
                to WS-Print-Line
           ELSE
              MOVE WS-Baseline-Count  to BL-Runs
              MOVE WS-Base-From-Date  to BL-From-Date
              MOVE WS-Base-Thru-Date  to BL-Thru-Date
              MOVE WS-Partial-Skipped to BL-Skipped
              MOVE WS-Baseline-Line   to WS-Print-Line
           END-IF
           Perform Write-Print-Line
           Perform Write-Print-Line
           MOVE WS-Head-Line-2 to WS-Print-Line
           Perform Write-Print-Line
           Perform Write-Print-Line
           PERFORM VARYING WS-Fld-Idx FROM 1 BY 1
                     UNTIL WS-Fld-Idx > WS-Fld-Count
              IF WS-Fld-Rows (WS-Fld-Idx, 1) > 0
                 ADD 1 to WS-Count-Fields-Today
                 Perform Write-Field-Block
              END-IF
           END-PERFORM
           PERFORM VARYING WS-Fld-Idx FROM 1 BY 1
                     UNTIL WS-Fld-Idx > WS-Fld-Count
              IF WS-Fld-Rows (WS-Fld-Idx, 1) = 0
                 ADD 1 to WS-Count-Fields-Gone
                 Perform Write-Field-Block
              END-IF
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  One field: its heading, the counts on each side, then -- when
      *  both sides have valid values -- every measure with its change
      *  and whether that change is past tolerance.
      *---------------------------------------------------------------
       Write-Field-Block.
           Perform Find-Field-Tolerance
           MOVE 'N' to WS-Field-Drift-Sw
           MOVE WS-Fld-Name (WS-Fld-Idx)      to FH-Name
           MOVE WS-Fld-Type (WS-Fld-Idx)      to FH-Type
           MOVE WS-Fld-Length (WS-Fld-Idx)    to FH-Length
           MOVE WS-Fld-Scale (WS-Fld-Idx)     to FH-Scale
           MOVE WS-Fld-Base-Runs (WS-Fld-Idx) to FH-Base-Runs
           MOVE WS-Use-Mean-Tol to WS-Edit-Tol
           MOVE WS-Edit-Tol     to FH-Mean-Tol
           IF Mean-Tol-Percent
              MOVE ' PCT' to FH-Mean-Unit
           ELSE
              MOVE ' ABS' to FH-Mean-Unit
           END-IF
           MOVE WS-Use-Rate-Tol to FH-Rate-Tol
           MOVE WS-Field-Head-Line to WS-Print-Line
           Perform Write-Print-Line

           MOVE 'EXAMINED' to DL-Label
           MOVE WS-Fld-Examined (WS-Fld-Idx, 1) to WS-Edit-Count
           MOVE WS-Edit-Count to DL-This-Run
           MOVE WS-Fld-Examined (WS-Fld-Idx, 2) to WS-Edit-Count
           MOVE WS-Edit-Count to DL-Baseline
           Perform Write-Detail-Line
           MOVE 'VALID' to DL-Label
           MOVE WS-Fld-Valid (WS-Fld-Idx, 1) to WS-Edit-Count
           MOVE WS-Edit-Count to DL-This-Run
           MOVE WS-Fld-Valid (WS-Fld-Idx, 2) to WS-Edit-Count
           MOVE WS-Edit-Count to DL-Baseline
           Perform Write-Detail-Line

           EVALUATE TRUE
              WHEN WS-Fld-Rows (WS-Fld-Idx, 1) = 0
                 MOVE 'NOT IN THIS RUN''S PROFILE -- BASELINE ONLY'
                   to WS-Print-Line (5 : 60)
                 Perform Write-Print-Line
              WHEN WS-Fld-Rows (WS-Fld-Idx, 2) = 0
                 ADD 1 to WS-Count-Fields-New
                 MOVE 'NOT IN ANY BASELINE RUN -- NOTHING TO COMPARE'
                   to WS-Print-Line (5 : 60)
                 Perform Write-Print-Line
              WHEN WS-Fld-Valid (WS-Fld-Idx, 1) = 0
                   OR WS-Fld-Valid (WS-Fld-Idx, 2) = 0
                 MOVE 'NO VALID VALUES ON ONE SIDE -- NO COMPARISON'
                   to WS-Print-Line (5 : 60)
                 Perform Write-Print-Line
              WHEN OTHER
                 ADD 1 to WS-Count-Fields-Compared
                 Perform Compare-Field-Mean
                 Perform Compare-Field-Range
                 Perform Compare-Field-Rates
                 IF WS-Fld-Short-Sw (WS-Fld-Idx) = 'Y'
                    Perform Compare-Field-Values
                 END-IF
           END-EVALUATE
           IF Field-Has-Drift
              ADD 1 to WS-Count-Fields-Drifted
           END-IF
           Perform Write-Print-Line
           EXIT.


      *---------------------------------------------------------------
      *  The field's tolerances: built-in, then the '*' card, then the
      *  field's own card column by column.
      *---------------------------------------------------------------
       Find-Field-Tolerance.
           MOVE WS-Default-Mode     to WS-Use-Mode
           MOVE WS-Default-Mean-Tol to WS-Use-Mean-Tol
           MOVE WS-Default-Rate-Tol to WS-Use-Rate-Tol
           MOVE 0 to WS-Tol-Hit
           PERFORM VARYING WS-Tol-Idx FROM 1 BY 1
                     UNTIL WS-Tol-Idx > WS-Tol-Count
                        OR WS-Tol-Hit > 0
              IF WS-Tol-Field-Name (WS-Tol-Idx)
                 = WS-Fld-Name (WS-Fld-Idx)
                 MOVE WS-Tol-Idx to WS-Tol-Hit
              END-IF
           END-PERFORM
           IF WS-Tol-Hit > 0
              IF WS-Tol-Mode (WS-Tol-Hit) NOT = SPACE
                 MOVE WS-Tol-Mode (WS-Tol-Hit) to WS-Use-Mode
              END-IF
              IF WS-Tol-Mean-Set (WS-Tol-Hit) = 'Y'
                 MOVE WS-Tol-Mean (WS-Tol-Hit) to WS-Use-Mean-Tol
              END-IF
              IF WS-Tol-Rate-Set (WS-Tol-Hit) = 'Y'
                 MOVE WS-Tol-Rate (WS-Tol-Hit) to WS-Use-Rate-Tol
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Mean against the baseline mean.  A percent tolerance is
      *  judged on the change as a share of the baseline mean; off a
      *  zero baseline mean any change at all is past it.  A total
      *  that overflowed on either side leaves no mean to judge.
      *---------------------------------------------------------------
       Compare-Field-Mean.
           IF WS-Fld-Overflow (WS-Fld-Idx, 1) = 'Y'
              OR WS-Fld-Overflow (WS-Fld-Idx, 2) = 'Y'
              MOVE 'TOTAL OVERFLOWED -- MEAN NOT TRENDED'
                to WS-Print-Line (5 : 60)
              Perform Write-Print-Line
           ELSE
              COMPUTE WS-Mean (1) ROUNDED =
                 WS-Fld-Sum (WS-Fld-Idx, 1)
                 / WS-Fld-Valid (WS-Fld-Idx, 1)
              COMPUTE WS-Mean (2) ROUNDED =
                 WS-Fld-Sum (WS-Fld-Idx, 2)
                 / WS-Fld-Valid (WS-Fld-Idx, 2)
              COMPUTE WS-Change = WS-Mean (1) - WS-Mean (2)
              MOVE WS-Change to WS-Abs-Change
              IF WS-Abs-Change < 0
                 COMPUTE WS-Abs-Change = 0 - WS-Abs-Change
              END-IF
              MOVE WS-Mean (2) to WS-Abs-Base
              IF WS-Abs-Base < 0
                 COMPUTE WS-Abs-Base = 0 - WS-Abs-Base
              END-IF
              MOVE 'N' to WS-Measure-Drift-Sw
              IF Mean-Tol-Absolute
                 IF WS-Abs-Change > WS-Use-Mean-Tol
                    MOVE 'Y' to WS-Measure-Drift-Sw
                 END-IF
              ELSE
                 IF WS-Abs-Base = 0
                    IF WS-Abs-Change > 0
                       MOVE 'Y' to WS-Measure-Drift-Sw
                    END-IF
                 ELSE
                    COMPUTE WS-Change-Pct ROUNDED =
                       WS-Abs-Change * 100 / WS-Abs-Base
                       ON SIZE ERROR
                          MOVE 999999999.999 to WS-Change-Pct
                    END-COMPUTE
                    IF WS-Change-Pct > WS-Use-Mean-Tol
                       MOVE 'Y' to WS-Measure-Drift-Sw
                    END-IF
                 END-IF
              END-IF
              MOVE 'MEAN' to DL-Label
              MOVE WS-Mean (1) to WS-Edit-Amount
              MOVE WS-Edit-Amount to DL-This-Run
              MOVE WS-Mean (2) to WS-Edit-Amount
              MOVE WS-Edit-Amount to DL-Baseline
              MOVE WS-Change to WS-Edit-Amount
              MOVE WS-Edit-Amount to DL-Change
              Perform Flag-Measure
              IF Mean-Tol-Percent
                 AND WS-Abs-Base > 0
                 MOVE 'MEAN CHANGE %' to DL-Label
                 MOVE WS-Change-Pct to WS-Edit-Amount
                 MOVE WS-Edit-Amount to DL-Change
                 Perform Write-Detail-Line
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Low and high values, shown for the eye; the mean and the
      *  rates carry the tolerance.
      *---------------------------------------------------------------
       Compare-Field-Range.
           MOVE 'LOW VALUE' to DL-Label
           MOVE WS-Fld-Min (WS-Fld-Idx, 1) to WS-Edit-Amount
           MOVE WS-Edit-Amount to DL-This-Run
           MOVE WS-Fld-Min (WS-Fld-Idx, 2) to WS-Edit-Amount
           MOVE WS-Edit-Amount to DL-Baseline
           Perform Write-Detail-Line
           MOVE 'HIGH VALUE' to DL-Label
           MOVE WS-Fld-Max (WS-Fld-Idx, 1) to WS-Edit-Amount
           MOVE WS-Edit-Amount to DL-This-Run
           MOVE WS-Fld-Max (WS-Fld-Idx, 2) to WS-Edit-Amount
           MOVE WS-Edit-Amount to DL-Baseline
           Perform Write-Detail-Line
           EXIT.


      *---------------------------------------------------------------
      *  Zero and all-nines rates, as a percentage of valid values.
      *---------------------------------------------------------------
       Compare-Field-Rates.
           COMPUTE WS-Rate (1) ROUNDED =
              WS-Fld-Zero (WS-Fld-Idx, 1) * 100
              / WS-Fld-Valid (WS-Fld-Idx, 1)
           COMPUTE WS-Rate (2) ROUNDED =
              WS-Fld-Zero (WS-Fld-Idx, 2) * 100
              / WS-Fld-Valid (WS-Fld-Idx, 2)
           MOVE 'ZERO %' to DL-Label
           Perform Compare-Rate-Pair
           COMPUTE WS-Rate (1) ROUNDED =
              WS-Fld-Nines (WS-Fld-Idx, 1) * 100
              / WS-Fld-Valid (WS-Fld-Idx, 1)
           COMPUTE WS-Rate (2) ROUNDED =
              WS-Fld-Nines (WS-Fld-Idx, 2) * 100
              / WS-Fld-Valid (WS-Fld-Idx, 2)
           MOVE 'ALL NINES %' to DL-Label
           Perform Compare-Rate-Pair
           EXIT.


      *---------------------------------------------------------------
      *  A short field's values, most frequent in this run first: each
      *  value's share of the valid values on each side, then the
      *  share of everything not tallied.
      *---------------------------------------------------------------
       Compare-Field-Values.
           Perform Rank-Field-Values
           PERFORM VARYING WS-Val-Idx FROM 1 BY 1
                     UNTIL WS-Val-Idx > WS-Fld-Val-Used (WS-Fld-Idx)
              COMPUTE WS-Rate (1) ROUNDED =
                 WS-Fld-Val-Count (WS-Fld-Idx, WS-Val-Idx, 1) * 100
                 / WS-Fld-Valid (WS-Fld-Idx, 1)
              COMPUTE WS-Rate (2) ROUNDED =
                 WS-Fld-Val-Count (WS-Fld-Idx, WS-Val-Idx, 2) * 100
                 / WS-Fld-Valid (WS-Fld-Idx, 2)
              MOVE 'VALUE SHARE %' to DL-Label
              MOVE WS-Fld-Val (WS-Fld-Idx, WS-Val-Idx)
                to WS-Edit-Amount
              MOVE WS-Edit-Amount to DL-Key
              Perform Compare-Rate-Pair
           END-PERFORM
           PERFORM VARYING WS-Side FROM 1 BY 1 UNTIL WS-Side > 2
              COMPUTE WS-Other =
                 WS-Fld-Valid (WS-Fld-Idx, WS-Side)
                 - WS-Fld-Tallied (WS-Fld-Idx, WS-Side)
              COMPUTE WS-Rate (WS-Side) ROUNDED =
                 WS-Other * 100 / WS-Fld-Valid (WS-Fld-Idx, WS-Side)
           END-PERFORM
           MOVE 'OTHER VALUES %' to DL-Label
           Perform Compare-Rate-Pair
           EXIT.


      *---------------------------------------------------------------
      *  Order the field's tallied values by this run's count, most
      *  frequent first; a neighbour-swap pass repeated until clean.
      *---------------------------------------------------------------
       Rank-Field-Values.
           IF WS-Fld-Val-Used (WS-Fld-Idx) > 1
              COMPUTE WS-Val-Sort-Limit =
                 WS-Fld-Val-Used (WS-Fld-Idx) - 1
              MOVE 'Y' to WS-Val-Swap-Sw
              PERFORM UNTIL NOT WS-Val-Swapped
                 MOVE 'N' to WS-Val-Swap-Sw
                 PERFORM VARYING WS-Val-Idx FROM 1 BY 1
                           UNTIL WS-Val-Idx > WS-Val-Sort-Limit
                    IF WS-Fld-Val-Count (WS-Fld-Idx, WS-Val-Idx, 1)
                       < WS-Fld-Val-Count (WS-Fld-Idx,
                                           WS-Val-Idx + 1, 1)
                       Perform Swap-Field-Values
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Swap two neighbouring value slots.
      *---------------------------------------------------------------
       Swap-Field-Values.
           MOVE WS-Fld-Val-Entry (WS-Fld-Idx, WS-Val-Idx)
             to WS-Val-Hold
           MOVE WS-Fld-Val-Entry (WS-Fld-Idx, WS-Val-Idx + 1)
             to WS-Fld-Val-Entry (WS-Fld-Idx, WS-Val-Idx)
           MOVE WS-Val-Hold
             to WS-Fld-Val-Entry (WS-Fld-Idx, WS-Val-Idx + 1)
           MOVE 'Y' to WS-Val-Swap-Sw
           EXIT.


      *---------------------------------------------------------------
      *  Print a rate pair with its change in points and judge the
      *  change against the field's rate tolerance.
      *---------------------------------------------------------------
       Compare-Rate-Pair.
           COMPUTE WS-Change = WS-Rate (1) - WS-Rate (2)
           MOVE WS-Change to WS-Abs-Change
           IF WS-Abs-Change < 0
              COMPUTE WS-Abs-Change = 0 - WS-Abs-Change
           END-IF
           MOVE 'N' to WS-Measure-Drift-Sw
           IF WS-Abs-Change > WS-Use-Rate-Tol
              MOVE 'Y' to WS-Measure-Drift-Sw
           END-IF
           MOVE WS-Rate (1) to WS-Edit-Amount
           MOVE WS-Edit-Amount to DL-This-Run
           MOVE WS-Rate (2) to WS-Edit-Amount
           MOVE WS-Edit-Amount to DL-Baseline
           MOVE WS-Change to WS-Edit-Amount
           MOVE WS-Edit-Amount to DL-Change
           Perform Flag-Measure
           EXIT.


      *---------------------------------------------------------------
      *  Mark a measure past its tolerance and write its line.
      *---------------------------------------------------------------
       Flag-Measure.
           IF Measure-Has-Drift
              MOVE '*** DRIFT' to DL-Flag
              MOVE 'Y' to WS-Field-Drift-Sw
              ADD 1 to WS-Count-Measures-Drifted
           END-IF
           Perform Write-Detail-Line
           EXIT.


      *---------------------------------------------------------------
      *  Write one measure line and clear it for the next.
      *---------------------------------------------------------------
       Write-Detail-Line.
           MOVE WS-Detail-Line to WS-Print-Line
           Perform Write-Print-Line
           MOVE SPACES to DL-Label
           MOVE SPACES to DL-Key
           MOVE SPACES to DL-This-Run
           MOVE SPACES to DL-Baseline
           MOVE SPACES to DL-Change
           MOVE SPACES to DL-Flag
           EXIT.


      *---------------------------------------------------------------
      *  End-of-report totals.
      *---------------------------------------------------------------
       Write-Drift-Summary.
           Perform Write-Print-Line
           MOVE 'Profile Rows Read'         to PS-Label
           MOVE WS-Count-Rows-Read          to PS-Value
           Perform Write-Summary-Line
           MOVE 'Runs On File For Feed'     to PS-Label
           MOVE WS-Hist-Count               to PS-Value
           Perform Write-Summary-Line
           MOVE 'Runs In Baseline'          to PS-Label
           MOVE WS-Baseline-Count           to PS-Value
           Perform Write-Summary-Line
           MOVE 'Partial Runs Passed Over'  to PS-Label
           MOVE WS-Partial-Skipped          to PS-Value
           Perform Write-Summary-Line
           MOVE 'Fields In This Run'        to PS-Label
           MOVE WS-Count-Fields-Today       to PS-Value
           Perform Write-Summary-Line
           MOVE 'Fields Compared'           to PS-Label
           MOVE WS-Count-Fields-Compared    to PS-Value
           Perform Write-Summary-Line
           MOVE 'Fields Drifted'            to PS-Label
           MOVE WS-Count-Fields-Drifted     to PS-Value
           Perform Write-Summary-Line
           MOVE 'Measures Past Tolerance'   to PS-Label
           MOVE WS-Count-Measures-Drifted   to PS-Value
           Perform Write-Summary-Line
           MOVE 'Fields New This Run'       to PS-Label
           MOVE WS-Count-Fields-New         to PS-Value
           Perform Write-Summary-Line
           MOVE 'Fields Missing This Run'   to PS-Label
           MOVE WS-Count-Fields-Gone        to PS-Value
           Perform Write-Summary-Line
           MOVE 'Tolerance Cards Read'      to PS-Label
           MOVE WS-Count-Tol-Cards          to PS-Value
           Perform Write-Summary-Line
           MOVE 'Tolerance Cards Rejected'  to PS-Label
           MOVE WS-Count-Tol-Rejected       to PS-Value
           Perform Write-Summary-Line
           IF WS-Hist-Dropped > 0
              OR WS-Fields-Lost > 0
              OR WS-Values-Lost > 0
              MOVE 'Oldest Runs Not Listed'    to PS-Label
              MOVE WS-Hist-Dropped             to PS-Value
              Perform Write-Summary-Line
              MOVE 'Field Rows Not Tabled'     to PS-Label
              MOVE WS-Fields-Lost              to PS-Value
              Perform Write-Summary-Line
              MOVE 'Values Not Tallied'        to PS-Label
              MOVE WS-Values-Lost              to PS-Value
              Perform Write-Summary-Line
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Format one label/value pair onto the summary.
      *---------------------------------------------------------------
       Write-Summary-Line.
           MOVE WS-Summary-Line to WS-Print-Line
           Perform Write-Print-Line
           EXIT.


      *---------------------------------------------------------------
      *  Write one report line, starting a new page when full.
      *---------------------------------------------------------------
       Write-Print-Line.
           IF WS-Line-Count >= WS-Lines-Per-Page
              Perform Print-Page-Headings
           END-IF
           WRITE PRINT-RECORD FROM WS-Print-Line
              AFTER ADVANCING 1 LINE
           ADD 1 to WS-Line-Count
           MOVE SPACES to WS-Print-Line
           EXIT.


      *---------------------------------------------------------------
      *  Start a new report page.
      *---------------------------------------------------------------
       Print-Page-Headings.
           ADD 1 to WS-Page-Count
           MOVE WS-Run-Date   to WS-Head-Date
           MOVE WS-Page-Count to WS-Head-Page
           WRITE PRINT-RECORD FROM WS-Head-Line-1
              AFTER ADVANCING PAGE
           MOVE SPACES to PRINT-RECORD
           WRITE PRINT-RECORD
              AFTER ADVANCING 1 LINE
           MOVE 2 to WS-Line-Count
           EXIT.
