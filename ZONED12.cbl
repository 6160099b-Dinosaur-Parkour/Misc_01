       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZONED12.
      * Morning operations summary for the ZONED job stream.  The
      * on-call analyst used to open SYSOUT or RPTFILE for ZONED01,
      * ZONED02, ZONED05, ZONED07 and ZONED08 one at a time to work
      * out whether the night went well.  Every one of those steps
      * now appends a standard step-statistics record to the shared
      * STEPSTAT dataset; this program rolls one night's records into
      * a single run-book page -- each step's return code and key
      * counts, anything that needs action flagged against it, and
      * any step that should have run but left no record at all
      * (ZONED05 after a striped ZONED01, a stripe that never
      * reported, a nightly step that never started).
      *
      * A "night" runs from the cutoff time on the day before the
      * report date to the cutoff time on the report date, so a
      * stream that starts in the evening and finishes after midnight
      * lands on one page.
      *
      *   STEPSTAT in  -- shared step-statistics dataset, every step's
      *                   record appended in run order
      *   SUMCARD  in  -- control card, optional:
      *                     1-8   night (report) date CCYYMMDD,
      *                           blank or zero = today
      *                     9-14  cutoff time HHMMSS, blank = 120000
      *                     15-54 up to five program names expected
      *                           every night, 8 bytes each; blank =
      *                           ZONED01 ZONED02 ZONED07 (ZONED08
      *                           runs weekly and ZONED05 only after a
      *                           striped scan, so neither is expected
      *                           by default)
      *   RPTFILE  out -- the run-book page
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-STAT-FILE ASSIGN TO STEPSTAT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Stepstat-Status.

           SELECT SUMMARY-CARD-FILE ASSIGN TO SUMCARD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Sumcard-Status.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Print-Status.

      *=========================
       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------------
      *  Step-statistics record -- the layout every stream step
      *  appends.  Six labelled count slots carry each program's own
      *  key counts; this program finds a count by its label.
      *---------------------------------------------------------------
       FD  STEP-STAT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 220 CHARACTERS.
       01  STEP-STAT-RECORD.
           05 ST-Program             PIC X(8).
           05 ST-Run-Date            PIC 9(8).
           05 ST-Run-Time            PIC 9(6).
           05 ST-Job-Name            PIC X(8).
           05 ST-Return-Code         PIC 9(4).
           05 ST-Input-Dsn           PIC X(44).
           05 ST-Stripe-Number       PIC 9(2).
           05 ST-Stripe-Count        PIC 9(2).
           05 ST-Count-Entry OCCURS 6 TIMES.
              10 ST-Count-Label      PIC X(12).
              10 ST-Count-Value      PIC 9(9).
           05 FILLER                 PIC X(12).

       FD  SUMMARY-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  SUMMARY-CARD-RECORD.
           05 SC-Night-Date          PIC X(8).
           05 SC-Cutoff-Time         PIC X(6).
           05 SC-Expected-Program    OCCURS 5 TIMES PIC X(8).
           05 FILLER                 PIC X(26).

       FD  PRINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  Stuff.
           05 WS-Count-Stat-Read     PIC 9(7) VALUE 0.
           05 WS-Count-Steps         PIC 9(5) VALUE 0.
           05 WS-Count-Action        PIC 9(5) VALUE 0.
           05 WS-Count-Check         PIC 9(5) VALUE 0.
           05 WS-Count-Missing       PIC 9(5) VALUE 0.
           05 WS-Count-Skipped       PIC 9(7) VALUE 0.

      *---------------------------------------------------------------
      *  The night's step records, held so the verdict can head the
      *  page ahead of the detail.  A full table still counts what it
      *  could not hold.
      *---------------------------------------------------------------
       01  WS-Step-Table-Control.
           05 WS-Step-Max            PIC 9(3) VALUE 200.
           05 WS-Step-Idx            PIC 9(3) VALUE 0.
       01  WS-Step-Table.
           05 WS-Step-Entry          OCCURS 200 TIMES PIC X(220).
           05 WS-Step-Flag-Level     OCCURS 200 TIMES PIC X(1).
           05 WS-Step-Flag-Text      OCCURS 200 TIMES PIC X(40).

      *---------------------------------------------------------------
      *  One step record being judged or printed, in the STEPSTAT
      *  layout.
      *---------------------------------------------------------------
       01  WS-Step-Work.
           05 SW-Program             PIC X(8).
           05 SW-Run-Date            PIC 9(8).
           05 SW-Run-Time            PIC 9(6).
           05 SW-Job-Name            PIC X(8).
           05 SW-Return-Code         PIC 9(4).
           05 SW-Input-Dsn           PIC X(44).
           05 SW-Stripe-Number       PIC 9(2).
           05 SW-Stripe-Count        PIC 9(2).
           05 SW-Count-Entry OCCURS 6 TIMES.
              10 SW-Count-Label      PIC X(12).
              10 SW-Count-Value      PIC 9(9).
           05 FILLER                 PIC X(12).

       01  WS-Flag-Work.
           05 WS-Flag-Level          PIC X(1) VALUE SPACE.
               88 Flag-Action               VALUE 'A'.
               88 Flag-Check                VALUE 'C'.
               88 Flag-None                 VALUE SPACE.
           05 WS-Flag-Text           PIC X(40) VALUE SPACES.
           05 WS-Want-Label          PIC X(12) VALUE SPACES.
           05 WS-Got-Value           PIC 9(9) VALUE 0.
           05 WS-Count-Idx           PIC 9(1) VALUE 0.
           05 WS-Rc-Edit             PIC Z9.

      *---------------------------------------------------------------
      *  Expected steps and what the night actually produced.
      *---------------------------------------------------------------
       01  WS-Expected-Area.
           05 WS-Expected-Count      PIC 9(1) VALUE 0.
           05 WS-Expected-Idx        PIC 9(1) VALUE 0.
           05 WS-Expected-Program    OCCURS 5 TIMES PIC X(8).
           05 WS-Program-Seen-Sw     PIC X VALUE 'N'.
               88 Program-Seen              VALUE 'Y'.
           05 WS-Seek-Program        PIC X(8) VALUE SPACES.

       01  WS-Stripe-Area.
           05 WS-Striped-Count       PIC 9(2) VALUE 0.
           05 WS-Stripe-Idx          PIC 9(3) VALUE 0.
           05 WS-Stripe-Edit         PIC 9(2) VALUE 0.
           05 WS-Stripe-Flag         OCCURS 99 TIMES PIC X VALUE 'N'.

      *---------------------------------------------------------------
      *  Missing-step messages, collected for their own section.
      *---------------------------------------------------------------
       01  WS-Missing-Table.
           05 WS-Missing-Max         PIC 9(3) VALUE 120.
           05 WS-Missing-Idx         PIC 9(3) VALUE 0.
           05 WS-Missing-Text        OCCURS 120 TIMES PIC X(60).
       01  WS-Missing-Build.
           05 MB-Program             PIC X(8).
           05 MB-Text                PIC X(52).

      *---------------------------------------------------------------
      *  The night window: from the cutoff on the prior day to the
      *  cutoff on the night date.  The prior day is stepped back by
      *  hand through month and year ends; the divide-by-4 leap rule
      *  is exact for 1901-2099, as in ZONED07.
      *---------------------------------------------------------------
       01  WS-Window.
           05 WS-Night-Date          PIC 9(8) VALUE 0.
           05 WS-Prior-Date          PIC 9(8) VALUE 0.
           05 WS-Prior-Date-X REDEFINES WS-Prior-Date.
              10 WS-PD-Year          PIC 9(4).
              10 WS-PD-Month         PIC 9(2).
              10 WS-PD-Day           PIC 9(2).
           05 WS-Cutoff-Time         PIC 9(6) VALUE 120000.
           05 WS-Leap-Quotient       PIC 9(4) VALUE 0.
           05 WS-Leap-Remainder      PIC 9(4) VALUE 0.

       01  WS-Month-Length-Values.
           05 FILLER                 PIC X(24) VALUE
              '312831303130313130313031'.
       01  WS-Month-Lengths REDEFINES WS-Month-Length-Values.
           05 WS-Days-In-Month       OCCURS 12 TIMES PIC 9(2).

       01  WS-Print-Control.
           05 WS-Print-Status        PIC XX VALUE '00'.
           05 WS-Line-Count          PIC 9(3) VALUE 999.
           05 WS-Lines-Per-Page      PIC 9(3) VALUE 56.
           05 WS-Page-Count          PIC 9(5) VALUE 0.

       01  WS-Print-Line             PIC X(132) VALUE SPACES.

       01  WS-Head-Line-1.
           05 FILLER                 PIC X(9) VALUE 'ZONED12'.
           05 FILLER                 PIC X(28)
               VALUE 'MORNING OPERATIONS SUMMARY'.
           05 WS-Head-Date           PIC 9999/99/99.
           05 FILLER                 PIC X(74) VALUE SPACES.
           05 FILLER                 PIC X(5) VALUE 'PAGE'.
           05 WS-Head-Page           PIC ZZZZ9.
           05 FILLER                 PIC X(1) VALUE SPACE.

       01  WS-Night-Line.
           05 FILLER                 PIC X(13) VALUE 'NIGHT ENDING '.
           05 NL-Night-Date          PIC 9999/99/99.
           05 FILLER                 PIC X(4) VALUE ' AT '.
           05 NL-Cutoff-Time         PIC 9(6).
           05 FILLER                 PIC X(7) VALUE ' FROM  '.
           05 NL-Prior-Date          PIC 9999/99/99.
           05 FILLER                 PIC X(4) VALUE ' AT '.
           05 NL-Prior-Time          PIC 9(6).
           05 FILLER                 PIC X(72) VALUE SPACES.

       01  WS-Step-Head-Line.
           05 FILLER                 PIC X(10) VALUE 'PROGRAM'.
           05 FILLER                 PIC X(12) VALUE 'RUN-DATE'.
           05 FILLER                 PIC X(8) VALUE 'TIME'.
           05 FILLER                 PIC X(10) VALUE 'JOB'.
           05 FILLER                 PIC X(7) VALUE 'STRIPE'.
           05 FILLER                 PIC X(6) VALUE '  RC'.
           05 FILLER                 PIC X(79) VALUE 'STATUS'.

       01  WS-Step-Line.
           05 SL-Program             PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SL-Run-Date            PIC 9999/99/99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SL-Run-Time            PIC 9(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SL-Job-Name            PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SL-Stripe.
              10 SL-Stripe-Number    PIC 99.
              10 SL-Stripe-Slash     PIC X VALUE '/'.
              10 SL-Stripe-Count     PIC 99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SL-Return-Code         PIC ZZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SL-Flag-Mark           PIC X(3).
           05 SL-Flag-Text           PIC X(40).
           05 FILLER                 PIC X(36) VALUE SPACES.

      *---------------------------------------------------------------
      *  The step's labelled counts under its status line.
      *---------------------------------------------------------------
       01  WS-Count-Line.
           05 FILLER                 PIC X(6) VALUE SPACES.
           05 CL-Count-Entry OCCURS 6 TIMES.
              10 CL-Count-Label      PIC X(12).
              10 FILLER              PIC X VALUE SPACE.
              10 CL-Count-Value      PIC ZZZZZZ9.
              10 FILLER              PIC X VALUE SPACE.

       01  WS-Dsn-Line.
           05 FILLER                 PIC X(6) VALUE SPACES.
           05 FILLER                 PIC X(4) VALUE 'DSN '.
           05 DL-Input-Dsn           PIC X(44).
           05 FILLER                 PIC X(78) VALUE SPACES.

       01  WS-Summary-Line.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 PS-Label               PIC X(28).
           05 PS-Value               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(91) VALUE SPACES.

       01  WS-Run-Stamp.
           05 WS-Run-Date            PIC 9(8) VALUE 0.

       01  WS-Switches.
           05 WS-Stepstat-Status     PIC XX VALUE '00'.
               88 End-Of-Stepstat           VALUE '10'.
           05 WS-Sumcard-Status      PIC XX VALUE '00'.

       PROCEDURE DIVISION.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           Perform Read-Summary-Card
           Perform Compute-Prior-Date
           OPEN INPUT STEP-STAT-FILE
           IF WS-Stepstat-Status NOT = '00'
              Display 'ZONED12 -- STEPSTAT OPEN FAILED, STATUS='
                      WS-Stepstat-Status
              STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-Print-Status NOT = '00'
              Display 'ZONED12 -- RPTFILE OPEN FAILED, STATUS='
                      WS-Print-Status
              STOP RUN
           END-IF
           Perform Load-Night-Steps
           CLOSE STEP-STAT-FILE
           Perform Check-Expected-Steps
           Perform Check-Striped-Scan
           Perform Write-Night-Verdict
           Perform Write-Step-Detail
           Perform Write-Missing-Steps
           Perform Write-Summary-Report
           CLOSE PRINT-FILE
           IF WS-Count-Action > 0 OR WS-Count-Missing > 0
              MOVE 4 to RETURN-CODE
           END-IF
           GOBACK.


      *---------------------------------------------------------------
      *  Optional control card: night date, cutoff time, expected
      *  nightly steps.  No card (or blank fields) takes the
      *  defaults -- tonight, noon cutoff, ZONED01/02/07.
      *---------------------------------------------------------------
       Read-Summary-Card.
           MOVE WS-Run-Date to WS-Night-Date
           MOVE 0 to WS-Expected-Count
           OPEN INPUT SUMMARY-CARD-FILE
           IF WS-Sumcard-Status = '00'
              READ SUMMARY-CARD-FILE
                 AT END MOVE '10' to WS-Sumcard-Status
                 NOT AT END
                    IF SC-Night-Date IS NUMERIC
                       AND SC-Night-Date NOT = ZEROS
                       MOVE SC-Night-Date to WS-Night-Date
                    END-IF
                    IF SC-Cutoff-Time IS NUMERIC
                       MOVE SC-Cutoff-Time to WS-Cutoff-Time
                    END-IF
                    PERFORM VARYING WS-Expected-Idx FROM 1 BY 1
                              UNTIL WS-Expected-Idx > 5
                       IF SC-Expected-Program (WS-Expected-Idx)
                          NOT = SPACES
                          ADD 1 to WS-Expected-Count
                          MOVE SC-Expected-Program (WS-Expected-Idx)
                            to WS-Expected-Program
                               (WS-Expected-Count)
                       END-IF
                    END-PERFORM
              END-READ
              CLOSE SUMMARY-CARD-FILE
           END-IF
           IF WS-Expected-Count = 0
              MOVE 'ZONED01' to WS-Expected-Program (1)
              MOVE 'ZONED02' to WS-Expected-Program (2)
              MOVE 'ZONED07' to WS-Expected-Program (3)
              MOVE 3 to WS-Expected-Count
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  The day before the night date -- back one day, borrowing
      *  from the month and year when the day runs out.
      *---------------------------------------------------------------
       Compute-Prior-Date.
           MOVE WS-Night-Date to WS-Prior-Date
           IF WS-PD-Day > 1
              SUBTRACT 1 FROM WS-PD-Day
           ELSE
              IF WS-PD-Month > 1
                 SUBTRACT 1 FROM WS-PD-Month
              ELSE
                 MOVE 12 to WS-PD-Month
                 SUBTRACT 1 FROM WS-PD-Year
              END-IF
              MOVE WS-Days-In-Month (WS-PD-Month) to WS-PD-Day
              IF WS-PD-Month = 2
                 DIVIDE WS-PD-Year by 4
                    GIVING WS-Leap-Quotient
                    REMAINDER WS-Leap-Remainder
                 IF WS-Leap-Remainder = 0
                    MOVE 29 to WS-PD-Day
                 END-IF
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Read the whole STEPSTAT dataset and keep the night's records,
      *  judging each one as it is stored.
      *---------------------------------------------------------------
       Load-Night-Steps.
           PERFORM UNTIL End-Of-Stepstat
              READ STEP-STAT-FILE
                 AT END SET End-Of-Stepstat TO TRUE
                 NOT AT END
                    ADD 1 to WS-Count-Stat-Read
                    IF (ST-Run-Date = WS-Night-Date
                        AND ST-Run-Time < WS-Cutoff-Time)
                    OR (ST-Run-Date = WS-Prior-Date
                        AND ST-Run-Time NOT < WS-Cutoff-Time)
                       Perform Store-Night-Step
                    END-IF
              END-READ
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  Judge one of the night's step records and hold it for the
      *  page.  A striped ZONED01 stripe is remembered for the
      *  stripe and consolidation checks.
      *---------------------------------------------------------------
       Store-Night-Step.
           MOVE STEP-STAT-RECORD to WS-Step-Work
           Perform Evaluate-Step-Flags
           IF Flag-Action
              ADD 1 to WS-Count-Action
           END-IF
           IF Flag-Check
              ADD 1 to WS-Count-Check
           END-IF
           IF SW-Program = 'ZONED01' AND SW-Stripe-Count > 1
              IF SW-Stripe-Count > WS-Striped-Count
                 MOVE SW-Stripe-Count to WS-Striped-Count
              END-IF
              IF SW-Stripe-Number >= 1 AND SW-Stripe-Number <= 99
                 MOVE 'Y' to WS-Stripe-Flag (SW-Stripe-Number)
              END-IF
           END-IF
           IF WS-Count-Steps < WS-Step-Max
              ADD 1 to WS-Count-Steps
              MOVE WS-Step-Work  to WS-Step-Entry (WS-Count-Steps)
              MOVE WS-Flag-Level to WS-Step-Flag-Level (WS-Count-Steps)
              MOVE WS-Flag-Text  to WS-Step-Flag-Text (WS-Count-Steps)
           ELSE
              ADD 1 to WS-Count-Skipped
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  What needs doing about one step.  Each program's own
      *  return-code meanings come first, then the counts that mean
      *  hand-work; any other nonzero return code is flagged plain.
      *---------------------------------------------------------------
       Evaluate-Step-Flags.
           MOVE SPACE  to WS-Flag-Level
           MOVE SPACES to WS-Flag-Text
           MOVE SW-Return-Code to WS-Rc-Edit
           EVALUATE TRUE
              WHEN SW-Program = 'ZONED01' AND SW-Return-Code = 16
                 SET Flag-Action TO TRUE
                 MOVE 'FEED HELD -- REPEAT TRANSMISSION'
                      to WS-Flag-Text
              WHEN SW-Program = 'ZONED01' AND SW-Return-Code = 12
                 SET Flag-Action TO TRUE
                 MOVE 'FEED OUT OF BALANCE -- HELD' to WS-Flag-Text
              WHEN SW-Program = 'ZONED01' AND SW-Return-Code = 8
                 SET Flag-Action TO TRUE
                 MOVE 'REJECT TOLERANCE EXCEEDED -- HELD'
                      to WS-Flag-Text
              WHEN SW-Program = 'ZONED01' AND SW-Return-Code = 4
                 SET Flag-Check TO TRUE
                 MOVE 'REJECT TOLERANCE APPROACHED' to WS-Flag-Text
              WHEN SW-Program = 'ZONED05' AND SW-Return-Code = 16
                 SET Flag-Action TO TRUE
                 MOVE 'FEED HELD -- REPEAT TRANSMISSION'
                      to WS-Flag-Text
              WHEN SW-Program = 'ZONED05' AND SW-Return-Code = 12
                 SET Flag-Action TO TRUE
                 MOVE 'STRIPES OUT OF BALANCE -- HELD'
                      to WS-Flag-Text
              WHEN SW-Program = 'ZONED05' AND SW-Return-Code = 8
                 SET Flag-Action TO TRUE
                 MOVE 'CONSOLIDATION FAILED -- STRIPE MISSING'
                      to WS-Flag-Text
              WHEN SW-Program = 'ZONED11' AND SW-Return-Code = 8
                 SET Flag-Action TO TRUE
                 MOVE 'JOURNAL OR RESUBMIT WRITE FAILED'
                      to WS-Flag-Text
              WHEN SW-Program = 'ZONED11' AND SW-Return-Code = 4
                 SET Flag-Check TO TRUE
                 MOVE 'CORRECTION TRANSACTIONS REJECTED'
                      to WS-Flag-Text
              WHEN SW-Program = 'ZONED08' AND SW-Return-Code = 8
                 SET Flag-Action TO TRUE
                 MOVE 'CORPORATE EXTRACT OUT OF SEQUENCE'
                      to WS-Flag-Text
              WHEN SW-Return-Code >= 8
                 SET Flag-Action TO TRUE
                 MOVE 'STEP ENDED RC' to WS-Flag-Text
                 MOVE WS-Rc-Edit to WS-Flag-Text (15 : 2)
              WHEN SW-Return-Code > 0
                 SET Flag-Check TO TRUE
                 MOVE 'STEP ENDED RC' to WS-Flag-Text
                 MOVE WS-Rc-Edit to WS-Flag-Text (15 : 2)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF Flag-None
              EVALUATE SW-Program
                 WHEN 'ZONED07'
                    MOVE 'OVER-10' to WS-Want-Label
                    Perform Find-Count-By-Label
                    IF WS-Got-Value > 0
                       SET Flag-Action TO TRUE
                       MOVE 'SUSPENSE ITEMS OPEN OVER 10 DAYS'
                            to WS-Flag-Text
                    ELSE
                       MOVE 'OVER-3' to WS-Want-Label
                       Perform Find-Count-By-Label
                       IF WS-Got-Value > 0
                          SET Flag-Check TO TRUE
                          MOVE 'SUSPENSE ITEMS OPEN OVER 3 DAYS'
                               to WS-Flag-Text
                       END-IF
                    END-IF
                 WHEN 'ZONED02'
                    MOVE 'UNREPAIRABLE' to WS-Want-Label
                    Perform Find-Count-By-Label
                    IF WS-Got-Value > 0
                       SET Flag-Check TO TRUE
                       MOVE 'UNREPAIRABLES SENT TO CORRECTION TEAM'
                            to WS-Flag-Text
                    END-IF
                 WHEN 'ZONED08'
                    MOVE 'DELETES' to WS-Want-Label
                    Perform Find-Count-By-Label
                    IF WS-Got-Value > 0
                       SET Flag-Check TO TRUE
                       MOVE 'MASTER DELETES -- REVIEW DELETE LIST'
                            to WS-Flag-Text
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF Flag-None
              MOVE 'OK' to WS-Flag-Text
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  The value of the count slot carrying WS-Want-Label, zero
      *  when the step did not report one.
      *---------------------------------------------------------------
       Find-Count-By-Label.
           MOVE 0 to WS-Got-Value
           PERFORM VARYING WS-Count-Idx FROM 1 BY 1
                     UNTIL WS-Count-Idx > 6
              IF SW-Count-Label (WS-Count-Idx) = WS-Want-Label
                 MOVE SW-Count-Value (WS-Count-Idx) to WS-Got-Value
              END-IF
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  Every nightly step named on the card (or by default) must
      *  have left at least one record.
      *---------------------------------------------------------------
       Check-Expected-Steps.
           PERFORM VARYING WS-Expected-Idx FROM 1 BY 1
                     UNTIL WS-Expected-Idx > WS-Expected-Count
              MOVE WS-Expected-Program (WS-Expected-Idx)
                to WS-Seek-Program
              Perform Find-Program-Seen
              IF NOT Program-Seen
                 MOVE WS-Seek-Program to MB-Program
                 MOVE 'EXPECTED NIGHTLY STEP LEFT NO RECORD' to MB-Text
                 Perform Add-Missing-Step
              END-IF
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  A striped ZONED01 must have every stripe report, and must be
      *  followed by the ZONED05 consolidation -- without it the
      *  night's clean feed was never assembled.
      *---------------------------------------------------------------
       Check-Striped-Scan.
           IF WS-Striped-Count > 1
              PERFORM VARYING WS-Stripe-Idx FROM 1 BY 1
                        UNTIL WS-Stripe-Idx > WS-Striped-Count
                 IF WS-Stripe-Flag (WS-Stripe-Idx) NOT = 'Y'
                    MOVE 'ZONED01' to MB-Program
                    MOVE SPACES to MB-Text
                    MOVE 'STRIPE    LEFT NO RECORD' to MB-Text
                    MOVE WS-Stripe-Idx  to WS-Stripe-Edit
                    MOVE WS-Stripe-Edit to MB-Text (8 : 2)
                    Perform Add-Missing-Step
                 END-IF
              END-PERFORM
              MOVE 'ZONED05' to WS-Seek-Program
              Perform Find-Program-Seen
              IF NOT Program-Seen
                 MOVE 'ZONED05' to MB-Program
                 MOVE 'MISSING AFTER STRIPED ZONED01 -- NO CLEAN FEED'
                      to MB-Text
                 Perform Add-Missing-Step
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Did any of the night's records come from WS-Seek-Program?
      *---------------------------------------------------------------
       Find-Program-Seen.
           MOVE 'N' to WS-Program-Seen-Sw
           PERFORM VARYING WS-Step-Idx FROM 1 BY 1
                     UNTIL WS-Step-Idx > WS-Count-Steps
                        OR Program-Seen
              IF WS-Step-Entry (WS-Step-Idx) (1 : 8) = WS-Seek-Program
                 SET Program-Seen TO TRUE
              END-IF
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  Record one missing-step message.
      *---------------------------------------------------------------
       Add-Missing-Step.
           ADD 1 to WS-Count-Missing
           IF WS-Missing-Idx < WS-Missing-Max
              ADD 1 to WS-Missing-Idx
              MOVE WS-Missing-Build to WS-Missing-Text (WS-Missing-Idx)
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Head the page with the night's window and the one-line
      *  answer to "did the night go well".
      *---------------------------------------------------------------
       Write-Night-Verdict.
           MOVE WS-Night-Date  to NL-Night-Date
           MOVE WS-Cutoff-Time to NL-Cutoff-Time
           MOVE WS-Prior-Date  to NL-Prior-Date
           MOVE WS-Cutoff-Time to NL-Prior-Time
           MOVE WS-Night-Line  to WS-Print-Line
           Perform Write-Print-Line
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           EVALUATE TRUE
              WHEN WS-Count-Action > 0 OR WS-Count-Missing > 0
                 MOVE '*** ACTION NEEDED -- SEE ** LINES BELOW ***'
                      to WS-Print-Line
              WHEN WS-Count-Check > 0
                 MOVE 'NIGHT COMPLETE -- ITEMS TO CHECK (* LINES)'
                      to WS-Print-Line
              WHEN OTHER
                 MOVE 'NIGHT COMPLETE -- NO ACTION NEEDED'
                      to WS-Print-Line
           END-EVALUATE
           Perform Write-Print-Line
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           EXIT.


      *---------------------------------------------------------------
      *  One status line per step in run order, its counts under it,
      *  and the input DSN where the step knows it.
      *---------------------------------------------------------------
       Write-Step-Detail.
           MOVE WS-Step-Head-Line to WS-Print-Line
           Perform Write-Print-Line
           PERFORM VARYING WS-Step-Idx FROM 1 BY 1
                     UNTIL WS-Step-Idx > WS-Count-Steps
              MOVE WS-Step-Entry (WS-Step-Idx) to WS-Step-Work
              MOVE SW-Program       to SL-Program
              MOVE SW-Run-Date      to SL-Run-Date
              MOVE SW-Run-Time      to SL-Run-Time
              MOVE SW-Job-Name      to SL-Job-Name
              MOVE SW-Stripe-Number to SL-Stripe-Number
              MOVE SW-Stripe-Count  to SL-Stripe-Count
              IF SW-Stripe-Count > 1
                 MOVE '/' to SL-Stripe-Slash
              ELSE
                 MOVE SPACES to SL-Stripe
              END-IF
              MOVE SW-Return-Code   to SL-Return-Code
              EVALUATE WS-Step-Flag-Level (WS-Step-Idx)
                 WHEN 'A'
                    MOVE '** ' to SL-Flag-Mark
                 WHEN 'C'
                    MOVE '*  ' to SL-Flag-Mark
                 WHEN OTHER
                    MOVE SPACES to SL-Flag-Mark
              END-EVALUATE
              MOVE WS-Step-Flag-Text (WS-Step-Idx) to SL-Flag-Text
              MOVE WS-Step-Line to WS-Print-Line
              Perform Write-Print-Line
              PERFORM VARYING WS-Count-Idx FROM 1 BY 1
                        UNTIL WS-Count-Idx > 6
                 IF SW-Count-Label (WS-Count-Idx) = SPACES
                    MOVE SPACES to CL-Count-Entry (WS-Count-Idx)
                 ELSE
                    MOVE SW-Count-Label (WS-Count-Idx)
                      to CL-Count-Label (WS-Count-Idx)
                    MOVE SW-Count-Value (WS-Count-Idx)
                      to CL-Count-Value (WS-Count-Idx)
                 END-IF
              END-PERFORM
              MOVE WS-Count-Line to WS-Print-Line
              Perform Write-Print-Line
              IF SW-Input-Dsn NOT = SPACES
                 MOVE SW-Input-Dsn to DL-Input-Dsn
                 MOVE WS-Dsn-Line to WS-Print-Line
                 Perform Write-Print-Line
              END-IF
           END-PERFORM
           IF WS-Count-Steps = 0
              MOVE '** NO STEP RECORDS FOUND FOR THIS NIGHT'
                   to WS-Print-Line
              Perform Write-Print-Line
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Steps that should have run and left no record.
      *---------------------------------------------------------------
       Write-Missing-Steps.
           IF WS-Count-Missing > 0
              MOVE SPACES to WS-Print-Line
              Perform Write-Print-Line
              MOVE 'STEPS EXPECTED BUT NOT REPORTED' to WS-Print-Line
              Perform Write-Print-Line
              PERFORM VARYING WS-Missing-Idx FROM 1 BY 1
                        UNTIL WS-Missing-Idx > WS-Count-Missing
                           OR WS-Missing-Idx > WS-Missing-Max
                 MOVE '** ' to WS-Print-Line
                 MOVE WS-Missing-Text (WS-Missing-Idx)
                   to WS-Print-Line (4 : 60)
                 Perform Write-Print-Line
              END-PERFORM
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Night totals.
      *---------------------------------------------------------------
       Write-Summary-Report.
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           MOVE 'ZONED12 END-OF-JOB SUMMARY' to WS-Print-Line
           Perform Write-Print-Line
           MOVE '==========================' to WS-Print-Line
           Perform Write-Print-Line
           MOVE 'Step Records Read'          to PS-Label
           MOVE WS-Count-Stat-Read           to PS-Value
           Perform Write-Summary-Line
           MOVE 'Steps This Night'           to PS-Label
           MOVE WS-Count-Steps               to PS-Value
           Perform Write-Summary-Line
           IF WS-Count-Skipped > 0
              MOVE 'Steps Over Table (counted)' to PS-Label
              MOVE WS-Count-Skipped             to PS-Value
              Perform Write-Summary-Line
           END-IF
           MOVE 'Steps Needing Action'       to PS-Label
           MOVE WS-Count-Action              to PS-Value
           Perform Write-Summary-Line
           MOVE 'Steps To Check'             to PS-Label
           MOVE WS-Count-Check               to PS-Value
           Perform Write-Summary-Line
           MOVE 'Expected Steps Missing'     to PS-Label
           MOVE WS-Count-Missing             to PS-Value
           Perform Write-Summary-Line
           EXIT.


      *---------------------------------------------------------------
      *  Format one label/value pair onto the summary page.
      *---------------------------------------------------------------
       Write-Summary-Line.
           MOVE WS-Summary-Line to WS-Print-Line
           Perform Write-Print-Line
           EXIT.


      *---------------------------------------------------------------
      *  Spill one built print line, breaking to a fresh page with
      *  headings when the current page is full.
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
           MOVE WS-Night-Date to WS-Head-Date
           MOVE WS-Page-Count to WS-Head-Page
           WRITE PRINT-RECORD FROM WS-Head-Line-1
              AFTER ADVANCING PAGE
           MOVE SPACES to PRINT-RECORD
           WRITE PRINT-RECORD
              AFTER ADVANCING 1 LINE
           MOVE 2 to WS-Line-Count
           EXIT.
