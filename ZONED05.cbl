      *   CLEANOUT out -- merged certified clean feed, record order,
      *                   one HDR/TRL pair over the whole file
      *   RPTFILE  out -- combined end-of-job summary page
      *   STEPSTAT out -- shared step-statistics dataset, one record
      *                   appended per run (extended, not replaced)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Print-Status.

           SELECT STEP-STAT-FILE ASSIGN TO STEPSTAT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Stepstat-Status.

      *=========================
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 363 CHARACTERS.
       01  STRIPE-SUMMARY-RECORD.
           05 SS-Stripe-Number       PIC 9(2).
           05 SS-Stripe-Count        PIC 9(2).
           05 SS-Count-Clean         PIC 9(7).
           05 SS-Clean-Hash          PIC 9(15).
           05 SS-Count-Dups          PIC 9(7).
           05 SS-Feed-Held           PIC X(1).

       FD  REJECT-IN-FILE
           RECORDING MODE IS F
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 377 CHARACTERS.
       01  AUDIT-IN-RECORD           PIC X(377).

       FD  AUDIT-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 377 CHARACTERS.
       01  AUDIT-OUT-RECORD          PIC X(377).

      *---------------------------------------------------------------
      *  Per-stripe clean slices in, merged certified feed out.
           05 FILLER                 PIC X(320).

       SD  AUDIT-SORT-FILE
           RECORD CONTAINS 377 CHARACTERS.
       01  AUDIT-SORT-RECORD.
           05 AUS-Rec-Num            PIC 9(7).
           05 FILLER                 PIC X(370).

       SD  CLEAN-SORT-FILE
           RECORD CONTAINS 260 CHARACTERS.
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-RECORD              PIC X(132).

      *---------------------------------------------------------------
      *  Step-statistics record -- one per step per run, appended to
      *  the job stream's shared STEPSTAT dataset for ZONED12's
      *  morning summary.  Six labelled count slots carry each
      *  program's own key counts, so one layout serves every step.
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

       WORKING-STORAGE SECTION.
       01  Stuff.
           05 WS-Stripes-Read        PIC 9(2) VALUE 0.
               88 Consolidation-Failed      VALUE 'Y'.
           05 WS-Recon-Fail-Sw       PIC X VALUE 'N'.
               88 Feed-Out-Of-Balance       VALUE 'Y'.
           05 WS-Register-Hold-Sw    PIC X VALUE 'N'.
               88 Feed-Register-Held        VALUE 'Y'.

       01  WS-Print-Control.
           05 WS-Print-Status        PIC XX VALUE '00'.

       01  WS-Run-Stamp.
           05 WS-Run-Date            PIC 9(8) VALUE 0.
           05 WS-Run-Time-Full       PIC 9(8) VALUE 0.
           05 WS-Run-Time-X REDEFINES WS-Run-Time-Full.
              10 WS-Run-Time         PIC 9(6).
              10 FILLER              PIC 9(2).

       01  WS-Switches.
           05 WS-Stepstat-Status     PIC XX VALUE '00'.
           05 WS-Stripsum-Status     PIC XX VALUE '00'.
               88 End-Of-Stripsum           VALUE '10'.
           05 WS-Rejin-Status        PIC XX VALUE '00'.

       PROCEDURE DIVISION.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           ACCEPT WS-Run-Time-Full FROM TIME
           Perform Consolidate-Stripe-Summaries
           Perform Check-All-Stripes-Present
           Perform Merge-Reject-Files
           Perform Reconcile-Across-Stripes
           Perform Merge-Clean-File
           Perform Write-Combined-Report
           EVALUATE TRUE
              WHEN Feed-Register-Held
                 MOVE 16 to RETURN-CODE
              WHEN Feed-Out-Of-Balance
                 MOVE 12 to RETURN-CODE
              WHEN Consolidation-Failed
                 MOVE 8 to RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           Perform Write-Step-Statistics
           GOBACK.


           IF SS-Multi-Type = 'Y'
              SET Multi-Type-Run TO TRUE
           END-IF
           IF SS-Feed-Held = 'Y'
              IF NOT Feed-Register-Held
                 Display 'ZONED05 -- FEED HELD BY THE RECEIPT '
                         'REGISTER -- REPEAT TRANSMISSION'
              END-IF
              SET Feed-Register-Held TO TRUE
           END-IF
           EXIT.


      *  Output procedure for the clean merge: HDR label, the sorted
      *  records with their slice key stripped, then the combined
      *  TRL -- unless the run is already held (feed out of balance
      *  across stripes, consolidation incomplete, or a stripe held
      *  by the receipt register as a repeat): a held run's
      *  slices are consistently partial, so a trailer written over
      *  them would balance against exactly the file that must not
      *  load.  Matching ZONED01, a held feed stays trailerless.
           END-PERFORM
           IF NOT Feed-Out-Of-Balance
              AND NOT Consolidation-Failed
              AND NOT Feed-Register-Held
              MOVE 80 to WS-Cleanout-Len
              MOVE 'TRL'           to WS-CL-Tag
              MOVE WS-Count-Clean  to WS-CL-Record-Count
           END-IF
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           IF Feed-Register-Held
              MOVE '*** FEED HELD -- REPEAT TRANSMISSION ***'
                   to WS-Print-Line
              Perform Write-Print-Line
           END-IF
           IF Feed-Out-Of-Balance
              MOVE '*** FEED OUT OF BALANCE -- DO NOT LOAD ***'
                   to WS-Print-Line
           ADD 1 to WS-Line-Count
           MOVE SPACES to WS-Print-Line
           EXIT.


      *---------------------------------------------------------------
      *  Append this step's statistics record to the shared STEPSTAT
      *  dataset for the morning summary.  A failure is reported but
      *  never fails the step -- the summary flags the step as having
      *  left no record, which is the right alarm.
      *---------------------------------------------------------------
       Write-Step-Statistics.
           OPEN EXTEND STEP-STAT-FILE
           IF WS-Stepstat-Status NOT = '00'
              Display 'ZONED05 -- STEPSTAT OPEN FAILED, STATUS='
                      WS-Stepstat-Status ' -- STATISTICS NOT WRITTEN'
           ELSE
              MOVE SPACES              to STEP-STAT-RECORD
              MOVE 'ZONED05'           to ST-Program
              MOVE WS-Run-Date         to ST-Run-Date
              MOVE WS-Run-Time         to ST-Run-Time
              MOVE SPACES              to ST-Job-Name
              MOVE RETURN-CODE         to ST-Return-Code
              MOVE SPACES              to ST-Input-Dsn
              MOVE 0                   to ST-Stripe-Number
              MOVE WS-Stripe-Count     to ST-Stripe-Count
              MOVE 'READ'              to ST-Count-Label (1)
              MOVE WS-Count-Read       to ST-Count-Value (1)
              MOVE 'CLEAN'             to ST-Count-Label (2)
              MOVE WS-Count-Clean      to ST-Count-Value (2)
              MOVE 'NOT-NUMERIC'       to ST-Count-Label (3)
              MOVE WS-Count-Non-Numeric to ST-Count-Value (3)
              MOVE 'DUPLICATE'         to ST-Count-Label (4)
              MOVE WS-Count-Dups       to ST-Count-Value (4)
              MOVE 'NOT-ON-MSTR'       to ST-Count-Label (5)
              MOVE WS-Count-Not-On-Master to ST-Count-Value (5)
              MOVE 'STRIPES'           to ST-Count-Label (6)
              MOVE WS-Stripes-Read     to ST-Count-Value (6)
              WRITE STEP-STAT-RECORD
              IF WS-Stepstat-Status NOT = '00'
                 Display 'ZONED05 -- STEPSTAT WRITE FAILED, STATUS='
                         WS-Stepstat-Status
              END-IF
              CLOSE STEP-STAT-FILE
           END-IF
           EXIT.
