      *   MSTRNEW  out -- rebuilt master cluster
      *   RPTFILE  out -- activity report, delete list and EXCPFILE
      *                   cross-reference
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
           05 WS-Count-Extract       PIC 9(7) VALUE 0.

       01  WS-Run-Stamp.
           05 WS-Run-Date            PIC 9(8) VALUE 0.
           05 WS-Run-Time-Full       PIC 9(8) VALUE 0.
           05 WS-Run-Time-X REDEFINES WS-Run-Time-Full.
              10 WS-Run-Time         PIC 9(6).
              10 FILLER              PIC 9(2).

       01  WS-Switches.
           05 WS-Stepstat-Status     PIC XX VALUE '00'.
           05 WS-Corpext-Status      PIC XX VALUE '00'.
               88 End-Of-Extract            VALUE '10'.
           05 WS-Mstrold-Status      PIC XX VALUE '00'.

       PROCEDURE DIVISION.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           ACCEPT WS-Run-Time-Full FROM TIME
           OPEN OUTPUT PRINT-FILE
           IF WS-Print-Status NOT = '00'
              Display 'ZONED08 -- RPTFILE OPEN FAILED, STATUS='
           IF Extract-Out-Of-Sequence
              MOVE 8 to RETURN-CODE
           END-IF
           Perform Write-Step-Statistics
           GOBACK.


              AFTER ADVANCING PAGE
           MOVE 2 to WS-Line-Count
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
              Display 'ZONED08 -- STEPSTAT OPEN FAILED, STATUS='
                      WS-Stepstat-Status ' -- STATISTICS NOT WRITTEN'
           ELSE
              MOVE SPACES              to STEP-STAT-RECORD
              MOVE 'ZONED08'           to ST-Program
              MOVE WS-Run-Date         to ST-Run-Date
              MOVE WS-Run-Time         to ST-Run-Time
              MOVE SPACES              to ST-Job-Name
              MOVE RETURN-CODE         to ST-Return-Code
              MOVE SPACES              to ST-Input-Dsn
              MOVE 0                   to ST-Stripe-Number
              MOVE 0                   to ST-Stripe-Count
              MOVE 'EXTRACT'           to ST-Count-Label (1)
              MOVE WS-Count-Extract    to ST-Count-Value (1)
              MOVE 'ADDS'              to ST-Count-Label (2)
              MOVE WS-Count-Adds       to ST-Count-Value (2)
              MOVE 'CHANGES'           to ST-Count-Label (3)
              MOVE WS-Count-Changes    to ST-Count-Value (3)
              MOVE 'DELETES'           to ST-Count-Label (4)
              MOVE WS-Count-Deletes    to ST-Count-Value (4)
              MOVE 'EXCP-STILL'        to ST-Count-Label (5)
              MOVE WS-Count-Excp-Still to ST-Count-Value (5)
              MOVE 'EXTRACT-DUPS'      to ST-Count-Label (6)
              MOVE WS-Count-Extract-Dups to ST-Count-Value (6)
              WRITE STEP-STAT-RECORD
              IF WS-Stepstat-Status NOT = '00'
                 Display 'ZONED08 -- STEPSTAT WRITE FAILED, STATUS='
                         WS-Stepstat-Status
              END-IF
              CLOSE STEP-STAT-FILE
           END-IF
           EXIT.
