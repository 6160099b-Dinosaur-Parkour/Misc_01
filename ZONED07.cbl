      * image rides along as evidence only.
      *
      *   SUSPFILE i-o -- keyed suspense cluster, one record per open
      *                   reject (created empty on first use); items
      *                   ZONED11 has written off stay on it closed
      *                   and are counted, not aged
      *   CLEANIN  in  -- this run's certified clean feed from
      *                   ZONED01/ZONED05 (HDR/TRL labels absorbed);
      *                   optional -- no DD skips the match-off
      *   RPTFILE  out -- aging report: every open item with days
      *                   open, flagged over 3 and over 10 days, plus
      *                   the run's add/clear activity
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
      *  Suspense cluster -- VSAM KSDS keyed on the account plus the
      *  originating record number, carrying the rejected image (and
      *  its length) as evidence and the run date of the run that
      *  first rejected it.  A blank item status is an open item;
      *  ZONED11 closes an item the correction team writes off,
      *  stamping who approved it, when, and why.
      *---------------------------------------------------------------
       FD  SUSPENSE-FILE
           RECORD CONTAINS 330 CHARACTERS.
       01  SUSPENSE-RECORD.
           05 SP-Key.
              10 SP-Acct             PIC X(5).
           05 SP-Rec-Len             PIC 9(3).
           05 SP-Raw-Data            PIC X(250).
           05 SP-Date-Added          PIC 9(8).
           05 SP-Item-Status         PIC X(1).
               88 Suspense-Item-Open        VALUE SPACE.
               88 Suspense-Written-Off      VALUE 'W'.
           05 SP-Closed-Date         PIC 9(8).
           05 SP-Closed-By           PIC X(8).
           05 SP-Closed-Reason       PIC X(30).
           05 FILLER                 PIC X(10).

       FD  CLEAN-IN-FILE
           RECORDING MODE IS V
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
       01  WS-Cleanin-Len            PIC 9(3) VALUE 0.

           05 WS-Count-Rejects-Read  PIC 9(7) VALUE 0.
           05 WS-Count-Added         PIC 9(7) VALUE 0.
           05 WS-Count-Still-Open    PIC 9(7) VALUE 0.
           05 WS-Count-Reopened      PIC 9(7) VALUE 0.
           05 WS-Count-Open          PIC 9(7) VALUE 0.
           05 WS-Count-Over-3        PIC 9(7) VALUE 0.
           05 WS-Count-Over-10       PIC 9(7) VALUE 0.
           05 WS-Count-Written-Off   PIC 9(7) VALUE 0.

      *---------------------------------------------------------------
      *  Day-serial arithmetic for the aging buckets.  Serial = whole

       01  WS-Run-Stamp.
           05 WS-Run-Date            PIC 9(8) VALUE 0.
           05 WS-Run-Time-Full       PIC 9(8) VALUE 0.
           05 WS-Run-Time-X REDEFINES WS-Run-Time-Full.
              10 WS-Run-Time         PIC 9(6).
              10 FILLER              PIC 9(2).

       01  WS-Switches.
           05 WS-Stepstat-Status     PIC XX VALUE '00'.
           05 WS-Susp-Status         PIC XX VALUE '00'.
               88 End-Of-Suspense           VALUE '10'.
           05 WS-Cleanin-Status      PIC XX VALUE '00'.

       PROCEDURE DIVISION.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           ACCEPT WS-Run-Time-Full FROM TIME
           MOVE WS-Run-Date to WS-DW-Date
           Perform Compute-Day-Serial
           MOVE WS-Day-Serial to WS-Today-Serial
           Perform Write-Summary-Report
           CLOSE SUSPENSE-FILE
           CLOSE PRINT-FILE
           Perform Write-Step-Statistics
           GOBACK.


      *---------------------------------------------------------------
      *  Close every suspense item open for one clean record's
      *  account: position at the account's first item and delete
      *  through its last.  An item ZONED11 wrote off is already
      *  closed; it stays, with its closure details, for ZONED14 to
      *  age and archive.
      *---------------------------------------------------------------
       Match-One-Clean-Record.
           MOVE W-Clean-Rec (1 : 5) to WS-Clean-Acct
              READ SUSPENSE-FILE NEXT RECORD
                 AT END SET Acct-Items-Done TO TRUE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN SP-Acct NOT = WS-Clean-Acct
                          SET Acct-Items-Done TO TRUE
                       WHEN Suspense-Written-Off
                          CONTINUE
                       WHEN OTHER
                          DELETE SUSPENSE-FILE
                             INVALID KEY
                                Display 'ZONED07 -- SUSPENSE DELETE '
                                        'FAILED, STATUS='
                                        WS-Susp-Status
                          END-DELETE
                          ADD 1 to WS-Count-Cleared
                    END-EVALUATE
              END-READ
           END-PERFORM
           MOVE '00' to WS-Susp-Status

      *---------------------------------------------------------------
      *  Put one unrepairable reject on suspense, unless it already
      *  is.  An item ZONED11 wrote off under the same key is closed:
      *  the reject goes back on in its place as a fresh open item
      *  (the write-off stays on CORRJRNL and the ledger).
      *---------------------------------------------------------------
       Add-One-Reject.
           MOVE 'Y' to WS-Susp-Hit-Sw
           READ SUSPENSE-FILE
              INVALID KEY MOVE 'N' to WS-Susp-Hit-Sw
           END-READ
           EVALUATE TRUE
              WHEN NOT Suspense-Hit
                 MOVE SPACES       to SUSPENSE-RECORD
                 MOVE UR-Raw-Data (1 : 5) to SP-Acct
                 MOVE UR-Rec-Num   to SP-Rec-Num
                 Perform Build-Open-Item
                 WRITE SUSPENSE-RECORD
                    INVALID KEY
                       Display 'ZONED07 -- SUSPENSE WRITE FAILED, '
                               'STATUS=' WS-Susp-Status
                 END-WRITE
                 ADD 1 to WS-Count-Added
              WHEN Suspense-Written-Off
                 Perform Build-Open-Item
                 REWRITE SUSPENSE-RECORD
                    INVALID KEY
                       Display 'ZONED07 -- SUSPENSE REWRITE FAILED, '
                               'STATUS=' WS-Susp-Status
                 END-REWRITE
                 ADD 1 to WS-Count-Added
                 ADD 1 to WS-Count-Reopened
              WHEN OTHER
                 ADD 1 to WS-Count-Still-Open
           END-EVALUATE
           EXIT.


      *---------------------------------------------------------------
      *  Lay the reject into SUSPENSE-RECORD as an open item added
      *  today, with no closure details.
      *---------------------------------------------------------------
       Build-Open-Item.
           MOVE UR-Raw-Data  to SP-Raw-Data
           IF UR-Rec-Len IS NUMERIC
              MOVE UR-Rec-Len to SP-Rec-Len
           ELSE
              MOVE 0          to SP-Rec-Len
           END-IF
           MOVE WS-Run-Date  to SP-Date-Added
           MOVE SPACE        to SP-Item-Status
           MOVE ZEROS        to SP-Closed-Date
           MOVE SPACES       to SP-Closed-By
           MOVE SPACES       to SP-Closed-Reason
           EXIT.


      *  Aging pass: read the whole suspense cluster back in key
      *  order, print one line per open item with its days open, and
      *  bucket the escalations -- over 3 days and over 10 days -- so
      *  the oldest hand-work surfaces by age.  Written-off items are
      *  closed -- nobody is chasing them -- so they are counted and
      *  left off the listing.
      *---------------------------------------------------------------
       Age-Open-Items.
           MOVE '00' to WS-Susp-Status
                      OR WS-Susp-Status NOT = '00'
              READ SUSPENSE-FILE NEXT RECORD
                 AT END SET End-Of-Suspense TO TRUE
                 NOT AT END
                    IF Suspense-Written-Off
                       ADD 1 to WS-Count-Written-Off
                    ELSE
                       Perform Age-One-Item
                    END-IF
              END-READ
           END-PERFORM
           MOVE '00' to WS-Susp-Status
           MOVE 'New Items Added'            to PS-Label
           MOVE WS-Count-Added               to PS-Value
           Perform Write-Summary-Line
           MOVE '  Of Which Reopened'        to PS-Label
           MOVE WS-Count-Reopened            to PS-Value
           Perform Write-Summary-Line
           MOVE 'Rejected Again (kept date)' to PS-Label
           MOVE WS-Count-Still-Open          to PS-Value
           Perform Write-Summary-Line
           MOVE 'Open Over 10 Days'          to PS-Label
           MOVE WS-Count-Over-10             to PS-Value
           Perform Write-Summary-Line
           MOVE 'Written Off (not aged)'     to PS-Label
           MOVE WS-Count-Written-Off         to PS-Value
           Perform Write-Summary-Line
           EXIT.


              AFTER ADVANCING 2 LINES
           MOVE 3 to WS-Line-Count
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
              Display 'ZONED07 -- STEPSTAT OPEN FAILED, STATUS='
                      WS-Stepstat-Status ' -- STATISTICS NOT WRITTEN'
           ELSE
              MOVE SPACES              to STEP-STAT-RECORD
              MOVE 'ZONED07'           to ST-Program
              MOVE WS-Run-Date         to ST-Run-Date
              MOVE WS-Run-Time         to ST-Run-Time
              MOVE SPACES              to ST-Job-Name
              MOVE RETURN-CODE         to ST-Return-Code
              MOVE SPACES              to ST-Input-Dsn
              MOVE 0                   to ST-Stripe-Number
              MOVE 0                   to ST-Stripe-Count
              MOVE 'CLEARED'           to ST-Count-Label (1)
              MOVE WS-Count-Cleared    to ST-Count-Value (1)
              MOVE 'ADDED'             to ST-Count-Label (2)
              MOVE WS-Count-Added      to ST-Count-Value (2)
              MOVE 'OPEN'              to ST-Count-Label (3)
              MOVE WS-Count-Open       to ST-Count-Value (3)
              MOVE 'OVER-3'            to ST-Count-Label (4)
              MOVE WS-Count-Over-3     to ST-Count-Value (4)
              MOVE 'OVER-10'           to ST-Count-Label (5)
              MOVE WS-Count-Over-10    to ST-Count-Value (5)
              MOVE 'WRITTEN-OFF'       to ST-Count-Label (6)
              MOVE WS-Count-Written-Off to ST-Count-Value (6)
              WRITE STEP-STAT-RECORD
              IF WS-Stepstat-Status NOT = '00'
                 Display 'ZONED07 -- STEPSTAT WRITE FAILED, STATUS='
                         WS-Stepstat-Status
              END-IF
              CLOSE STEP-STAT-FILE
           END-IF
           EXIT.
