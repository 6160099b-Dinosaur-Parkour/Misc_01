      *   FLDTBL   in   -- field-definition control table, ZONED01
      *                    layout; optional
      *   CTLCARD  in   -- ZONED01's control card, read here only for
      *                    the multi-record-type flag and the job
      *                    name and input DSN; optional
      *   REPAIRED out  -- corrected records at their original
      *                    length, resubmittable straight through
      *                    ZONED01's SYSIN
      *   UNREPAIR out  -- rejects this program could not fix, in the
      *                    original 327-byte REJFILE layout, for the
      *                    correction team; every record of a group
      *                    ZONED01 rejected whole goes here unrepaired,
      *                    so the group goes back together
      *   STEPSTAT out  -- shared step-statistics dataset, one record
      *                    appended per run (extended, not replaced)
      *   DISPLDGR out  -- shared disposition ledger, one entry
      *                    appended per reject read: REPAIRED or
      *                    UNREPAIR under its original record number
      *   SYSOUT        -- repair-action report, before/after bytes
      *                    per field
       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Unrepair-Status.

           SELECT STEP-STAT-FILE ASSIGN TO STEPSTAT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Stepstat-Status.

           SELECT DISPOSITION-LEDGER-FILE ASSIGN TO DISPLDGR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Displdgr-Status.

      *=========================
       DATA DIVISION.
       FILE SECTION.
           05 RJ-Raw-Data            PIC X(250).
           05 FILLER                 PIC X.
           05 RJ-Hex-Dump            PIC X(64).
      *    Set on every record ZONED01 rejected with its parent/child
      *    group, blank on a record rejected on its own.
           05 RJ-Hex-Dump-Parts REDEFINES RJ-Hex-Dump.
              10 FILLER              PIC X(44).
              10 RJ-Group-Verdict    PIC X(20).

      *---------------------------------------------------------------
      *  Field-definition control table -- same dataset and layout
           05 FILLER                 PIC X VALUE SPACE.
           05 UR-Hex-Dump            PIC X(64).

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

      *---------------------------------------------------------------
      *  Disposition ledger -- ZONED01's layout.  Each reject is
      *  entered under the record number ZONED01 gave it, with the
      *  checksum of the bytes this program wrote, so ZONED13 can
      *  follow a repaired record back through a later scan.
      *---------------------------------------------------------------
       FD  DISPOSITION-LEDGER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS.
       01  DISPOSITION-LEDGER-RECORD.
           05 LG-Program             PIC X(8).
           05 LG-Run-Date            PIC 9(8).
           05 LG-Run-Time            PIC 9(6).
           05 LG-Attempt             PIC 9(1).
           05 LG-Job-Name            PIC X(8).
           05 LG-Input-Dsn           PIC X(44).
           05 LG-Stripe-Number       PIC 9(2).
           05 LG-Stripe-Count        PIC 9(2).
           05 LG-Rec-Num             PIC 9(7).
           05 LG-Acct                PIC X(5).
           05 LG-Checksum            PIC 9(9).
           05 LG-Destination         PIC X(9).
           05 LG-Also-To             PIC X(9).
           05 FILLER                 PIC X(2).

       WORKING-STORAGE SECTION.
       01  W-Work-Rec                PIC X(250).
       01  WS-Work-Rec-Len           PIC 9(3) VALUE 0.
           05 WS-Count-Unrepairable    PIC 9(7) Value 0.
           05 WS-Count-Already-Numeric PIC 9(7) Value 0.
           05 WS-Count-Bad-Type        PIC 9(7) Value 0.
           05 WS-Count-Group-Held      PIC 9(7) Value 0.

       01  WS-Repair-Action          PIC X(20).

           05 WS-Rpt-Unrepairable   PIC ZZZ,ZZZ,ZZ9.
           05 WS-Rpt-Already-Num    PIC ZZZ,ZZZ,ZZ9.
           05 WS-Rpt-Bad-Type       PIC ZZZ,ZZZ,ZZ9.
           05 WS-Rpt-Group-Held     PIC ZZZ,ZZZ,ZZ9.

      *---------------------------------------------------------------
      *  Run stamp and the feed identity from the shared control
      *  card, for the step-statistics record.
      *---------------------------------------------------------------
       01  WS-Run-Stamp.
           05 WS-Run-Date            PIC 9(8) VALUE 0.
           05 WS-Run-Time-Full       PIC 9(8) VALUE 0.
           05 WS-Run-Time-X REDEFINES WS-Run-Time-Full.
              10 WS-Run-Time         PIC 9(6).
              10 FILLER              PIC 9(2).
           05 WS-Job-Name            PIC X(8) VALUE 'ZONED02'.
           05 WS-Input-Dsn           PIC X(44) VALUE SPACES.

      *---------------------------------------------------------------
      *  Disposition-ledger work: ZONED01's weighted checksum over
      *  the record as written, and the entry's destination.
      *---------------------------------------------------------------
       01  WS-Ledger-Area.
           05 WS-Ledger-Dest         PIC X(9) VALUE SPACES.
           05 WS-Ledger-Sw           PIC X VALUE 'N'.
               88 Ledger-Active             VALUE 'Y'.
           05 WS-Ledger-Checksum     PIC 9(9) VALUE 0.
           05 WS-Ledger-Byte-Idx     PIC 9(3) VALUE 0.
       01  WS-Ledger-Byte-Pair.
           05 FILLER                 PIC X VALUE LOW-VALUE.
           05 WS-Ledger-Byte         PIC X.
       01  WS-Ledger-Byte-Num REDEFINES WS-Ledger-Byte-Pair
                                     PIC 9(4) COMP.

       01  WS-Switches.
           05 WS-Stepstat-Status     PIC XX VALUE '00'.
           05 WS-Reject-Status       PIC XX VALUE '00'.
               88 End-Of-Rejects            VALUE '10'.
           05 WS-Fldtbl-Status       PIC XX VALUE '00'.
           05 WS-Ctlcard-Status      PIC XX VALUE '00'.
           05 WS-Repaired-Status     PIC XX VALUE '00'.
           05 WS-Unrepair-Status     PIC XX VALUE '00'.
           05 WS-Displdgr-Status     PIC XX VALUE '00'.

       PROCEDURE DIVISION.
           ACCEPT WS-Run-Date      FROM DATE YYYYMMDD
           ACCEPT WS-Run-Time-Full FROM TIME
           Perform Read-Control-Card
           Perform Read-Field-Table
           OPEN INPUT  REJECT-IN-FILE
                      WS-Unrepair-Status
              STOP RUN
           END-IF
           OPEN EXTEND DISPOSITION-LEDGER-FILE
           IF WS-Displdgr-Status = '00'
              SET Ledger-Active TO TRUE
           ELSE
              Display 'ZONED02 -- DISPLDGR OPEN FAILED, STATUS='
                      WS-Displdgr-Status ' -- LEDGER NOT WRITTEN'
           END-IF
           Display 'ZONED02 REPAIR-ACTION REPORT'
           Display '========================================'
           Perform Read-Reject
           CLOSE REJECT-IN-FILE
           CLOSE REPAIRED-FILE
           CLOSE UNREPAIRED-FILE
           IF Ledger-Active
              CLOSE DISPOSITION-LEDGER-FILE
           END-IF
           Perform Write-Step-Statistics
           GOBACK.


      *---------------------------------------------------------------
      *  Read the shared control card for the multi-record-type flag
      *  and the job name and input DSN the step statistics carry.
      *  No CTLCARD DD means a single-layout feed, same as ZONED01's
      *  default.
      *---------------------------------------------------------------
                 AT END     MOVE '10' to WS-Ctlcard-Status
                 NOT AT END
                    MOVE CC-Multi-Type-Flag to WS-Multi-Type-Flag
                    IF CC-Job-Name NOT = SPACES
                       MOVE CC-Job-Name to WS-Job-Name
                    END-IF
                    MOVE CC-Input-Dsn to WS-Input-Dsn
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  A record ZONED01 rejected with its parent/child group is not
      *  repaired on its own: resubmitted apart from its group it
      *  would only be rejected again as an orphan.  Every record of
      *  such a group goes to the correction team unchanged, to be
      *  put right and sent back as a group.  Any other reject is
      *  repaired on its own merits.
      *---------------------------------------------------------------
       Repair-One-Record.
           IF RJ-Group-Verdict NOT = SPACES
              Add 1 to WS-Count-Group-Held
              Add 1 to WS-Count-Unrepairable
              Display '* ' RJ-Rec-Num '  ' RJ-Group-Verdict
                      '  HELD WITH ITS GROUP'
              Perform Write-Unrepaired-Record
           ELSE
              Perform Repair-Single-Record
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Walk the defined zoned fields that apply to this record's
      *  layout, zero-fill the mechanical patterns where they sit, and
      *  nothing remains bad, UNREPAIR for embedded alpha, a bad
      *  record-type code, or nothing mechanical to fix at all.
      *---------------------------------------------------------------
       Repair-Single-Record.
           MOVE 'N'   to WS-Rec-Fixed-Sw
           MOVE 'N'   to WS-Rec-Unfixable-Sw
           MOVE SPACE to WS-Cur-Rec-Type
                 MOVE WS-Work-Rec-Len to WS-Repaired-Len
                 MOVE W-Work-Rec to REPAIRED-RECORD
                 WRITE REPAIRED-RECORD
                 MOVE 'REPAIRED' to WS-Ledger-Dest
                 Perform Write-Ledger-Record
              WHEN OTHER
      *          No defined zoned field on this record failed -- it
      *          was rejected for some other reason (a bad packed
           MOVE RJ-Raw-Data  to UR-Raw-Data
           MOVE RJ-Hex-Dump  to UR-Hex-Dump
           WRITE UNREPAIRED-RECORD
      *    The bytes go out as they came in -- the checksum is taken
      *    over the original image, not the partly fixed work copy.
           MOVE RJ-Raw-Data  to W-Work-Rec
           MOVE 'UNREPAIR'   to WS-Ledger-Dest
           Perform Write-Ledger-Record
           EXIT.


      *---------------------------------------------------------------
      *  Enter the record just written on the disposition ledger
      *  under its original record number.  A ledger failure is
      *  reported once and the ledger dropped; the repair carries on.
      *---------------------------------------------------------------
       Write-Ledger-Record.
           IF Ledger-Active
              Perform Compute-Ledger-Checksum
              MOVE SPACES              to DISPOSITION-LEDGER-RECORD
              MOVE 'ZONED02'           to LG-Program
              MOVE WS-Run-Date         to LG-Run-Date
              MOVE WS-Run-Time         to LG-Run-Time
              MOVE 1                   to LG-Attempt
              MOVE WS-Job-Name         to LG-Job-Name
              MOVE WS-Input-Dsn        to LG-Input-Dsn
              MOVE 0                   to LG-Stripe-Number
              MOVE 0                   to LG-Stripe-Count
              MOVE RJ-Rec-Num          to LG-Rec-Num
              MOVE W-Work-Rec (1 : 5)  to LG-Acct
              MOVE WS-Ledger-Checksum  to LG-Checksum
              MOVE WS-Ledger-Dest      to LG-Destination
              WRITE DISPOSITION-LEDGER-RECORD
              IF WS-Displdgr-Status NOT = '00'
                 Display 'ZONED02 -- DISPLDGR WRITE FAILED, STATUS='
                         WS-Displdgr-Status ' -- LEDGER STOPPED'
                 MOVE 'N' to WS-Ledger-Sw
                 CLOSE DISPOSITION-LEDGER-FILE
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  ZONED01's weighted checksum over the record's length, kept
      *  to the low-order 9 digits, so the same bytes give the same
      *  value in either program.
      *---------------------------------------------------------------
       Compute-Ledger-Checksum.
           MOVE 0 to WS-Ledger-Checksum
           PERFORM VARYING WS-Ledger-Byte-Idx FROM 1 BY 1
                     UNTIL WS-Ledger-Byte-Idx > WS-Work-Rec-Len
              MOVE W-Work-Rec (WS-Ledger-Byte-Idx : 1)
                to WS-Ledger-Byte
              COMPUTE WS-Ledger-Checksum =
                 WS-Ledger-Checksum * 31 + WS-Ledger-Byte-Num
           END-PERFORM
           EXIT.


           Move WS-Count-Unrepairable    to WS-Rpt-Unrepairable
           Move WS-Count-Already-Numeric to WS-Rpt-Already-Num
           Move WS-Count-Bad-Type        to WS-Rpt-Bad-Type
           Move WS-Count-Group-Held      to WS-Rpt-Group-Held
           Display ' '
           Display '========================================'
           Display 'ZONED02 END-OF-JOB SUMMARY'
           Display '  Fields Fixed: High-Value ' WS-Rpt-Fixed-High
           Display '  Already Numeric (manual)  ' WS-Rpt-Already-Num
           Display '  Unrepairable ........... ' WS-Rpt-Unrepairable
           Display '    Of Which Group Rejects  ' WS-Rpt-Group-Held
           IF Multi-Type-Active
              Display '  Bad Record-Type Code ... ' WS-Rpt-Bad-Type
           END-IF
           Display '========================================'
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
              Display 'ZONED02 -- STEPSTAT OPEN FAILED, STATUS='
                      WS-Stepstat-Status ' -- STATISTICS NOT WRITTEN'
           ELSE
              MOVE SPACES              to STEP-STAT-RECORD
              MOVE 'ZONED02'           to ST-Program
              MOVE WS-Run-Date         to ST-Run-Date
              MOVE WS-Run-Time         to ST-Run-Time
              MOVE WS-Job-Name         to ST-Job-Name
              MOVE RETURN-CODE         to ST-Return-Code
              MOVE WS-Input-Dsn        to ST-Input-Dsn
              MOVE 0                   to ST-Stripe-Number
              MOVE 0                   to ST-Stripe-Count
              MOVE 'READ'              to ST-Count-Label (1)
              MOVE WS-Count-Read       to ST-Count-Value (1)
              MOVE 'REPAIRED'          to ST-Count-Label (2)
              MOVE WS-Count-Repaired   to ST-Count-Value (2)
              MOVE 'UNREPAIRABLE'      to ST-Count-Label (3)
              MOVE WS-Count-Unrepairable to ST-Count-Value (3)
              MOVE 'ALREADY-NUM'       to ST-Count-Label (4)
              MOVE WS-Count-Already-Numeric to ST-Count-Value (4)
              MOVE 'BAD-TYPE'          to ST-Count-Label (5)
              MOVE WS-Count-Bad-Type   to ST-Count-Value (5)
              MOVE 'GROUP-HELD'        to ST-Count-Label (6)
              MOVE WS-Count-Group-Held to ST-Count-Value (6)
              WRITE STEP-STAT-RECORD
              IF WS-Stepstat-Status NOT = '00'
                 Display 'ZONED02 -- STEPSTAT WRITE FAILED, STATUS='
                         WS-Stepstat-Status
              END-IF
              CLOSE STEP-STAT-FILE
           END-IF
           EXIT.
