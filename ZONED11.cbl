       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZONED11.
      * Correction-transaction apply for the suspense items ZONED07
      * carries.  The correction team used to re-key embedded-alpha
      * rejects by hand-editing a copy of UNREPAIR and pushing it back
      * through SYSIN -- no record of who changed which bytes and no
      * second pair of eyes on the fix.  Corrections now come in as
      * transactions against the suspense key (account plus record
      * number, as ZONED07 keys SUSPFILE) under maker/checker
      * control: one user enters a correction or a write-off, it sits
      * on a pending cluster, and only a different user's approval
      * applies it.
      *
      * An approved correction is laid onto the suspense image (so
      * several corrections to one record stack across runs) and the
      * corrected record goes out once per run on a resubmission file
      * in ZONED02's REPAIRED layout, straight back through ZONED01's
      * SYSIN; ZONED07 then matches the item off when the account
      * comes back clean.  An approved write-off closes the item in
      * SUSPFILE with the reason and the approver, so it drops out of
      * the ZONED07 aging.  Every applied change writes a before/after
      * journal record naming both users.
      *
      *   CORRTRAN in  -- correction transactions, one per card:
      *                     1     action  E enter correction
      *                                   W enter write-off
      *                                   A approve pending entry
      *                                   D decline pending entry
      *                     2-6   suspense account
      *                     7-13  suspense record number
      *                     14-16 pending sequence (A/D)
      *                     17-19 offset in the record (E)
      *                     20-21 length 1-20 (E)
      *                     22-29 user id
      *                     30-59 reason (E/W required)
      *                     60-79 new bytes (E)
      *   CORRPEND i-o -- keyed cluster of entries awaiting approval
      *                   (created empty on first use)
      *   SUSPFILE i-o -- ZONED07's suspense cluster
      *   RESUBMIT out -- corrected records at their original length,
      *                   REPAIRED layout, resubmittable through
      *                   ZONED01's SYSIN
      *   CORRJRNL out -- one before/after journal record per applied
      *                   correction or write-off
      *   DISPLDGR out -- shared disposition ledger, one entry
      *                   appended per record resubmitted (RESUBMIT)
      *                   or written off (WRITEOFF) under its
      *                   suspense key
      *   STEPSTAT out -- shared step-statistics dataset, one record
      *                   appended per run
      *   SYSOUT       -- transaction log, entries still awaiting
      *                   approval, end-of-job summary
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORR-TRAN-FILE ASSIGN TO CORRTRAN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Corrtran-Status.

           SELECT CORR-PEND-FILE ASSIGN TO CORRPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-Key
               FILE STATUS IS WS-Corrpend-Status.

           SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-Key
               FILE STATUS IS WS-Susp-Status.

           SELECT RESUBMIT-FILE ASSIGN TO RESUBMIT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Resubmit-Status.

           SELECT CORR-JOURNAL-FILE ASSIGN TO CORRJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Corrjrnl-Status.

           SELECT DISPOSITION-LEDGER-FILE ASSIGN TO DISPLDGR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Displdgr-Status.

           SELECT STEP-STAT-FILE ASSIGN TO STEPSTAT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Stepstat-Status.

      *=========================
       DATA DIVISION.
       FILE SECTION.
       FD  CORR-TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  CORR-TRAN-RECORD.
           05 CT-Action              PIC X(1).
               88 Tran-Enter-Correction     VALUE 'E'.
               88 Tran-Enter-Write-Off      VALUE 'W'.
               88 Tran-Approve              VALUE 'A'.
               88 Tran-Decline              VALUE 'D'.
           05 CT-Susp-Key.
              10 CT-Acct             PIC X(5).
              10 CT-Rec-Num          PIC 9(7).
           05 CT-Seq                 PIC 9(3).
           05 CT-Offset              PIC 9(3).
           05 CT-Length              PIC 9(2).
           05 CT-User-Id             PIC X(8).
           05 CT-Reason              PIC X(30).
           05 CT-New-Bytes           PIC X(20).
           05 FILLER                 PIC X(1).

      *---------------------------------------------------------------
      *  Pending cluster -- VSAM KSDS keyed on the suspense key plus
      *  a sequence number, so one record can carry several entries
      *  (one per field to fix) each approved or declined on its own.
      *  An entry is deleted once decided; the journal and the
      *  SYSOUT log are the lasting record of the decision.
      *---------------------------------------------------------------
       FD  CORR-PEND-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  CORR-PEND-RECORD.
           05 CP-Key.
              10 CP-Susp-Key.
                 15 CP-Acct          PIC X(5).
                 15 CP-Rec-Num       PIC 9(7).
              10 CP-Seq              PIC 9(3).
           05 CP-Action              PIC X(1).
               88 Pending-Correction        VALUE 'E'.
               88 Pending-Write-Off         VALUE 'W'.
           05 CP-Offset              PIC 9(3).
           05 CP-Length              PIC 9(2).
           05 CP-New-Bytes           PIC X(20).
           05 CP-Maker               PIC X(8).
           05 CP-Entered-Date        PIC 9(8).
           05 CP-Entered-Time        PIC 9(6).
           05 CP-Reason              PIC X(30).
           05 FILLER                 PIC X(7).

      *---------------------------------------------------------------
      *  Suspense cluster -- ZONED07's layout.  A blank item status
      *  is an open item; a written-off item keeps its image and
      *  added date as evidence alongside who closed it, when, and
      *  why.
      *---------------------------------------------------------------
       FD  SUSPENSE-FILE
           RECORD CONTAINS 330 CHARACTERS.
       01  SUSPENSE-RECORD.
           05 SP-Key.
              10 SP-Acct             PIC X(5).
              10 SP-Rec-Num          PIC 9(7).
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

       FD  RESUBMIT-FILE
           RECORDING MODE IS V
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
               DEPENDING ON WS-Resubmit-Len.
       01  RESUBMIT-RECORD           PIC X(250).

      *---------------------------------------------------------------
      *  Correction journal -- the same evidence discipline CHGAUDIT
      *  gives FLDTBL maintenance: when, which item, who entered it,
      *  who approved it, and the bytes before and after.  A
      *  write-off carries spaces as the new bytes.
      *---------------------------------------------------------------
       FD  CORR-JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 139 CHARACTERS.
       01  CORR-JOURNAL-RECORD.
           05 CJ-Date                PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 CJ-Time                PIC 9(6).
           05 FILLER                 PIC X VALUE SPACE.
           05 CJ-Action              PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 CJ-Acct                PIC X(5).
           05 CJ-Rec-Num             PIC 9(7).
           05 FILLER                 PIC X VALUE SPACE.
           05 CJ-Seq                 PIC 9(3).
           05 FILLER                 PIC X VALUE SPACE.
           05 CJ-Maker               PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 CJ-Checker             PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 CJ-Offset              PIC 9(3).
           05 FILLER                 PIC X VALUE SPACE.
           05 CJ-Length              PIC 9(2).
           05 FILLER                 PIC X VALUE SPACE.
           05 CJ-Before-Bytes        PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 CJ-After-Bytes         PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 CJ-Reason              PIC X(30).

      *---------------------------------------------------------------
      *  Disposition ledger -- ZONED01's layout.  A resubmitted
      *  record is entered with the checksum of the corrected image,
      *  so ZONED13 can recognise it when it comes back through the
      *  scan; a write-off closes the record's life on the ledger.
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
       01  WS-Resubmit-Len           PIC 9(3) VALUE 0.

       01  Stuff.
           05 WS-Count-Trans         PIC 9(5) VALUE 0.
           05 WS-Count-Entered       PIC 9(5) VALUE 0.
           05 WS-Count-Corrected     PIC 9(5) VALUE 0.
           05 WS-Count-Written-Off   PIC 9(5) VALUE 0.
           05 WS-Count-Declined      PIC 9(5) VALUE 0.
           05 WS-Count-Rejected      PIC 9(5) VALUE 0.
           05 WS-Count-Resubmitted   PIC 9(5) VALUE 0.
           05 WS-Count-Pending       PIC 9(5) VALUE 0.
           05 WS-Count-Jrnl-Failed   PIC 9(5) VALUE 0.
           05 WS-Count-Resub-Failed  PIC 9(5) VALUE 0.
           05 WS-Reject-Reason       PIC X(30) VALUE SPACES.
           05 WS-Next-Seq            PIC 9(3) VALUE 0.
           05 WS-Before-Bytes        PIC X(20) VALUE SPACES.

      *---------------------------------------------------------------
      *  Suspense items corrected this run.  Each goes out on
      *  RESUBMIT once, after every approval in the deck has been
      *  laid on, so two fixes to one record resubmit one record.
      *---------------------------------------------------------------
       01  WS-Resubmit-Table-Control.
           05 WS-Resubmit-Count      PIC 9(3) VALUE 0.
           05 WS-Resubmit-Max        PIC 9(3) VALUE 500.
           05 WS-Resubmit-Idx        PIC 9(3) VALUE 0.
           05 WS-Resubmit-Hit        PIC 9(3) VALUE 0.
       01  WS-Resubmit-Table.
           05 WS-Resubmit-Key        OCCURS 500 TIMES PIC X(12).

       01  WS-Run-Stamp.
           05 WS-Run-Date            PIC 9(8) VALUE 0.
           05 WS-Run-Time-Full       PIC 9(8) VALUE 0.
           05 WS-Run-Time-X REDEFINES WS-Run-Time-Full.
              10 WS-Run-Time         PIC 9(6).
              10 FILLER              PIC 9(2).

      *---------------------------------------------------------------
      *  Disposition-ledger work: ZONED01's weighted checksum over
      *  the suspense image, and the entry's destination.
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
           05 WS-Corrtran-Status     PIC XX VALUE '00'.
               88 End-Of-Trans              VALUE '10'.
           05 WS-Corrpend-Status     PIC XX VALUE '00'.
               88 End-Of-Pending            VALUE '10'.
           05 WS-Susp-Status         PIC XX VALUE '00'.
           05 WS-Resubmit-Status     PIC XX VALUE '00'.
           05 WS-Corrjrnl-Status     PIC XX VALUE '00'.
           05 WS-Displdgr-Status     PIC XX VALUE '00'.
           05 WS-Stepstat-Status     PIC XX VALUE '00'.
           05 WS-Tran-Valid-Sw       PIC X VALUE 'Y'.
               88 Tran-Valid                VALUE 'Y'.
           05 WS-Susp-Hit-Sw         PIC X VALUE 'N'.
               88 Suspense-Hit              VALUE 'Y'.
           05 WS-Pend-Hit-Sw         PIC X VALUE 'N'.
               88 Pending-Hit               VALUE 'Y'.
           05 WS-Seq-Done-Sw         PIC X VALUE 'N'.
               88 Seq-Scan-Done             VALUE 'Y'.

       PROCEDURE DIVISION.
           ACCEPT WS-Run-Date      FROM DATE YYYYMMDD
           ACCEPT WS-Run-Time-Full FROM TIME
           OPEN INPUT CORR-TRAN-FILE
           IF WS-Corrtran-Status NOT = '00'
              Display 'ZONED11 -- CORRTRAN OPEN FAILED, STATUS='
                      WS-Corrtran-Status
              STOP RUN
           END-IF
           Perform Open-Pending-File
           OPEN I-O SUSPENSE-FILE
           IF WS-Susp-Status NOT = '00'
              Display 'ZONED11 -- SUSPFILE OPEN FAILED, STATUS='
                      WS-Susp-Status
              STOP RUN
           END-IF
           OPEN OUTPUT CORR-JOURNAL-FILE
           IF WS-Corrjrnl-Status NOT = '00'
              Display 'ZONED11 -- CORRJRNL OPEN FAILED, STATUS='
                      WS-Corrjrnl-Status
              STOP RUN
           END-IF
           OPEN OUTPUT RESUBMIT-FILE
           IF WS-Resubmit-Status NOT = '00'
              Display 'ZONED11 -- RESUBMIT OPEN FAILED, STATUS='
                      WS-Resubmit-Status
              STOP RUN
           END-IF
           OPEN EXTEND DISPOSITION-LEDGER-FILE
           IF WS-Displdgr-Status = '00'
              SET Ledger-Active TO TRUE
           ELSE
              Display 'ZONED11 -- DISPLDGR OPEN FAILED, STATUS='
                      WS-Displdgr-Status ' -- LEDGER NOT WRITTEN'
           END-IF
           Perform Read-Tran
           Perform Until End-Of-Trans
              Add 1 to WS-Count-Trans
              Perform Apply-One-Tran
              Perform Read-Tran
           End-Perform
           CLOSE CORR-TRAN-FILE
           Perform Write-Resubmissions
           Perform List-Pending-Entries
           CLOSE CORR-PEND-FILE
           CLOSE SUSPENSE-FILE
           CLOSE CORR-JOURNAL-FILE
           CLOSE RESUBMIT-FILE
           IF Ledger-Active
              CLOSE DISPOSITION-LEDGER-FILE
           END-IF
           Perform Write-Summary-Report
           EVALUATE TRUE
              WHEN WS-Count-Jrnl-Failed > 0
                OR WS-Count-Resub-Failed > 0
                 MOVE 8 to RETURN-CODE
              WHEN WS-Count-Rejected > 0
                 MOVE 4 to RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           Perform Write-Step-Statistics
           GOBACK.


      *---------------------------------------------------------------
      *  Open the pending cluster for update.  Status 35 is the
      *  first-ever run, so it is created empty and reopened, same as
      *  ZONED07 does for SUSPFILE.
      *---------------------------------------------------------------
       Open-Pending-File.
           OPEN I-O CORR-PEND-FILE
           IF WS-Corrpend-Status = '35'
              OPEN OUTPUT CORR-PEND-FILE
              IF WS-Corrpend-Status = '00'
                 CLOSE CORR-PEND-FILE
                 OPEN I-O CORR-PEND-FILE
              END-IF
           END-IF
           IF WS-Corrpend-Status NOT = '00'
              Display 'ZONED11 -- CORRPEND OPEN FAILED, STATUS='
                      WS-Corrpend-Status
              STOP RUN
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Read one correction transaction.
      *---------------------------------------------------------------
       Read-Tran.
           READ CORR-TRAN-FILE
              AT END SET End-Of-Trans TO TRUE
           END-READ
           EXIT.


      *---------------------------------------------------------------
      *  Dispatch one transaction by action code.  Every action needs
      *  a user id -- an anonymous entry or approval proves nothing.
      *---------------------------------------------------------------
       Apply-One-Tran.
           MOVE 'Y' to WS-Tran-Valid-Sw
           MOVE SPACES to WS-Reject-Reason
           IF CT-User-Id = SPACES
              MOVE 'USER ID MISSING' to WS-Reject-Reason
              Perform Reject-Tran
           ELSE
              IF CT-Rec-Num IS NOT NUMERIC
                 MOVE 'RECORD NUMBER NOT NUMERIC' to WS-Reject-Reason
                 Perform Reject-Tran
              ELSE
                 EVALUATE TRUE
                    WHEN Tran-Enter-Correction
                       Perform Enter-Correction
                    WHEN Tran-Enter-Write-Off
                       Perform Enter-Write-Off
                    WHEN Tran-Approve
                       Perform Approve-Entry
                    WHEN Tran-Decline
                       Perform Decline-Entry
                    WHEN OTHER
                       MOVE 'UNKNOWN ACTION' to WS-Reject-Reason
                       Perform Reject-Tran
                 END-EVALUATE
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  E -- the item must be open on suspense, the byte range must
      *  sit inside the rejected record, and the maker must say why.
      *  Nothing touches SUSPFILE yet; the entry waits for a checker.
      *---------------------------------------------------------------
       Enter-Correction.
           Perform Read-Suspense-Item
           EVALUATE TRUE
              WHEN NOT Suspense-Hit
                 MOVE 'NOT ON SUSPENSE' to WS-Reject-Reason
              WHEN NOT Suspense-Item-Open
                 MOVE 'SUSPENSE ITEM WRITTEN OFF' to WS-Reject-Reason
              WHEN CT-Offset IS NOT NUMERIC
                OR CT-Length IS NOT NUMERIC
                 MOVE 'OFFSET/LENGTH NOT NUMERIC' to WS-Reject-Reason
              WHEN CT-Offset < 1 OR CT-Length < 1 OR CT-Length > 20
                 MOVE 'OFFSET/LENGTH OUT OF RANGE' to WS-Reject-Reason
              WHEN CT-Offset + CT-Length - 1 > SP-Rec-Len
                 MOVE 'PAST RECORD END' to WS-Reject-Reason
              WHEN CT-Reason = SPACES
                 MOVE 'REASON MISSING' to WS-Reject-Reason
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-Reject-Reason NOT = SPACES
              Perform Reject-Tran
           ELSE
              Perform Write-Pending-Entry
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  W -- the item must be open on suspense and the maker must
      *  say why it is unrecoverable.
      *---------------------------------------------------------------
       Enter-Write-Off.
           Perform Read-Suspense-Item
           EVALUATE TRUE
              WHEN NOT Suspense-Hit
                 MOVE 'NOT ON SUSPENSE' to WS-Reject-Reason
              WHEN NOT Suspense-Item-Open
                 MOVE 'SUSPENSE ITEM WRITTEN OFF' to WS-Reject-Reason
              WHEN CT-Reason = SPACES
                 MOVE 'REASON MISSING' to WS-Reject-Reason
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-Reject-Reason NOT = SPACES
              Perform Reject-Tran
           ELSE
              MOVE 0 to CT-Offset
              MOVE 0 to CT-Length
              MOVE SPACES to CT-New-Bytes
              Perform Write-Pending-Entry
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Store an entered correction or write-off on the pending
      *  cluster under the next free sequence for its suspense key.
      *  The sequence is logged so the checker can name the entry.
      *---------------------------------------------------------------
       Write-Pending-Entry.
           Perform Find-Next-Seq
           IF WS-Next-Seq = 0
              MOVE 'TOO MANY PENDING ENTRIES' to WS-Reject-Reason
              Perform Reject-Tran
           ELSE
              MOVE SPACES            to CORR-PEND-RECORD
              MOVE CT-Acct           to CP-Acct
              MOVE CT-Rec-Num        to CP-Rec-Num
              MOVE WS-Next-Seq       to CP-Seq
              MOVE CT-Action         to CP-Action
              MOVE CT-Offset         to CP-Offset
              MOVE CT-Length         to CP-Length
              MOVE CT-New-Bytes      to CP-New-Bytes
              MOVE CT-User-Id        to CP-Maker
              MOVE WS-Run-Date       to CP-Entered-Date
              MOVE WS-Run-Time       to CP-Entered-Time
              MOVE CT-Reason         to CP-Reason
              WRITE CORR-PEND-RECORD
                 INVALID KEY
                    MOVE 'PENDING WRITE FAILED' to WS-Reject-Reason
              END-WRITE
              IF WS-Reject-Reason NOT = SPACES
                 Perform Reject-Tran
              ELSE
                 ADD 1 to WS-Count-Entered
                 Display 'ZONED11 -- ENTERED  ' CT-Action ' '
                         CP-Acct ' ' CP-Rec-Num ' SEQ ' CP-Seq
                         ' BY ' CP-Maker ' -- AWAITING APPROVAL'
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Next free sequence for the transaction's suspense key: one
      *  past the highest entry still pending for it.
      *---------------------------------------------------------------
       Find-Next-Seq.
           MOVE 1 to WS-Next-Seq
           MOVE 'N' to WS-Seq-Done-Sw
           MOVE CT-Acct    to CP-Acct
           MOVE CT-Rec-Num to CP-Rec-Num
           MOVE ZEROS      to CP-Seq
           START CORR-PEND-FILE KEY NOT < CP-Key
              INVALID KEY SET Seq-Scan-Done TO TRUE
           END-START
           PERFORM UNTIL Seq-Scan-Done
              READ CORR-PEND-FILE NEXT RECORD
                 AT END SET Seq-Scan-Done TO TRUE
                 NOT AT END
                    IF CP-Acct NOT = CT-Acct
                       OR CP-Rec-Num NOT = CT-Rec-Num
                       SET Seq-Scan-Done TO TRUE
                    ELSE
                       IF CP-Seq = 999
                          MOVE 0 to WS-Next-Seq
                       ELSE
                          COMPUTE WS-Next-Seq = CP-Seq + 1
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           MOVE '00' to WS-Corrpend-Status
           EXIT.


      *---------------------------------------------------------------
      *  A -- the checker must be a different user from the maker,
      *  and the suspense item must still be open.  A correction is
      *  laid onto the suspense image and queued for resubmission; a
      *  write-off closes the item.  Either way the entry leaves the
      *  pending cluster and a journal record is written.
      *---------------------------------------------------------------
       Approve-Entry.
           Perform Read-Pending-Entry
           IF Pending-Hit
              Perform Read-Suspense-Item
           END-IF
           EVALUATE TRUE
              WHEN NOT Pending-Hit
                 MOVE 'NO SUCH PENDING ENTRY' to WS-Reject-Reason
              WHEN CT-User-Id = CP-Maker
                 MOVE 'CHECKER SAME AS MAKER' to WS-Reject-Reason
              WHEN NOT Suspense-Hit
                 MOVE 'NOT ON SUSPENSE' to WS-Reject-Reason
              WHEN NOT Suspense-Item-Open
                 MOVE 'SUSPENSE ITEM WRITTEN OFF' to WS-Reject-Reason
              WHEN Pending-Correction
               AND CP-Offset + CP-Length - 1 > SP-Rec-Len
                 MOVE 'PAST RECORD END' to WS-Reject-Reason
              WHEN Pending-Correction
               AND WS-Resubmit-Count >= WS-Resubmit-Max
                 MOVE 'RESUBMIT TABLE FULL -- RERUN'
                      to WS-Reject-Reason
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-Reject-Reason NOT = SPACES
              Perform Reject-Tran
           ELSE
              IF Pending-Correction
                 Perform Apply-Correction
              ELSE
                 Perform Apply-Write-Off
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Lay the approved bytes onto the suspense image and remember
      *  the item for the resubmission pass.
      *---------------------------------------------------------------
       Apply-Correction.
           MOVE SPACES to WS-Before-Bytes
           MOVE SP-Raw-Data (CP-Offset : CP-Length)
             to WS-Before-Bytes (1 : CP-Length)
           MOVE CP-New-Bytes (1 : CP-Length)
             to SP-Raw-Data (CP-Offset : CP-Length)
           REWRITE SUSPENSE-RECORD
              INVALID KEY
                 MOVE 'SUSPENSE REWRITE FAILED' to WS-Reject-Reason
           END-REWRITE
           IF WS-Reject-Reason NOT = SPACES
              Perform Reject-Tran
           ELSE
              Perform Queue-Resubmission
              MOVE 'CORRECT' to CJ-Action
              MOVE WS-Before-Bytes to CJ-Before-Bytes
              MOVE SPACES to CJ-After-Bytes
              MOVE CP-New-Bytes (1 : CP-Length)
                to CJ-After-Bytes (1 : CP-Length)
              Perform Write-Journal-Record
              Perform Delete-Pending-Entry
              ADD 1 to WS-Count-Corrected
              Display 'ZONED11 -- APPLIED  ' CP-Acct ' ' CP-Rec-Num
                      ' SEQ ' CP-Seq ' BY ' CP-Maker
                      ' APPROVED ' CT-User-Id
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Close the suspense item as written off.  It stays on the
      *  cluster with its evidence, but ZONED07 no longer ages it.
      *---------------------------------------------------------------
       Apply-Write-Off.
           SET Suspense-Written-Off TO TRUE
           MOVE WS-Run-Date to SP-Closed-Date
           MOVE CT-User-Id  to SP-Closed-By
           MOVE CP-Reason   to SP-Closed-Reason
           REWRITE SUSPENSE-RECORD
              INVALID KEY
                 MOVE 'SUSPENSE REWRITE FAILED' to WS-Reject-Reason
           END-REWRITE
           IF WS-Reject-Reason NOT = SPACES
              Perform Reject-Tran
           ELSE
              MOVE 'WRITEOFF' to CJ-Action
              MOVE SPACES to CJ-Before-Bytes
              MOVE SP-Raw-Data (1 : 20) to CJ-Before-Bytes
              MOVE SPACES to CJ-After-Bytes
              Perform Write-Journal-Record
              Perform Delete-Pending-Entry
              MOVE 'WRITEOFF' to WS-Ledger-Dest
              Perform Write-Ledger-Record
              ADD 1 to WS-Count-Written-Off
              Display 'ZONED11 -- WRITTEN OFF ' CP-Acct ' '
                      CP-Rec-Num ' SEQ ' CP-Seq ' BY ' CP-Maker
                      ' APPROVED ' CT-User-Id
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  D -- either user may decline (the maker withdrawing, or the
      *  checker refusing); the entry is dropped unapplied.
      *---------------------------------------------------------------
       Decline-Entry.
           Perform Read-Pending-Entry
           IF NOT Pending-Hit
              MOVE 'NO SUCH PENDING ENTRY' to WS-Reject-Reason
              Perform Reject-Tran
           ELSE
              Perform Delete-Pending-Entry
              ADD 1 to WS-Count-Declined
              Display 'ZONED11 -- DECLINED ' CP-Acct ' ' CP-Rec-Num
                      ' SEQ ' CP-Seq ' BY ' CT-User-Id ' -- '
                      CT-Reason
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Read the suspense item the transaction names.
      *---------------------------------------------------------------
       Read-Suspense-Item.
           MOVE 'Y' to WS-Susp-Hit-Sw
           MOVE CT-Acct    to SP-Acct
           MOVE CT-Rec-Num to SP-Rec-Num
           READ SUSPENSE-FILE
              INVALID KEY MOVE 'N' to WS-Susp-Hit-Sw
           END-READ
           EXIT.


      *---------------------------------------------------------------
      *  Read the pending entry the transaction names.
      *---------------------------------------------------------------
       Read-Pending-Entry.
           MOVE 'Y' to WS-Pend-Hit-Sw
           MOVE CT-Acct    to CP-Acct
           MOVE CT-Rec-Num to CP-Rec-Num
           IF CT-Seq IS NUMERIC
              MOVE CT-Seq  to CP-Seq
              READ CORR-PEND-FILE
                 INVALID KEY MOVE 'N' to WS-Pend-Hit-Sw
              END-READ
           ELSE
              MOVE 'N' to WS-Pend-Hit-Sw
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Drop a decided entry from the pending cluster.
      *---------------------------------------------------------------
       Delete-Pending-Entry.
           DELETE CORR-PEND-FILE
              INVALID KEY
                 Display 'ZONED11 -- PENDING DELETE FAILED, STATUS='
                         WS-Corrpend-Status
           END-DELETE
           EXIT.


      *---------------------------------------------------------------
      *  Add the suspense key to this run's resubmission list unless
      *  an earlier approval already put it there.
      *---------------------------------------------------------------
       Queue-Resubmission.
           MOVE 0 to WS-Resubmit-Hit
           PERFORM VARYING WS-Resubmit-Idx FROM 1 BY 1
                     UNTIL WS-Resubmit-Idx > WS-Resubmit-Count
                        OR WS-Resubmit-Hit > 0
              IF WS-Resubmit-Key (WS-Resubmit-Idx) = SP-Key
                 MOVE WS-Resubmit-Idx to WS-Resubmit-Hit
              END-IF
           END-PERFORM
           IF WS-Resubmit-Hit = 0
              ADD 1 to WS-Resubmit-Count
              MOVE SP-Key to WS-Resubmit-Key (WS-Resubmit-Count)
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  One journal record per applied correction or write-off.
      *  The change is already on the suspense item, so a failed
      *  write cannot be backed out: it is reported with the item
      *  and the run ends RC 8.
      *---------------------------------------------------------------
       Write-Journal-Record.
           MOVE WS-Run-Date  to CJ-Date
           MOVE WS-Run-Time  to CJ-Time
           MOVE CP-Acct      to CJ-Acct
           MOVE CP-Rec-Num   to CJ-Rec-Num
           MOVE CP-Seq       to CJ-Seq
           MOVE CP-Maker     to CJ-Maker
           MOVE CT-User-Id   to CJ-Checker
           MOVE CP-Offset    to CJ-Offset
           MOVE CP-Length    to CJ-Length
           MOVE CP-Reason    to CJ-Reason
           WRITE CORR-JOURNAL-RECORD
           IF WS-Corrjrnl-Status NOT = '00'
              Display 'ZONED11 -- CORRJRNL WRITE FAILED, STATUS='
                      WS-Corrjrnl-Status ' -- ' CJ-Action ' '
                      CP-Acct ' ' CP-Rec-Num ' NOT JOURNALLED'
              ADD 1 to WS-Count-Jrnl-Failed
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Resubmission pass: every item corrected this run goes out
      *  once, at its original length, as the suspense image now
      *  stands -- unless a later write-off in the same deck closed
      *  it.  An item whose write fails is reported, gets no ledger
      *  entry and ends the run RC 8; its correction stands on the
      *  suspense item for a rerun to send.
      *---------------------------------------------------------------
       Write-Resubmissions.
           PERFORM VARYING WS-Resubmit-Idx FROM 1 BY 1
                     UNTIL WS-Resubmit-Idx > WS-Resubmit-Count
              MOVE 'Y' to WS-Susp-Hit-Sw
              MOVE WS-Resubmit-Key (WS-Resubmit-Idx) to SP-Key
              READ SUSPENSE-FILE
                 INVALID KEY MOVE 'N' to WS-Susp-Hit-Sw
              END-READ
              IF Suspense-Hit AND Suspense-Item-Open
                 AND SP-Rec-Len > 0
                 MOVE SP-Rec-Len to WS-Resubmit-Len
                 MOVE SP-Raw-Data to RESUBMIT-RECORD
                 WRITE RESUBMIT-RECORD
                 IF WS-Resubmit-Status NOT = '00'
                    Display 'ZONED11 -- RESUBMIT WRITE FAILED, STATUS='
                            WS-Resubmit-Status ' -- ' SP-Acct ' '
                            SP-Rec-Num ' NOT RESUBMITTED'
                    ADD 1 to WS-Count-Resub-Failed
                 ELSE
                    ADD 1 to WS-Count-Resubmitted
                    MOVE 'RESUBMIT' to WS-Ledger-Dest
                    Perform Write-Ledger-Record
                 END-IF
              END-IF
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  Enter the suspense item in SUSPENSE-RECORD on the
      *  disposition ledger under its suspense key.  A ledger failure
      *  is reported once and the ledger dropped; the run carries on.
      *---------------------------------------------------------------
       Write-Ledger-Record.
           IF Ledger-Active
              Perform Compute-Ledger-Checksum
              MOVE SPACES              to DISPOSITION-LEDGER-RECORD
              MOVE 'ZONED11'           to LG-Program
              MOVE WS-Run-Date         to LG-Run-Date
              MOVE WS-Run-Time         to LG-Run-Time
              MOVE 1                   to LG-Attempt
              MOVE 'ZONED11'           to LG-Job-Name
              MOVE 0                   to LG-Stripe-Number
              MOVE 0                   to LG-Stripe-Count
              MOVE SP-Rec-Num          to LG-Rec-Num
              MOVE SP-Acct             to LG-Acct
              MOVE WS-Ledger-Checksum  to LG-Checksum
              MOVE WS-Ledger-Dest      to LG-Destination
              WRITE DISPOSITION-LEDGER-RECORD
              IF WS-Displdgr-Status NOT = '00'
                 Display 'ZONED11 -- DISPLDGR WRITE FAILED, STATUS='
                         WS-Displdgr-Status ' -- LEDGER STOPPED'
                 MOVE 'N' to WS-Ledger-Sw
                 CLOSE DISPOSITION-LEDGER-FILE
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Append this step's statistics record to the shared STEPSTAT
      *  dataset for the morning summary.  A failure is reported but
      *  never fails the step -- the summary flags the step as having
      *  left no record, which is the right alarm.  WRITTEN-OFF and
      *  RESUBMIT are the entries ZONED13 balances this run's ledger
      *  entries against.
      *---------------------------------------------------------------
       Write-Step-Statistics.
           OPEN EXTEND STEP-STAT-FILE
           IF WS-Stepstat-Status NOT = '00'
              Display 'ZONED11 -- STEPSTAT OPEN FAILED, STATUS='
                      WS-Stepstat-Status ' -- STATISTICS NOT WRITTEN'
           ELSE
              MOVE SPACES              to STEP-STAT-RECORD
              MOVE 'ZONED11'           to ST-Program
              MOVE WS-Run-Date         to ST-Run-Date
              MOVE WS-Run-Time         to ST-Run-Time
              MOVE SPACES              to ST-Job-Name
              MOVE RETURN-CODE         to ST-Return-Code
              MOVE SPACES              to ST-Input-Dsn
              MOVE 0                   to ST-Stripe-Number
              MOVE 0                   to ST-Stripe-Count
              MOVE 'READ'              to ST-Count-Label (1)
              MOVE WS-Count-Trans      to ST-Count-Value (1)
              MOVE 'APPLIED'           to ST-Count-Label (2)
              MOVE WS-Count-Corrected  to ST-Count-Value (2)
              MOVE 'WRITTEN-OFF'       to ST-Count-Label (3)
              MOVE WS-Count-Written-Off to ST-Count-Value (3)
              MOVE 'RESUBMIT'          to ST-Count-Label (4)
              MOVE WS-Count-Resubmitted to ST-Count-Value (4)
              MOVE 'REJECTED'          to ST-Count-Label (5)
              MOVE WS-Count-Rejected   to ST-Count-Value (5)
              MOVE 'PENDING'           to ST-Count-Label (6)
              MOVE WS-Count-Pending    to ST-Count-Value (6)
              WRITE STEP-STAT-RECORD
              IF WS-Stepstat-Status NOT = '00'
                 Display 'ZONED11 -- STEPSTAT WRITE FAILED, STATUS='
                         WS-Stepstat-Status
              END-IF
              CLOSE STEP-STAT-FILE
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  ZONED01's weighted checksum over the suspense image's
      *  length, kept to the low-order 9 digits, so the corrected
      *  bytes give the value the scan will compute when they return.
      *---------------------------------------------------------------
       Compute-Ledger-Checksum.
           MOVE 0 to WS-Ledger-Checksum
           PERFORM VARYING WS-Ledger-Byte-Idx FROM 1 BY 1
                     UNTIL WS-Ledger-Byte-Idx > SP-Rec-Len
              MOVE SP-Raw-Data (WS-Ledger-Byte-Idx : 1)
                to WS-Ledger-Byte
              COMPUTE WS-Ledger-Checksum =
                 WS-Ledger-Checksum * 31 + WS-Ledger-Byte-Num
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  List every entry still awaiting a checker, oldest key first,
      *  so the next approver knows what to look at.
      *---------------------------------------------------------------
       List-Pending-Entries.
           MOVE '00' to WS-Corrpend-Status
           MOVE LOW-VALUES to CP-Key
           START CORR-PEND-FILE KEY NOT < CP-Key
              INVALID KEY MOVE '10' to WS-Corrpend-Status
           END-START
           IF NOT End-Of-Pending
              Display ' '
              Display 'ZONED11 -- ENTRIES AWAITING APPROVAL'
              Display '  ACCT  REC-NUM  SEQ  ACT  OFF  LEN  MAKER'
                      '     ENTERED   REASON'
           END-IF
           PERFORM UNTIL End-Of-Pending
              READ CORR-PEND-FILE NEXT RECORD
                 AT END SET End-Of-Pending TO TRUE
                 NOT AT END
                    ADD 1 to WS-Count-Pending
                    Display '  ' CP-Acct ' ' CP-Rec-Num '  ' CP-Seq
                            '   ' CP-Action '   ' CP-Offset
                            '  ' CP-Length '  ' CP-Maker
                            '  ' CP-Entered-Date '  ' CP-Reason
              END-READ
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  Log and count a rejected transaction.
      *---------------------------------------------------------------
       Reject-Tran.
           ADD 1 to WS-Count-Rejected
           Display 'ZONED11 -- REJECTED ' CT-Action ' '
                   CT-Acct ' ' CT-Rec-Num ' -- ' WS-Reject-Reason
           EXIT.


      *---------------------------------------------------------------
      *  End-of-job summary counts
      *---------------------------------------------------------------
       Write-Summary-Report.
           Display ' '
           Display '========================================'
           Display 'ZONED11 END-OF-JOB SUMMARY'
           Display '========================================'
           Display '  Transactions Read ...... ' WS-Count-Trans
           Display '  Entries Made ........... ' WS-Count-Entered
           Display '  Corrections Applied .... ' WS-Count-Corrected
           Display '  Items Written Off ...... ' WS-Count-Written-Off
           Display '  Entries Declined ....... ' WS-Count-Declined
           Display '  Transactions Rejected .. ' WS-Count-Rejected
           Display '  Records Resubmitted .... ' WS-Count-Resubmitted
           Display '  Awaiting Approval ...... ' WS-Count-Pending
           IF WS-Count-Jrnl-Failed > 0
              Display '  ** Journal Writes Failed ' WS-Count-Jrnl-Failed
           END-IF
           IF WS-Count-Resub-Failed > 0
              Display '  ** Resubmits Failed .... '
                      WS-Count-Resub-Failed
           END-IF
           Display '========================================'
           EXIT.
