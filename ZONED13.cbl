       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZONED13.
      * Disposition-ledger reconciliation for the ZONED job stream.
      * An input record can end up in CLEANOUT, REJFILE, DUPFILE or
      * EXCPFILE, come back later through ZONED02's REPAIRED file or
      * a ZONED11 correction, or sit in SUSPFILE -- and the auditors'
      * proof that every record read is accounted for used to be
      * built by hand from four files.  ZONED01 now enters every
      * record it reads on the shared DISPLDGR ledger (run, original
      * record number, account, content checksum, where it went), and
      * ZONED02 and ZONED11 enter each record they repair, resubmit
      * or write off.  This program proves the books from the ledger:
      *
      *   - per run, the ledger's counts against the step's own
      *     STEPSTAT counts (ZONED01, ZONED02, ZONED11), and a striped
      *     scan's stripes against the ZONED05 consolidation that
      *     followed;
      *   - per run, every record number present once: a number
      *     missing from the sequence was dropped, one entered twice
      *     (or repeated by a restart, or routed to two datasets) was
      *     counted twice;
      *   - over a record's life, each reject, bad type, group reject
      *     or master exception followed through repair, correction
      *     and write-off until it comes back through a later scan --
      *     a returning record is traced back to the run and record
      *     number it was first read under -- and whatever is still
      *     unresolved after N days is listed.
      *
      * A record comes back when a later scan certifies a clean
      * record with the same account and checksum (the corrected
      * bytes, or the original bytes re-sent); failing that, the
      * account alone clears it, as ZONED07 clears suspense.  A scan
      * whose feed was held (step return code 8 or more) is balanced
      * but takes no part in the tracing -- its clean file never
      * loads and its rejects come round again with the re-run.
      *
      *   DISPLDGR in  -- shared disposition ledger; concatenate the
      *                   generations the reconciliation should span
      *   STEPSTAT in  -- shared step-statistics dataset
      *   RECCARD  in  -- control card, optional:
      *                     1-8   as-of date CCYYMMDD, blank or zero =
      *                           today
      *                     9-11  days before an open item is listed
      *                           as unresolved, blank = 10
      *                     12-19 report runs from this date on,
      *                           blank = every run on the ledger
      *                           (earlier runs are still traced)
      *   SORTWK1      -- sort work for the ledger
      *   RPTFILE  out -- the reconciliation report
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-IN-FILE ASSIGN TO DISPLDGR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Displdgr-Status.

           SELECT LEDGER-SORT-FILE ASSIGN TO SORTWK1.

           SELECT STEP-STAT-FILE ASSIGN TO STEPSTAT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Stepstat-Status.

           SELECT RECON-CARD-FILE ASSIGN TO RECCARD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Reccard-Status.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Print-Status.

      *=========================
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS.
       01  LEDGER-IN-RECORD          PIC X(120).

      *---------------------------------------------------------------
      *  Disposition ledger, ZONED01's layout, sorted into run order
      *  and, within a run, record-number order with a restart's
      *  later attempt after the earlier one.
      *---------------------------------------------------------------
       SD  LEDGER-SORT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  LEDGER-SORT-RECORD.
           05 LS-Program             PIC X(8).
           05 LS-Run-Date            PIC 9(8).
           05 LS-Run-Time            PIC 9(6).
           05 LS-Attempt             PIC 9(1).
           05 LS-Job-Name            PIC X(8).
           05 LS-Input-Dsn           PIC X(44).
           05 LS-Stripe-Number       PIC 9(2).
           05 LS-Stripe-Count        PIC 9(2).
           05 LS-Rec-Num             PIC 9(7).
           05 LS-Acct                PIC X(5).
           05 LS-Checksum            PIC 9(9).
           05 LS-Destination         PIC X(9).
           05 LS-Also-To             PIC X(9).
           05 FILLER                 PIC X(2).

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

       FD  RECON-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  RECON-CARD-RECORD.
           05 RC-As-Of-Date          PIC X(8).
           05 RC-Unresolved-Days     PIC X(3).
           05 RC-From-Date           PIC X(8).
           05 FILLER                 PIC X(61).

       FD  PRINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  Stuff.
           05 WS-Count-Ledger-Read   PIC 9(9) VALUE 0.
           05 WS-Count-Runs          PIC 9(7) VALUE 0.
           05 WS-Count-Runs-Out      PIC 9(7) VALUE 0.
           05 WS-Count-Dropped       PIC 9(9) VALUE 0.
           05 WS-Count-Twice         PIC 9(9) VALUE 0.
           05 WS-Count-Returned      PIC 9(9) VALUE 0.
           05 WS-Count-By-Account    PIC 9(9) VALUE 0.
           05 WS-Count-Written-Off   PIC 9(9) VALUE 0.
           05 WS-Count-Still-Open    PIC 9(9) VALUE 0.
           05 WS-Count-Unresolved    PIC 9(9) VALUE 0.
           05 WS-Count-No-Origin     PIC 9(9) VALUE 0.
           05 WS-Count-No-Ledger     PIC 9(7) VALUE 0.
           05 WS-Count-No-Stats      PIC 9(7) VALUE 0.
           05 WS-Count-Consol-Out    PIC 9(7) VALUE 0.
           05 WS-Count-Item-Overflow PIC 9(9) VALUE 0.
           05 WS-Count-Stat-Skipped  PIC 9(7) VALUE 0.

      *---------------------------------------------------------------
      *  Control-card values.
      *---------------------------------------------------------------
       01  WS-Card-Values.
           05 WS-As-Of-Date          PIC 9(8) VALUE 0.
           05 WS-Unresolved-Days     PIC 9(3) VALUE 10.
           05 WS-From-Date           PIC 9(8) VALUE 0.

      *---------------------------------------------------------------
      *  The ZONED01, ZONED02, ZONED05 and ZONED11 step records, held
      *  whole in the STEPSTAT layout so each run on the ledger can
      *  find its own.  A matched entry is marked; a ZONED01 stripe
      *  is also marked once a ZONED05 consolidation has claimed it.
      *---------------------------------------------------------------
       01  WS-Stat-Table-Control.
           05 WS-Stat-Max            PIC 9(4) VALUE 1000.
           05 WS-Stat-Count          PIC 9(4) VALUE 0.
           05 WS-Stat-Idx            PIC 9(4) VALUE 0.
           05 WS-Stat-Hit            PIC 9(4) VALUE 0.
       01  WS-Stat-Table.
           05 WS-Stat-Entry          OCCURS 1000 TIMES PIC X(220).
           05 WS-Stat-Matched-Sw     OCCURS 1000 TIMES PIC X(1).

      *---------------------------------------------------------------
      *  One step record being examined, in the STEPSTAT layout.
      *---------------------------------------------------------------
       01  WS-Step-Work.
           05 SW-Program             PIC X(8).
           05 SW-Stamp.
              10 SW-Run-Date         PIC 9(8).
              10 SW-Run-Time         PIC 9(6).
           05 SW-Job-Name            PIC X(8).
           05 SW-Return-Code         PIC 9(4).
           05 SW-Input-Dsn           PIC X(44).
           05 SW-Stripe-Number       PIC 9(2).
           05 SW-Stripe-Count        PIC 9(2).
           05 SW-Count-Entry OCCURS 6 TIMES.
              10 SW-Count-Label      PIC X(12).
              10 SW-Count-Value      PIC 9(9).
           05 FILLER                 PIC X(12).

       01  WS-Label-Work.
           05 WS-Want-Label          PIC X(12) VALUE SPACES.
           05 WS-Got-Value           PIC 9(9) VALUE 0.
           05 WS-Hold-Value          PIC 9(9) VALUE 0.
           05 WS-Count-Idx          PIC 9(1) VALUE 0.

      *---------------------------------------------------------------
      *  The run whose ledger entries are being read: its identity,
      *  its step record, the next record number its sequence should
      *  show, and its destination tallies.
      *---------------------------------------------------------------
       01  WS-Run-Work.
           05 RW-Program             PIC X(8).
           05 RW-Stamp.
              10 RW-Run-Date         PIC 9(8).
              10 RW-Run-Time         PIC 9(6).
           05 RW-Stripe-Number       PIC 9(2).
           05 RW-Stripe-Count        PIC 9(2).
           05 RW-Job-Name            PIC X(8).
           05 RW-Input-Dsn           PIC X(44).
           05 RW-Max-Attempt         PIC 9(1).
           05 RW-Stat-Idx            PIC 9(4).
           05 RW-Next-Rec            PIC 9(7).
           05 RW-Stride              PIC 9(2).
           05 RW-Entries             PIC 9(9).
           05 RW-Records             PIC 9(9).
           05 RW-Dropped             PIC 9(9).
           05 RW-Clean               PIC 9(9).
           05 RW-Reject              PIC 9(9).
           05 RW-Badtype             PIC 9(9).
           05 RW-Group               PIC 9(9).
           05 RW-Duplicate           PIC 9(9).
           05 RW-Exception           PIC 9(9).
           05 RW-Repaired            PIC 9(9).
           05 RW-Unrepair            PIC 9(9).
           05 RW-Resubmit            PIC 9(9).
           05 RW-Writeoff            PIC 9(9).
           05 RW-Open-Sw             PIC X(1).
               88 Run-Open                  VALUE 'Y'.
           05 RW-Reported-Sw         PIC X(1).
               88 Run-Reported              VALUE 'Y'.
           05 RW-Traced-Sw           PIC X(1).
               88 Run-Traced                VALUE 'Y'.
           05 RW-Out-Sw              PIC X(1).
               88 Run-Out-Of-Balance        VALUE 'Y'.

      *---------------------------------------------------------------
      *  A ZONED01 entry held back until the next entry shows whether
      *  its record number repeats.
      *---------------------------------------------------------------
       01  WS-Held-Entry.
           05 HE-Program             PIC X(8).
           05 HE-Run-Date            PIC 9(8).
           05 HE-Run-Time            PIC 9(6).
           05 HE-Attempt             PIC 9(1).
           05 HE-Job-Name            PIC X(8).
           05 HE-Input-Dsn           PIC X(44).
           05 HE-Stripe-Number       PIC 9(2).
           05 HE-Stripe-Count        PIC 9(2).
           05 HE-Rec-Num             PIC 9(7).
           05 HE-Acct                PIC X(5).
           05 HE-Checksum            PIC 9(9).
           05 HE-Destination         PIC X(9).
           05 HE-Also-To             PIC X(9).
           05 FILLER                 PIC X(2).
       01  WS-Held-Sw                PIC X(1) VALUE 'N'.
           88 Entry-Held                    VALUE 'Y'.

      *---------------------------------------------------------------
      *  Records still in play, oldest first: every reject, bad
      *  type, group reject or master exception from a traced scan,
      *  with the last thing that happened to it.  Entries stay once
      *  resolved, so a second return of the same corrected record
      *  is caught.
      *---------------------------------------------------------------
       01  WS-Item-Table-Control.
           05 WS-Item-Max            PIC 9(4) VALUE 5000.
           05 WS-Item-Count          PIC 9(4) VALUE 0.
           05 WS-Item-Idx            PIC 9(4) VALUE 0.
           05 WS-Item-Hit            PIC 9(4) VALUE 0.
           05 WS-Match-Type          PIC X(7) VALUE SPACES.
       01  WS-Item-Table.
           05 WS-Item-Entry OCCURS 5000 TIMES.
              10 IT-Stamp.
                 15 IT-Run-Date      PIC 9(8).
                 15 IT-Run-Time      PIC 9(6).
              10 IT-Rec-Num          PIC 9(7).
              10 IT-Acct             PIC X(5).
              10 IT-Input-Dsn        PIC X(44).
              10 IT-Orig-Sum         PIC 9(9).
              10 IT-Cur-Sum          PIC 9(9).
              10 IT-Destination      PIC X(9).
              10 IT-Stage            PIC X(9).
              10 IT-Stage-Date       PIC 9(8).
              10 IT-Status           PIC X(1).
                  88 Item-Open              VALUE SPACE.
                  88 Item-Returned          VALUE 'R'.
                  88 Item-Written-Off       VALUE 'W'.

      *---------------------------------------------------------------
      *  Striped ZONED01 runs as the ledger tallied them, waiting for
      *  the ZONED05 consolidation that follows them.
      *---------------------------------------------------------------
       01  WS-Stripe-Table-Control.
           05 WS-Stripe-Max          PIC 9(3) VALUE 300.
           05 WS-Stripe-Run-Count    PIC 9(3) VALUE 0.
           05 WS-Stripe-Idx          PIC 9(3) VALUE 0.
           05 WS-Stripes-Wanted      PIC 9(2) VALUE 0.
           05 WS-Stripes-Found       PIC 9(2) VALUE 0.
           05 WS-Stripe-Flag-Idx     PIC 9(3) VALUE 0.
           05 WS-Stripe-Flag         OCCURS 99 TIMES PIC X(1).
       01  WS-Stripe-Table.
           05 WS-Stripe-Run OCCURS 300 TIMES.
              10 SR-Stamp.
                 15 SR-Run-Date      PIC 9(8).
                 15 SR-Run-Time      PIC 9(6).
              10 SR-Stripe-Number    PIC 9(2).
              10 SR-Records          PIC 9(9).
              10 SR-Clean            PIC 9(9).
              10 SR-Reject           PIC 9(9).
              10 SR-Duplicate        PIC 9(9).
              10 SR-Exception        PIC 9(9).
              10 SR-Paired-Sw        PIC X(1).
                  88 Stripe-Paired          VALUE 'Y'.
       01  WS-Consol-Sums.
           05 CS-Records             PIC 9(9) VALUE 0.
           05 CS-Clean               PIC 9(9) VALUE 0.
           05 CS-Reject              PIC 9(9) VALUE 0.
           05 CS-Duplicate           PIC 9(9) VALUE 0.
           05 CS-Exception           PIC 9(9) VALUE 0.

      *---------------------------------------------------------------
      *  Day-serial arithmetic for the unresolved listing, as in
      *  ZONED07: whole days from a fixed epoch, divide-by-4 leap
      *  rule exact for 1901-2099.
      *---------------------------------------------------------------
       01  WS-Date-Work.
           05 WS-DW-Date             PIC 9(8) VALUE 0.
           05 WS-DW-Date-X REDEFINES WS-DW-Date.
              10 WS-DW-Year          PIC 9(4).
              10 WS-DW-Month         PIC 9(2).
              10 WS-DW-Day           PIC 9(2).
           05 WS-Day-Serial          PIC 9(9) VALUE 0.
           05 WS-As-Of-Serial        PIC 9(9) VALUE 0.
           05 WS-Days-Open           PIC S9(5) VALUE 0.
           05 WS-Leap-Quotient       PIC 9(4) VALUE 0.
           05 WS-Leap-Remainder      PIC 9(4) VALUE 0.

       01  WS-Month-Day-Values.
           05 FILLER                 PIC X(18) VALUE
              '000031059090120151'.
           05 FILLER                 PIC X(18) VALUE
              '181212243273304334'.
       01  WS-Month-Days REDEFINES WS-Month-Day-Values.
           05 WS-Days-Before-Month   OCCURS 12 TIMES PIC 9(3).

       01  WS-Print-Control.
           05 WS-Print-Status        PIC XX VALUE '00'.
           05 WS-Line-Count          PIC 9(3) VALUE 999.
           05 WS-Lines-Per-Page      PIC 9(3) VALUE 56.
           05 WS-Page-Count          PIC 9(5) VALUE 0.

       01  WS-Print-Line             PIC X(132) VALUE SPACES.

       01  WS-Head-Line-1.
           05 FILLER                 PIC X(9) VALUE 'ZONED13'.
           05 FILLER                 PIC X(40)
               VALUE 'DISPOSITION LEDGER RECONCILIATION AS OF'.
           05 WS-Head-Date           PIC 9999/99/99.
           05 FILLER                 PIC X(62) VALUE SPACES.
           05 FILLER                 PIC X(5) VALUE 'PAGE'.
           05 WS-Head-Page           PIC ZZZZ9.
           05 FILLER                 PIC X(1) VALUE SPACE.

       01  WS-Run-Head-Line.
           05 RH-Program             PIC X(8).
           05 FILLER                 PIC X(6) VALUE '  RUN '.
           05 RH-Run-Date            PIC 9999/99/99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 RH-Run-Time            PIC 9(6).
           05 FILLER                 PIC X(9) VALUE '  STRIPE '.
           05 RH-Stripe-Number       PIC 99.
           05 FILLER                 PIC X(1) VALUE '/'.
           05 RH-Stripe-Count        PIC 99.
           05 FILLER                 PIC X(6) VALUE '  JOB '.
           05 RH-Job-Name            PIC X(8).
           05 FILLER                 PIC X(6) VALUE '  DSN '.
           05 RH-Input-Dsn           PIC X(44).
           05 FILLER                 PIC X(23) VALUE SPACES.

       01  WS-Balance-Head-Line.
           05 FILLER                 PIC X(6) VALUE SPACES.
           05 FILLER                 PIC X(16) VALUE 'COUNT'.
           05 FILLER                 PIC X(11) VALUE '     LEDGER'.
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE '  STEP STAT'.
           05 FILLER                 PIC X(85) VALUE SPACES.

       01  WS-Balance-Line.
           05 FILLER                 PIC X(6) VALUE SPACES.
           05 BL-Label               PIC X(16).
           05 BL-Ledger              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 BL-Stat-X              PIC X(11).
           05 BL-Stat REDEFINES BL-Stat-X
                                     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 BL-Flag                PIC X(20).
           05 FILLER                 PIC X(62) VALUE SPACES.

      *---------------------------------------------------------------
      *  Record-level findings under a run.
      *---------------------------------------------------------------
       01  WS-Finding-Line.
           05 FILLER                 PIC X(6) VALUE SPACES.
           05 FL-Tag                 PIC X(16).
           05 FILLER                 PIC X(7) VALUE 'RECORD '.
           05 FL-Rec-Num             PIC 9(7).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 FL-Acct                PIC X(5).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 FL-Text                PIC X(50).
           05 FILLER                 PIC X(37) VALUE SPACES.

       01  WS-Drop-Line.
           05 FILLER                 PIC X(6) VALUE SPACES.
           05 FILLER                 PIC X(16) VALUE 'DROPPED'.
           05 FILLER                 PIC X(7) VALUE 'RECORD '.
           05 DR-From-Rec            PIC 9(7).
           05 FILLER                 PIC X(6) VALUE ' THRU '.
           05 DR-Thru-Rec            PIC 9(7).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 DR-Count               PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(30)
               VALUE ' RECORD(S) NOT ON THE LEDGER'.
           05 FILLER                 PIC X(44) VALUE SPACES.

       01  WS-Trace-Line.
           05 FILLER                 PIC X(6) VALUE SPACES.
           05 TL-Tag                 PIC X(16).
           05 FILLER                 PIC X(7) VALUE 'RECORD '.
           05 TL-Rec-Num             PIC 9(7).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 TL-Acct                PIC X(5).
           05 FILLER                 PIC X(11) VALUE '  FROM RUN '.
           05 TL-Orig-Date           PIC 9999/99/99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 TL-Orig-Time           PIC 9(6).
           05 FILLER                 PIC X(8) VALUE ' RECORD '.
           05 TL-Orig-Rec            PIC 9(7).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 TL-Orig-Dest           PIC X(9).
           05 FILLER                 PIC X(5) VALUE ' VIA '.
           05 TL-Stage               PIC X(9).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 TL-Match               PIC X(7).
           05 FILLER                 PIC X(12) VALUE SPACES.

       01  WS-Consol-Head-Line.
           05 FILLER                 PIC X(27)
               VALUE 'ZONED05  CONSOLIDATION RUN '.
           05 CH-Run-Date            PIC 9999/99/99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 CH-Run-Time            PIC 9(6).
           05 FILLER                 PIC X(10) VALUE '  STRIPES '.
           05 CH-Stripes-Wanted      PIC Z9.
           05 FILLER                 PIC X(18)
               VALUE '  ON THE LEDGER  '.
           05 CH-Stripes-Found       PIC Z9.
           05 FILLER                 PIC X(56) VALUE SPACES.

       01  WS-Missing-Line.
           05 ML-Program             PIC X(8).
           05 FILLER                 PIC X(6) VALUE '  RUN '.
           05 ML-Run-Date            PIC 9999/99/99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 ML-Run-Time            PIC 9(6).
           05 FILLER                 PIC X(9) VALUE '  STRIPE '.
           05 ML-Stripe-Number       PIC 99.
           05 FILLER                 PIC X(6) VALUE '  JOB '.
           05 ML-Job-Name            PIC X(8).
           05 FILLER                 PIC X(7) VALUE '  READ '.
           05 ML-Read                PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(32)
               VALUE '  -- NO ENTRIES ON THE LEDGER'.
           05 FILLER                 PIC X(26) VALUE SPACES.

       01  WS-Open-Head-Line.
           05 FILLER                 PIC X(18) VALUE 'FIRST READ'.
           05 FILLER                 PIC X(9) VALUE 'RECORD'.
           05 FILLER                 PIC X(7) VALUE 'ACCT'.
           05 FILLER                 PIC X(11) VALUE 'WENT TO'.
           05 FILLER                 PIC X(11) VALUE 'LAST STEP'.
           05 FILLER                 PIC X(12) VALUE 'ON'.
           05 FILLER                 PIC X(7) VALUE '  DAYS'.
           05 FILLER                 PIC X(57) VALUE 'STATE'.

       01  WS-Open-Line.
           05 OL-Run-Date            PIC 9999/99/99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 OL-Run-Time            PIC 9(6).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 OL-Rec-Num             PIC 9(7).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 OL-Acct                PIC X(5).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 OL-Destination         PIC X(9).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 OL-Stage               PIC X(9).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 OL-Stage-Date-X        PIC X(10).
           05 OL-Stage-Date REDEFINES OL-Stage-Date-X
                                     PIC 9999/99/99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 OL-Days                PIC ZZZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 OL-State               PIC X(30).
           05 FILLER                 PIC X(27) VALUE SPACES.

       01  WS-Summary-Line.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 PS-Label               PIC X(28).
           05 PS-Value               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(91) VALUE SPACES.

       01  WS-Run-Stamp.
           05 WS-Run-Date            PIC 9(8) VALUE 0.

       01  WS-First-Stamp.
           05 WS-First-Run-Date      PIC 9(8) VALUE 99999999.
           05 WS-First-Run-Time      PIC 9(6) VALUE 999999.

       01  WS-Switches.
           05 WS-Displdgr-Status     PIC XX VALUE '00'.
           05 WS-Stepstat-Status     PIC XX VALUE '00'.
               88 End-Of-Stepstat           VALUE '10'.
           05 WS-Reccard-Status      PIC XX VALUE '00'.
           05 WS-Sort-Sw             PIC X VALUE 'N'.
               88 End-Of-Ledger-Sort        VALUE 'Y'.
           05 WS-Item-Full-Sw        PIC X VALUE 'N'.
               88 Item-Table-Full           VALUE 'Y'.

       PROCEDURE DIVISION.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           Perform Read-Recon-Card
           OPEN OUTPUT PRINT-FILE
           IF WS-Print-Status NOT = '00'
              Display 'ZONED13 -- RPTFILE OPEN FAILED, STATUS='
                      WS-Print-Status
              STOP RUN
           END-IF
           Perform Load-Step-Statistics
           OPEN INPUT LEDGER-IN-FILE
           IF WS-Displdgr-Status NOT = '00'
              Display 'ZONED13 -- DISPLDGR OPEN FAILED, STATUS='
                      WS-Displdgr-Status
              STOP RUN
           END-IF
           CLOSE LEDGER-IN-FILE
           MOVE 'LEDGER BALANCE AND RECORD TRACE BY RUN'
                to WS-Print-Line
           Perform Write-Print-Line
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           SORT LEDGER-SORT-FILE
              ON ASCENDING KEY LS-Run-Date
                               LS-Run-Time
                               LS-Program
                               LS-Stripe-Number
                               LS-Rec-Num
                               LS-Attempt
              WITH DUPLICATES IN ORDER
              USING LEDGER-IN-FILE
              OUTPUT PROCEDURE IS Reconcile-Ledger
           Perform Check-Consolidations
           Perform Check-Steps-Without-Ledger
           Perform Write-Unresolved-Items
           Perform Write-Summary-Report
           CLOSE PRINT-FILE
           EVALUATE TRUE
              WHEN WS-Count-Dropped > 0
                OR WS-Count-Twice > 0
                OR WS-Count-Runs-Out > 0
                OR WS-Count-Consol-Out > 0
                 MOVE 8 to RETURN-CODE
              WHEN WS-Count-Unresolved > 0
                OR WS-Count-No-Ledger > 0
                OR WS-Count-No-Stats > 0
                OR WS-Count-No-Origin > 0
                OR WS-Count-Item-Overflow > 0
                 MOVE 4 to RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           GOBACK.


      *---------------------------------------------------------------
      *  Optional control card: as-of date, unresolved threshold in
      *  days, first run date to report.  No card (or blank fields)
      *  takes today, 10 days and every run.
      *---------------------------------------------------------------
       Read-Recon-Card.
           MOVE WS-Run-Date to WS-As-Of-Date
           OPEN INPUT RECON-CARD-FILE
           IF WS-Reccard-Status = '00'
              READ RECON-CARD-FILE
                 AT END MOVE '10' to WS-Reccard-Status
                 NOT AT END
                    IF RC-As-Of-Date IS NUMERIC
                       AND RC-As-Of-Date NOT = ZEROS
                       MOVE RC-As-Of-Date to WS-As-Of-Date
                    END-IF
                    IF RC-Unresolved-Days IS NUMERIC
                       MOVE RC-Unresolved-Days to WS-Unresolved-Days
                    END-IF
                    IF RC-From-Date IS NUMERIC
                       MOVE RC-From-Date to WS-From-Date
                    END-IF
              END-READ
              CLOSE RECON-CARD-FILE
           END-IF
           MOVE WS-As-Of-Date to WS-DW-Date
           Perform Compute-Day-Serial
           MOVE WS-Day-Serial to WS-As-Of-Serial
           EXIT.


      *---------------------------------------------------------------
      *  Hold every ZONED01, ZONED02, ZONED05 and ZONED11 step record.
      *  The other steps leave nothing the ledger can be balanced
      *  with.
      *---------------------------------------------------------------
       Load-Step-Statistics.
           OPEN INPUT STEP-STAT-FILE
           IF WS-Stepstat-Status NOT = '00'
              Display 'ZONED13 -- STEPSTAT NOT AVAILABLE, STATUS='
                      WS-Stepstat-Status ' -- BALANCING SKIPPED'
           ELSE
              PERFORM UNTIL End-Of-Stepstat
                 READ STEP-STAT-FILE
                    AT END SET End-Of-Stepstat TO TRUE
                    NOT AT END
                       IF ST-Program = 'ZONED01'
                          OR ST-Program = 'ZONED02'
                          OR ST-Program = 'ZONED05'
                          OR ST-Program = 'ZONED11'
                          IF WS-Stat-Count < WS-Stat-Max
                             ADD 1 to WS-Stat-Count
                             MOVE STEP-STAT-RECORD
                               to WS-Stat-Entry (WS-Stat-Count)
                             MOVE 'N'
                               to WS-Stat-Matched-Sw (WS-Stat-Count)
                          ELSE
                             ADD 1 to WS-Count-Stat-Skipped
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STEP-STAT-FILE
              IF WS-Count-Stat-Skipped > 0
                 Display 'ZONED13 -- STEP TABLE FULL, '
                         WS-Count-Stat-Skipped
                         ' STEP RECORDS NOT BALANCED'
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Sort output procedure: the ledger in run order, one control
      *  break per run (program, stamp, stripe).
      *---------------------------------------------------------------
       Reconcile-Ledger.
           MOVE 'N' to RW-Open-Sw
           Perform Return-Ledger-Entry
           PERFORM UNTIL End-Of-Ledger-Sort
              IF NOT Run-Open
                 OR LS-Program       NOT = RW-Program
                 OR LS-Run-Date      NOT = RW-Run-Date
                 OR LS-Run-Time      NOT = RW-Run-Time
                 OR LS-Stripe-Number NOT = RW-Stripe-Number
                 IF Run-Open
                    Perform Finish-Run
                 END-IF
                 Perform Start-Run
              END-IF
              Perform Take-Ledger-Entry
              Perform Return-Ledger-Entry
           END-PERFORM
           IF Run-Open
              Perform Finish-Run
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Next ledger entry in run order.
      *---------------------------------------------------------------
       Return-Ledger-Entry.
           RETURN LEDGER-SORT-FILE
              AT END SET End-Of-Ledger-Sort TO TRUE
              NOT AT END
                 ADD 1 to WS-Count-Ledger-Read
           END-RETURN
           EXIT.


      *---------------------------------------------------------------
      *  A new run on the ledger: clear its tallies, find its step
      *  record, decide whether it is reported and whether it takes
      *  part in the tracing, and head its block on the report.
      *---------------------------------------------------------------
       Start-Run.
           INITIALIZE WS-Run-Work
           SET Run-Open TO TRUE
           MOVE 'N' to WS-Held-Sw
           MOVE LS-Program       to RW-Program
           MOVE LS-Run-Date      to RW-Run-Date
           MOVE LS-Run-Time      to RW-Run-Time
           MOVE LS-Stripe-Number to RW-Stripe-Number
           MOVE LS-Stripe-Count  to RW-Stripe-Count
           MOVE LS-Job-Name      to RW-Job-Name
           MOVE LS-Input-Dsn     to RW-Input-Dsn
           IF RW-Stamp < WS-First-Stamp
              MOVE RW-Stamp to WS-First-Stamp
           END-IF
           IF RW-Stripe-Count > 1
              MOVE RW-Stripe-Count  to RW-Stride
              MOVE RW-Stripe-Number to RW-Next-Rec
           ELSE
              MOVE 1 to RW-Stride
              MOVE 1 to RW-Next-Rec
           END-IF
           Perform Find-Run-Step-Record
           IF RW-Run-Date >= WS-From-Date
              SET Run-Reported TO TRUE
              ADD 1 to WS-Count-Runs
              MOVE RW-Program       to RH-Program
              MOVE RW-Run-Date      to RH-Run-Date
              MOVE RW-Run-Time      to RH-Run-Time
              MOVE RW-Stripe-Number to RH-Stripe-Number
              MOVE RW-Stripe-Count  to RH-Stripe-Count
              MOVE RW-Job-Name      to RH-Job-Name
              MOVE RW-Input-Dsn     to RH-Input-Dsn
              MOVE WS-Run-Head-Line to WS-Print-Line
              Perform Write-Print-Line
           END-IF
      *    A scan whose feed was held is balanced but not traced.
           SET Run-Traced TO TRUE
           IF RW-Program = 'ZONED01' AND RW-Stat-Idx > 0
              IF SW-Return-Code >= 8
                 MOVE 'N' to RW-Traced-Sw
                 IF Run-Reported
                    MOVE 'FEED HELD, STEP RC' to WS-Print-Line (7 : 18)
                    MOVE SW-Return-Code to WS-Print-Line (26 : 4)
                    MOVE '-- RECORDS NOT TRACED'
                         to WS-Print-Line (31 : 21)
                    Perform Write-Print-Line
                 END-IF
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  The step record for the run in hand, left in WS-Step-Work
      *  and its slot in RW-Stat-Idx (zero when the step left none).
      *---------------------------------------------------------------
       Find-Run-Step-Record.
           MOVE 0 to RW-Stat-Idx
           PERFORM VARYING WS-Stat-Idx FROM 1 BY 1
                     UNTIL WS-Stat-Idx > WS-Stat-Count
                        OR RW-Stat-Idx > 0
              MOVE WS-Stat-Entry (WS-Stat-Idx) to WS-Step-Work
              IF SW-Program       = RW-Program
                 AND SW-Run-Date  = RW-Run-Date
                 AND SW-Run-Time  = RW-Run-Time
                 AND SW-Stripe-Number = RW-Stripe-Number
                 MOVE WS-Stat-Idx to RW-Stat-Idx
                 MOVE 'Y' to WS-Stat-Matched-Sw (WS-Stat-Idx)
              END-IF
           END-PERFORM
           IF RW-Stat-Idx > 0
              MOVE WS-Stat-Entry (RW-Stat-Idx) to WS-Step-Work
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  One ledger entry.  A scan's entry is held until the next one
      *  shows whether its record number repeats: the same number
      *  again from a later restart attempt means the restart wrote
      *  the record a second time; from the same attempt, it was
      *  entered twice.  The later entry is the one tallied.  Entries
      *  from the repair and correction steps move records along
      *  their life.
      *---------------------------------------------------------------
       Take-Ledger-Entry.
           ADD 1 to RW-Entries
           IF LS-Attempt > RW-Max-Attempt
              MOVE LS-Attempt to RW-Max-Attempt
           END-IF
           IF RW-Program = 'ZONED01'
              IF Entry-Held AND LS-Rec-Num = HE-Rec-Num
                 IF Run-Reported
                    ADD 1 to WS-Count-Twice
                    MOVE SPACES to FL-Acct FL-Text
                    MOVE 'COUNTED TWICE' to FL-Tag
                    MOVE HE-Rec-Num to FL-Rec-Num
                    MOVE HE-Acct    to FL-Acct
                    IF LS-Attempt > HE-Attempt
                       MOVE 'REPEATED AFTER RESTART, FIRST TO'
                            to FL-Text
                       MOVE HE-Destination to FL-Text (34 : 9)
                    ELSE
                       MOVE 'ENTERED TWICE, FIRST TO' to FL-Text
                       MOVE HE-Destination to FL-Text (25 : 9)
                    END-IF
                    MOVE WS-Finding-Line to WS-Print-Line
                    Perform Write-Print-Line
                 END-IF
              ELSE
                 IF Entry-Held
                    Perform Finish-Held-Entry
                 END-IF
              END-IF
              MOVE LEDGER-SORT-RECORD to WS-Held-Entry
              SET Entry-Held TO TRUE
           ELSE
              Perform Apply-Later-Event
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  A scan's record number is settled: check it follows on from
      *  the last, tally where it went, and open or close its trace.
      *---------------------------------------------------------------
       Finish-Held-Entry.
           ADD 1 to RW-Records
           IF HE-Rec-Num > RW-Next-Rec
              Perform Report-Dropped-Records
           END-IF
           COMPUTE RW-Next-Rec = HE-Rec-Num + RW-Stride
           EVALUATE HE-Destination
              WHEN 'CLEAN'
                 ADD 1 to RW-Clean
              WHEN 'REJECT'
                 ADD 1 to RW-Reject
              WHEN 'BADTYPE'
                 ADD 1 to RW-Badtype
              WHEN 'GROUP'
                 ADD 1 to RW-Group
              WHEN 'DUPLICATE'
                 ADD 1 to RW-Duplicate
              WHEN 'EXCEPTION'
                 ADD 1 to RW-Exception
              WHEN OTHER
                 IF Run-Reported
                    ADD 1 to WS-Count-Dropped
                    MOVE SPACES to FL-Acct FL-Text
                    MOVE 'DROPPED' to FL-Tag
                    MOVE HE-Rec-Num to FL-Rec-Num
                    MOVE HE-Acct    to FL-Acct
                    MOVE 'READ BUT WRITTEN TO NO DATASET' to FL-Text
                    MOVE WS-Finding-Line to WS-Print-Line
                    Perform Write-Print-Line
                 END-IF
           END-EVALUATE
      *    A record written to two datasets is in two counts.
           IF HE-Also-To NOT = SPACES
              EVALUATE HE-Also-To
                 WHEN 'REJECT'
                    ADD 1 to RW-Reject
                 WHEN 'EXCEPTION'
                    ADD 1 to RW-Exception
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF Run-Reported
                 ADD 1 to WS-Count-Twice
                 MOVE SPACES to FL-Acct FL-Text
                 MOVE 'COUNTED TWICE' to FL-Tag
                 MOVE HE-Rec-Num to FL-Rec-Num
                 MOVE HE-Acct    to FL-Acct
                 MOVE 'WRITTEN TO' to FL-Text
                 MOVE HE-Destination to FL-Text (12 : 9)
                 MOVE 'AND' to FL-Text (22 : 3)
                 MOVE HE-Also-To to FL-Text (26 : 9)
                 MOVE WS-Finding-Line to WS-Print-Line
                 Perform Write-Print-Line
              END-IF
           END-IF
           IF Run-Traced
              EVALUATE HE-Destination
                 WHEN 'CLEAN'
                    Perform Resolve-Returning-Record
                 WHEN 'DUPLICATE'
                    CONTINUE
                 WHEN SPACES
                    CONTINUE
                 WHEN OTHER
                    Perform Add-Open-Item
              END-EVALUATE
           END-IF
           MOVE 'N' to WS-Held-Sw
           EXIT.


      *---------------------------------------------------------------
      *  The run's sequence skipped from RW-Next-Rec to the held
      *  entry's number: the records between never reached the
      *  ledger.
      *---------------------------------------------------------------
       Report-Dropped-Records.
           COMPUTE RW-Dropped = RW-Dropped
                  + (HE-Rec-Num - RW-Next-Rec) / RW-Stride
           IF Run-Reported
              COMPUTE WS-Got-Value =
                      (HE-Rec-Num - RW-Next-Rec) / RW-Stride
              ADD WS-Got-Value to WS-Count-Dropped
              MOVE RW-Next-Rec to DR-From-Rec
              COMPUTE DR-Thru-Rec = HE-Rec-Num - RW-Stride
              MOVE WS-Got-Value to DR-Count
              MOVE WS-Drop-Line to WS-Print-Line
              Perform Write-Print-Line
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  A record the scan did not certify starts a trace.
      *---------------------------------------------------------------
       Add-Open-Item.
           IF WS-Item-Count < WS-Item-Max
              ADD 1 to WS-Item-Count
              MOVE HE-Run-Date    to IT-Run-Date (WS-Item-Count)
              MOVE HE-Run-Time    to IT-Run-Time (WS-Item-Count)
              MOVE HE-Rec-Num     to IT-Rec-Num (WS-Item-Count)
              MOVE HE-Acct        to IT-Acct (WS-Item-Count)
              MOVE HE-Input-Dsn   to IT-Input-Dsn (WS-Item-Count)
              MOVE HE-Checksum    to IT-Orig-Sum (WS-Item-Count)
              MOVE HE-Checksum    to IT-Cur-Sum (WS-Item-Count)
              MOVE HE-Destination to IT-Destination (WS-Item-Count)
              MOVE HE-Destination to IT-Stage (WS-Item-Count)
              MOVE HE-Run-Date    to IT-Stage-Date (WS-Item-Count)
              MOVE SPACE          to IT-Status (WS-Item-Count)
           ELSE
              ADD 1 to WS-Count-Item-Overflow
              IF NOT Item-Table-Full
                 SET Item-Table-Full TO TRUE
                 Display 'ZONED13 -- ITEM TABLE FULL AT '
                         WS-Item-Max ' -- LATER REJECTS NOT TRACED'
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  A certified record may be one coming back: an open item from
      *  an earlier run with this account and either its corrected
      *  or its original checksum is an exact return.  A record that
      *  has already come back once and returns again is counted
      *  twice.  Failing both, an open item for the account is
      *  cleared on the account alone, as ZONED07 clears suspense.
      *---------------------------------------------------------------
       Resolve-Returning-Record.
           MOVE 0 to WS-Item-Hit
           MOVE 'EXACT' to WS-Match-Type
           PERFORM VARYING WS-Item-Idx FROM WS-Item-Count BY -1
                     UNTIL WS-Item-Idx < 1 OR WS-Item-Hit > 0
              IF Item-Open (WS-Item-Idx)
                 AND IT-Acct (WS-Item-Idx) = HE-Acct
                 AND IT-Stamp (WS-Item-Idx) < RW-Stamp
                 AND (IT-Cur-Sum (WS-Item-Idx) = HE-Checksum
                      OR IT-Orig-Sum (WS-Item-Idx) = HE-Checksum)
                 MOVE WS-Item-Idx to WS-Item-Hit
              END-IF
           END-PERFORM
           IF WS-Item-Hit = 0
              PERFORM VARYING WS-Item-Idx FROM WS-Item-Count BY -1
                        UNTIL WS-Item-Idx < 1 OR WS-Item-Hit > 0
                 IF Item-Returned (WS-Item-Idx)
                    AND IT-Acct (WS-Item-Idx) = HE-Acct
                    AND IT-Cur-Sum (WS-Item-Idx) = HE-Checksum
                    AND (IT-Stage (WS-Item-Idx) = 'REPAIRED'
                         OR IT-Stage (WS-Item-Idx) = 'RESUBMIT')
                    MOVE WS-Item-Idx to WS-Item-Hit
                    MOVE 'AGAIN' to WS-Match-Type
                 END-IF
              END-PERFORM
           END-IF
           IF WS-Item-Hit = 0
              MOVE 'ACCOUNT' to WS-Match-Type
              PERFORM VARYING WS-Item-Idx FROM WS-Item-Count BY -1
                        UNTIL WS-Item-Idx < 1 OR WS-Item-Hit > 0
                 IF Item-Open (WS-Item-Idx)
                    AND IT-Acct (WS-Item-Idx) = HE-Acct
                    AND IT-Stamp (WS-Item-Idx) < RW-Stamp
                    MOVE WS-Item-Idx to WS-Item-Hit
                 END-IF
              END-PERFORM
           END-IF
           IF WS-Item-Hit > 0
              IF WS-Match-Type NOT = 'AGAIN'
                 SET Item-Returned (WS-Item-Hit) TO TRUE
                 MOVE RW-Run-Date to IT-Stage-Date (WS-Item-Hit)
              END-IF
              IF Run-Reported
                 MOVE SPACES to TL-Tag
                 EVALUATE WS-Match-Type
                    WHEN 'AGAIN'
                       ADD 1 to WS-Count-Twice
                       MOVE 'COUNTED TWICE' to TL-Tag
                       MOVE 'RETURNED' to WS-Match-Type
                    WHEN 'ACCOUNT'
                       ADD 1 to WS-Count-Returned
                       ADD 1 to WS-Count-By-Account
                       MOVE 'RETURNED' to TL-Tag
                    WHEN OTHER
                       ADD 1 to WS-Count-Returned
                       MOVE 'RETURNED' to TL-Tag
                 END-EVALUATE
                 MOVE HE-Rec-Num to TL-Rec-Num
                 MOVE HE-Acct    to TL-Acct
                 MOVE IT-Run-Date (WS-Item-Hit) to TL-Orig-Date
                 MOVE IT-Run-Time (WS-Item-Hit) to TL-Orig-Time
                 MOVE IT-Rec-Num (WS-Item-Hit)  to TL-Orig-Rec
                 MOVE IT-Destination (WS-Item-Hit) to TL-Orig-Dest
                 MOVE IT-Stage (WS-Item-Hit)    to TL-Stage
                 MOVE WS-Match-Type             to TL-Match
                 MOVE WS-Trace-Line to WS-Print-Line
                 Perform Write-Print-Line
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  A repair, correction or write-off entry moves the latest
      *  open item for its account and original record number along:
      *  ZONED02 entries must also agree on the input DSN, since they
      *  carry the scan's control card.  An entry no open item claims
      *  is listed.
      *---------------------------------------------------------------
       Apply-Later-Event.
           EVALUATE LS-Destination
              WHEN 'REPAIRED'
                 ADD 1 to RW-Repaired
              WHEN 'UNREPAIR'
                 ADD 1 to RW-Unrepair
              WHEN 'RESUBMIT'
                 ADD 1 to RW-Resubmit
              WHEN 'WRITEOFF'
                 ADD 1 to RW-Writeoff
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE 0 to WS-Item-Hit
           PERFORM VARYING WS-Item-Idx FROM WS-Item-Count BY -1
                     UNTIL WS-Item-Idx < 1 OR WS-Item-Hit > 0
              IF Item-Open (WS-Item-Idx)
                 AND IT-Acct (WS-Item-Idx) = LS-Acct
                 AND IT-Rec-Num (WS-Item-Idx) = LS-Rec-Num
                 AND (LS-Program NOT = 'ZONED02'
                      OR LS-Input-Dsn = SPACES
                      OR IT-Input-Dsn (WS-Item-Idx) = SPACES
                      OR IT-Input-Dsn (WS-Item-Idx) = LS-Input-Dsn)
                 MOVE WS-Item-Idx to WS-Item-Hit
              END-IF
           END-PERFORM
           IF WS-Item-Hit > 0
              MOVE LS-Destination to IT-Stage (WS-Item-Hit)
              MOVE LS-Run-Date    to IT-Stage-Date (WS-Item-Hit)
              EVALUATE LS-Destination
                 WHEN 'REPAIRED'
                    MOVE LS-Checksum to IT-Cur-Sum (WS-Item-Hit)
                 WHEN 'RESUBMIT'
                    MOVE LS-Checksum to IT-Cur-Sum (WS-Item-Hit)
                 WHEN 'WRITEOFF'
                    SET Item-Written-Off (WS-Item-Hit) TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           ELSE
              IF Run-Reported
                 ADD 1 to WS-Count-No-Origin
                 MOVE SPACES to FL-Acct FL-Text
                 MOVE 'NO OPEN ITEM' to FL-Tag
                 MOVE LS-Rec-Num to FL-Rec-Num
                 MOVE LS-Acct    to FL-Acct
                 MOVE LS-Destination to FL-Text
                 MOVE 'ENTRY MATCHES NO TRACED RECORD'
                      to FL-Text (11 : 30)
                 MOVE WS-Finding-Line to WS-Print-Line
                 Perform Write-Print-Line
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  End of a run on the ledger: settle the last held entry,
      *  account for any tail the step read but never entered, and
      *  print the balance against the step's own counts.
      *---------------------------------------------------------------
       Finish-Run.
           IF Entry-Held
              Perform Finish-Held-Entry
           END-IF
           MOVE 'N' to RW-Out-Sw
           IF RW-Stat-Idx > 0
              Perform Check-Dropped-Tail
           END-IF
           IF Run-Reported
              MOVE WS-Balance-Head-Line to WS-Print-Line
              Perform Write-Print-Line
              EVALUATE RW-Program
                 WHEN 'ZONED01'
                    Perform Balance-Scan-Run
                 WHEN 'ZONED02'
                    Perform Balance-Repair-Run
                 WHEN OTHER
                    Perform Balance-Correction-Run
              END-EVALUATE
              IF RW-Max-Attempt > 1
                 MOVE 'RESTART ATTEMPTS' to BL-Label
                 MOVE RW-Max-Attempt     to BL-Ledger
                 MOVE SPACES             to BL-Stat-X
                 MOVE SPACES             to BL-Flag
                 MOVE WS-Balance-Line to WS-Print-Line
                 Perform Write-Print-Line
              END-IF
              IF Run-Out-Of-Balance
                 ADD 1 to WS-Count-Runs-Out
              END-IF
              MOVE SPACES to WS-Print-Line
              Perform Write-Print-Line
           END-IF
           IF RW-Program = 'ZONED01' AND RW-Stripe-Count > 1
              Perform Store-Stripe-Run
           END-IF
           MOVE 'N' to RW-Open-Sw
           EXIT.


      *---------------------------------------------------------------
      *  A scan that read more records than it entered, beyond the
      *  gaps already found, lost the tail of its ledger.
      *---------------------------------------------------------------
       Check-Dropped-Tail.
           IF RW-Program = 'ZONED01'
              MOVE 'READ' to WS-Want-Label
              Perform Find-Count-By-Label
              IF WS-Got-Value > RW-Records + RW-Dropped
                 COMPUTE WS-Got-Value =
                         WS-Got-Value - RW-Records - RW-Dropped
                 IF Run-Reported
                    ADD WS-Got-Value to WS-Count-Dropped
                    MOVE RW-Next-Rec to DR-From-Rec
                    MOVE 9999999 to DR-Thru-Rec
                    MOVE WS-Got-Value to DR-Count
                    MOVE WS-Drop-Line to WS-Print-Line
                    Perform Write-Print-Line
                 END-IF
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  ZONED01: every record read once, and each destination
      *  against the step's own count.
      *---------------------------------------------------------------
       Balance-Scan-Run.
           MOVE 'RECORDS READ' to BL-Label
           MOVE RW-Records     to BL-Ledger
           MOVE 'READ'         to WS-Want-Label
           Perform Write-Balance-Pair
           MOVE 'CLEAN'        to BL-Label
           MOVE RW-Clean       to BL-Ledger
           MOVE 'CLEAN'        to WS-Want-Label
           Perform Write-Balance-Pair
           MOVE 'REJECT'       to BL-Label
           MOVE RW-Reject      to BL-Ledger
           MOVE 'NOT-NUMERIC'  to WS-Want-Label
           Perform Write-Balance-Pair
           MOVE 'BAD TYPE'     to BL-Label
           MOVE RW-Badtype     to BL-Ledger
           Perform Write-Ledger-Only
           MOVE 'GROUP REJECT' to BL-Label
           MOVE RW-Group       to BL-Ledger
           Perform Write-Ledger-Only
           MOVE 'DUPLICATE'    to BL-Label
           MOVE RW-Duplicate   to BL-Ledger
           MOVE 'DUPLICATE'    to WS-Want-Label
           Perform Write-Balance-Pair
           MOVE 'EXCEPTION'    to BL-Label
           MOVE RW-Exception   to BL-Ledger
           MOVE 'NOT-ON-MSTR'  to WS-Want-Label
           Perform Write-Balance-Pair
           EXIT.


      *---------------------------------------------------------------
      *  ZONED02: every reject read entered once, repaired or passed
      *  to the correction team.
      *---------------------------------------------------------------
       Balance-Repair-Run.
           MOVE 'REJECTS READ' to BL-Label
           MOVE RW-Entries     to BL-Ledger
           MOVE 'READ'         to WS-Want-Label
           Perform Write-Balance-Pair
           MOVE 'REPAIRED'     to BL-Label
           MOVE RW-Repaired    to BL-Ledger
           MOVE 'REPAIRED'     to WS-Want-Label
           Perform Write-Balance-Pair
           MOVE 'UNREPAIR'     to BL-Label
           MOVE RW-Unrepair    to BL-Ledger
      *    The correction team gets both kinds ZONED02 cannot repair.
           IF RW-Stat-Idx > 0
              MOVE 'UNREPAIRABLE' to WS-Want-Label
              Perform Find-Count-By-Label
              MOVE WS-Got-Value to WS-Hold-Value
              MOVE 'ALREADY-NUM' to WS-Want-Label
              Perform Find-Count-By-Label
              ADD WS-Hold-Value to WS-Got-Value
           END-IF
           MOVE SPACES to WS-Want-Label
           Perform Write-Balance-Pair
           EXIT.


      *---------------------------------------------------------------
      *  ZONED11: every record resubmitted and every item written
      *  off entered once.
      *---------------------------------------------------------------
       Balance-Correction-Run.
           MOVE 'RESUBMITTED'  to BL-Label
           MOVE RW-Resubmit    to BL-Ledger
           MOVE 'RESUBMIT'     to WS-Want-Label
           Perform Write-Balance-Pair
           MOVE 'WRITTEN OFF'  to BL-Label
           MOVE RW-Writeoff    to BL-Ledger
           MOVE 'WRITTEN-OFF'  to WS-Want-Label
           Perform Write-Balance-Pair
           EXIT.


      *---------------------------------------------------------------
      *  One balance line: the ledger's count against the step's
      *  count under WS-Want-Label (already in WS-Got-Value when the
      *  label is blank).  No step record is flagged once per run.
      *---------------------------------------------------------------
       Write-Balance-Pair.
           MOVE SPACES to BL-Flag
           IF RW-Stat-Idx = 0
              MOVE SPACES to BL-Stat-X
              IF BL-Label = 'RECORDS READ' OR BL-Label = 'REJECTS READ'
                 OR BL-Label = 'RESUBMITTED'
                 MOVE 'NO STEP STATISTICS' to BL-Flag
                 ADD 1 to WS-Count-No-Stats
              END-IF
           ELSE
              IF WS-Want-Label NOT = SPACES
                 Perform Find-Count-By-Label
              END-IF
              MOVE WS-Got-Value to BL-Stat
              IF BL-Ledger NOT = BL-Stat
                 MOVE '** OUT OF BALANCE' to BL-Flag
                 SET Run-Out-Of-Balance TO TRUE
              END-IF
           END-IF
           MOVE WS-Balance-Line to WS-Print-Line
           Perform Write-Print-Line
           EXIT.


      *---------------------------------------------------------------
      *  A count the step statistics do not carry.
      *---------------------------------------------------------------
       Write-Ledger-Only.
           MOVE SPACES to BL-Stat-X
           MOVE SPACES to BL-Flag
           MOVE WS-Balance-Line to WS-Print-Line
           Perform Write-Print-Line
           EXIT.


      *---------------------------------------------------------------
      *  The step's count under WS-Want-Label, zero when absent.
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
      *  Keep a striped scan's ledger tallies for the consolidation
      *  check.
      *---------------------------------------------------------------
       Store-Stripe-Run.
           IF WS-Stripe-Run-Count < WS-Stripe-Max
              ADD 1 to WS-Stripe-Run-Count
              MOVE RW-Stamp    to SR-Stamp (WS-Stripe-Run-Count)
              MOVE RW-Stripe-Number
                   to SR-Stripe-Number (WS-Stripe-Run-Count)
              MOVE RW-Records   to SR-Records (WS-Stripe-Run-Count)
              MOVE RW-Clean     to SR-Clean (WS-Stripe-Run-Count)
              MOVE RW-Reject    to SR-Reject (WS-Stripe-Run-Count)
              MOVE RW-Duplicate to SR-Duplicate (WS-Stripe-Run-Count)
              MOVE RW-Exception to SR-Exception (WS-Stripe-Run-Count)
              MOVE 'N' to SR-Paired-Sw (WS-Stripe-Run-Count)
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Each ZONED05 consolidation against the stripes the ledger
      *  shows before it: the latest unclaimed run of each stripe
      *  number, their tallies summed and balanced against the
      *  consolidated counts.
      *---------------------------------------------------------------
       Check-Consolidations.
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           MOVE 'STRIPED SCANS AGAINST THEIR CONSOLIDATION'
                to WS-Print-Line
           Perform Write-Print-Line
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           PERFORM VARYING WS-Stat-Idx FROM 1 BY 1
                     UNTIL WS-Stat-Idx > WS-Stat-Count
              MOVE WS-Stat-Entry (WS-Stat-Idx) to WS-Step-Work
              IF SW-Program = 'ZONED05'
                 AND SW-Run-Date >= WS-From-Date
                 AND SW-Stamp > WS-First-Stamp
                 Perform Check-One-Consolidation
              END-IF
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  One ZONED05 step against its stripes.
      *---------------------------------------------------------------
       Check-One-Consolidation.
           MOVE 'STRIPES' to WS-Want-Label
           Perform Find-Count-By-Label
           MOVE WS-Got-Value to WS-Stripes-Wanted
           MOVE 0 to WS-Stripes-Found
           INITIALIZE WS-Consol-Sums
           PERFORM VARYING WS-Stripe-Flag-Idx FROM 1 BY 1
                     UNTIL WS-Stripe-Flag-Idx > 99
              MOVE 'N' to WS-Stripe-Flag (WS-Stripe-Flag-Idx)
           END-PERFORM
           PERFORM VARYING WS-Stripe-Idx FROM WS-Stripe-Run-Count
                     BY -1
                     UNTIL WS-Stripe-Idx < 1
                        OR WS-Stripes-Found >= WS-Stripes-Wanted
              IF NOT Stripe-Paired (WS-Stripe-Idx)
                 AND SR-Stamp (WS-Stripe-Idx) < SW-Stamp
                 AND SR-Stripe-Number (WS-Stripe-Idx) > 0
                 AND WS-Stripe-Flag (SR-Stripe-Number (WS-Stripe-Idx))
                     = 'N'
                 MOVE 'Y'
                   to WS-Stripe-Flag (SR-Stripe-Number (WS-Stripe-Idx))
                 SET Stripe-Paired (WS-Stripe-Idx) TO TRUE
                 ADD 1 to WS-Stripes-Found
                 ADD SR-Records (WS-Stripe-Idx)   to CS-Records
                 ADD SR-Clean (WS-Stripe-Idx)     to CS-Clean
                 ADD SR-Reject (WS-Stripe-Idx)    to CS-Reject
                 ADD SR-Duplicate (WS-Stripe-Idx) to CS-Duplicate
                 ADD SR-Exception (WS-Stripe-Idx) to CS-Exception
              END-IF
           END-PERFORM
           MOVE SW-Run-Date to CH-Run-Date
           MOVE SW-Run-Time to CH-Run-Time
           MOVE WS-Stripes-Wanted to CH-Stripes-Wanted
           MOVE WS-Stripes-Found  to CH-Stripes-Found
           MOVE WS-Consol-Head-Line to WS-Print-Line
           Perform Write-Print-Line
           MOVE WS-Balance-Head-Line to WS-Print-Line
           Perform Write-Print-Line
           MOVE 'N' to RW-Out-Sw
           MOVE 1 to RW-Stat-Idx
           MOVE 'RECORDS READ' to BL-Label
           MOVE CS-Records     to BL-Ledger
           MOVE 'READ'         to WS-Want-Label
           Perform Write-Balance-Pair
           MOVE 'CLEAN'        to BL-Label
           MOVE CS-Clean       to BL-Ledger
           MOVE 'CLEAN'        to WS-Want-Label
           Perform Write-Balance-Pair
           MOVE 'REJECT'       to BL-Label
           MOVE CS-Reject      to BL-Ledger
           MOVE 'NOT-NUMERIC'  to WS-Want-Label
           Perform Write-Balance-Pair
           MOVE 'DUPLICATE'    to BL-Label
           MOVE CS-Duplicate   to BL-Ledger
           MOVE 'DUPLICATE'    to WS-Want-Label
           Perform Write-Balance-Pair
           MOVE 'EXCEPTION'    to BL-Label
           MOVE CS-Exception   to BL-Ledger
           MOVE 'NOT-ON-MSTR'  to WS-Want-Label
           Perform Write-Balance-Pair
           IF WS-Stripes-Found < WS-Stripes-Wanted
              SET Run-Out-Of-Balance TO TRUE
              MOVE '** STRIPE(S) MISSING FROM THE LEDGER'
                   to WS-Print-Line
              Perform Write-Print-Line
           END-IF
           IF Run-Out-Of-Balance
              ADD 1 to WS-Count-Consol-Out
           END-IF
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           EXIT.


      *---------------------------------------------------------------
      *  A scan or repair step that read records but left none on
      *  the ledger -- from the first run the ledger knows of, so a
      *  step from before the ledger began is not listed.  A
      *  correction run enters only what it resubmitted or wrote
      *  off, so one that did neither is not listed.
      *---------------------------------------------------------------
       Check-Steps-Without-Ledger.
           MOVE 'STEPS THAT READ RECORDS BUT LEFT NO LEDGER ENTRIES'
                to WS-Print-Line
           Perform Write-Print-Line
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           PERFORM VARYING WS-Stat-Idx FROM 1 BY 1
                     UNTIL WS-Stat-Idx > WS-Stat-Count
              MOVE WS-Stat-Entry (WS-Stat-Idx) to WS-Step-Work
              IF SW-Program NOT = 'ZONED05'
                 AND WS-Stat-Matched-Sw (WS-Stat-Idx) = 'N'
                 AND SW-Run-Date >= WS-From-Date
                 AND SW-Stamp >= WS-First-Stamp
                 MOVE 1 to WS-Hold-Value
                 IF SW-Program = 'ZONED11'
                    MOVE 'RESUBMIT' to WS-Want-Label
                    Perform Find-Count-By-Label
                    MOVE WS-Got-Value to WS-Hold-Value
                    MOVE 'WRITTEN-OFF' to WS-Want-Label
                    Perform Find-Count-By-Label
                    ADD WS-Got-Value to WS-Hold-Value
                 END-IF
                 MOVE 'READ' to WS-Want-Label
                 Perform Find-Count-By-Label
                 IF WS-Got-Value > 0 AND WS-Hold-Value > 0
                    ADD 1 to WS-Count-No-Ledger
                    MOVE SW-Program       to ML-Program
                    MOVE SW-Run-Date      to ML-Run-Date
                    MOVE SW-Run-Time      to ML-Run-Time
                    MOVE SW-Stripe-Number to ML-Stripe-Number
                    MOVE SW-Job-Name      to ML-Job-Name
                    MOVE WS-Got-Value     to ML-Read
                    MOVE WS-Missing-Line  to WS-Print-Line
                    Perform Write-Print-Line
                 END-IF
              END-IF
           END-PERFORM
           IF WS-Count-No-Ledger = 0
              MOVE '  NONE' to WS-Print-Line
              Perform Write-Print-Line
           END-IF
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           EXIT.


      *---------------------------------------------------------------
      *  Every traced record still open, with the last step that
      *  touched it; those open longer than the threshold are listed
      *  as unresolved.
      *---------------------------------------------------------------
       Write-Unresolved-Items.
           MOVE 'RECORDS UNRESOLVED AFTER' to WS-Print-Line
           MOVE WS-Unresolved-Days to WS-Print-Line (26 : 3)
           MOVE 'DAYS' to WS-Print-Line (30 : 4)
           Perform Write-Print-Line
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           MOVE WS-Open-Head-Line to WS-Print-Line
           Perform Write-Print-Line
           PERFORM VARYING WS-Item-Idx FROM 1 BY 1
                     UNTIL WS-Item-Idx > WS-Item-Count
              EVALUATE TRUE
                 WHEN Item-Written-Off (WS-Item-Idx)
                    ADD 1 to WS-Count-Written-Off
                 WHEN Item-Open (WS-Item-Idx)
                    ADD 1 to WS-Count-Still-Open
                    Perform Age-Open-Item
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           IF WS-Count-Unresolved = 0
              MOVE '  NONE' to WS-Print-Line
              Perform Write-Print-Line
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Age one open item from the run that first read it.
      *---------------------------------------------------------------
       Age-Open-Item.
           MOVE IT-Run-Date (WS-Item-Idx) to WS-DW-Date
           Perform Compute-Day-Serial
           COMPUTE WS-Days-Open = WS-As-Of-Serial - WS-Day-Serial
           IF WS-Days-Open > WS-Unresolved-Days
              ADD 1 to WS-Count-Unresolved
              MOVE IT-Run-Date (WS-Item-Idx)    to OL-Run-Date
              MOVE IT-Run-Time (WS-Item-Idx)    to OL-Run-Time
              MOVE IT-Rec-Num (WS-Item-Idx)     to OL-Rec-Num
              MOVE IT-Acct (WS-Item-Idx)        to OL-Acct
              MOVE IT-Destination (WS-Item-Idx) to OL-Destination
              MOVE IT-Stage (WS-Item-Idx)       to OL-Stage
              MOVE IT-Stage-Date (WS-Item-Idx)  to OL-Stage-Date
              MOVE WS-Days-Open                 to OL-Days
              EVALUATE IT-Stage (WS-Item-Idx)
                 WHEN 'REPAIRED'
                    MOVE 'RESUBMITTED, NOT RETURNED' to OL-State
                 WHEN 'RESUBMIT'
                    MOVE 'RESUBMITTED, NOT RETURNED' to OL-State
                 WHEN 'UNREPAIR'
                    MOVE 'WITH THE CORRECTION TEAM'  to OL-State
                 WHEN OTHER
                    MOVE 'NO REPAIR OR CORRECTION'   to OL-State
              END-EVALUATE
              MOVE WS-Open-Line to WS-Print-Line
              Perform Write-Print-Line
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  CCYYMMDD to day serial: whole years at 365 plus elapsed leap
      *  days, days before the month from the table, plus the day --
      *  and this year's own leap day once February is past.
      *---------------------------------------------------------------
       Compute-Day-Serial.
           COMPUTE WS-Day-Serial =
              WS-DW-Year * 365
              + (WS-DW-Year - 1) / 4
              + WS-Days-Before-Month (WS-DW-Month)
              + WS-DW-Day
           DIVIDE WS-DW-Year by 4
              GIVING WS-Leap-Quotient
              REMAINDER WS-Leap-Remainder
           IF WS-Leap-Remainder = 0 AND WS-DW-Month > 2
              ADD 1 to WS-Day-Serial
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  End-of-report totals.
      *---------------------------------------------------------------
       Write-Summary-Report.
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           MOVE 'ZONED13 END-OF-JOB SUMMARY' to WS-Print-Line
           Perform Write-Print-Line
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           MOVE 'Ledger Entries Read'         to PS-Label
           MOVE WS-Count-Ledger-Read          to PS-Value
           Perform Write-Summary-Line
           MOVE 'Runs Reported'               to PS-Label
           MOVE WS-Count-Runs                 to PS-Value
           Perform Write-Summary-Line
           MOVE 'Runs Out Of Balance'         to PS-Label
           MOVE WS-Count-Runs-Out             to PS-Value
           Perform Write-Summary-Line
           MOVE 'Runs With No Step Stats'     to PS-Label
           MOVE WS-Count-No-Stats             to PS-Value
           Perform Write-Summary-Line
           MOVE 'Consolidations Unbalanced'   to PS-Label
           MOVE WS-Count-Consol-Out           to PS-Value
           Perform Write-Summary-Line
           MOVE 'Steps With No Ledger'        to PS-Label
           MOVE WS-Count-No-Ledger            to PS-Value
           Perform Write-Summary-Line
           MOVE 'Records Dropped'             to PS-Label
           MOVE WS-Count-Dropped              to PS-Value
           Perform Write-Summary-Line
           MOVE 'Records Counted Twice'       to PS-Label
           MOVE WS-Count-Twice                to PS-Value
           Perform Write-Summary-Line
           MOVE 'Records Traced Back'         to PS-Label
           MOVE WS-Count-Returned             to PS-Value
           Perform Write-Summary-Line
           MOVE '  Of Which By Account Only'  to PS-Label
           MOVE WS-Count-By-Account           to PS-Value
           Perform Write-Summary-Line
           MOVE 'Records Written Off'         to PS-Label
           MOVE WS-Count-Written-Off          to PS-Value
           Perform Write-Summary-Line
           MOVE 'Records Still Open'          to PS-Label
           MOVE WS-Count-Still-Open           to PS-Value
           Perform Write-Summary-Line
           MOVE 'Unresolved Past Threshold'   to PS-Label
           MOVE WS-Count-Unresolved           to PS-Value
           Perform Write-Summary-Line
           MOVE 'Entries With No Open Item'   to PS-Label
           MOVE WS-Count-No-Origin            to PS-Value
           Perform Write-Summary-Line
           IF WS-Count-Item-Overflow > 0
              MOVE 'Rejects Not Traced (Full)' to PS-Label
              MOVE WS-Count-Item-Overflow      to PS-Value
              Perform Write-Summary-Line
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Format one label/value pair onto the summary page.
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
           MOVE WS-As-Of-Date to WS-Head-Date
           MOVE WS-Page-Count to WS-Head-Page
           WRITE PRINT-RECORD FROM WS-Head-Line-1
              AFTER ADVANCING PAGE
           MOVE SPACES to PRINT-RECORD
           WRITE PRINT-RECORD
              AFTER ADVANCING 1 LINE
           MOVE 2 to WS-Line-Count
           EXIT.
