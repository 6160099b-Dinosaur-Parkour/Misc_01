               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Sysin-Status.

           SELECT CONVERTED-FEED-FILE ASSIGN TO CONVWK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Convwk-Status.

           SELECT REJECT-FILE ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Fldtbl-Status.

           SELECT GROUP-TABLE-FILE ASSIGN TO GRPTBL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Grptbl-Status.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-Key
               FILE STATUS IS WS-Runhist-Status.

           SELECT FIELD-PROFILE-FILE ASSIGN TO PROFHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-Key
               FILE STATUS IS WS-Profhist-Status.

           SELECT FEED-REGISTER-FILE ASSIGN TO FEEDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-Key
               FILE STATUS IS WS-Feedreg-Status.

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
               DEPENDING ON WS-Sysin-Len.
       01  SYSIN-RECORD             PIC X(250).

      *---------------------------------------------------------------
      *  Work copy of a feed that arrived in ASCII -- every SYSIN
      *  record translated to EBCDIC, labels included, with the
      *  packed and binary fields FLDTBL defines left byte for byte
      *  as received.  Written only when the feed is converted, and
      *  then read by the scan in SYSIN's place; same varying record
      *  as SYSIN, sharing its length field.
      *---------------------------------------------------------------
       FD  CONVERTED-FEED-FILE
           RECORDING MODE IS V
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
               DEPENDING ON WS-Sysin-Len.
       01  CONVERTED-FEED-RECORD    PIC X(250).

       FD  REJECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05 RJ-Raw-Data            PIC X(250).
           05 FILLER                 PIC X VALUE SPACE.
           05 RJ-Hex-Dump            PIC X(64).
      *    A record rejected with its whole parent/child group carries
      *    the group verdict in the tail of the hex area, which the
      *    field-level rejects never reach; blank on every other
      *    reject.
           05 RJ-Hex-Dump-Parts REDEFINES RJ-Hex-Dump.
              10 FILLER              PIC X(44).
              10 RJ-Group-Verdict    PIC X(20).

      *---------------------------------------------------------------
      *  Within-feed duplicate evidence -- records whose account value
      *  ZONED01 looked at: record number, field name, raw bytes, the
      *  H-Data hex rendering, and the numeric/zero verdict, so a
      *  compliance review can pull up the evidence weeks after the
      *  run without having to reproduce it.  Each record carries
      *  the run stamp that wrote it, so retention can age records
      *  one by one instead of whole generations.
      *---------------------------------------------------------------
       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 377 CHARACTERS.
       01  AUDIT-RECORD.
           05 AU-Rec-Num             PIC 9(7).
           05 FILLER                 PIC X VALUE SPACE.
           05 AU-Verdict             PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 AU-Rec-Type            PIC X(1).
           05 FILLER                 PIC X VALUE SPACE.
           05 AU-Run-Date            PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 AU-Run-Time            PIC 9(6).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F
      *---------------------------------------------------------------
       01  CONTROL-CARD-2-RECORD.
           05 C2-Max-Dup-Count       PIC 9(7).
      *    Y forces a deliberate reprocess of a transmission the feed
      *    register shows as already accepted; the override is logged
      *    on the register entry this run writes.
           05 C2-Reprocess-Flag      PIC X(1).
      *    Y converts the feed from ASCII to EBCDIC whatever the
      *    encoding sample says; N scans it as received even when the
      *    sample finds ASCII.  Blank lets the sample decide.
           05 C2-Convert-Flag        PIC X(1).
           05 FILLER                 PIC X(71).

      *---------------------------------------------------------------
      *  Checkpoint file -- one record per checkpoint interval, each
      *  CKPTIN.  Checkpoint records also carry the running
      *  summary/histogram tallies alongside the record number, so a
      *  resumed run can restore its counters instead of reporting
      *  totals that only cover the post-restart tail, and the run
      *  stamp and attempt number, so a resumed run reports under the
      *  stamp of the run it is finishing.
      *---------------------------------------------------------------
       FD  CHECKPOINT-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 389 CHARACTERS.
       01  CHECKPOINT-IN-RECORD.
           05 CK-In-Rec-Num                   PIC 9(7).
           05 CK-In-Count-Valid               PIC 9(7).
           05 CK-In-Count-Clean               PIC 9(7).
           05 CK-In-Clean-Hash                PIC 9(15).
           05 CK-In-Count-Dups                PIC 9(7).
           05 CK-In-Group-Counts              PIC X(42).
           05 CK-In-Run-Date                  PIC 9(8).
           05 CK-In-Run-Time                  PIC 9(6).
           05 CK-In-Attempt                   PIC 9(1).

       FD  CHECKPOINT-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 389 CHARACTERS.
       01  CHECKPOINT-OUT-RECORD.
           05 CK-Out-Rec-Num                  PIC 9(7).
           05 CK-Out-Count-Valid              PIC 9(7).
           05 CK-Out-Count-Clean              PIC 9(7).
           05 CK-Out-Clean-Hash               PIC 9(15).
           05 CK-Out-Count-Dups               PIC 9(7).
           05 CK-Out-Group-Counts             PIC X(42).
           05 CK-Out-Run-Date                 PIC 9(8).
           05 CK-Out-Run-Time                 PIC 9(6).
           05 CK-Out-Attempt                  PIC 9(1).

      *---------------------------------------------------------------
      *  Field-definition control table (req 008) -- field name,
           05 FT-Scale                 PIC X(1).
           05 FILLER                   PIC X(24).

      *---------------------------------------------------------------
      *  Group-control table for hierarchical multi-type feeds -- one
      *  row per group layout: the type code that opens a group, the
      *  type code that closes it, the detail type codes allowed in
      *  between, and the FLDTBL field names that carry the closing
      *  record's detail count and amount total and each detail's
      *  amount.  A blank count or total name leaves that control
      *  unchecked; the total needs both the total and the amount
      *  name.  No GRPTBL DD means no group edits -- every record is
      *  judged on its own, as before.
      *---------------------------------------------------------------
       FD  GROUP-TABLE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  GROUP-RULE-RECORD.
           05 GR-Open-Type             PIC X(1).
           05 GR-Close-Type            PIC X(1).
           05 GR-Member-Types          PIC X(9).
           05 GR-Count-Field           PIC X(10).
           05 GR-Total-Field           PIC X(10).
           05 GR-Amount-Field          PIC X(10).
           05 FILLER                   PIC X(39).

      *---------------------------------------------------------------
      *  Print report -- the distributable replacement for the old
      *  per-record DISPLAY stream: 132-column pages with headings
      *  combined report the nightly stream gets from an unpartitioned
      *  run.  All counters cover this stripe's slice only, except
      *  SS-Count-Read, which is the whole file (every stripe reads
      *  every record and processes one slice of them).  SS-Feed-Held
      *  is 'Y' when the receipt register held this stripe as a
      *  repeat transmission (or could not be read).
      *---------------------------------------------------------------
       FD  STRIPE-SUMMARY-FILE
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

      *---------------------------------------------------------------
      *  Run-history file -- one keyed record per run, carrying the
      *  morning it starts instead of weeks later.
      *---------------------------------------------------------------
       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 125 CHARACTERS.
       01  RUN-HISTORY-RECORD.
           05 RH-Key.
              10 RH-Run-Date         PIC 9(8).
           05 RH-Hist-Low-Values     PIC 9(7).
           05 RH-Hist-High-Values    PIC 9(7).
           05 RH-Hist-Embedded-Alpha PIC 9(7).
      *    How the feed arrived: E EBCDIC, A ASCII converted, F
      *    converted on the control card's say-so, S ASCII but
      *    conversion suppressed, U undetermined.
           05 RH-Feed-Encoding       PIC X(1).

      *---------------------------------------------------------------
      *  Field-profile history -- VSAM KSDS beside RUNHIST, one keyed
      *  record per FLDTBL field per run, saying what the field's
      *  valid values looked like: how many, how many zero or all
      *  nines, low, high and total (scaled per FT-Scale), and for a
      *  short field its most frequent values.  Keyed on the input
      *  DSN first so the drift reporter (ZONED16) can START at one
      *  feed and read its runs back in date order.  The run status
      *  tells a whole-feed profile from one that covers only part of
      *  it: a resumed run profiles only the records after its
      *  checkpoint, an abandoned run only those before the tolerance
      *  stopped the scan; a run the receipt register held is a
      *  repeat of a feed already profiled.
      *---------------------------------------------------------------
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

      *---------------------------------------------------------------
      *  Feed-receipt register -- VSAM KSDS, one entry per accepted
      *  transmission.  Within-feed duplicate checking cannot see a
      *  supplier re-sending yesterday's whole file, or a GDG
      *  generation rerun: both balance against their own trailer and
      *  pass every edit.  The key leads with the transmission's
      *  identity -- trailer count, trailer hash and a whole-file
      *  fingerprint over every data record -- so every earlier
      *  acceptance of the same bytes sits together, in run order,
      *  under one generic START.  A run that takes a transmission
      *  the register already holds under a reprocess override says
      *  so on its own entry, naming the run it overrode.
      *---------------------------------------------------------------
       FD  FEED-REGISTER-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  FEED-REGISTER-RECORD.
           05 FR-Key.
              10 FR-Feed-Id.
                 15 FR-Trailer-Count    PIC 9(9).
                 15 FR-Trailer-Hash     PIC 9(15).
                 15 FR-Fingerprint      PIC 9(15).
              10 FR-Run-Date            PIC 9(8).
              10 FR-Run-Time            PIC 9(6).
              10 FR-Stripe              PIC 9(2).
           05 FR-Input-Dsn              PIC X(44).
           05 FR-Job-Name               PIC X(8).
           05 FR-Count-Read             PIC 9(7).
           05 FR-Stripe-Count           PIC 9(2).
           05 FR-Override-Flag          PIC X(1).
           05 FR-Prior-Run-Date         PIC 9(8).
           05 FR-Prior-Run-Time         PIC 9(6).
           05 FR-Prior-Job-Name         PIC X(8).
           05 FILLER                    PIC X(21).

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
      *  Disposition ledger -- one record per input record, appended
      *  to the shared DISPLDGR dataset: which run read it, its
      *  original record number, its account and content checksum,
      *  and the dataset it went to.  A record routed to two datasets
      *  (a master miss that also failed a table field) names the
      *  second in LG-Also-To.  ZONED02 and ZONED11 append their own
      *  entries for the records they repair, resubmit or write off,
      *  and ZONED13 balances and traces the lot.
      *    LG-Destination  CLEAN      certified clean feed
      *                    REJECT     REJFILE, failed its edits
      *                    BADTYPE    REJFILE, unknown record type
      *                    GROUP      REJFILE, its group failed
      *                    DUPLICATE  DUPFILE
      *                    EXCEPTION  EXCPFILE, not on master
      *  LG-Attempt counts restarts: a resumed run writes under the
      *  interrupted run's stamp with the attempt one higher.
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
       01  WS-Sysin-Len              PIC 9(3) VALUE 0.
       01  WS-Rec-Bad-Field-Sw       PIC X VALUE 'N'.
           88 Rec-Has-Bad-Field             VALUE 'Y'.

      *---------------------------------------------------------------
      *  Parent/child group edits for hierarchical multi-type feeds.
      *  The rules come from GRPTBL (see the FD), with the count,
      *  total and amount field names resolved at load time to their
      *  slots in the field table.  A type code that no rule names
      *  stays free-standing and is judged on its own.
      *---------------------------------------------------------------
       01  WS-Group-Rule-Control.
           05 WS-Grp-Rule-Count      PIC 9(3) Value 0.
           05 WS-Grp-Rule-Idx        PIC 9(3) Value 0.
           05 WS-Grp-Scan-Idx        PIC 9(3) Value 0.
           05 WS-Grp-Name-Idx        PIC 9(3) Value 0.
           05 WS-Grp-Lookup-Name     PIC X(10) Value SPACES.
           05 WS-Grp-Lookup-Type     PIC X(1)  Value SPACE.
           05 WS-Grp-Tally           PIC 9(3) Value 0.
           05 WS-Grp-Parsed-Count    PIC 9(3) Value 0.
           05 WS-Grp-Parsed-Total    PIC 9(3) Value 0.
           05 WS-Grp-Parsed-Amount   PIC 9(3) Value 0.
           05 WS-Grp-Row-Valid-Sw    PIC X    Value 'Y'.
               88 Grp-Row-Valid              VALUE 'Y'.
           05 WS-Grp-Member-Sw       PIC X    Value 'N'.
               88 Grp-Type-Is-Member         VALUE 'Y'.
           05 WS-Grp-Edit-Sw         PIC X    Value 'N'.
               88 Group-Edit-Active          VALUE 'Y'.

       01  WS-Group-Rule-Table.
           05 WS-Grp-Rule-Entry OCCURS 5 TIMES.
              10 WS-Grp-Open-Type    PIC X(1).
              10 WS-Grp-Close-Type   PIC X(1).
              10 WS-Grp-Member-Types PIC X(9).
              10 WS-Grp-Count-Fld    PIC 9(3).
              10 WS-Grp-Total-Fld    PIC 9(3).
              10 WS-Grp-Amount-Fld   PIC 9(3).

      *---------------------------------------------------------------
      *  The group being read.  Its records are held here, not
      *  certified, until the closing record balances the group --
      *  a group that fails goes to REJFILE whole.  Field-level
      *  rejects and duplicates inside a group are routed as they are
      *  met and held only for the group's audit trail; a field-level
      *  reject also fails the group, since the clean feed must never
      *  carry a group short of one of its records.  A duplicate does
      *  not -- the repeat is dropped and the group is whole without
      *  it.
      *---------------------------------------------------------------
       01  WS-Group-State.
           05 WS-Grp-Open-Sw         PIC X Value 'N'.
               88 Group-Open                 VALUE 'Y'.
           05 WS-Grp-Cur-Rule        PIC 9(3) Value 0.
           05 WS-Grp-Role            PIC X(1) Value SPACE.
               88 Grp-Role-None              VALUE SPACE.
               88 Grp-Role-Opener            VALUE 'O'.
               88 Grp-Role-Member            VALUE 'M'.
               88 Grp-Role-Closer            VALUE 'C'.
               88 Grp-Role-Orphan            VALUE 'X'.
           05 WS-Grp-Disp            PIC X(1) Value SPACE.
               88 Grp-Disp-Clean             VALUE 'C'.
               88 Grp-Disp-Rejected          VALUE 'R'.
               88 Grp-Disp-Duplicate         VALUE 'D'.
           05 WS-Grp-Start-Rec       PIC 9(7) Value 0.
           05 WS-Grp-Detail-Count    PIC 9(7) Value 0.
           05 WS-Grp-Detail-Total    PIC S9(13)V9(3) COMP-3 Value 0.
           05 WS-Grp-Trl-Count       PIC S9(12)V9(3) COMP-3 Value 0.
           05 WS-Grp-Trl-Total       PIC S9(12)V9(3) COMP-3 Value 0.
           05 WS-Grp-Trl-Count-Sw    PIC X Value 'N'.
               88 Grp-Trl-Count-Found        VALUE 'Y'.
           05 WS-Grp-Trl-Total-Sw    PIC X Value 'N'.
               88 Grp-Trl-Total-Found        VALUE 'Y'.
           05 WS-Grp-Overflow-Sw     PIC X Value 'N'.
               88 Grp-Buffer-Overflow        VALUE 'Y'.
           05 WS-Grp-Member-Bad-Sw   PIC X Value 'N'.
               88 Grp-Member-Rejected        VALUE 'Y'.
           05 WS-Grp-Verdict         PIC X(20) Value SPACES.
           05 WS-Grp-Type-Save       PIC X(189).
           05 WS-Grp-Bad-Field-Save  PIC X(1).
      *    A checkpoint that falls due inside a group waits for the
      *    group to close, so a restart never resumes mid-group with
      *    the held records lost.
           05 WS-Ckpt-Deferred-Sw    PIC X Value 'N'.
               88 Checkpoint-Deferred        VALUE 'Y'.

      *    Moved to/from the checkpoint record as one group.
       01  WS-Group-Counts.
           05 WS-Count-Groups        PIC 9(7) Value 0.
           05 WS-Count-Groups-Ok     PIC 9(7) Value 0.
           05 WS-Count-Groups-Struct PIC 9(7) Value 0.
           05 WS-Count-Groups-Total  PIC 9(7) Value 0.
           05 WS-Count-Groups-Member PIC 9(7) Value 0.
           05 WS-Count-Group-Rejects PIC 9(7) Value 0.

       01  WS-Group-Buffer.
           05 WS-Grp-Buf-Count       PIC 9(3) Value 0.
           05 WS-Grp-Buf-Idx         PIC 9(3) Value 0.
           05 WS-Grp-Buf-Entry OCCURS 500 TIMES.
              10 WS-Grp-Buf-Rec-Num  PIC 9(7).
              10 WS-Grp-Buf-Rec-Len  PIC 9(3).
              10 WS-Grp-Buf-Rec-Type PIC X(1).
              10 WS-Grp-Buf-Disp     PIC X(1).
              10 WS-Grp-Buf-Data     PIC X(250).

      *    The record in hand, set aside while the held group is
      *    released or rejected around it.
       01  WS-Grp-Save-Area.
           05 WS-Grp-Save-Rec-Num    PIC 9(7).
           05 WS-Grp-Save-Len        PIC 9(3).
           05 WS-Grp-Save-Type       PIC X(1).
           05 WS-Grp-Save-Disp       PIC X(1).
           05 WS-Grp-Save-Data       PIC X(250).
           05 WS-Grp-Save-Checksum   PIC 9(9).
           05 WS-Grp-Save-Dest       PIC X(9).
           05 WS-Grp-Save-Also       PIC X(9).

      *---------------------------------------------------------------
      *  Partitioned-scan work area.  A striped run (stripe count > 1
      *  on the control card) still reads every SYSIN record but
           05 WS-Val-Hit-Sw          PIC X VALUE 'N'.
               88 Value-Listed              VALUE 'Y'.

      *---------------------------------------------------------------
      *  Field-profile accumulators, one entry per FLDTBL row,
      *  parallel to WS-Field-Table.  Only values that cleared every
      *  edit are profiled -- the profile describes the data that
      *  goes downstream.  A field of five digits or fewer (a code,
      *  a type, a short count) also has its distinct values tallied,
      *  up to 20 of them; values past the 20th are left to the
      *  'other' count when the profile is written.
      *---------------------------------------------------------------
       01  WS-Profile-Table.
           05 WS-Prof-Entry OCCURS 20 TIMES.
              10 WS-Prof-Examined    PIC 9(9).
              10 WS-Prof-Valid       PIC 9(9).
              10 WS-Prof-Zero        PIC 9(9).
              10 WS-Prof-Nines       PIC 9(9).
              10 WS-Prof-Min         PIC S9(12)V9(3) COMP-3.
              10 WS-Prof-Max         PIC S9(12)V9(3) COMP-3.
              10 WS-Prof-Sum         PIC S9(15)V9(3) COMP-3.
              10 WS-Prof-Sum-Overflow PIC X(1).
              10 WS-Prof-Val-Used    PIC 9(2).
              10 WS-Prof-Val-Entry   OCCURS 20 TIMES.
                 15 WS-Prof-Val      PIC S9(12)V9(3) COMP-3.
                 15 WS-Prof-Val-Count PIC 9(9).

       01  WS-Profile-Work.
           05 WS-Prof-Val-Idx        PIC 9(2) VALUE 0.
           05 WS-Prof-Sort-Limit     PIC 9(2) VALUE 0.
           05 WS-Prof-Digits         PIC 9(2) VALUE 0.
           05 WS-Prof-Top-Total      PIC 9(9) VALUE 0.
           05 WS-Prof-Unscaled       PIC S9(15) COMP-3 VALUE 0.
           05 WS-Prof-Nines-X        PIC X(15).
           05 WS-Prof-Nines-N REDEFINES WS-Prof-Nines-X
                                     PIC 9(15).
           05 WS-Prof-Val-Hold.
              10 WS-Prof-Hold-Val    PIC S9(12)V9(3) COMP-3.
              10 WS-Prof-Hold-Count  PIC 9(9).
           05 WS-Prof-Found-Sw       PIC X VALUE 'N'.
               88 Prof-Value-Found          VALUE 'Y'.
           05 WS-Prof-Swap-Sw        PIC X VALUE 'N'.
               88 Prof-Values-Swapped       VALUE 'Y'.
           05 WS-Prof-Written        PIC 9(3) VALUE 0.

       01  WS-Date-Rule-Work.
           05 WS-Date-Value          PIC 9(8) VALUE 0.
           05 WS-Date-Value-X REDEFINES WS-Date-Value.
           05 WS-Rpt-Read           PIC ZZZ,ZZZ,ZZ9.

       01  WS-Switches.
           05 WS-Stepstat-Status     PIC XX VALUE '00'.
           05 WS-Sysin-Status        PIC XX VALUE '00'.
               88 End-Of-Sysin              VALUE '10'.
           05 WS-Convwk-Status       PIC XX VALUE '00'.
           05 WS-Reject-Status       PIC XX VALUE '00'.
           05 WS-Audit-Status        PIC XX VALUE '00'.
           05 WS-Ctlcard-Status      PIC XX VALUE '00'.
           05 WS-Fldtbl-Status       PIC XX VALUE '00'.
           05 WS-Grptbl-Status       PIC XX VALUE '00'.
           05 WS-Runhist-Status      PIC XX VALUE '00'.
           05 WS-Profhist-Status     PIC XX VALUE '00'.
           05 WS-Master-Status       PIC XX VALUE '00'.
           05 WS-Excp-Status         PIC XX VALUE '00'.
           05 WS-Stripsum-Status     PIC XX VALUE '00'.
           05 WS-Clean-Status        PIC XX VALUE '00'.
           05 WS-Clnslice-Status     PIC XX VALUE '00'.
           05 WS-Dup-Status          PIC XX VALUE '00'.
           05 WS-Feedreg-Status      PIC XX VALUE '00'.
           05 WS-Displdgr-Status     PIC XX VALUE '00'.

      *---------------------------------------------------------------
      *  Control-card driven run mode (req 004).  One card read once
           05 WS-Stripe-Number       PIC 9(2) VALUE 1.
           05 WS-Stripe-Count        PIC 9(2) VALUE 1.
           05 WS-Max-Dup-Count       PIC 9(7) VALUE 0.
           05 WS-Reprocess-Flag      PIC X(1) VALUE 'N'.
               88 Reprocess-Forced          VALUE 'Y'.
           05 WS-Convert-Flag        PIC X(1) VALUE SPACE.
               88 Convert-Forced            VALUE 'Y'.
               88 Convert-Suppressed        VALUE 'N'.

      *---------------------------------------------------------------
      *  Reject-tolerance signalling.  The control card can set a
              10 WS-Dup-Acct         PIC X(5).
              10 WS-Dup-Sum          PIC 9(9).

      *---------------------------------------------------------------
      *  Feed-receipt register work area.  The fingerprint folds each
      *  data record's checksum in, in file order, as Read-Sysin hands
      *  the record over -- every stripe reads every record, so every
      *  stripe of a partitioned run arrives at the same fingerprint.
      *  A transmission the register already holds is held with its
      *  own condition code (16), distinct from the tolerance (8) and
      *  out-of-balance (12) holds; so is a feed whose register could
      *  not be read, since nothing then proves it is not a repeat.
      *---------------------------------------------------------------
       01  WS-Register-Area.
           05 WS-Feed-Fingerprint    PIC 9(15) VALUE 0.
           05 WS-Register-Sw         PIC X VALUE 'N'.
               88 Feed-Receipt-Ok           VALUE 'N'.
               88 Feed-Repeat-Held          VALUE 'R'.
               88 Register-Unavailable      VALUE 'U'.
               88 Feed-Register-Hold        VALUE 'R' 'U'.
           05 WS-Prior-Found-Sw      PIC X VALUE 'N'.
               88 Prior-Receipt-Found       VALUE 'Y'.
           05 WS-Register-Scan-Sw    PIC X VALUE 'N'.
               88 Register-Scan-Done        VALUE 'Y'.
           05 WS-Feed-Id-Hold        PIC X(39) VALUE SPACES.
           05 WS-Prior-Run-Date      PIC 9(8) VALUE 0.
           05 WS-Prior-Run-Time      PIC 9(6) VALUE 0.
           05 WS-Prior-Job-Name      PIC X(8) VALUE SPACES.
           05 WS-Prior-Dsn           PIC X(44) VALUE SPACES.

       01  WS-Receipt-Line.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RL-Label               PIC X(28).
           05 RL-Run-Date            PIC 9999/99/99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 RL-Run-Time            PIC 9(6).
           05 FILLER                 PIC X(5) VALUE ' JOB '.
           05 RL-Job-Name            PIC X(8).
           05 FILLER                 PIC X(5) VALUE ' DSN '.
           05 RL-Dsn                 PIC X(44).
           05 FILLER                 PIC X(23) VALUE SPACES.

      *---------------------------------------------------------------
      *  Certified clean-output bookkeeping -- the accepted records
      *  written to CLEANOUT/CLNSLICE, with their own count and
           05 PS-Value               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(91) VALUE SPACES.

       01  WS-Summary-Text-Line.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 PX-Label               PIC X(28).
           05 PX-Text                PIC X(50).
           05 FILLER                 PIC X(52) VALUE SPACES.

      *---------------------------------------------------------------
      *  Feed encoding check.  Before the scan the HDR label and the
      *  first data records are sampled for the digit and space bytes
      *  of each code page -- X'30'-X'39' and X'20' in ASCII, X'F0'-
      *  X'F9' and X'40' in EBCDIC -- skipping the packed and binary
      *  fields FLDTBL defines, whose bytes mean nothing either way.
      *  Nine in ten of the marks found (and at least eight of them)
      *  on one side decides it; short of that the code page of the
      *  HDR tag decides, and failing that the feed is scanned as
      *  received.  Byte values are taken through a binary halfword,
      *  so the test does not depend on the code page the program
      *  itself runs in.
      *---------------------------------------------------------------
       01  WS-Encoding-Area.
           05 WS-Feed-Encoding       PIC X(1) VALUE 'E'.
               88 Encoding-Ebcdic           VALUE 'E'.
               88 Encoding-Ascii-Converted  VALUE 'A'.
               88 Encoding-Ascii-Forced     VALUE 'F'.
               88 Encoding-Ascii-Suppressed VALUE 'S'.
               88 Encoding-Undetermined     VALUE 'U'.
               88 Feed-Converted            VALUE 'A' 'F'.
           05 WS-Enc-Sample-Max      PIC 9(3) VALUE 20.
           05 WS-Enc-Sample-Recs     PIC 9(3) VALUE 0.
           05 WS-Enc-Ascii-Marks     PIC 9(7) VALUE 0.
           05 WS-Enc-Ebcdic-Marks    PIC 9(7) VALUE 0.
           05 WS-Enc-Total-Marks     PIC 9(7) VALUE 0.
           05 WS-Enc-Hdr-Tag         PIC X(1) VALUE SPACE.
               88 Enc-Hdr-Ascii             VALUE 'A'.
               88 Enc-Hdr-Ebcdic            VALUE 'E'.
           05 WS-Enc-Verdict         PIC X(1) VALUE SPACE.
               88 Enc-Sample-Ascii          VALUE 'A'.
               88 Enc-Sample-Ebcdic         VALUE 'E'.
           05 WS-Enc-Label-Sw        PIC X    VALUE 'N'.
               88 Enc-Label-Record          VALUE 'Y'.
           05 WS-Enc-Translated-Sw   PIC X    VALUE 'N'.
               88 Enc-Byte-Translated       VALUE 'Y'.
           05 WS-Enc-Pos             PIC 9(3) VALUE 0.
           05 WS-Enc-Fld-End         PIC 9(3) VALUE 0.
           05 WS-Enc-Rec-Type        PIC X(1) VALUE SPACE.
           05 WS-Enc-Byte            PIC X(1) VALUE SPACE.
           05 WS-Enc-Orig-Value      PIC 9(3) VALUE 0.
           05 WS-Enc-Tag-Value       OCCURS 3 TIMES
                                     PIC 9(3).
           05 WS-Enc-Byte-Value      PIC 9(4) COMP VALUE 0.
           05 WS-Enc-Byte-X REDEFINES WS-Enc-Byte-Value
                                     PIC X(2).
           05 WS-Count-Converted     PIC 9(7) VALUE 0.
           05 WS-Count-Untranslated  PIC 9(7) VALUE 0.
      *    One byte per record position: P for a packed or binary
      *    field left as received, S for the sign byte of a signed
      *    zoned field.
           05 WS-Enc-Protect         PIC X(250) VALUE SPACES.

      *    EBCDIC (code page 037) value of each printable ASCII
      *    character, X'20' through X'7E', three digits apiece.
       01  WS-Ascii-Ebcdic-Values.
           05 FILLER PIC X(30) VALUE '064090127123091108080125077093'.
           05 FILLER PIC X(30) VALUE '092078107096075097240241242243'.
           05 FILLER PIC X(30) VALUE '244245246247248249122094076126'.
           05 FILLER PIC X(30) VALUE '110111124193194195196197198199'.
           05 FILLER PIC X(30) VALUE '200201209210211212213214215216'.
           05 FILLER PIC X(30) VALUE '217226227228229230231232233186'.
           05 FILLER PIC X(30) VALUE '224187176109121129130131132133'.
           05 FILLER PIC X(30) VALUE '134135136137145146147148149150'.
           05 FILLER PIC X(30) VALUE '151152153162163164165166167168'.
           05 FILLER PIC X(15) VALUE '169192079208161'.
       01  WS-Ascii-Ebcdic-Table REDEFINES WS-Ascii-Ebcdic-Values.
           05 WS-Ebcdic-Value        PIC 9(3) OCCURS 95 TIMES.

      *---------------------------------------------------------------
      *  Run date/time stamp, taken once at startup -- keys this run's
      *  run-history record and tags its report output.
              10 WS-Run-Time         PIC 9(6).
              10 FILLER              PIC 9(2).

      *---------------------------------------------------------------
      *  Where the record in hand went, for its disposition-ledger
      *  entry.  The first dataset a record is written to is its
      *  destination; a second one is noted alongside.
      *---------------------------------------------------------------
       01  WS-Ledger-Area.
           05 WS-Ledger-Code         PIC X(9) VALUE SPACES.
           05 WS-Ledger-Dest         PIC X(9) VALUE SPACES.
           05 WS-Ledger-Also         PIC X(9) VALUE SPACES.
           05 WS-Ledger-Attempt      PIC 9(1) VALUE 1.
           05 WS-Ledger-Sw           PIC X VALUE 'N'.
               88 Ledger-Active             VALUE 'Y'.
           05 WS-Count-Ledger        PIC 9(7) VALUE 0.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
                      WS-Ckptout-Status
              STOP RUN
           END-IF
           Perform Open-Disposition-Ledger
      *    Certified clean output -- the final labelled file on an
      *    unpartitioned run, this stripe's keyed slice on a striped
      *    run.  A resumed run appends; the header was written by the
              END-IF
           END-IF
           Perform Read-Field-Table
           Perform Read-Group-Table
           INITIALIZE WS-Profile-Table
           Perform Check-Feed-Encoding
           IF Resume-From-Checkpoint
              Perform Resume-From-Last-Checkpoint
           END-IF
              Perform Set-Stripe-Ownership
              If WS-Stripe-Slot = WS-Stripe-Number
                 Add 1 to WS-Count-Owned
                 Move Spaces to WS-Ledger-Dest
                 Move Spaces to WS-Ledger-Also
                 If Multi-Type-Active
                    Perform Process-Typed-Record
                 Else
                    Perform Process-Legacy-Record
                 End-If
      *          A record held with its group is entered on the ledger
      *          when the group is certified or rejected.
                 If Grp-Role-None
                    Perform Write-Ledger-Record
                 End-If
              End-If
              Perform Write-Checkpoint-If-Due
              Perform Read-Sysin
           End-Perform
      *    A group still open at end of file -- or when the tolerance
      *    abandoned the scan -- never got its closing record.
           If Group-Open
              Move 'GROUP NO TRAILER' to WS-Grp-Verdict
              Add 1 to WS-Count-Groups-Struct
              Perform Reject-Held-Group
           End-If
           Perform Write-Summary-Report
           Perform Reconcile-Feed-Trailer
           Perform Check-Feed-Register
      *    The clean trailer goes out only after the final tolerance
      *    verdict, the feed reconciliation and the receipt-register
      *    check are all in -- a feed held for rejects, duplicates, an
      *    out-of-balance transmission or a repeat of one already
      *    accepted must stay trailerless.
           Perform Write-Clean-Trailer
           Perform Write-Run-History
           Perform Write-Field-Profiles
           If WS-Stripe-Count > 1
              Perform Write-Stripe-Summary
           End-If
           IF Feed-Converted
              CLOSE CONVERTED-FEED-FILE
           ELSE
              CLOSE SYSIN-FILE
           END-IF
           IF WS-Stripe-Count > 1
              CLOSE CLEAN-SLICE-FILE
           ELSE
           CLOSE AUDIT-FILE
           CLOSE CHECKPOINT-OUT-FILE
           CLOSE PRINT-FILE
           IF Ledger-Active
              CLOSE DISPOSITION-LEDGER-FILE
           END-IF
           IF Master-Check-Active
              CLOSE MASTER-FILE
              CLOSE EXCEPTION-FILE
           END-IF
           Perform Write-Step-Statistics
           GOBACK.


                       IF C2-Max-Dup-Count IS NUMERIC
                          MOVE C2-Max-Dup-Count to WS-Max-Dup-Count
                       END-IF
                       IF C2-Reprocess-Flag = 'Y'
                          MOVE 'Y' to WS-Reprocess-Flag
                       END-IF
                       IF C2-Convert-Flag = 'Y'
                          OR C2-Convert-Flag = 'N'
                          MOVE C2-Convert-Flag to WS-Convert-Flag
                       END-IF
                 END-READ
              END-IF
              CLOSE CONTROL-CARD-FILE
           EXIT.


      *---------------------------------------------------------------
      *  Read the group-control table (see the GRPTBL FD).  Loaded
      *  after the field table, since each rule names the FLDTBL
      *  fields it balances.  A row whose type codes are not usable
      *  or whose field names the field table does not define for
      *  the right record type is rejected and logged.  Group edits
      *  run only on an unpartitioned multi-type scan -- stripes are
      *  dealt round-robin, so a group would span every stripe.
      *---------------------------------------------------------------
       Read-Group-Table.
           MOVE 0 to WS-Grp-Rule-Count
           OPEN INPUT GROUP-TABLE-FILE
           IF WS-Grptbl-Status = '00'
              PERFORM UNTIL WS-Grptbl-Status NOT = '00'
                        OR WS-Grp-Rule-Count >= 5
                 READ GROUP-TABLE-FILE
                    AT END MOVE '10' to WS-Grptbl-Status
                    NOT AT END
                       Perform Validate-Group-Table-Row
                       IF Grp-Row-Valid
                          ADD 1 to WS-Grp-Rule-Count
                          MOVE GR-Open-Type
                               to WS-Grp-Open-Type (WS-Grp-Rule-Count)
                          MOVE GR-Close-Type
                               to WS-Grp-Close-Type (WS-Grp-Rule-Count)
                          MOVE GR-Member-Types
                               to WS-Grp-Member-Types
                                  (WS-Grp-Rule-Count)
                          MOVE WS-Grp-Parsed-Count
                               to WS-Grp-Count-Fld (WS-Grp-Rule-Count)
                          MOVE WS-Grp-Parsed-Total
                               to WS-Grp-Total-Fld (WS-Grp-Rule-Count)
                          MOVE WS-Grp-Parsed-Amount
                               to WS-Grp-Amount-Fld
                                  (WS-Grp-Rule-Count)
                       ELSE
                          Display 'ZONED01 -- GRPTBL ROW REJECTED: '
                                  GROUP-RULE-RECORD (1 : 41)
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-Grptbl-Status = '00'
                 READ GROUP-TABLE-FILE
                    AT END MOVE '10' to WS-Grptbl-Status
                    NOT AT END
                       Display 'ZONED01 -- GRPTBL HAS MORE THAN 5'
                               ' ENTRIES, TABLE TRUNCATED AT 5'
                 END-READ
              END-IF
              CLOSE GROUP-TABLE-FILE
           END-IF
           IF WS-Grp-Rule-Count > 0
              EVALUATE TRUE
                 WHEN NOT Multi-Type-Active
                    Display 'ZONED01 -- GRPTBL IGNORED, FEED IS NOT'
                            ' MULTI-TYPE'
                 WHEN WS-Stripe-Count > 1
                    Display 'ZONED01 -- GRPTBL IGNORED ON A STRIPED'
                            ' RUN -- GROUPS SPAN STRIPES'
                 WHEN OTHER
                    SET Group-Edit-Active TO TRUE
              END-EVALUATE
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Check one GRPTBL row: opening and closing type codes 1-9 and
      *  different, at least one detail type and none that is also
      *  the opening or closing code, a total only with an amount to
      *  sum, and every field name present in the field table for
      *  the record type it is read from.
      *---------------------------------------------------------------
       Validate-Group-Table-Row.
           MOVE 'Y' to WS-Grp-Row-Valid-Sw
           MOVE 0   to WS-Grp-Parsed-Count
           MOVE 0   to WS-Grp-Parsed-Total
           MOVE 0   to WS-Grp-Parsed-Amount
           IF GR-Open-Type IS NOT NUMERIC
              OR GR-Open-Type = '0'
              OR GR-Close-Type IS NOT NUMERIC
              OR GR-Close-Type = '0'
              OR GR-Open-Type = GR-Close-Type
              OR GR-Member-Types = SPACES
              MOVE 'N' to WS-Grp-Row-Valid-Sw
           END-IF
           PERFORM VARYING WS-Grp-Scan-Idx FROM 1 BY 1
                     UNTIL WS-Grp-Scan-Idx > 9
              IF GR-Member-Types (WS-Grp-Scan-Idx : 1) NOT = SPACE
                 IF GR-Member-Types (WS-Grp-Scan-Idx : 1)
                       IS NOT NUMERIC
                    OR GR-Member-Types (WS-Grp-Scan-Idx : 1) = '0'
                    OR GR-Member-Types (WS-Grp-Scan-Idx : 1)
                       = GR-Open-Type
                    OR GR-Member-Types (WS-Grp-Scan-Idx : 1)
                       = GR-Close-Type
                    MOVE 'N' to WS-Grp-Row-Valid-Sw
                 END-IF
              END-IF
           END-PERFORM
           IF GR-Total-Field = SPACES
              AND GR-Amount-Field NOT = SPACES
              MOVE 'N' to WS-Grp-Row-Valid-Sw
           END-IF
           IF GR-Total-Field NOT = SPACES
              AND GR-Amount-Field = SPACES
              MOVE 'N' to WS-Grp-Row-Valid-Sw
           END-IF
           IF Grp-Row-Valid
              AND GR-Count-Field NOT = SPACES
              MOVE GR-Count-Field to WS-Grp-Lookup-Name
              Perform Find-Group-Closer-Field
              MOVE WS-Grp-Name-Idx to WS-Grp-Parsed-Count
           END-IF
           IF Grp-Row-Valid
              AND GR-Total-Field NOT = SPACES
              MOVE GR-Total-Field to WS-Grp-Lookup-Name
              Perform Find-Group-Closer-Field
              MOVE WS-Grp-Name-Idx to WS-Grp-Parsed-Total
           END-IF
           IF Grp-Row-Valid
              AND GR-Amount-Field NOT = SPACES
              MOVE GR-Amount-Field to WS-Grp-Lookup-Name
              Perform Find-Field-By-Name
              IF WS-Grp-Name-Idx = 0
                 MOVE 'N' to WS-Grp-Row-Valid-Sw
              ELSE
                 IF WS-Field-Rec-Type (WS-Grp-Name-Idx) NOT = SPACE
                    MOVE 0 to WS-Grp-Tally
                    INSPECT GR-Member-Types TALLYING WS-Grp-Tally
                       FOR ALL WS-Field-Rec-Type (WS-Grp-Name-Idx)
                    IF WS-Grp-Tally = 0
                       MOVE 'N' to WS-Grp-Row-Valid-Sw
                    END-IF
                 END-IF
                 MOVE WS-Grp-Name-Idx to WS-Grp-Parsed-Amount
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  A count or total field must be one the field table extracts
      *  from the closing record.
      *---------------------------------------------------------------
       Find-Group-Closer-Field.
           Perform Find-Field-By-Name
           IF WS-Grp-Name-Idx = 0
              MOVE 'N' to WS-Grp-Row-Valid-Sw
           ELSE
              IF WS-Field-Rec-Type (WS-Grp-Name-Idx) NOT = SPACE
                 AND WS-Field-Rec-Type (WS-Grp-Name-Idx)
                     NOT = GR-Close-Type
                 MOVE 'N' to WS-Grp-Row-Valid-Sw
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Field-table slot of the field named in WS-Grp-Lookup-Name,
      *  zero when the table does not define it.
      *---------------------------------------------------------------
       Find-Field-By-Name.
           MOVE 0 to WS-Grp-Name-Idx
           PERFORM VARYING WS-Grp-Scan-Idx FROM 1 BY 1
                     UNTIL WS-Grp-Scan-Idx > WS-Field-Count
                        OR WS-Grp-Name-Idx > 0
              IF WS-Field-Name (WS-Grp-Scan-Idx) = WS-Grp-Lookup-Name
                 MOVE WS-Grp-Scan-Idx to WS-Grp-Name-Idx
              END-IF
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  Single-layout feed: the original fixed Zoned-Dec/Packed-Dec
      *  demonstration pair plus the table-driven scan, one record per
      *  NUMERIC verdict is a reject for the tolerance bookkeeping,
      *  same as a bad Zoned-Dec on a single-layout feed; a record
      *  whose type byte is not a known code is rejected outright.
      *  With GRPTBL loaded, a record that opens, belongs to or closes
      *  a parent/child group is held until its group balances.
      *---------------------------------------------------------------
       Process-Typed-Record.
           MOVE SPACE to WS-Grp-Role
           MOVE W-Sysin (1 : 1) to WS-Cur-Rec-Type
           IF WS-Cur-Rec-Type IS NUMERIC
              AND WS-Cur-Rec-Type NOT = '0'
              MOVE WS-Cur-Rec-Type-N to WS-Type-Idx
              ADD 1 to WS-Type-Records (WS-Type-Idx)
              MOVE 'R' to WS-Grp-Disp
              IF Group-Edit-Active
                 Perform Set-Group-Role
              END-IF
              Perform Check-Duplicate-Record
              IF Rec-Is-Duplicate
                 Perform Get-Displayable-Hex
                 Perform Process-Duplicate-Record
                 SET Grp-Disp-Duplicate TO TRUE
                 Perform Capture-Duplicate-Group-Fields
              ELSE
                 Perform Process-Table-Driven-Fields
                 IF Rec-Has-Bad-Field
                    Perform Write-Reject-Record
                    Perform Check-Reject-Tolerance
                 ELSE
      *             A record that belongs to a group is certified with
      *             its group or not at all.
                    IF Grp-Role-None
                       Perform Write-Clean-Record
                    ELSE
                       SET Grp-Disp-Clean TO TRUE
                    END-IF
                 END-IF
              END-IF
              IF NOT Grp-Role-None
                 Perform Hold-Group-Record
              END-IF
           ELSE
              ADD 1 to WS-Count-Bad-Type
              Perform Get-Displayable-Hex
              Perform Write-Reject-Record
              MOVE 'BADTYPE' to WS-Ledger-Dest
              Perform Write-Audit-Record-Bad-Type
           END-IF
           EXIT.
      *  re-transmitted
      *  record, a miss stows the entry for the records still to
      *  come.  When the seen-table fills, checking stops loudly
      *  rather than slowing the scan into the night.  The checksum
      *  itself was taken by Read-Sysin as the record was read, for
      *  the whole-file fingerprint.
      *---------------------------------------------------------------
       Check-Duplicate-Record.
           MOVE 'N' to WS-Dup-Record-Sw
           IF Dup-Table-Full
              CONTINUE
           ELSE
              PERFORM VARYING WS-Dup-Idx FROM 1 BY 1
                        UNTIL WS-Dup-Idx > WS-Dup-Seen-Count
                           OR Rec-Is-Duplicate
           Move Spaces           to DP-Hex-Dump
           Move H-Data (1 : 10)  to DP-Hex-Dump (1 : 10)
           WRITE DUP-RECORD
           Move 'DUPLICATE'      to WS-Ledger-Code
           Perform Note-Disposition
           Move Rec-Num          to AU-Rec-Num
           Move WS-Sysin-Len     to AU-Rec-Len
           Move 'RECORD    '     to AU-Field-Name
           Move H-Data (1 : 10)  to AU-Hex-Dump (1 : 10)
           Move 'DUPLICATE'      to AU-Verdict
           Move WS-Cur-Rec-Type  to AU-Rec-Type
           Move WS-Run-Date      to AU-Run-Date
           Move WS-Run-Time      to AU-Run-Time
           WRITE AUDIT-RECORD
           Move 'RECORD    '     to PD-Field-Name
           Move Spaces           to PD-Hex
           Move H-Data (1 : 10)  to AU-Hex-Dump (1 : 10)
           Move 'BAD RECORD TYPE'    to AU-Verdict
           Move WS-Cur-Rec-Type  to AU-Rec-Type
           Move WS-Run-Date      to AU-Run-Date
           Move WS-Run-Time      to AU-Run-Time
           WRITE AUDIT-RECORD
           Move 'REC-TYPE  '     to PD-Field-Name
           Move Spaces           to PD-Hex
           EXIT.


      *---------------------------------------------------------------
      *  Where does the record just read stand in the group
      *  structure?  Inside an open group it is either the group's
      *  closing record or one of its detail types; anything else --
      *  another opening record included -- means the open group
      *  never got its closer, and the group is rejected before this
      *  record is looked at afresh.  Outside a group a record either
      *  opens one, is a detail or closer with no group to belong to
      *  (an orphan), or is a free-standing type no rule names.
      *---------------------------------------------------------------
       Set-Group-Role.
           MOVE SPACE to WS-Grp-Role
           IF Group-Open
              MOVE WS-Grp-Cur-Rule to WS-Grp-Rule-Idx
              Perform Check-Group-Member
              EVALUATE TRUE
                 WHEN WS-Cur-Rec-Type
                      = WS-Grp-Close-Type (WS-Grp-Cur-Rule)
                    SET Grp-Role-Closer TO TRUE
                 WHEN Grp-Type-Is-Member
                    SET Grp-Role-Member TO TRUE
                 WHEN OTHER
                    MOVE 'GROUP NO TRAILER' to WS-Grp-Verdict
                    Add 1 to WS-Count-Groups-Struct
                    Perform Reject-Held-Group
              END-EVALUATE
           END-IF
           IF Grp-Role-None
              PERFORM VARYING WS-Grp-Rule-Idx FROM 1 BY 1
                        UNTIL WS-Grp-Rule-Idx > WS-Grp-Rule-Count
                           OR NOT Grp-Role-None
                 IF WS-Cur-Rec-Type
                    = WS-Grp-Open-Type (WS-Grp-Rule-Idx)
                    Perform Open-Group
                 ELSE
                    Perform Check-Group-Member
                    IF Grp-Type-Is-Member
                       OR WS-Cur-Rec-Type
                          = WS-Grp-Close-Type (WS-Grp-Rule-Idx)
                       SET Grp-Role-Orphan TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Is the current type code one of the detail types rule
      *  WS-Grp-Rule-Idx allows?
      *---------------------------------------------------------------
       Check-Group-Member.
           MOVE 0 to WS-Grp-Tally
           INSPECT WS-Grp-Member-Types (WS-Grp-Rule-Idx)
              TALLYING WS-Grp-Tally FOR ALL WS-Cur-Rec-Type
           IF WS-Grp-Tally > 0
              MOVE 'Y' to WS-Grp-Member-Sw
           ELSE
              MOVE 'N' to WS-Grp-Member-Sw
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  The current record opens a group under rule WS-Grp-Rule-Idx:
      *  start an empty hold area and fresh group controls.
      *---------------------------------------------------------------
       Open-Group.
           SET Group-Open TO TRUE
           SET Grp-Role-Opener TO TRUE
           MOVE WS-Grp-Rule-Idx to WS-Grp-Cur-Rule
           MOVE Rec-Num to WS-Grp-Start-Rec
           MOVE 0 to WS-Grp-Buf-Count
           MOVE 0 to WS-Grp-Detail-Count
           MOVE 0 to WS-Grp-Detail-Total
           MOVE 0 to WS-Grp-Trl-Count
           MOVE 0 to WS-Grp-Trl-Total
           MOVE 'N' to WS-Grp-Trl-Count-Sw
           MOVE 'N' to WS-Grp-Trl-Total-Sw
           MOVE 'N' to WS-Grp-Overflow-Sw
           MOVE 'N' to WS-Grp-Member-Bad-Sw
           Add 1 to WS-Count-Groups
           EXIT.


      *---------------------------------------------------------------
      *  Pick the group controls off the field just extracted: a
      *  detail's amount adds to the group's running total, the
      *  closing record's count and total are kept for the balance.
      *  A field that is not numeric contributes nothing -- a group
      *  whose controls cannot be read does not balance.
      *---------------------------------------------------------------
       Capture-Group-Field.
           IF Field-Is-Numeric
              EVALUATE TRUE
                 WHEN Grp-Role-Member
                      AND WS-Field-Idx
                          = WS-Grp-Amount-Fld (WS-Grp-Cur-Rule)
                    ADD WS-Field-Value to WS-Grp-Detail-Total
                 WHEN Grp-Role-Closer
                      AND WS-Field-Idx
                          = WS-Grp-Count-Fld (WS-Grp-Cur-Rule)
                    MOVE WS-Field-Value to WS-Grp-Trl-Count
                    SET Grp-Trl-Count-Found TO TRUE
                 WHEN Grp-Role-Closer
                      AND WS-Field-Idx
                          = WS-Grp-Total-Fld (WS-Grp-Cur-Rule)
                    MOVE WS-Field-Value to WS-Grp-Trl-Total
                    SET Grp-Trl-Total-Found TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  A within-feed repeat inside a group skips the field scan, but
      *  the supplier's group controls still cover it -- the same way
      *  the feed trailer's hash covers re-transmitted records -- so
      *  its control fields are extracted here on their own -- only
      *  those laid out for its record type, as in the field scan.
      *  The per-type tallies and the bad-field switch are put back
      *  afterwards; the repeat was already counted once, as a
      *  duplicate.
      *---------------------------------------------------------------
       Capture-Duplicate-Group-Fields.
           IF Grp-Role-Member OR Grp-Role-Closer
              MOVE WS-Type-Area        to WS-Grp-Type-Save
              MOVE WS-Rec-Bad-Field-Sw to WS-Grp-Bad-Field-Save
              PERFORM VARYING WS-Field-Idx FROM 1 BY 1
                        UNTIL WS-Field-Idx > WS-Field-Count
                 IF (WS-Field-Idx = WS-Grp-Amount-Fld (WS-Grp-Cur-Rule)
                    OR WS-Field-Idx
                       = WS-Grp-Count-Fld (WS-Grp-Cur-Rule)
                    OR WS-Field-Idx
                       = WS-Grp-Total-Fld (WS-Grp-Cur-Rule))
                    AND (NOT Multi-Type-Active
                    OR WS-Field-Rec-Type (WS-Field-Idx) = SPACE
                    OR WS-Field-Rec-Type (WS-Field-Idx)
                       = WS-Cur-Rec-Type)
                    Perform Extract-And-Validate-Field
                    Perform Capture-Group-Field
                 END-IF
              END-PERFORM
              MOVE WS-Grp-Type-Save      to WS-Type-Area
              MOVE WS-Grp-Bad-Field-Save to WS-Rec-Bad-Field-Sw
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Hold the current record with its group.  An orphan is a
      *  group of one, rejected on the spot; a closing record
      *  completes the group and has it balanced.
      *---------------------------------------------------------------
       Hold-Group-Record.
           IF Grp-Disp-Rejected
              SET Grp-Member-Rejected TO TRUE
           END-IF
           EVALUATE TRUE
              WHEN Grp-Role-Orphan
                 MOVE Rec-Num to WS-Grp-Start-Rec
                 MOVE 0 to WS-Grp-Buf-Count
                 MOVE 'N' to WS-Grp-Overflow-Sw
                 Perform Buffer-Group-Record
                 MOVE 'GROUP NO HEADER' to WS-Grp-Verdict
                 Add 1 to WS-Count-Groups-Struct
                 Perform Reject-Held-Group
              WHEN Grp-Role-Closer
                 Perform Buffer-Group-Record
                 Perform Close-Group
              WHEN OTHER
                 IF Grp-Role-Member
                    Add 1 to WS-Grp-Detail-Count
                 END-IF
                 Perform Buffer-Group-Record
           END-EVALUATE
           EXIT.


      *---------------------------------------------------------------
      *  Add the current record to the hold area.  A group too big to
      *  hold cannot be certified whole: from the first record that
      *  does not fit, each further record goes straight to REJFILE,
      *  and the group is rejected when it closes.
      *---------------------------------------------------------------
       Buffer-Group-Record.
           IF WS-Grp-Buf-Count < 500
              ADD 1 to WS-Grp-Buf-Count
              MOVE Rec-Num
                   to WS-Grp-Buf-Rec-Num (WS-Grp-Buf-Count)
              MOVE WS-Sysin-Len
                   to WS-Grp-Buf-Rec-Len (WS-Grp-Buf-Count)
              MOVE WS-Cur-Rec-Type
                   to WS-Grp-Buf-Rec-Type (WS-Grp-Buf-Count)
              MOVE WS-Grp-Disp
                   to WS-Grp-Buf-Disp (WS-Grp-Buf-Count)
              MOVE W-Sysin
                   to WS-Grp-Buf-Data (WS-Grp-Buf-Count)
           ELSE
              IF NOT Grp-Buffer-Overflow
                 SET Grp-Buffer-Overflow TO TRUE
                 Display 'ZONED01 -- GROUP AT RECORD '
                         WS-Grp-Start-Rec
                         ' EXCEEDS 500 RECORDS -- GROUP REJECTED'
              END-IF
              MOVE 'GROUP TOO LARGE' to WS-Grp-Verdict
              Perform Write-Group-Reject-Entry
              Perform Write-Ledger-Record
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  The closing record is in: a group with a record that failed
      *  its own edits cannot go out whole; otherwise balance its
      *  detail count and amount total against the closer's
      *  controls.  Then certify the held records or reject the group
      *  whole.
      *---------------------------------------------------------------
       Close-Group.
           MOVE SPACES to WS-Grp-Verdict
           EVALUATE TRUE
              WHEN Grp-Buffer-Overflow
                 MOVE 'GROUP TOO LARGE' to WS-Grp-Verdict
                 Add 1 to WS-Count-Groups-Struct
              WHEN Grp-Member-Rejected
                 MOVE 'GROUP MEMBER REJECT' to WS-Grp-Verdict
                 Add 1 to WS-Count-Groups-Member
              WHEN WS-Grp-Count-Fld (WS-Grp-Cur-Rule) > 0
                   AND (NOT Grp-Trl-Count-Found
                        OR WS-Grp-Trl-Count NOT = WS-Grp-Detail-Count)
                 MOVE 'GROUP COUNT ERROR' to WS-Grp-Verdict
                 Add 1 to WS-Count-Groups-Total
              WHEN WS-Grp-Total-Fld (WS-Grp-Cur-Rule) > 0
                   AND (NOT Grp-Trl-Total-Found
                        OR WS-Grp-Trl-Total NOT = WS-Grp-Detail-Total)
                 MOVE 'GROUP TOTAL ERROR' to WS-Grp-Verdict
                 Add 1 to WS-Count-Groups-Total
              WHEN OTHER
                 Add 1 to WS-Count-Groups-Ok
           END-EVALUATE
           IF WS-Grp-Verdict = SPACES
              Perform Release-Held-Group
           ELSE
              Perform Reject-Held-Group
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  The group balanced: certify every held record that passed
      *  its own edits, in the order it was read.
      *---------------------------------------------------------------
       Release-Held-Group.
           Perform Save-Current-Record
           PERFORM VARYING WS-Grp-Buf-Idx FROM 1 BY 1
                     UNTIL WS-Grp-Buf-Idx > WS-Grp-Buf-Count
              Perform Load-Held-Record
              IF Grp-Disp-Clean
                 Perform Write-Clean-Record
              END-IF
              Perform Write-Ledger-Record
           END-PERFORM
           Perform Restore-Current-Record
           MOVE 'N' to WS-Grp-Open-Sw
           MOVE 0   to WS-Grp-Buf-Count
           EXIT.


      *---------------------------------------------------------------
      *  The group failed its structure or its controls: every held
      *  record gets the group verdict on AUDITLOG, and those that
      *  passed their own edits go to REJFILE with it instead of the
      *  clean feed.
      *---------------------------------------------------------------
       Reject-Held-Group.
           Display 'ZONED01 -- GROUP AT RECORD ' WS-Grp-Start-Rec
                   ' REJECTED: ' WS-Grp-Verdict
           Perform Save-Current-Record
           PERFORM VARYING WS-Grp-Buf-Idx FROM 1 BY 1
                     UNTIL WS-Grp-Buf-Idx > WS-Grp-Buf-Count
              Perform Load-Held-Record
              Perform Write-Group-Reject-Entry
              Perform Write-Ledger-Record
           END-PERFORM
           Perform Restore-Current-Record
           MOVE 'N' to WS-Grp-Open-Sw
           MOVE 0   to WS-Grp-Buf-Count
           EXIT.


      *---------------------------------------------------------------
      *  Group-reject evidence for the record in W-Sysin: REJFILE (if
      *  it was otherwise clean), AUDITLOG and the print report, all
      *  under the group verdict.
      *---------------------------------------------------------------
       Write-Group-Reject-Entry.
           Perform Get-Displayable-Hex
           IF Grp-Disp-Clean
              Add 1 to WS-Count-Group-Rejects
              Move Rec-Num          to RJ-Rec-Num
              Move WS-Sysin-Len     to RJ-Rec-Len
              Move W-Sysin          to RJ-Raw-Data
              Move Spaces           to RJ-Hex-Dump
              Move H-Data (1 : 10)  to RJ-Hex-Dump (1 : 10)
              Move WS-Grp-Verdict   to RJ-Group-Verdict
              WRITE REJECT-RECORD
              Move 'GROUP'          to WS-Ledger-Code
              Perform Note-Disposition
           END-IF
           Move Rec-Num          to AU-Rec-Num
           Move WS-Sysin-Len     to AU-Rec-Len
           Move 'GROUP     '     to AU-Field-Name
           Move W-Sysin          to AU-Raw-Data
           Move Spaces           to AU-Hex-Dump
           Move H-Data (1 : 10)  to AU-Hex-Dump (1 : 10)
           Move WS-Grp-Verdict   to AU-Verdict
           Move WS-Cur-Rec-Type  to AU-Rec-Type
           Move WS-Run-Date      to AU-Run-Date
           Move WS-Run-Time      to AU-Run-Time
           WRITE AUDIT-RECORD
           Move 'GROUP     '     to PD-Field-Name
           Move Spaces           to PD-Hex
           Move H-Data (1 : 10)  to PD-Hex (1 : 10)
           Move WS-Grp-Verdict   to PD-Verdict
           Perform Write-Print-Detail
           EXIT.


      *---------------------------------------------------------------
      *  Set the record in hand aside while held records pass
      *  through W-Sysin, and put it back afterwards.
      *---------------------------------------------------------------
       Save-Current-Record.
           MOVE Rec-Num         to WS-Grp-Save-Rec-Num
           MOVE WS-Sysin-Len    to WS-Grp-Save-Len
           MOVE WS-Cur-Rec-Type to WS-Grp-Save-Type
           MOVE W-Sysin         to WS-Grp-Save-Data
           MOVE WS-Grp-Disp     to WS-Grp-Save-Disp
           MOVE WS-Dup-Checksum to WS-Grp-Save-Checksum
           MOVE WS-Ledger-Dest  to WS-Grp-Save-Dest
           MOVE WS-Ledger-Also  to WS-Grp-Save-Also
           EXIT.

       Restore-Current-Record.
           MOVE WS-Grp-Save-Rec-Num to Rec-Num
           MOVE WS-Grp-Save-Len     to WS-Sysin-Len
           MOVE WS-Grp-Save-Type    to WS-Cur-Rec-Type
           MOVE WS-Grp-Save-Data    to W-Sysin
           MOVE WS-Grp-Save-Disp    to WS-Grp-Disp
           MOVE WS-Grp-Save-Checksum to WS-Dup-Checksum
           MOVE WS-Grp-Save-Dest    to WS-Ledger-Dest
           MOVE WS-Grp-Save-Also    to WS-Ledger-Also
           EXIT.


      *---------------------------------------------------------------
      *  Bring held record WS-Grp-Buf-Idx back into W-Sysin, with its
      *  checksum and -- for one that failed its own edits or was a
      *  repeat -- the dataset it already went to.
      *---------------------------------------------------------------
       Load-Held-Record.
           MOVE WS-Grp-Buf-Rec-Num (WS-Grp-Buf-Idx)  to Rec-Num
           MOVE WS-Grp-Buf-Rec-Len (WS-Grp-Buf-Idx)  to WS-Sysin-Len
           MOVE WS-Grp-Buf-Rec-Type (WS-Grp-Buf-Idx)
                to WS-Cur-Rec-Type
           MOVE WS-Grp-Buf-Disp (WS-Grp-Buf-Idx)     to WS-Grp-Disp
           MOVE WS-Grp-Buf-Data (WS-Grp-Buf-Idx)     to W-Sysin
           Perform Compute-Record-Checksum
           MOVE SPACES to WS-Ledger-Dest
           MOVE SPACES to WS-Ledger-Also
           EVALUATE TRUE
              WHEN Grp-Disp-Rejected
                 MOVE 'REJECT'    to WS-Ledger-Dest
              WHEN Grp-Disp-Duplicate
                 MOVE 'DUPLICATE' to WS-Ledger-Dest
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EXIT.


      *---------------------------------------------------------------
      *  Table-driven field scan (req 008 / 009).  Runs alongside --
      *  not in place of -- the legacy Zoned-Dec/Packed-Dec MOVE-based
                 OR WS-Field-Rec-Type (WS-Field-Idx)
                    = WS-Cur-Rec-Type
                 Perform Extract-And-Validate-Field
                 Perform Accumulate-Field-Profile
                 Perform Write-Audit-Record-Table
                 IF Grp-Role-Member OR Grp-Role-Closer
                    Perform Capture-Group-Field
                 END-IF
              END-IF
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  Add the field just judged to its profile.  Every occurrence
      *  counts as examined; only a value that passed its type check
      *  and its business rule goes into the zero/nines counts, the
      *  low/high/total and the value tally.  A total too large for
      *  the accumulator is flagged rather than wrapped, so the drift
      *  report never trends a mean that is not one.
      *---------------------------------------------------------------
       Accumulate-Field-Profile.
           ADD 1 to WS-Prof-Examined (WS-Field-Idx)
           IF WS-Field-Verdict = 'NUMERIC-ZERO'
              OR WS-Field-Verdict = 'NUMERIC-NONZERO'
              ADD 1 to WS-Prof-Valid (WS-Field-Idx)
              IF Field-Is-Zero
                 ADD 1 to WS-Prof-Zero (WS-Field-Idx)
              END-IF
              IF WS-Prof-Valid (WS-Field-Idx) = 1
                 MOVE WS-Field-Value to WS-Prof-Min (WS-Field-Idx)
                 MOVE WS-Field-Value to WS-Prof-Max (WS-Field-Idx)
              ELSE
                 IF WS-Field-Value < WS-Prof-Min (WS-Field-Idx)
                    MOVE WS-Field-Value to WS-Prof-Min (WS-Field-Idx)
                 END-IF
                 IF WS-Field-Value > WS-Prof-Max (WS-Field-Idx)
                    MOVE WS-Field-Value to WS-Prof-Max (WS-Field-Idx)
                 END-IF
              END-IF
              ADD WS-Field-Value to WS-Prof-Sum (WS-Field-Idx)
                 ON SIZE ERROR
                    MOVE 'Y' to WS-Prof-Sum-Overflow (WS-Field-Idx)
              END-ADD
              Perform Check-Profile-Nines
              IF WS-Prof-Digits NOT > 5
                 Perform Tally-Profile-Value
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Is the value every digit 9 -- the classic 'unknown' or
      *  'no limit' filler a supplier drops in a field it cannot
      *  fill?  Judged on the unscaled digits the field can hold
      *  (a packed field of n bytes holds 2n-1).  Binary fields have
      *  no digit count of their own and are never all nines; a
      *  halfword still counts as short for the value tally.
      *---------------------------------------------------------------
       Check-Profile-Nines.
           EVALUATE TRUE
              WHEN Field-Is-Packed (WS-Field-Idx)
                   OR Field-Is-Signed-Packed (WS-Field-Idx)
                 COMPUTE WS-Prof-Digits = WS-Cur-Length * 2 - 1
              WHEN Field-Is-Halfword (WS-Field-Idx)
                 MOVE 5 to WS-Prof-Digits
              WHEN Field-Is-Fullword (WS-Field-Idx)
                 MOVE 10 to WS-Prof-Digits
              WHEN OTHER
                 MOVE WS-Cur-Length to WS-Prof-Digits
           END-EVALUATE
           IF NOT Field-Is-Halfword (WS-Field-Idx)
              AND NOT Field-Is-Fullword (WS-Field-Idx)
              COMPUTE WS-Prof-Unscaled =
                 WS-Field-Value * WS-Scale-Divisor
              IF WS-Prof-Unscaled < 0
                 COMPUTE WS-Prof-Unscaled = 0 - WS-Prof-Unscaled
              END-IF
              MOVE ZEROS to WS-Prof-Nines-N
              MOVE ALL '9'
                to WS-Prof-Nines-X (16 - WS-Prof-Digits :
                                    WS-Prof-Digits)
              IF WS-Prof-Unscaled = WS-Prof-Nines-N
                 ADD 1 to WS-Prof-Nines (WS-Field-Idx)
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Tally one value of a short field: count it against its slot
      *  if it has been seen before, otherwise open the next slot
      *  while there is one.
      *---------------------------------------------------------------
       Tally-Profile-Value.
           MOVE 'N' to WS-Prof-Found-Sw
           PERFORM VARYING WS-Prof-Val-Idx FROM 1 BY 1
                     UNTIL WS-Prof-Val-Idx
                           > WS-Prof-Val-Used (WS-Field-Idx)
                        OR Prof-Value-Found
              IF WS-Prof-Val (WS-Field-Idx, WS-Prof-Val-Idx)
                 = WS-Field-Value
                 ADD 1 to WS-Prof-Val-Count (WS-Field-Idx,
                                             WS-Prof-Val-Idx)
                 MOVE 'Y' to WS-Prof-Found-Sw
              END-IF
           END-PERFORM
           IF NOT Prof-Value-Found
              AND WS-Prof-Val-Used (WS-Field-Idx) < 20
              ADD 1 to WS-Prof-Val-Used (WS-Field-Idx)
              MOVE WS-Prof-Val-Used (WS-Field-Idx) to WS-Prof-Val-Idx
              MOVE WS-Field-Value
                to WS-Prof-Val (WS-Field-Idx, WS-Prof-Val-Idx)
              MOVE 1 to WS-Prof-Val-Count (WS-Field-Idx,
                                           WS-Prof-Val-Idx)
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Apply the field's business-rule edit -- range, allowed
      *  values, CCYYMMDD validity or check digit -- over the numeric
      *  value just extracted.  Sets WS-Rule-Fail-Verdict on failure,
      *  leaves it spaces on a pass or when no rule is defined.
      *---------------------------------------------------------------
       Apply-Field-Edit-Rule.
           EVALUATE TRUE
              WHEN Rule-None (WS-Field-Idx)
                 CONTINUE
              WHEN Rule-Range (WS-Field-Idx)
                 IF WS-Field-Value < WS-Field-Min (WS-Field-Idx)
                    OR WS-Field-Value > WS-Field-Max (WS-Field-Idx)
                    MOVE 'OUT OF RANGE' to WS-Rule-Fail-Verdict
                 END-IF
              WHEN Rule-Values (WS-Field-Idx)
                 MOVE 'N' to WS-Val-Hit-Sw
                 PERFORM VARYING WS-Val-Idx FROM 1 BY 1
                           UNTIL WS-Val-Idx
                                 > WS-Field-Val-Used (WS-Field-Idx)
                              OR Value-Listed
                    IF WS-Field-Value
                       = WS-Field-Val (WS-Field-Idx WS-Val-Idx)
                       MOVE 'Y' to WS-Val-Hit-Sw
                    END-IF
                 END-PERFORM
                 IF NOT Value-Listed
                    MOVE 'VALUE NOT ALLOWED'
                         to WS-Rule-Fail-Verdict
                 END-IF
              WHEN Rule-Date (WS-Field-Idx)
                 Perform Validate-Date-Rule
                 IF NOT WS-Date-Ok
                    MOVE 'INVALID DATE' to WS-Rule-Fail-Verdict
                 END-IF
              WHEN Rule-Check-Digit (WS-Field-Idx)
                 IF WS-Field-Mod (WS-Field-Idx) = 10
                    Perform Check-Digit-Mod10
                 ELSE
                to AU-Hex-Dump (1 : WS-Hex-Len)
           Move WS-Field-Verdict              to AU-Verdict
           Move WS-Cur-Rec-Type               to AU-Rec-Type
           Move WS-Run-Date                   to AU-Run-Date
           Move WS-Run-Time                   to AU-Run-Time
           WRITE AUDIT-RECORD
           Move WS-Field-Name (WS-Field-Idx)  to PD-Field-Name
           Move Spaces                        to PD-Hex
      *                to checkpoint -- a resumed run detects repeats
      *                among the post-restart records only.
                       MOVE CK-In-Count-Dups  to WS-Count-Dups
                       MOVE CK-In-Group-Counts to WS-Group-Counts
                       MOVE CK-In-Run-Date to WS-Run-Date
                       MOVE CK-In-Run-Time to WS-Run-Time
                       MOVE CK-In-Attempt  to WS-Ledger-Attempt
                 END-READ
              END-PERFORM
              CLOSE CHECKPOINT-IN-FILE
                         'RECORDS -- RESUMING FROM RECORD 1'
              END-IF
           END-IF
      *    The resumed run finishes the interrupted one: it reports
      *    under that run's stamp, one attempt further on, so its
      *    statistics and ledger entries line up with what the
      *    interrupted run already wrote.
           IF WS-Ckpt-Found
              IF WS-Ledger-Attempt < 9
                 ADD 1 to WS-Ledger-Attempt
              END-IF
              Display 'ZONED01 -- RESUMING RUN OF ' WS-Run-Date ' '
                      WS-Run-Time ', ATTEMPT ' WS-Ledger-Attempt
           END-IF
           IF WS-Ckpt-Found
              MOVE WS-Last-Checkpoint-Recnum to CK-Out-Rec-Num
              MOVE WS-Count-Valid            to CK-Out-Count-Valid
              MOVE WS-Count-Clean    to CK-Out-Count-Clean
              MOVE WS-Clean-Hash     to CK-Out-Clean-Hash
              MOVE WS-Count-Dups     to CK-Out-Count-Dups
              MOVE WS-Group-Counts   to CK-Out-Group-Counts
              MOVE WS-Run-Date       to CK-Out-Run-Date
              MOVE WS-Run-Time       to CK-Out-Run-Time
              MOVE WS-Ledger-Attempt to CK-Out-Attempt
              WRITE CHECKPOINT-OUT-RECORD
           END-IF
      *    Skip back past the data records the prior run already
           MOVE WS-Last-Checkpoint-Recnum to WS-Skip-Count
           PERFORM UNTIL Rec-Num >= WS-Skip-Count
                      OR End-Of-Sysin
              Perform Read-Feed-Record
              IF NOT End-Of-Sysin
                 EVALUATE TRUE
                    WHEN Feed-Header-Record
                       SET Feed-Header-Seen TO TRUE
                    WHEN Feed-Trailer-Record
                       Perform Process-Feed-Trailer
                    WHEN OTHER
                       ADD 1 to Rec-Num
                       Perform Accumulate-Feed-Fingerprint
                 END-EVALUATE
              END-IF
           END-PERFORM
           EXIT.

      *  Write a checkpoint record every N records (N from the
      *  control card) so a restarted run can skip back to here.  The
      *  running counters go out with it so a later restart can
      *  restore them (see Resume-From-Last-Checkpoint).  One that
      *  falls due inside a parent/child group is taken as soon as
      *  the group closes.
      *---------------------------------------------------------------
       Write-Checkpoint-If-Due.
           IF WS-Checkpoint-Freq > 0
                 GIVING WS-Ckpt-Quotient
                 REMAINDER WS-Ckpt-Remainder
              IF WS-Ckpt-Remainder = 0
                 OR Checkpoint-Deferred
                 IF Group-Open
                    SET Checkpoint-Deferred TO TRUE
                 ELSE
                    MOVE 'N' to WS-Ckpt-Deferred-Sw
                    Perform Write-Checkpoint-Record
                 END-IF
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  One checkpoint record: the last Rec-Num processed and the
      *  running counters as they stand.
      *---------------------------------------------------------------
       Write-Checkpoint-Record.
           MOVE Rec-Num to CK-Out-Rec-Num
           MOVE WS-Count-Valid       to CK-Out-Count-Valid
           MOVE WS-Count-Zero        to CK-Out-Count-Zero
           MOVE WS-Count-Non-Numeric
                to CK-Out-Count-Non-Numeric
           MOVE WS-Count-Packed-Valid
                to CK-Out-Count-Packed-Valid
           MOVE WS-Count-Packed-Zero
                to CK-Out-Count-Packed-Zero
           MOVE WS-Count-Packed-Non-Numeric
                to CK-Out-Count-Packed-Non-Numeric
           MOVE WS-Hist-All-Spaces   to CK-Out-Hist-All-Spaces
           MOVE WS-Hist-Low-Values   to CK-Out-Hist-Low-Values
           MOVE WS-Hist-High-Values  to CK-Out-Hist-High-Values
           MOVE WS-Hist-Embedded-Alpha
                to CK-Out-Hist-Embedded-Alpha
           MOVE WS-Hash-Total     to CK-Out-Hash-Total
           MOVE WS-Header-Seen-Sw to CK-Out-Header-Seen
           MOVE WS-Count-Not-On-Master to CK-Out-Not-On-Master
           MOVE WS-Type-Area      to CK-Out-Type-Area
           MOVE WS-Count-Bad-Type to CK-Out-Bad-Type
           MOVE WS-Count-Owned    to CK-Out-Count-Owned
           MOVE WS-Count-Clean    to CK-Out-Count-Clean
           MOVE WS-Clean-Hash     to CK-Out-Clean-Hash
           MOVE WS-Count-Dups     to CK-Out-Count-Dups
           MOVE WS-Group-Counts   to CK-Out-Group-Counts
           MOVE WS-Run-Date       to CK-Out-Run-Date
           MOVE WS-Run-Time       to CK-Out-Run-Time
           MOVE WS-Ledger-Attempt to CK-Out-Attempt
           WRITE CHECKPOINT-OUT-RECORD
           EXIT.


      *---------------------------------------------------------------
      *  Which stripe owns the record just read?  Records are dealt
      *  round-robin by ordinal, so the slices stay the same from run
              MOVE WS-Count-Clean         to SS-Count-Clean
              MOVE WS-Clean-Hash          to SS-Clean-Hash
              MOVE WS-Count-Dups          to SS-Count-Dups
              IF Feed-Register-Hold
                 MOVE 'Y' to SS-Feed-Held
              ELSE
                 MOVE 'N' to SS-Feed-Held
              END-IF
              WRITE STRIPE-SUMMARY-RECORD
              CLOSE STRIPE-SUMMARY-FILE
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Decide before the scan what code page the feed arrived in.
      *  A feed found to be ASCII -- or any feed, when control card 2
      *  forces it -- is copied record by record into an EBCDIC work
      *  file, and the scan reads that copy instead of SYSIN.  The
      *  card can also suppress the conversion, in which case an
      *  ASCII feed is scanned as received and will fail its edits.
      *---------------------------------------------------------------
       Check-Feed-Encoding.
           PERFORM UNTIL End-Of-Sysin
                      OR WS-Enc-Sample-Recs >= WS-Enc-Sample-Max
              Move Low-Values to W-Sysin
              READ SYSIN-FILE INTO W-Sysin
                 AT END SET End-Of-Sysin TO TRUE
                 NOT AT END
                    Perform Sample-Feed-Record
              END-READ
           END-PERFORM
           CLOSE SYSIN-FILE
           OPEN INPUT SYSIN-FILE
           IF WS-Sysin-Status NOT = '00'
              Display 'ZONED01 -- SYSIN REOPEN FAILED, STATUS='
                      WS-Sysin-Status
              STOP RUN
           END-IF
           Perform Decide-Feed-Encoding
           Perform Set-Encoding-Text
           Display 'ZONED01 -- FEED ENCODING: ' PX-Text
           IF Feed-Converted
              Perform Convert-Feed-To-Work
              Display 'ZONED01 -- RECORDS CONVERTED TO EBCDIC: '
                      WS-Count-Converted
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Tally the digit and space bytes of one sampled record.  The
      *  header and trailer labels are taken whole; a data record
      *  skips the packed and binary fields its type carries.
      *---------------------------------------------------------------
       Sample-Feed-Record.
           Perform Check-Label-Tag
           IF Enc-Label-Record
              MOVE SPACES to WS-Enc-Protect
           ELSE
              ADD 1 to WS-Enc-Sample-Recs
              Perform Set-Enc-Rec-Type
              Perform Build-Protect-Mask
           END-IF
           PERFORM VARYING WS-Enc-Pos FROM 1 BY 1
                     UNTIL WS-Enc-Pos > WS-Sysin-Len
              IF WS-Enc-Protect (WS-Enc-Pos : 1) NOT = 'P'
                 MOVE 0 to WS-Enc-Byte-Value
                 MOVE W-Sysin (WS-Enc-Pos : 1)
                      to WS-Enc-Byte-X (2 : 1)
                 EVALUATE TRUE
                    WHEN WS-Enc-Byte-Value = 32
                    WHEN WS-Enc-Byte-Value >= 48
                     AND WS-Enc-Byte-Value <= 57
                       ADD 1 to WS-Enc-Ascii-Marks
                    WHEN WS-Enc-Byte-Value = 64
                    WHEN WS-Enc-Byte-Value >= 240
                     AND WS-Enc-Byte-Value <= 249
                       ADD 1 to WS-Enc-Ebcdic-Marks
                 END-EVALUATE
              END-IF
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  Is the record in hand an HDR or TRL label, in either code
      *  page?  The first header met also notes which code page its
      *  tag is in, as the tie-breaker for a sample that is unclear.
      *---------------------------------------------------------------
       Check-Label-Tag.
           MOVE 'N' to WS-Enc-Label-Sw
           PERFORM VARYING WS-Enc-Pos FROM 1 BY 1
                     UNTIL WS-Enc-Pos > 3
              MOVE 0 to WS-Enc-Byte-Value
              MOVE W-Sysin (WS-Enc-Pos : 1) to WS-Enc-Byte-X (2 : 1)
              MOVE WS-Enc-Byte-Value to WS-Enc-Tag-Value (WS-Enc-Pos)
           END-PERFORM
           EVALUATE TRUE
      *       'HDR' in ASCII
              WHEN WS-Enc-Tag-Value (1) = 72
               AND WS-Enc-Tag-Value (2) = 68
               AND WS-Enc-Tag-Value (3) = 82
                 MOVE 'Y' to WS-Enc-Label-Sw
                 IF WS-Enc-Hdr-Tag = SPACE
                    MOVE 'A' to WS-Enc-Hdr-Tag
                 END-IF
      *       'TRL' in ASCII
              WHEN WS-Enc-Tag-Value (1) = 84
               AND WS-Enc-Tag-Value (2) = 82
               AND WS-Enc-Tag-Value (3) = 76
                 MOVE 'Y' to WS-Enc-Label-Sw
              WHEN Feed-Header-Record
                 MOVE 'Y' to WS-Enc-Label-Sw
                 IF WS-Enc-Hdr-Tag = SPACE
                    MOVE 'E' to WS-Enc-Hdr-Tag
                 END-IF
              WHEN Feed-Trailer-Record
                 MOVE 'Y' to WS-Enc-Label-Sw
           END-EVALUATE
           EXIT.


      *---------------------------------------------------------------
      *  The record-type code of the record in hand, as it will read
      *  once converted.  Type codes are digits, so an EBCDIC code is
      *  outside the translation table and comes through unchanged.
      *---------------------------------------------------------------
       Set-Enc-Rec-Type.
           MOVE W-Sysin (1 : 1) to WS-Enc-Byte
           Perform Translate-Enc-Byte
           MOVE WS-Enc-Byte to WS-Enc-Rec-Type
           EXIT.


      *---------------------------------------------------------------
      *  Mark the positions of the record in hand that conversion
      *  must not touch: every byte of a packed or binary field that
      *  applies to the record's type, and the sign byte of a signed
      *  zoned one.  The built-in default field pair is no layout
      *  contract, so without a FLDTBL nothing is protected.
      *---------------------------------------------------------------
       Build-Protect-Mask.
           MOVE SPACES to WS-Enc-Protect
           IF Fldtbl-Loaded
              PERFORM VARYING WS-Field-Idx FROM 1 BY 1
                        UNTIL WS-Field-Idx > WS-Field-Count
                 IF NOT Multi-Type-Active
                    OR WS-Field-Rec-Type (WS-Field-Idx) = SPACE
                    OR WS-Field-Rec-Type (WS-Field-Idx)
                       = WS-Enc-Rec-Type
                    Perform Mark-Protected-Field
                 END-IF
              END-PERFORM
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Mark one FLDTBL field in the protect mask.
      *---------------------------------------------------------------
       Mark-Protected-Field.
           COMPUTE WS-Enc-Fld-End = WS-Field-Offset (WS-Field-Idx)
                                  + WS-Field-Length (WS-Field-Idx) - 1
           EVALUATE TRUE
              WHEN Field-Is-Packed (WS-Field-Idx)
              WHEN Field-Is-Signed-Packed (WS-Field-Idx)
              WHEN Field-Is-Halfword (WS-Field-Idx)
              WHEN Field-Is-Fullword (WS-Field-Idx)
                 MOVE ALL 'P' to WS-Enc-Protect
                      (WS-Field-Offset (WS-Field-Idx) :
                       WS-Field-Length (WS-Field-Idx))
              WHEN Field-Is-Signed-Zoned (WS-Field-Idx)
                 MOVE 'S' to WS-Enc-Protect (WS-Enc-Fld-End : 1)
           END-EVALUATE
           EXIT.


      *---------------------------------------------------------------
      *  Settle the feed's encoding from the sample, then apply the
      *  control card's force or suppress on top of it.
      *---------------------------------------------------------------
       Decide-Feed-Encoding.
           COMPUTE WS-Enc-Total-Marks = WS-Enc-Ascii-Marks
                                      + WS-Enc-Ebcdic-Marks
           MOVE SPACE to WS-Enc-Verdict
           EVALUATE TRUE
              WHEN WS-Enc-Ascii-Marks >= 8
               AND WS-Enc-Ascii-Marks * 10 >= WS-Enc-Total-Marks * 9
                 MOVE 'A' to WS-Enc-Verdict
              WHEN WS-Enc-Ebcdic-Marks >= 8
               AND WS-Enc-Ebcdic-Marks * 10 >= WS-Enc-Total-Marks * 9
                 MOVE 'E' to WS-Enc-Verdict
              WHEN Enc-Hdr-Ascii
               AND WS-Enc-Ascii-Marks > WS-Enc-Ebcdic-Marks
                 MOVE 'A' to WS-Enc-Verdict
              WHEN Enc-Hdr-Ebcdic
               AND WS-Enc-Ebcdic-Marks > WS-Enc-Ascii-Marks
                 MOVE 'E' to WS-Enc-Verdict
           END-EVALUATE
           EVALUATE TRUE
              WHEN Convert-Forced
                 MOVE 'F' to WS-Feed-Encoding
              WHEN Enc-Sample-Ascii AND Convert-Suppressed
                 MOVE 'S' to WS-Feed-Encoding
              WHEN Enc-Sample-Ascii
                 MOVE 'A' to WS-Feed-Encoding
              WHEN Enc-Sample-Ebcdic
                 MOVE 'E' to WS-Feed-Encoding
              WHEN OTHER
                 MOVE 'U' to WS-Feed-Encoding
           END-EVALUATE
           EXIT.


      *---------------------------------------------------------------
      *  Copy the whole feed through the ASCII-to-EBCDIC translation
      *  into the CONVWK work file, then switch the scan over to it.
      *  SYSIN is finished with once the copy is made.
      *---------------------------------------------------------------
       Convert-Feed-To-Work.
           OPEN OUTPUT CONVERTED-FEED-FILE
           IF WS-Convwk-Status NOT = '00'
              Display 'ZONED01 -- CONVWK OPEN FAILED, STATUS='
                      WS-Convwk-Status
              STOP RUN
           END-IF
           PERFORM UNTIL End-Of-Sysin
              Move Low-Values to W-Sysin
              READ SYSIN-FILE INTO W-Sysin
                 AT END SET End-Of-Sysin TO TRUE
                 NOT AT END
                    Perform Convert-Feed-Record
                    WRITE CONVERTED-FEED-RECORD FROM W-Sysin
                    IF WS-Convwk-Status NOT = '00'
                       Display 'ZONED01 -- CONVWK WRITE FAILED, '
                               'STATUS=' WS-Convwk-Status
                       STOP RUN
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SYSIN-FILE
           CLOSE CONVERTED-FEED-FILE
           OPEN INPUT CONVERTED-FEED-FILE
           IF WS-Convwk-Status NOT = '00'
              Display 'ZONED01 -- CONVWK REOPEN FAILED, STATUS='
                      WS-Convwk-Status
              STOP RUN
           END-IF
           MOVE '00' to WS-Sysin-Status
           EXIT.


      *---------------------------------------------------------------
      *  Translate one feed record in place, leaving its protected
      *  positions as received.
      *---------------------------------------------------------------
       Convert-Feed-Record.
           ADD 1 to WS-Count-Converted
           Perform Check-Label-Tag
           IF Enc-Label-Record
              MOVE SPACES to WS-Enc-Protect
           ELSE
              Perform Set-Enc-Rec-Type
              Perform Build-Protect-Mask
           END-IF
           PERFORM VARYING WS-Enc-Pos FROM 1 BY 1
                     UNTIL WS-Enc-Pos > WS-Sysin-Len
              IF WS-Enc-Protect (WS-Enc-Pos : 1) NOT = 'P'
                 Perform Convert-Feed-Byte
              END-IF
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  Translate the byte at WS-Enc-Pos.  A byte outside the
      *  printable ASCII range is left alone and counted.  The sign
      *  byte of a signed zoned field may carry an ASCII negative
      *  overpunch ('p' through 'y') that the character table would
      *  make lower-case letters; it becomes X'D0' through X'D9'.
      *---------------------------------------------------------------
       Convert-Feed-Byte.
           MOVE W-Sysin (WS-Enc-Pos : 1) to WS-Enc-Byte
           Perform Translate-Enc-Byte
           IF Enc-Byte-Translated
              MOVE WS-Enc-Byte to W-Sysin (WS-Enc-Pos : 1)
           ELSE
              ADD 1 to WS-Count-Untranslated
           END-IF
           IF WS-Enc-Protect (WS-Enc-Pos : 1) = 'S'
              AND WS-Enc-Orig-Value >= 112
              AND WS-Enc-Orig-Value <= 121
              COMPUTE WS-Enc-Byte-Value = WS-Enc-Orig-Value + 96
              MOVE WS-Enc-Byte-X (2 : 1) to W-Sysin (WS-Enc-Pos : 1)
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Translate WS-Enc-Byte from ASCII to EBCDIC through the code
      *  page 037 table, keeping its original value for the caller.
      *---------------------------------------------------------------
       Translate-Enc-Byte.
           MOVE 'N' to WS-Enc-Translated-Sw
           MOVE 0 to WS-Enc-Byte-Value
           MOVE WS-Enc-Byte to WS-Enc-Byte-X (2 : 1)
           MOVE WS-Enc-Byte-Value to WS-Enc-Orig-Value
           IF WS-Enc-Byte-Value >= 32 AND WS-Enc-Byte-Value <= 126
              MOVE WS-Ebcdic-Value (WS-Enc-Byte-Value - 31)
                   to WS-Enc-Byte-Value
              MOVE WS-Enc-Byte-X (2 : 1) to WS-Enc-Byte
              MOVE 'Y' to WS-Enc-Translated-Sw
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Describe the feed's encoding for the log and summary page.
      *---------------------------------------------------------------
       Set-Encoding-Text.
           EVALUATE TRUE
              WHEN Encoding-Ascii-Converted
                 MOVE 'ASCII -- CONVERTED TO EBCDIC' to PX-Text
              WHEN Encoding-Ascii-Forced
                 MOVE 'CONVERTED TO EBCDIC -- FORCED BY CONTROL CARD'
                      to PX-Text
              WHEN Encoding-Ascii-Suppressed
                 MOVE 'ASCII -- NOT CONVERTED, SUPPRESSED BY CARD'
                      to PX-Text
              WHEN Encoding-Undetermined
                 MOVE 'UNDETERMINED -- SCANNED AS RECEIVED' to PX-Text
              WHEN OTHER
                 MOVE 'EBCDIC -- SCANNED AS RECEIVED' to PX-Text
           END-EVALUATE
           EXIT.


      *---------------------------------------------------------------
      *  Read a record From SYSIN.  QSAM input -- sized to handle a
      *  real GDG extract running as an overnight batch scan instead
           MOVE 'N' to WS-Data-Record-Sw
           PERFORM UNTIL Got-Data-Record OR End-Of-Sysin
              Move Low-Values to W-Sysin
              Perform Read-Feed-Record
              IF NOT End-Of-Sysin
                 EVALUATE TRUE
                    WHEN Feed-Header-Record
                       Perform Process-Feed-Header
                    WHEN Feed-Trailer-Record
                       Perform Process-Feed-Trailer
                    WHEN OTHER
                       ADD 1 to Rec-Num
                       MOVE 'Y' to WS-Data-Record-Sw
                       Perform Accumulate-Feed-Fingerprint
                 END-EVALUATE
              END-IF
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  Read the next feed record -- from the EBCDIC work copy when
      *  the feed was converted, otherwise straight from SYSIN.
      *---------------------------------------------------------------
       Read-Feed-Record.
           IF Feed-Converted
              READ CONVERTED-FEED-FILE INTO W-Sysin
                 AT END SET End-Of-Sysin TO TRUE
              END-READ
           ELSE
              READ SYSIN-FILE INTO W-Sysin
                 AT END SET End-Of-Sysin TO TRUE
              END-READ
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Fold the data record just read into the whole-file
      *  fingerprint: its weighted checksum (left in WS-Dup-Checksum
      *  for the duplicate check to reuse) on top of the running value
      *  times 31, kept to the low-order 15 digits, so the same bytes
      *  in the same order always give the same fingerprint.
      *---------------------------------------------------------------
       Accumulate-Feed-Fingerprint.
           Perform Compute-Record-Checksum
           COMPUTE WS-Feed-Fingerprint =
              WS-Feed-Fingerprint * 31 + WS-Dup-Checksum
           EXIT.


           EXIT.


      *---------------------------------------------------------------
      *  Check the feed-receipt register before certifying.  Only a
      *  feed that survived the tolerance and trailer checks is looked
      *  up -- a feed already held has nothing to register.  A
      *  transmission the register already holds is held with RC=16
      *  and the report names the run that took it; the control-card
      *  reprocess override lets it through and logs the override on
      *  this run's entry.  A first-ever run finds no register loaded
      *  yet (status 35) and creates it.  A register that cannot be
      *  opened holds the feed as well -- unless the override is on,
      *  since then the operator has already said to take it.
      *---------------------------------------------------------------
       Check-Feed-Register.
           IF Tolerance-Exceeded OR Feed-Out-Of-Balance
              CONTINUE
           ELSE
              OPEN I-O FEED-REGISTER-FILE
              IF WS-Feedreg-Status = '35'
                 OPEN OUTPUT FEED-REGISTER-FILE
                 IF WS-Feedreg-Status = '00'
                    CLOSE FEED-REGISTER-FILE
                    OPEN I-O FEED-REGISTER-FILE
                 END-IF
              END-IF
              IF WS-Feedreg-Status NOT = '00'
                 Display 'ZONED01 -- FEEDREG OPEN FAILED, STATUS='
                         WS-Feedreg-Status
                 IF Reprocess-Forced
                    Display 'ZONED01 -- REPROCESS FORCED -- FEED '
                            'REGISTER NOT CHECKED'
                 ELSE
                    SET Register-Unavailable TO TRUE
                    Display '  *** FEED HELD -- RECEIPT REGISTER '
                            'NOT AVAILABLE ***'
                    MOVE '*** FEED REGISTER NOT AVAILABLE -- HELD ***'
                         to WS-Print-Line
                    Perform Write-Print-Line
                 END-IF
              ELSE
                 Perform Find-Prior-Receipt
                 IF Prior-Receipt-Found
                    AND NOT Reprocess-Forced
                    SET Feed-Repeat-Held TO TRUE
                    Perform Report-Repeat-Feed
                 ELSE
                    Perform Write-Feed-Receipt
                 END-IF
                 CLOSE FEED-REGISTER-FILE
              END-IF
              IF Feed-Register-Hold
                 MOVE 16 to RETURN-CODE
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Browse every register entry for this transmission -- trailer
      *  count, trailer hash and fingerprint all equal -- and keep the
      *  latest one.  A sibling stripe of this same partitioned run
      *  (same job, same run date, same stripe count, a different
      *  stripe number) is not an earlier acceptance and is passed
      *  over; the same stripe of an earlier run is.
      *---------------------------------------------------------------
       Find-Prior-Receipt.
           MOVE 'N' to WS-Prior-Found-Sw
           MOVE 'N' to WS-Register-Scan-Sw
           MOVE WS-Trailer-Count    to FR-Trailer-Count
           MOVE WS-Trailer-Hash     to FR-Trailer-Hash
           MOVE WS-Feed-Fingerprint to FR-Fingerprint
           MOVE 0 to FR-Run-Date
           MOVE 0 to FR-Run-Time
           MOVE 0 to FR-Stripe
           MOVE FR-Feed-Id to WS-Feed-Id-Hold
           START FEED-REGISTER-FILE KEY IS NOT LESS THAN FR-Key
              INVALID KEY SET Register-Scan-Done TO TRUE
           END-START
           PERFORM UNTIL Register-Scan-Done
              READ FEED-REGISTER-FILE NEXT RECORD
                 AT END SET Register-Scan-Done TO TRUE
                 NOT AT END
                    IF FR-Feed-Id NOT = WS-Feed-Id-Hold
                       SET Register-Scan-Done TO TRUE
                    ELSE
                       IF FR-Stripe-Count > 1
                          AND FR-Stripe-Count = WS-Stripe-Count
                          AND FR-Stripe NOT = WS-Stripe-Number
                          AND FR-Run-Date = WS-Run-Date
                          AND FR-Job-Name = WS-Job-Name
                          CONTINUE
                       ELSE
                          SET Prior-Receipt-Found TO TRUE
                          MOVE FR-Run-Date  to WS-Prior-Run-Date
                          MOVE FR-Run-Time  to WS-Prior-Run-Time
                          MOVE FR-Job-Name  to WS-Prior-Job-Name
                          MOVE FR-Input-Dsn to WS-Prior-Dsn
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  A repeat transmission: loud on SYSOUT, and a report line
      *  naming the earlier run that already took it.
      *---------------------------------------------------------------
       Report-Repeat-Feed.
           Display '****************************************'
           Display 'ZONED01 -- TRANSMISSION ALREADY ACCEPTED'
           Display '  EARLIER RUN ..... ' WS-Prior-Run-Date ' '
                   WS-Prior-Run-Time ' JOB ' WS-Prior-Job-Name
           Display '  EARLIER DSN ..... ' WS-Prior-Dsn
           Display '  *** FEED HELD -- DO NOT LOAD  ***'
           Display '****************************************'
           MOVE '*** REPEAT TRANSMISSION -- FEED HELD ***'
                to WS-Print-Line
           Perform Write-Print-Line
           Perform Write-Receipt-Line
           EXIT.


      *---------------------------------------------------------------
      *  Register this run's acceptance of the transmission.  Taken
      *  under the reprocess override, the entry is flagged and names
      *  the run it overrode.  A write failure is reported but does
      *  not hold an otherwise-good feed -- the register entry is
      *  lost, the certification is not.
      *---------------------------------------------------------------
       Write-Feed-Receipt.
           MOVE SPACES              to FEED-REGISTER-RECORD
           MOVE WS-Trailer-Count    to FR-Trailer-Count
           MOVE WS-Trailer-Hash     to FR-Trailer-Hash
           MOVE WS-Feed-Fingerprint to FR-Fingerprint
           MOVE WS-Run-Date         to FR-Run-Date
           MOVE WS-Run-Time         to FR-Run-Time
           MOVE WS-Stripe-Number    to FR-Stripe
           MOVE WS-Input-Dsn        to FR-Input-Dsn
           MOVE WS-Job-Name         to FR-Job-Name
           MOVE Rec-Num             to FR-Count-Read
           MOVE WS-Stripe-Count     to FR-Stripe-Count
           IF Prior-Receipt-Found
              MOVE 'Y'               to FR-Override-Flag
              MOVE WS-Prior-Run-Date to FR-Prior-Run-Date
              MOVE WS-Prior-Run-Time to FR-Prior-Run-Time
              MOVE WS-Prior-Job-Name to FR-Prior-Job-Name
              Display 'ZONED01 -- REPROCESS FORCED BY CONTROL CARD'
              Display '  EARLIER RUN ..... ' WS-Prior-Run-Date ' '
                      WS-Prior-Run-Time ' JOB ' WS-Prior-Job-Name
              MOVE '*** REPEAT TRANSMISSION -- REPROCESS FORCED ***'
                   to WS-Print-Line
              Perform Write-Print-Line
              Perform Write-Receipt-Line
           ELSE
              MOVE 'N'    to FR-Override-Flag
              MOVE 0      to FR-Prior-Run-Date
              MOVE 0      to FR-Prior-Run-Time
              MOVE SPACES to FR-Prior-Job-Name
           END-IF
           WRITE FEED-REGISTER-RECORD
              INVALID KEY
                 Display 'ZONED01 -- FEEDREG WRITE FAILED, STATUS='
                         WS-Feedreg-Status ' -- RECEIPT NOT REGISTERED'
              NOT INVALID KEY
                 Display 'ZONED01 -- FEED RECEIPT REGISTERED'
           END-WRITE
           EXIT.


      *---------------------------------------------------------------
      *  The earlier run that took this transmission, as one line.
      *---------------------------------------------------------------
       Write-Receipt-Line.
           MOVE 'Previously Accepted'   to RL-Label
           MOVE WS-Prior-Run-Date       to RL-Run-Date
           MOVE WS-Prior-Run-Time       to RL-Run-Time
           MOVE WS-Prior-Job-Name       to RL-Job-Name
           MOVE WS-Prior-Dsn            to RL-Dsn
           MOVE WS-Receipt-Line to WS-Print-Line
           Perform Write-Print-Line
           EXIT.


      *---------------------------------------------------------------
      *  Business validation of a numeric-valid Zoned-Dec: look the
      *  value up on the account reference master.  A miss is counted,
           Move Spaces    to EX-Hex-Dump
           Move H-Data (1 : 10) to EX-Hex-Dump (1 : 10)
           WRITE EXCEPTION-RECORD
           Move 'EXCEPTION'  to WS-Ledger-Code
           Perform Note-Disposition
           EXIT.


           Move W-Sysin      to RJ-Raw-Data
           Move Spaces    to RJ-Hex-Dump
           Move H-Data (1 : 10) to RJ-Hex-Dump (1 : 10)
      *    A record held with a parent/child group that fails its own
      *    edits takes the group down with it.  It carries a group
      *    verdict like the group's other records, so ZONED02 keeps
      *    the group together rather than repairing it alone.
           IF NOT Grp-Role-None
              IF Grp-Role-Orphan
                 Move 'GROUP NO HEADER'     to RJ-Group-Verdict
              ELSE
                 Move 'GROUP MEMBER REJECT' to RJ-Group-Verdict
              END-IF
           END-IF
           WRITE REJECT-RECORD
           Move 'REJECT'     to WS-Ledger-Code
           Perform Note-Disposition
           EXIT.


              MOVE W-Sysin      to CLEAN-RECORD
              WRITE CLEAN-RECORD
           END-IF
           MOVE 'CLEAN' to WS-Ledger-Code
           Perform Note-Disposition
           EXIT.


      *---------------------------------------------------------------
      *  Open the shared disposition ledger for append.  The ledger is
      *  evidence, not output: a run that cannot write it reports the
      *  fact and carries on, and ZONED13 finds the run's missing
      *  entries against its step statistics.
      *---------------------------------------------------------------
       Open-Disposition-Ledger.
           OPEN EXTEND DISPOSITION-LEDGER-FILE
           IF WS-Displdgr-Status = '00'
              SET Ledger-Active TO TRUE
           ELSE
              Display 'ZONED01 -- DISPLDGR OPEN FAILED, STATUS='
                      WS-Displdgr-Status ' -- LEDGER NOT WRITTEN'
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Note a dataset the record in hand was written to.
      *---------------------------------------------------------------
       Note-Disposition.
           IF WS-Ledger-Dest = SPACES
              MOVE WS-Ledger-Code to WS-Ledger-Dest
           ELSE
              MOVE WS-Ledger-Code to WS-Ledger-Also
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Enter the record in hand on the disposition ledger.
      *---------------------------------------------------------------
       Write-Ledger-Record.
           IF Ledger-Active
              MOVE SPACES              to DISPOSITION-LEDGER-RECORD
              MOVE 'ZONED01'           to LG-Program
              MOVE WS-Run-Date         to LG-Run-Date
              MOVE WS-Run-Time         to LG-Run-Time
              MOVE WS-Ledger-Attempt   to LG-Attempt
              MOVE WS-Job-Name         to LG-Job-Name
              MOVE WS-Input-Dsn        to LG-Input-Dsn
              MOVE WS-Stripe-Number    to LG-Stripe-Number
              MOVE WS-Stripe-Count     to LG-Stripe-Count
              MOVE Rec-Num             to LG-Rec-Num
              MOVE W-Sysin (1 : 5)     to LG-Acct
              MOVE WS-Dup-Checksum     to LG-Checksum
              MOVE WS-Ledger-Dest      to LG-Destination
              MOVE WS-Ledger-Also      to LG-Also-To
              WRITE DISPOSITION-LEDGER-RECORD
              IF WS-Displdgr-Status = '00'
                 ADD 1 to WS-Count-Ledger
              ELSE
                 Display 'ZONED01 -- DISPLDGR WRITE FAILED, STATUS='
                         WS-Displdgr-Status ' AT RECORD ' Rec-Num
                         ' -- LEDGER STOPPED'
                 MOVE 'N' to WS-Ledger-Sw
                 CLOSE DISPOSITION-LEDGER-FILE
              END-IF
           END-IF
           EXIT.


      *  an unpartitioned run that read to end of file gets a trailer
      *  -- a striped run's combined trailer is ZONED05's to write,
      *  and a held feed (scan abandoned mid-file, the end-of-job
      *  reject or duplicate limits crossed, the input feed out of
      *  balance against its own trailer, or a repeat of a
      *  transmission the receipt register already holds) leaves the
      *  file trailerless so the consumer's reconciliation refuses it.
      *---------------------------------------------------------------
       Write-Clean-Trailer.
           IF WS-Stripe-Count = 1
              AND NOT Tolerance-Exceeded
              AND NOT Feed-Out-Of-Balance
              AND NOT Feed-Register-Hold
              MOVE WS-Clean-Label-Len to WS-Clean-Len
              MOVE 'TRL'           to WS-CL-Tag
              MOVE WS-Count-Clean  to WS-CL-Record-Count
           Move H-Data (1 : 10)  to AU-Hex-Dump (1 : 10)
           Move WS-Audit-Verdict to AU-Verdict
           Move WS-Cur-Rec-Type  to AU-Rec-Type
           Move WS-Run-Date      to AU-Run-Date
           Move WS-Run-Time      to AU-Run-Time
           WRITE AUDIT-RECORD
           Move 'ZONED-DEC '     to PD-Field-Name
           Move Spaces           to PD-Hex
           Move H-Data (1 : 8)   to AU-Hex-Dump (1 : 8)
           Move WS-Audit-Verdict to AU-Verdict
           Move WS-Cur-Rec-Type  to AU-Rec-Type
           Move WS-Run-Date      to AU-Run-Date
           Move WS-Run-Time      to AU-Run-Time
           WRITE AUDIT-RECORD
           Move 'PACKED-DEC '    to PD-Field-Name
           Move Spaces           to PD-Hex
           MOVE 'Embedded-Alpha Junk'        to PS-Label
           MOVE WS-Hist-Embedded-Alpha       to PS-Value
           Perform Write-Summary-Line
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           MOVE 'Feed Encoding Check' to WS-Print-Line
           Perform Write-Print-Line
           MOVE 'Feed Encoding'              to PX-Label
           Perform Set-Encoding-Text
           MOVE WS-Summary-Text-Line to WS-Print-Line
           Perform Write-Print-Line
           MOVE 'Records Sampled'            to PS-Label
           MOVE WS-Enc-Sample-Recs           to PS-Value
           Perform Write-Summary-Line
           MOVE 'ASCII Digit/Space Bytes'    to PS-Label
           MOVE WS-Enc-Ascii-Marks           to PS-Value
           Perform Write-Summary-Line
           MOVE 'EBCDIC Digit/Space Bytes'   to PS-Label
           MOVE WS-Enc-Ebcdic-Marks          to PS-Value
           Perform Write-Summary-Line
           IF Feed-Converted
              MOVE 'Records Converted'       to PS-Label
              MOVE WS-Count-Converted        to PS-Value
              Perform Write-Summary-Line
              MOVE 'Bytes Not Translatable'  to PS-Label
              MOVE WS-Count-Untranslated     to PS-Value
              Perform Write-Summary-Line
           END-IF
           IF Multi-Type-Active
              MOVE SPACES to WS-Print-Line
              Perform Write-Print-Line
              MOVE WS-Count-Bad-Type         to PS-Value
              Perform Write-Summary-Line
           END-IF
           IF Group-Edit-Active
              MOVE SPACES to WS-Print-Line
              Perform Write-Print-Line
              MOVE 'Parent/Child Group Edits' to WS-Print-Line
              Perform Write-Print-Line
              MOVE 'Groups Opened'           to PS-Label
              MOVE WS-Count-Groups           to PS-Value
              Perform Write-Summary-Line
              MOVE 'Groups Certified'        to PS-Label
              MOVE WS-Count-Groups-Ok        to PS-Value
              Perform Write-Summary-Line
              MOVE 'Groups With Rejected Record' to PS-Label
              MOVE WS-Count-Groups-Member    to PS-Value
              Perform Write-Summary-Line
              MOVE 'Groups Failing Count/Total' to PS-Label
              MOVE WS-Count-Groups-Total     to PS-Value
              Perform Write-Summary-Line
              MOVE 'Group Structure Breaks'  to PS-Label
              MOVE WS-Count-Groups-Struct    to PS-Value
              Perform Write-Summary-Line
              MOVE 'Records Rejected By Group' to PS-Label
              MOVE WS-Count-Group-Rejects    to PS-Value
              Perform Write-Summary-Line
           END-IF
      *    A resumed run's entries cover only the records it read
      *    itself; the interrupted attempt entered the rest.
           IF Ledger-Active
              MOVE SPACES to WS-Print-Line
              Perform Write-Print-Line
              MOVE 'Ledger Entries This Attempt' to PS-Label
              MOVE WS-Count-Ledger           to PS-Value
              Perform Write-Summary-Line
           END-IF
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           Perform Set-Tolerance-Condition
              MOVE WS-Hist-Low-Values     to RH-Hist-Low-Values
              MOVE WS-Hist-High-Values    to RH-Hist-High-Values
              MOVE WS-Hist-Embedded-Alpha to RH-Hist-Embedded-Alpha
              MOVE WS-Feed-Encoding       to RH-Feed-Encoding
              WRITE RUN-HISTORY-RECORD
              IF WS-Runhist-Status NOT = '00'
                 Display 'ZONED01 -- RUNHIST WRITE FAILED, STATUS='
           EXIT.


      *---------------------------------------------------------------
      *  Persist each FLDTBL field's profile beside the run-history
      *  record, keyed by input DSN and run stamp, for ZONED16 to
      *  trend.  Opened and handled like RUNHIST: a first run creates
      *  the cluster, any other failure is reported and the scan's
      *  answers stand.  The run status marks a profile that covers
      *  only part of the feed.
      *---------------------------------------------------------------
       Write-Field-Profiles.
           OPEN I-O FIELD-PROFILE-FILE
           IF WS-Profhist-Status = '35'
              OPEN OUTPUT FIELD-PROFILE-FILE
           END-IF
           IF WS-Profhist-Status NOT = '00'
              Display 'ZONED01 -- PROFHIST OPEN FAILED, STATUS='
                      WS-Profhist-Status ' -- PROFILES NOT WRITTEN'
           ELSE
              MOVE 0 to WS-Prof-Written
              PERFORM VARYING WS-Field-Idx FROM 1 BY 1
                        UNTIL WS-Field-Idx > WS-Field-Count
                 Perform Write-One-Field-Profile
              END-PERFORM
              CLOSE FIELD-PROFILE-FILE
              Display 'ZONED01 -- FIELD PROFILES WRITTEN: '
                      WS-Prof-Written
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Build and write one field's profile record.  The tallied
      *  values are ranked by frequency first; the five most frequent
      *  are kept and everything else -- including values that never
      *  got a tally slot -- is the 'other' count.
      *---------------------------------------------------------------
       Write-One-Field-Profile.
           MOVE SPACES to FIELD-PROFILE-RECORD
           MOVE WS-Input-Dsn           to PF-Input-Dsn
           MOVE WS-Run-Date            to PF-Run-Date
           MOVE WS-Run-Time            to PF-Run-Time
           MOVE WS-Stripe-Number       to PF-Stripe
           MOVE WS-Field-Idx           to PF-Field-Seq
           MOVE WS-Job-Name            to PF-Job-Name
           EVALUATE TRUE
              WHEN Resume-From-Checkpoint AND WS-Ckpt-Found
                 SET PF-Run-Resumed   TO TRUE
              WHEN Tolerance-Exceeded
                 SET PF-Run-Abandoned TO TRUE
              WHEN Feed-Register-Hold
                 SET PF-Run-Held      TO TRUE
              WHEN OTHER
                 SET PF-Run-Complete  TO TRUE
           END-EVALUATE
           MOVE WS-Field-Name (WS-Field-Idx)     to PF-Field-Name
           MOVE WS-Field-Type (WS-Field-Idx)     to PF-Field-Type
           MOVE WS-Field-Rec-Type (WS-Field-Idx) to PF-Field-Rec-Type
           MOVE WS-Field-Length (WS-Field-Idx)   to PF-Field-Length
           MOVE WS-Field-Scale (WS-Field-Idx)    to PF-Field-Scale
           MOVE WS-Prof-Examined (WS-Field-Idx)  to PF-Count-Examined
           MOVE WS-Prof-Valid (WS-Field-Idx)     to PF-Count-Valid
           MOVE WS-Prof-Zero (WS-Field-Idx)      to PF-Count-Zero
           MOVE WS-Prof-Nines (WS-Field-Idx)     to PF-Count-Nines
           MOVE WS-Prof-Min (WS-Field-Idx)       to PF-Min-Value
           MOVE WS-Prof-Max (WS-Field-Idx)       to PF-Max-Value
           MOVE WS-Prof-Sum (WS-Field-Idx)       to PF-Sum-Value
           IF WS-Prof-Sum-Overflow (WS-Field-Idx) = 'Y'
              MOVE 'Y' to PF-Sum-Overflow
           ELSE
              MOVE 'N' to PF-Sum-Overflow
           END-IF
           Perform Rank-Profile-Values
           MOVE 0 to PF-Top-Used
           MOVE 0 to WS-Prof-Top-Total
           PERFORM VARYING WS-Prof-Val-Idx FROM 1 BY 1
                     UNTIL WS-Prof-Val-Idx > 5
                        OR WS-Prof-Val-Idx
                           > WS-Prof-Val-Used (WS-Field-Idx)
              ADD 1 to PF-Top-Used
              MOVE WS-Prof-Val (WS-Field-Idx, WS-Prof-Val-Idx)
                to PF-Top-Value (WS-Prof-Val-Idx)
              MOVE WS-Prof-Val-Count (WS-Field-Idx, WS-Prof-Val-Idx)
                to PF-Top-Count (WS-Prof-Val-Idx)
              ADD WS-Prof-Val-Count (WS-Field-Idx, WS-Prof-Val-Idx)
                to WS-Prof-Top-Total
           END-PERFORM
           PERFORM VARYING WS-Prof-Val-Idx FROM WS-Prof-Val-Idx BY 1
                     UNTIL WS-Prof-Val-Idx > 5
              MOVE 0 to PF-Top-Value (WS-Prof-Val-Idx)
              MOVE 0 to PF-Top-Count (WS-Prof-Val-Idx)
           END-PERFORM
           IF PF-Top-Used > 0
              COMPUTE PF-Other-Count =
                 WS-Prof-Valid (WS-Field-Idx) - WS-Prof-Top-Total
           ELSE
              MOVE 0 to PF-Other-Count
           END-IF
           WRITE FIELD-PROFILE-RECORD
           IF WS-Profhist-Status = '00'
              ADD 1 to WS-Prof-Written
           ELSE
              Display 'ZONED01 -- PROFHIST WRITE FAILED, STATUS='
                      WS-Profhist-Status ' FIELD '
                      WS-Field-Name (WS-Field-Idx)
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Order one field's tallied values most frequent first.  A
      *  neighbour-swap pass repeated until clean is plenty at 20.
      *---------------------------------------------------------------
       Rank-Profile-Values.
           IF WS-Prof-Val-Used (WS-Field-Idx) > 1
              COMPUTE WS-Prof-Sort-Limit =
                 WS-Prof-Val-Used (WS-Field-Idx) - 1
              MOVE 'Y' to WS-Prof-Swap-Sw
              PERFORM UNTIL NOT Prof-Values-Swapped
                 MOVE 'N' to WS-Prof-Swap-Sw
                 PERFORM VARYING WS-Prof-Val-Idx FROM 1 BY 1
                           UNTIL WS-Prof-Val-Idx > WS-Prof-Sort-Limit
                    IF WS-Prof-Val-Count (WS-Field-Idx,
                                          WS-Prof-Val-Idx)
                       < WS-Prof-Val-Count (WS-Field-Idx,
                                            WS-Prof-Val-Idx + 1)
                       Perform Swap-Profile-Values
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Swap two neighbouring value slots.
      *---------------------------------------------------------------
       Swap-Profile-Values.
           MOVE WS-Prof-Val-Entry (WS-Field-Idx, WS-Prof-Val-Idx)
             to WS-Prof-Val-Hold
           MOVE WS-Prof-Val-Entry (WS-Field-Idx, WS-Prof-Val-Idx + 1)
             to WS-Prof-Val-Entry (WS-Field-Idx, WS-Prof-Val-Idx)
           MOVE WS-Prof-Val-Hold
             to WS-Prof-Val-Entry (WS-Field-Idx, WS-Prof-Val-Idx + 1)
           MOVE 'Y' to WS-Prof-Swap-Sw
           EXIT.


      *---------------------------------------------------------------
      *  Bytes to Displayable Hex
      *---------------------------------------------------------------
                                               H-Data
                                    By Value   'U'
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
              Display 'ZONED01 -- STEPSTAT OPEN FAILED, STATUS='
                      WS-Stepstat-Status ' -- STATISTICS NOT WRITTEN'
           ELSE
              MOVE SPACES              to STEP-STAT-RECORD
              MOVE 'ZONED01'           to ST-Program
              MOVE WS-Run-Date         to ST-Run-Date
              MOVE WS-Run-Time         to ST-Run-Time
              MOVE WS-Job-Name         to ST-Job-Name
              MOVE RETURN-CODE         to ST-Return-Code
              MOVE WS-Input-Dsn        to ST-Input-Dsn
              MOVE WS-Stripe-Number    to ST-Stripe-Number
              MOVE WS-Stripe-Count     to ST-Stripe-Count
              MOVE 'READ'              to ST-Count-Label (1)
              MOVE WS-Count-Owned      to ST-Count-Value (1)
              MOVE 'CLEAN'             to ST-Count-Label (2)
              MOVE WS-Count-Clean      to ST-Count-Value (2)
              MOVE 'NOT-NUMERIC'       to ST-Count-Label (3)
              MOVE WS-Count-Non-Numeric to ST-Count-Value (3)
              MOVE 'DUPLICATE'         to ST-Count-Label (4)
              MOVE WS-Count-Dups       to ST-Count-Value (4)
              MOVE 'NOT-ON-MSTR'       to ST-Count-Label (5)
              MOVE WS-Count-Not-On-Master to ST-Count-Value (5)
              MOVE 'PACKED-BAD'        to ST-Count-Label (6)
              MOVE WS-Count-Packed-Non-Numeric to ST-Count-Value (6)
              WRITE STEP-STAT-RECORD
              IF WS-Stepstat-Status NOT = '00'
                 Display 'ZONED01 -- STEPSTAT WRITE FAILED, STATUS='
                         WS-Stepstat-Status
              END-IF
              CLOSE STEP-STAT-FILE
           END-IF
           EXIT.
