       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZONED14.
      * Records-retention manager for the datasets the job stream
      * keeps: the RUNHIST run-history cluster, the AUDITLOG evidence
      * generations and the SUSPFILE suspense cluster.  Left alone,
      * RUNHIST only ever grows (and ZONED03/ZONED10 read all of it
      * every run), AUDITLOG generations come and go by GDG limit
      * rather than by the retention policy, and suspense items stay
      * on file however long ago they were closed.
      *
      * One policy card per dataset says how many months a record
      * stays online and how many years it is retained in all; a
      * record is aged from its own date -- the run that wrote a
      * RUNHIST row or an AUDITLOG record, the day a suspense item
      * was written off.  Each run:
      *
      *   - online records past their online months move to this
      *     run's monthly archive dataset (ARCHOUT), and the archive
      *     index gains one row per dataset saying which run dates
      *     the archive holds;
      *   - archives whose newest record is past its retention years
      *     are read back (ARCHIN) and destroyed, except records
      *     under a legal hold, which are carried forward into this
      *     run's archive -- nothing under a hold is ever purged;
      *   - an online record already past its retention years is
      *     destroyed outright, unless held, when it is archived;
      *   - a certificate lists the policy applied, the holds in
      *     force and what each protected, every archive destroyed,
      *     and what was archived and destroyed from each dataset.
      *
      * Open suspense items are live hand-work: they are never
      * archived, however old -- those past the online period are
      * listed on the certificate for the supervisors instead.  A
      * dataset without a policy card is not touched.
      *
      *   RETCTL   in  -- control card:
      *                     1-8   as-of date CCYYMMDD (blank = today)
      *                     9-52  DSN of this run's ARCHOUT dataset,
      *                           recorded in the index (required)
      *   RETPOLCY in  -- policy cards, one per dataset:
      *                     1-8   RUNHIST, AUDITLOG or SUSPFILE
      *                     9-11  months kept online
      *                     12-13 years retained in all
      *   LEGLHOLD in  -- legal holds, optional, one per card:
      *                     1-5   account (blank = every account)
      *                     6-13  from date (blank = no lower bound)
      *                     14-21 to date   (blank = no upper bound)
      *                     22-61 authority / reference
      *   ARCIDXIN in  -- archive index as the last run left it;
      *                   optional -- no DD starts a new index
      *   ARCHIN   in  -- the archive datasets the index lists as
      *                   active, concatenated; optional -- archives
      *                   due for destruction that are not supplied
      *                   are left active and reported
      *   RUNHIST  i-o -- keyed run-history cluster
      *   AUDIN    in  -- the online AUDITLOG generations
      *   AUDKEEP  out -- the AUDITLOG records still in their online
      *                   period, one new generation replacing AUDIN
      *   SUSPFILE i-o -- keyed suspense cluster
      *   ARCHOUT  out -- this run's archive dataset
      *   ARCIDXOT out -- archive index, rewritten
      *   RPTFILE  out -- retention certificate
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-CARD-FILE ASSIGN TO RETCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Retctl-Status.

           SELECT POLICY-CARD-FILE ASSIGN TO RETPOLCY
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Retpolcy-Status.

           SELECT LEGAL-HOLD-FILE ASSIGN TO LEGLHOLD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Leglhold-Status.

           SELECT ARCHIVE-INDEX-IN-FILE ASSIGN TO ARCIDXIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Arcidxin-Status.

           SELECT ARCHIVE-INDEX-OUT-FILE ASSIGN TO ARCIDXOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Arcidxot-Status.

           SELECT ARCHIVE-IN-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Archin-Status.

           SELECT ARCHIVE-OUT-FILE ASSIGN TO ARCHOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Archout-Status.

           SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-Key
               FILE STATUS IS WS-Runhist-Status.

           SELECT AUDIT-IN-FILE ASSIGN TO AUDIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Audin-Status.

           SELECT AUDIT-KEEP-FILE ASSIGN TO AUDKEEP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Audkeep-Status.

           SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-Key
               FILE STATUS IS WS-Susp-Status.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Print-Status.

      *=========================
       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  RETENTION-CARD-RECORD.
           05 RT-As-Of-Date          PIC X(8).
           05 RT-Archive-Dsn         PIC X(44).
           05 FILLER                 PIC X(28).

       FD  POLICY-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  POLICY-CARD-RECORD.
           05 PC-Dataset             PIC X(8).
           05 PC-Online-Months       PIC X(3).
           05 PC-Retain-Years        PIC X(2).
           05 FILLER                 PIC X(67).

       FD  LEGAL-HOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  LEGAL-HOLD-RECORD.
           05 LH-Acct                PIC X(5).
           05 LH-From-Date           PIC X(8).
           05 LH-To-Date             PIC X(8).
           05 LH-Authority           PIC X(40).
           05 FILLER                 PIC X(19).

      *---------------------------------------------------------------
      *  Archive index -- one row per dataset per archive: which
      *  archive dataset holds that dataset's records, the span of
      *  record dates it holds, how many, and whether the archive's
      *  contents have since been destroyed.  Rows are kept after
      *  destruction as the record that it happened.
      *---------------------------------------------------------------
       FD  ARCHIVE-INDEX-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
       01  ARCHIVE-INDEX-IN-RECORD   PIC X(100).

       FD  ARCHIVE-INDEX-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
       01  ARCHIVE-INDEX-RECORD.
           05 AX-Archive-Seq         PIC 9(5).
           05 AX-Source              PIC X(8).
           05 AX-Archive-Dsn         PIC X(44).
           05 AX-Created-Date        PIC 9(8).
           05 AX-From-Date           PIC 9(8).
           05 AX-Thru-Date           PIC 9(8).
           05 AX-Record-Count        PIC 9(9).
           05 AX-Status              PIC X(1).
           05 AX-Purged-Date         PIC 9(8).
           05 FILLER                 PIC X(1).

      *---------------------------------------------------------------
      *  Archive record -- the original record whole, behind the
      *  dataset it came from, the archive it sits in, the date it
      *  is aged from and the account a legal hold is checked
      *  against.  A record carried forward from a destroyed archive
      *  under a hold is marked so.
      *---------------------------------------------------------------
       FD  ARCHIVE-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 410 CHARACTERS.
       01  ARCHIVE-IN-RECORD.
           05 AI-Source              PIC X(8).
           05 AI-Archive-Seq         PIC 9(5).
           05 AI-Rec-Date            PIC 9(8).
           05 AI-Rec-Time            PIC 9(6).
           05 AI-Acct                PIC X(5).
           05 AI-Carried-Sw          PIC X(1).
           05 AI-Data                PIC X(377).

       FD  ARCHIVE-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 410 CHARACTERS.
       01  ARCHIVE-OUT-RECORD.
           05 AR-Source              PIC X(8).
           05 AR-Archive-Seq         PIC 9(5).
           05 AR-Rec-Date            PIC 9(8).
           05 AR-Rec-Time            PIC 9(6).
           05 AR-Acct                PIC X(5).
           05 AR-Carried-Sw          PIC X(1).
           05 AR-Data                PIC X(377).

       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 125 CHARACTERS.
       01  RUN-HISTORY-RECORD.
           05 RH-Key.
              10 RH-Run-Date         PIC 9(8).
              10 RH-Run-Time         PIC 9(6).
              10 RH-Stripe           PIC 9(2).
           05 RH-Job-Name            PIC X(8).
           05 RH-Input-Dsn           PIC X(44).
           05 RH-Count-Read          PIC 9(7).
           05 RH-Count-Valid         PIC 9(7).
           05 RH-Count-Zero          PIC 9(7).
           05 RH-Count-Non-Numeric   PIC 9(7).
           05 RH-Hist-All-Spaces     PIC 9(7).
           05 RH-Hist-Low-Values     PIC 9(7).
           05 RH-Hist-High-Values    PIC 9(7).
           05 RH-Hist-Embedded-Alpha PIC 9(7).
           05 RH-Feed-Encoding       PIC X(1).

       FD  AUDIT-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 377 CHARACTERS.
       01  AUDIT-RECORD.
           05 AU-Rec-Num             PIC 9(7).
           05 FILLER                 PIC X.
           05 AU-Field-Name          PIC X(10).
           05 FILLER                 PIC X.
           05 AU-Rec-Len             PIC 9(3).
           05 FILLER                 PIC X.
           05 AU-Raw-Data            PIC X(250).
           05 FILLER                 PIC X.
           05 AU-Hex-Dump            PIC X(64).
           05 FILLER                 PIC X.
           05 AU-Verdict             PIC X(20).
           05 FILLER                 PIC X.
           05 AU-Rec-Type            PIC X(1).
           05 FILLER                 PIC X.
           05 AU-Run-Date            PIC 9(8).
           05 FILLER                 PIC X.
           05 AU-Run-Time            PIC 9(6).

       FD  AUDIT-KEEP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 377 CHARACTERS.
       01  AUDIT-KEEP-RECORD         PIC X(377).

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

       FD  PRINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  Stuff.
           05 WS-Archive-Dsn         PIC X(44) VALUE SPACES.
           05 WS-New-Seq             PIC 9(5) VALUE 0.
           05 WS-Count-Archive-Out   PIC 9(9) VALUE 0.
           05 WS-Count-Archive-In    PIC 9(9) VALUE 0.
           05 WS-Count-Due           PIC 9(5) VALUE 0.
           05 WS-Count-Not-Supplied  PIC 9(5) VALUE 0.
           05 WS-Count-Mismatch      PIC 9(5) VALUE 0.
           05 WS-Count-Cards-Refused PIC 9(5) VALUE 0.
           05 WS-Count-Failures      PIC 9(5) VALUE 0.
           05 WS-Count-Held-Kept     PIC 9(5) VALUE 0.
           05 WS-Count-Short-Kept    PIC 9(5) VALUE 0.

      *---------------------------------------------------------------
      *  One policy slot per dataset, in a fixed order, with the
      *  cutoff dates worked out from the as-of date and what this
      *  run did to the dataset.  PO-New- fields describe the index
      *  row this run's archive gets for the dataset.
      *---------------------------------------------------------------
       01  WS-Source-Name-Values.
           05 FILLER                 PIC X(24)
               VALUE 'RUNHIST AUDITLOGSUSPFILE'.
       01  WS-Source-Names REDEFINES WS-Source-Name-Values.
           05 WS-Source-Name         OCCURS 3 TIMES PIC X(8).

       01  WS-Policy-Control.
           05 WS-Src-Idx             PIC 9(1) VALUE 0.
           05 WS-Name-Idx            PIC 9(1) VALUE 0.
           05 WS-Want-Source         PIC X(8) VALUE SPACES.
       01  WS-Policy-Table.
           05 WS-Policy-Entry OCCURS 3 TIMES.
              10 PO-Active-Sw        PIC X(1).
                  88 Policy-Active          VALUE 'Y'.
              10 PO-Online-Months    PIC 9(3).
              10 PO-Retain-Years     PIC 9(2).
              10 PO-Online-Cutoff    PIC 9(8).
              10 PO-Purge-Cutoff     PIC 9(8).
              10 PO-Read             PIC 9(9).
              10 PO-Kept             PIC 9(9).
              10 PO-Undated          PIC 9(9).
              10 PO-Archived         PIC 9(9).
              10 PO-Destroyed        PIC 9(9).
              10 PO-Held             PIC 9(9).
              10 PO-Past-Policy      PIC 9(9).
              10 PO-Arch-Destroyed   PIC 9(9).
              10 PO-Arch-Carried     PIC 9(9).
              10 PO-New-From         PIC 9(8).
              10 PO-New-Thru         PIC 9(8).
              10 PO-New-Count        PIC 9(9).

      *---------------------------------------------------------------
      *  Legal holds in force, each with the records it protected
      *  this run.
      *---------------------------------------------------------------
       01  WS-Hold-Control.
           05 WS-Hold-Max            PIC 9(3) VALUE 200.
           05 WS-Hold-Count          PIC 9(3) VALUE 0.
           05 WS-Hold-Idx            PIC 9(3) VALUE 0.
           05 WS-Hold-Hit            PIC 9(3) VALUE 0.
       01  WS-Hold-Table.
           05 WS-Hold-Entry OCCURS 200 TIMES.
              10 HL-Acct             PIC X(5).
              10 HL-From-Date        PIC 9(8).
              10 HL-To-Date          PIC 9(8).
              10 HL-Authority        PIC X(40).
              10 HL-Protected        PIC 9(9).

      *---------------------------------------------------------------
      *  The archive index as read, with what this run found when it
      *  read a due archive back.
      *---------------------------------------------------------------
       01  WS-Index-Control.
           05 WS-Index-Max           PIC 9(4) VALUE 2000.
           05 WS-Index-Count         PIC 9(4) VALUE 0.
           05 WS-Index-Idx           PIC 9(4) VALUE 0.
           05 WS-Index-Hit           PIC 9(4) VALUE 0.
           05 WS-Index-Other         PIC 9(4) VALUE 0.
       01  WS-Index-Table.
           05 WS-Index-Entry OCCURS 2000 TIMES.
              10 IX-Row              PIC X(100).
              10 IX-Due-Sw           PIC X(1).
                  88 Index-Row-Due          VALUE 'Y'.
              10 IX-Seen             PIC 9(9).
              10 IX-Destroyed        PIC 9(9).
              10 IX-Carried          PIC 9(9).
              10 IX-Held-Lost        PIC 9(9).

      *---------------------------------------------------------------
      *  The record being disposed of, in the terms every dataset
      *  shares: the date it is aged from, its time, its account
      *  (blank where the dataset has none) and its image.
      *---------------------------------------------------------------
       01  WS-Candidate.
           05 CD-Rec-Date            PIC 9(8).
           05 CD-Rec-Time            PIC 9(6).
           05 CD-Acct                PIC X(5).
           05 CD-Carried-Sw          PIC X(1).
           05 CD-Data                PIC X(377).
           05 CD-Disposition         PIC X(1).
               88 Candidate-Kept            VALUE 'K'.
               88 Candidate-Archived        VALUE 'A'.
               88 Candidate-Destroyed       VALUE 'D'.

       01  WS-Date-Work.
           05 WS-DW-Date             PIC 9(8) VALUE 0.
           05 WS-DW-Date-X REDEFINES WS-DW-Date.
              10 WS-DW-Year          PIC 9(4).
              10 WS-DW-Month         PIC 9(2).
              10 WS-DW-Day           PIC 9(2).
           05 WS-Month-Serial        PIC 9(7) VALUE 0.

       01  WS-Print-Control.
           05 WS-Print-Status        PIC XX VALUE '00'.
           05 WS-Line-Count          PIC 9(3) VALUE 999.
           05 WS-Lines-Per-Page      PIC 9(3) VALUE 56.
           05 WS-Page-Count          PIC 9(5) VALUE 0.

       01  WS-Print-Line             PIC X(132) VALUE SPACES.

       01  WS-Head-Line-1.
           05 FILLER                 PIC X(9) VALUE 'ZONED14'.
           05 FILLER                 PIC X(40)
               VALUE 'RECORDS RETENTION CERTIFICATE AS OF'.
           05 WS-Head-Date           PIC 9999/99/99.
           05 FILLER                 PIC X(62) VALUE SPACES.
           05 FILLER                 PIC X(5) VALUE 'PAGE'.
           05 WS-Head-Page           PIC ZZZZ9.
           05 FILLER                 PIC X(1) VALUE SPACE.

       01  WS-Policy-Line.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 PL-Source              PIC X(8).
           05 FILLER                 PIC X(9) VALUE '  ONLINE '.
           05 PL-Months              PIC ZZ9.
           05 FILLER                 PIC X(25)
               VALUE ' MONTHS, ARCHIVE BEFORE '.
           05 PL-Online-Cutoff       PIC 9999/99/99.
           05 FILLER                 PIC X(12) VALUE '  RETAINED '.
           05 PL-Years               PIC Z9.
           05 FILLER                 PIC X(24)
               VALUE ' YEARS, DESTROY BEFORE '.
           05 PL-Purge-Cutoff        PIC 9999/99/99.
           05 FILLER                 PIC X(27) VALUE SPACES.

       01  WS-Hold-Line.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 HP-Acct                PIC X(5).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 HP-From-Date           PIC 9999/99/99.
           05 FILLER                 PIC X(3) VALUE ' - '.
           05 HP-To-Date             PIC 9999/99/99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 HP-Authority           PIC X(40).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 HP-Protected           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(20)
               VALUE ' RECORD(S) PROTECTED'.
           05 FILLER                 PIC X(25) VALUE SPACES.

       01  WS-Archive-Line.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 AL-Seq                 PIC 9(5).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 AL-Source              PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 AL-Dsn                 PIC X(44).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 AL-From-Date           PIC 9999/99/99.
           05 FILLER                 PIC X(3) VALUE ' - '.
           05 AL-Thru-Date           PIC 9999/99/99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 AL-Count               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 AL-Note                PIC X(32).

       01  WS-Past-Policy-Line.
           05 FILLER                 PIC X(4) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'OPEN ITEM'.
           05 PP-Acct                PIC X(5).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 PP-Rec-Num             PIC 9(7).
           05 FILLER                 PIC X(8) VALUE '  ADDED '.
           05 PP-Date-Added          PIC 9999/99/99.
           05 FILLER                 PIC X(42)
               VALUE '  PAST THE ONLINE PERIOD -- NOT ARCHIVED'.
           05 FILLER                 PIC X(42) VALUE SPACES.

       01  WS-Summary-Line.
           05 FILLER                 PIC X(4) VALUE SPACES.
           05 PS-Label               PIC X(30).
           05 PS-Value               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(87) VALUE SPACES.

       01  WS-Run-Stamp.
           05 WS-Run-Date            PIC 9(8) VALUE 0.
           05 WS-As-Of-Date          PIC 9(8) VALUE 0.

       01  WS-Switches.
           05 WS-Retctl-Status       PIC XX VALUE '00'.
           05 WS-Retpolcy-Status     PIC XX VALUE '00'.
               88 End-Of-Policy-Cards       VALUE '10'.
           05 WS-Leglhold-Status     PIC XX VALUE '00'.
               88 End-Of-Hold-Cards         VALUE '10'.
           05 WS-Arcidxin-Status     PIC XX VALUE '00'.
               88 End-Of-Index-In           VALUE '10'.
           05 WS-Arcidxot-Status     PIC XX VALUE '00'.
           05 WS-Archin-Status       PIC XX VALUE '00'.
               88 End-Of-Archive-In         VALUE '10'.
           05 WS-Archout-Status      PIC XX VALUE '00'.
           05 WS-Runhist-Status      PIC XX VALUE '00'.
               88 End-Of-Runhist            VALUE '10'.
           05 WS-Audin-Status        PIC XX VALUE '00'.
               88 End-Of-Audin              VALUE '10'.
           05 WS-Audkeep-Status      PIC XX VALUE '00'.
           05 WS-Susp-Status         PIC XX VALUE '00'.
               88 End-Of-Suspense           VALUE '10'.
           05 WS-Archive-Sw          PIC X VALUE 'Y'.
               88 Archive-Writable          VALUE 'Y'.
           05 WS-Held-Sw             PIC X VALUE 'N'.
               88 Record-Held               VALUE 'Y'.

       PROCEDURE DIVISION.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           Perform Read-Retention-Card
           IF WS-Archive-Dsn = SPACES
              Display 'ZONED14 -- NO ARCHIVE DSN ON RETCTL -- '
                      'NOTHING RETAINED'
              MOVE 8 to RETURN-CODE
              GOBACK
           END-IF
           Perform Load-Policy-Cards
           Perform Load-Legal-Holds
           Perform Load-Archive-Index
           OPEN OUTPUT PRINT-FILE
           IF WS-Print-Status NOT = '00'
              Display 'ZONED14 -- RPTFILE OPEN FAILED, STATUS='
                      WS-Print-Status
              STOP RUN
           END-IF
           OPEN OUTPUT ARCHIVE-OUT-FILE
           IF WS-Archout-Status NOT = '00'
              Display 'ZONED14 -- ARCHOUT OPEN FAILED, STATUS='
                      WS-Archout-Status
              STOP RUN
           END-IF
           Perform Write-Policy-Section
           Perform Purge-Due-Archives
           IF Policy-Active (1)
              Perform Retain-Run-History
           END-IF
           IF Policy-Active (2)
              Perform Retain-Audit-Log
           END-IF
           IF Policy-Active (3)
              Perform Retain-Suspense
           END-IF
           CLOSE ARCHIVE-OUT-FILE
           Perform Write-Archive-Index
           Perform Write-Certificate
           CLOSE PRINT-FILE
           EVALUATE TRUE
              WHEN WS-Count-Failures > 0
                OR WS-Count-Held-Kept > 0
                OR WS-Count-Short-Kept > 0
                 MOVE 8 to RETURN-CODE
              WHEN WS-Count-Not-Supplied > 0
                OR WS-Count-Mismatch > 0
                OR WS-Count-Cards-Refused > 0
                 MOVE 4 to RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           GOBACK.


      *---------------------------------------------------------------
      *  Control card: the as-of date the policy is applied at, and
      *  the name of the dataset ARCHOUT writes, for the index.
      *---------------------------------------------------------------
       Read-Retention-Card.
           MOVE WS-Run-Date to WS-As-Of-Date
           OPEN INPUT RETENTION-CARD-FILE
           IF WS-Retctl-Status = '00'
              READ RETENTION-CARD-FILE
                 AT END MOVE '10' to WS-Retctl-Status
                 NOT AT END
                    IF RT-As-Of-Date IS NUMERIC
                       AND RT-As-Of-Date NOT = ZEROS
                       MOVE RT-As-Of-Date to WS-As-Of-Date
                    END-IF
                    MOVE RT-Archive-Dsn to WS-Archive-Dsn
              END-READ
              CLOSE RETENTION-CARD-FILE
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Policy cards.  A card for a dataset this program does not
      *  manage, or with a period that is not numeric, is refused.
      *  Each accepted card fixes two cutoffs: records dated before
      *  the online cutoff leave the online dataset, records dated
      *  before the purge cutoff are destroyed.
      *---------------------------------------------------------------
       Load-Policy-Cards.
           INITIALIZE WS-Policy-Table
           OPEN INPUT POLICY-CARD-FILE
           IF WS-Retpolcy-Status NOT = '00'
              Display 'ZONED14 -- RETPOLCY OPEN FAILED, STATUS='
                      WS-Retpolcy-Status
              STOP RUN
           END-IF
           PERFORM UNTIL End-Of-Policy-Cards
              READ POLICY-CARD-FILE
                 AT END SET End-Of-Policy-Cards TO TRUE
                 NOT AT END Perform Stow-Policy-Card
              END-READ
           END-PERFORM
           CLOSE POLICY-CARD-FILE
           EXIT.


      *---------------------------------------------------------------
      *  Validate one policy card and work out its cutoffs.
      *---------------------------------------------------------------
       Stow-Policy-Card.
           MOVE PC-Dataset to WS-Want-Source
           Perform Find-Source-Index
           IF WS-Src-Idx = 0
              OR PC-Online-Months IS NOT NUMERIC
              OR PC-Retain-Years IS NOT NUMERIC
              Display 'ZONED14 -- POLICY CARD REFUSED: '
                      POLICY-CARD-RECORD (1 : 13)
              ADD 1 to WS-Count-Cards-Refused
           ELSE
              SET Policy-Active (WS-Src-Idx) TO TRUE
              MOVE PC-Online-Months
                   to PO-Online-Months (WS-Src-Idx)
              MOVE PC-Retain-Years to PO-Retain-Years (WS-Src-Idx)
      *       Online cutoff: the as-of date, N months back; a day
      *       past the 28th is taken as the 28th so every month has
      *       it.
              MOVE WS-As-Of-Date to WS-DW-Date
              IF WS-DW-Day > 28
                 MOVE 28 to WS-DW-Day
              END-IF
              COMPUTE WS-Month-Serial = WS-DW-Year * 12
                     + WS-DW-Month - 1 - PO-Online-Months (WS-Src-Idx)
              DIVIDE WS-Month-Serial by 12
                 GIVING WS-DW-Year
                 REMAINDER WS-DW-Month
              ADD 1 to WS-DW-Month
              MOVE WS-DW-Date to PO-Online-Cutoff (WS-Src-Idx)
              MOVE WS-As-Of-Date to WS-DW-Date
              IF WS-DW-Month = 2 AND WS-DW-Day = 29
                 MOVE 28 to WS-DW-Day
              END-IF
              SUBTRACT PO-Retain-Years (WS-Src-Idx) FROM WS-DW-Year
              MOVE WS-DW-Date to PO-Purge-Cutoff (WS-Src-Idx)
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  WS-Want-Source to its policy slot, zero when unknown.
      *---------------------------------------------------------------
       Find-Source-Index.
           MOVE 0 to WS-Src-Idx
           PERFORM VARYING WS-Name-Idx FROM 1 BY 1
                     UNTIL WS-Name-Idx > 3
              IF WS-Source-Name (WS-Name-Idx) = WS-Want-Source
                 MOVE WS-Name-Idx to WS-Src-Idx
              END-IF
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  Legal holds.  A card must name an account or a date range
      *  -- a blank card would hold everything, and is refused as
      *  mis-keyed; so is a non-numeric date.
      *---------------------------------------------------------------
       Load-Legal-Holds.
           OPEN INPUT LEGAL-HOLD-FILE
           IF WS-Leglhold-Status NOT = '00'
              Display 'ZONED14 -- NO LEGLHOLD CARDS, STATUS='
                      WS-Leglhold-Status ' -- NO HOLDS IN FORCE'
           ELSE
              PERFORM UNTIL End-Of-Hold-Cards
                 READ LEGAL-HOLD-FILE
                    AT END SET End-Of-Hold-Cards TO TRUE
                    NOT AT END Perform Stow-Hold-Card
                 END-READ
              END-PERFORM
              CLOSE LEGAL-HOLD-FILE
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Validate and store one legal hold.  Holds are never dropped
      *  for want of room: the run stops instead.
      *---------------------------------------------------------------
       Stow-Hold-Card.
           IF (LH-Acct = SPACES AND LH-From-Date = SPACES
               AND LH-To-Date = SPACES)
              OR (LH-From-Date NOT = SPACES
                  AND LH-From-Date IS NOT NUMERIC)
              OR (LH-To-Date NOT = SPACES
                  AND LH-To-Date IS NOT NUMERIC)
              Display 'ZONED14 -- HOLD CARD REFUSED: '
                      LEGAL-HOLD-RECORD (1 : 21)
              ADD 1 to WS-Count-Cards-Refused
           ELSE
              IF WS-Hold-Count >= WS-Hold-Max
                 Display 'ZONED14 -- MORE THAN ' WS-Hold-Max
                         ' LEGAL HOLDS -- NOTHING RETAINED'
                 STOP RUN
              END-IF
              ADD 1 to WS-Hold-Count
              MOVE LH-Acct      to HL-Acct (WS-Hold-Count)
              IF LH-From-Date = SPACES
                 MOVE 0 to HL-From-Date (WS-Hold-Count)
              ELSE
                 MOVE LH-From-Date to HL-From-Date (WS-Hold-Count)
              END-IF
              IF LH-To-Date = SPACES
                 MOVE 99999999 to HL-To-Date (WS-Hold-Count)
              ELSE
                 MOVE LH-To-Date to HL-To-Date (WS-Hold-Count)
              END-IF
              MOVE LH-Authority to HL-Authority (WS-Hold-Count)
              MOVE 0            to HL-Protected (WS-Hold-Count)
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  The archive index as the last run left it.  The index is
      *  rewritten whole, so a row that did not fit would be lost:
      *  the run stops instead.  This run's archive takes the next
      *  sequence number.
      *---------------------------------------------------------------
       Load-Archive-Index.
           OPEN INPUT ARCHIVE-INDEX-IN-FILE
           IF WS-Arcidxin-Status NOT = '00'
              Display 'ZONED14 -- NO ARCIDXIN, STATUS='
                      WS-Arcidxin-Status ' -- STARTING A NEW INDEX'
           ELSE
              PERFORM UNTIL End-Of-Index-In
                 READ ARCHIVE-INDEX-IN-FILE
                    AT END SET End-Of-Index-In TO TRUE
                    NOT AT END
                       IF WS-Index-Count >= WS-Index-Max
                          Display 'ZONED14 -- ARCHIVE INDEX OVER '
                                  WS-Index-Max
                                  ' ROWS -- NOTHING RETAINED'
                          STOP RUN
                       END-IF
                       ADD 1 to WS-Index-Count
                       MOVE ARCHIVE-INDEX-IN-RECORD
                         to IX-Row (WS-Index-Count)
                       MOVE 'N' to IX-Due-Sw (WS-Index-Count)
                       MOVE 0   to IX-Seen (WS-Index-Count)
                       MOVE 0   to IX-Destroyed (WS-Index-Count)
                       MOVE 0   to IX-Carried (WS-Index-Count)
                       MOVE 0   to IX-Held-Lost (WS-Index-Count)
                       MOVE ARCHIVE-INDEX-IN-RECORD
                         to ARCHIVE-INDEX-RECORD
                       IF AX-Archive-Seq > WS-New-Seq
                          MOVE AX-Archive-Seq to WS-New-Seq
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-INDEX-IN-FILE
           END-IF
           ADD 1 to WS-New-Seq
           EXIT.


      *---------------------------------------------------------------
      *  Certificate heading: the policy in force and the holds.
      *---------------------------------------------------------------
       Write-Policy-Section.
           MOVE 'RETENTION POLICY APPLIED' to WS-Print-Line
           Perform Write-Print-Line
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           PERFORM VARYING WS-Src-Idx FROM 1 BY 1
                     UNTIL WS-Src-Idx > 3
              MOVE WS-Source-Name (WS-Src-Idx) to PL-Source
              IF Policy-Active (WS-Src-Idx)
                 MOVE PO-Online-Months (WS-Src-Idx) to PL-Months
                 MOVE PO-Online-Cutoff (WS-Src-Idx)
                      to PL-Online-Cutoff
                 MOVE PO-Retain-Years (WS-Src-Idx)  to PL-Years
                 MOVE PO-Purge-Cutoff (WS-Src-Idx)
                      to PL-Purge-Cutoff
                 MOVE WS-Policy-Line to WS-Print-Line
              ELSE
                 MOVE PL-Source to WS-Print-Line (3 : 8)
                 MOVE '  NO POLICY CARD -- NOT PROCESSED'
                      to WS-Print-Line (11 : 34)
              END-IF
              Perform Write-Print-Line
           END-PERFORM
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           EXIT.


      *---------------------------------------------------------------
      *  Destroy the archives whose newest record is past retention.
      *  Each due archive is read back from ARCHIN: a record under a
      *  legal hold is carried into this run's archive, the rest are
      *  destroyed with the archive.  An archive that is due but was
      *  not supplied stays active for the next run, as does one with
      *  a held record that could not be carried or one read back
      *  short of its indexed count.
      *---------------------------------------------------------------
       Purge-Due-Archives.
           MOVE 'ARCHIVES DUE FOR DESTRUCTION' to WS-Print-Line
           Perform Write-Print-Line
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           PERFORM VARYING WS-Index-Idx FROM 1 BY 1
                     UNTIL WS-Index-Idx > WS-Index-Count
              MOVE IX-Row (WS-Index-Idx) to ARCHIVE-INDEX-RECORD
              MOVE AX-Source to WS-Want-Source
              Perform Find-Source-Index
              IF AX-Status = SPACE AND WS-Src-Idx > 0
                 IF Policy-Active (WS-Src-Idx)
                    AND AX-Thru-Date < PO-Purge-Cutoff (WS-Src-Idx)
                    SET Index-Row-Due (WS-Index-Idx) TO TRUE
                    ADD 1 to WS-Count-Due
                 END-IF
              END-IF
           END-PERFORM
           IF WS-Count-Due > 0
              OPEN INPUT ARCHIVE-IN-FILE
              IF WS-Archin-Status NOT = '00'
                 Display 'ZONED14 -- ARCHIN NOT AVAILABLE, STATUS='
                         WS-Archin-Status ' -- NO ARCHIVE DESTROYED'
              ELSE
                 MOVE 0 to WS-Index-Hit
                 PERFORM UNTIL End-Of-Archive-In
                    READ ARCHIVE-IN-FILE
                       AT END SET End-Of-Archive-In TO TRUE
                       NOT AT END
                          ADD 1 to WS-Count-Archive-In
                          Perform Purge-One-Archive-Record
                    END-READ
                 END-PERFORM
                 CLOSE ARCHIVE-IN-FILE
              END-IF
              PERFORM VARYING WS-Index-Idx FROM 1 BY 1
                        UNTIL WS-Index-Idx > WS-Index-Count
                 IF Index-Row-Due (WS-Index-Idx)
                    Perform Settle-Due-Archive
                 END-IF
              END-PERFORM
           ELSE
              MOVE '  NONE' to WS-Print-Line
              Perform Write-Print-Line
           END-IF
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           EXIT.


      *---------------------------------------------------------------
      *  One record read back from the archives.  Records of an
      *  archive that is not due are passed over.  The records of
      *  one archive and dataset arrive together, so the index row
      *  last found is tried first.
      *---------------------------------------------------------------
       Purge-One-Archive-Record.
           IF WS-Index-Hit > 0
              MOVE IX-Row (WS-Index-Hit) to ARCHIVE-INDEX-RECORD
              IF AX-Archive-Seq NOT = AI-Archive-Seq
                 OR AX-Source NOT = AI-Source
                 MOVE 0 to WS-Index-Hit
              END-IF
           END-IF
           IF WS-Index-Hit = 0
              PERFORM VARYING WS-Index-Idx FROM 1 BY 1
                        UNTIL WS-Index-Idx > WS-Index-Count
                           OR WS-Index-Hit > 0
                 MOVE IX-Row (WS-Index-Idx) to ARCHIVE-INDEX-RECORD
                 IF AX-Archive-Seq = AI-Archive-Seq
                    AND AX-Source = AI-Source
                    MOVE WS-Index-Idx to WS-Index-Hit
                 END-IF
              END-PERFORM
           END-IF
           IF WS-Index-Hit > 0
              IF Index-Row-Due (WS-Index-Hit)
                 ADD 1 to IX-Seen (WS-Index-Hit)
                 MOVE AI-Source to WS-Want-Source
                 Perform Find-Source-Index
                 MOVE AI-Rec-Date to CD-Rec-Date
                 MOVE AI-Acct     to CD-Acct
                 Perform Check-Legal-Hold
      *          A held record that cannot be carried is never
      *          destroyed: it keeps its archive active.
                 IF Record-Held
                    IF Archive-Writable
                       MOVE AI-Rec-Time to CD-Rec-Time
                       MOVE 'C'         to CD-Carried-Sw
                       MOVE AI-Data     to CD-Data
                       Perform Write-Archive-Record
                    END-IF
                    IF Archive-Writable
                       ADD 1 to IX-Carried (WS-Index-Hit)
                       ADD 1 to PO-Arch-Carried (WS-Src-Idx)
                    ELSE
                       ADD 1 to IX-Held-Lost (WS-Index-Hit)
                    END-IF
                 ELSE
                    ADD 1 to IX-Destroyed (WS-Index-Hit)
                    ADD 1 to PO-Arch-Destroyed (WS-Src-Idx)
                 END-IF
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Close out one due archive row on the index and the
      *  certificate.  None of its records read back means the
      *  archive was not supplied: the row stays active.  So does
      *  an archive with a held record that could not be carried
      *  forward -- it is the only copy -- and one that read back
      *  fewer records than the index says it holds, since the
      *  records not read were never checked against the holds.
      *  The records of a kept archive are not counted destroyed.
      *  One that read back more than its count is destroyed all
      *  the same -- every record was checked -- but flagged.
      *---------------------------------------------------------------
       Settle-Due-Archive.
           MOVE IX-Row (WS-Index-Idx) to ARCHIVE-INDEX-RECORD
           MOVE AX-Archive-Seq  to AL-Seq
           MOVE AX-Source       to AL-Source
           MOVE AX-Archive-Dsn  to AL-Dsn
           MOVE AX-From-Date    to AL-From-Date
           MOVE AX-Thru-Date    to AL-Thru-Date
           MOVE AX-Record-Count to AL-Count
           EVALUATE TRUE
              WHEN IX-Seen (WS-Index-Idx) = 0
                 ADD 1 to WS-Count-Not-Supplied
                 MOVE 'N' to IX-Due-Sw (WS-Index-Idx)
                 MOVE '** NOT ON ARCHIN -- KEPT' to AL-Note
              WHEN IX-Held-Lost (WS-Index-Idx) > 0
                 ADD 1 to WS-Count-Held-Kept
                 MOVE 'N' to IX-Due-Sw (WS-Index-Idx)
                 MOVE AX-Source to WS-Want-Source
                 Perform Find-Source-Index
                 SUBTRACT IX-Destroyed (WS-Index-Idx)
                     FROM PO-Arch-Destroyed (WS-Src-Idx)
                 MOVE '** HOLD NOT CARRIED -- KEPT' to AL-Note
              WHEN IX-Seen (WS-Index-Idx) < AX-Record-Count
                 ADD 1 to WS-Count-Short-Kept
                 MOVE 'N' to IX-Due-Sw (WS-Index-Idx)
                 MOVE AX-Source to WS-Want-Source
                 Perform Find-Source-Index
                 SUBTRACT IX-Destroyed (WS-Index-Idx)
                     FROM PO-Arch-Destroyed (WS-Src-Idx)
                 MOVE '** READ BACK SHORT -- KEPT' to AL-Note
              WHEN OTHER
                 MOVE 'P'           to AX-Status
                 MOVE WS-As-Of-Date to AX-Purged-Date
                 MOVE ARCHIVE-INDEX-RECORD to IX-Row (WS-Index-Idx)
                 IF IX-Seen (WS-Index-Idx) > AX-Record-Count
                    ADD 1 to WS-Count-Mismatch
                    MOVE '** DESTROYED, COUNT DIFFERS' to AL-Note
                 ELSE
                    MOVE 'DESTROYED' to AL-Note
                 END-IF
           END-EVALUATE
           MOVE WS-Archive-Line to WS-Print-Line
           Perform Write-Print-Line
           IF IX-Seen (WS-Index-Idx) > 0
              MOVE 'Records Read Back' to PS-Label
              MOVE IX-Seen (WS-Index-Idx) to PS-Value
              Perform Write-Summary-Line
              IF AX-Status = 'P'
                 MOVE 'Destroyed' to PS-Label
                 MOVE IX-Destroyed (WS-Index-Idx) to PS-Value
                 Perform Write-Summary-Line
              END-IF
              MOVE 'Held, Carried Forward' to PS-Label
              MOVE IX-Carried (WS-Index-Idx) to PS-Value
              Perform Write-Summary-Line
              IF IX-Held-Lost (WS-Index-Idx) > 0
                 MOVE 'Held, Not Carried' to PS-Label
                 MOVE IX-Held-Lost (WS-Index-Idx) to PS-Value
                 Perform Write-Summary-Line
              END-IF
      *       The dataset itself can go once every row it holds is
      *       destroyed.
              IF AX-Status = 'P'
                 MOVE 0 to WS-Index-Hit
                 PERFORM VARYING WS-Index-Other FROM 1 BY 1
                           UNTIL WS-Index-Other > WS-Index-Count
                    IF IX-Row (WS-Index-Other) (1 : 5)
                       = IX-Row (WS-Index-Idx) (1 : 5)
                       AND IX-Row (WS-Index-Other) (91 : 1) = SPACE
                       MOVE WS-Index-Other to WS-Index-Hit
                    END-IF
                 END-PERFORM
                 IF WS-Index-Hit = 0
                    MOVE 'ARCHIVE DATASET NOW EMPTY -- MAY BE DELETED'
                         to WS-Print-Line (5 : 44)
                    Perform Write-Print-Line
                 END-IF
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  RUNHIST: every row past the online period leaves the
      *  cluster, to the archive or destroyed.  No cluster loaded
      *  yet (status 35) is nothing to do.
      *---------------------------------------------------------------
       Retain-Run-History.
           MOVE 1 to WS-Src-Idx
           OPEN I-O RUN-HISTORY-FILE
           IF WS-Runhist-Status = '35'
              Display 'ZONED14 -- RUNHIST NOT LOADED -- NOTHING TO '
                      'RETAIN'
           ELSE
              IF WS-Runhist-Status NOT = '00'
                 Display 'ZONED14 -- RUNHIST OPEN FAILED, STATUS='
                         WS-Runhist-Status ' -- NOT PROCESSED'
                 ADD 1 to WS-Count-Failures
              ELSE
                 MOVE LOW-VALUES to RH-Key
                 START RUN-HISTORY-FILE KEY NOT < RH-Key
                    INVALID KEY MOVE '10' to WS-Runhist-Status
                 END-START
                 PERFORM UNTIL End-Of-Runhist
                            OR WS-Runhist-Status NOT = '00'
                    READ RUN-HISTORY-FILE NEXT RECORD
                       AT END SET End-Of-Runhist TO TRUE
                       NOT AT END Perform Retain-One-Run
                    END-READ
                 END-PERFORM
                 CLOSE RUN-HISTORY-FILE
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  One run-history row.
      *---------------------------------------------------------------
       Retain-One-Run.
           MOVE RH-Run-Date        to CD-Rec-Date
           MOVE RH-Run-Time        to CD-Rec-Time
           MOVE SPACES             to CD-Acct
           MOVE RUN-HISTORY-RECORD to CD-Data
           Perform Dispose-Candidate
           IF NOT Candidate-Kept
              DELETE RUN-HISTORY-FILE
                 INVALID KEY
                    Display 'ZONED14 -- RUNHIST DELETE FAILED, '
                            'STATUS=' WS-Runhist-Status
                    ADD 1 to WS-Count-Failures
              END-DELETE
           END-IF
           MOVE '00' to WS-Runhist-Status
           EXIT.


      *---------------------------------------------------------------
      *  AUDITLOG: the online generations are read through and the
      *  records still in their online period written to AUDKEEP,
      *  the generation that replaces them.
      *---------------------------------------------------------------
       Retain-Audit-Log.
           MOVE 2 to WS-Src-Idx
           OPEN INPUT AUDIT-IN-FILE
           IF WS-Audin-Status NOT = '00'
              Display 'ZONED14 -- AUDIN NOT AVAILABLE, STATUS='
                      WS-Audin-Status ' -- AUDITLOG NOT PROCESSED'
           ELSE
              OPEN OUTPUT AUDIT-KEEP-FILE
              IF WS-Audkeep-Status NOT = '00'
                 Display 'ZONED14 -- AUDKEEP OPEN FAILED, STATUS='
                         WS-Audkeep-Status ' -- AUDITLOG NOT '
                         'PROCESSED'
                 ADD 1 to WS-Count-Failures
              ELSE
                 PERFORM UNTIL End-Of-Audin
                    READ AUDIT-IN-FILE
                       AT END SET End-Of-Audin TO TRUE
                       NOT AT END Perform Retain-One-Audit-Record
                    END-READ
                 END-PERFORM
                 CLOSE AUDIT-KEEP-FILE
              END-IF
              CLOSE AUDIT-IN-FILE
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  One audit record; the account is the record's first five
      *  bytes, as everywhere else in the job stream.
      *---------------------------------------------------------------
       Retain-One-Audit-Record.
           MOVE AU-Run-Date       to CD-Rec-Date
           MOVE AU-Run-Time       to CD-Rec-Time
           MOVE AU-Raw-Data (1 : 5) to CD-Acct
           MOVE AUDIT-RECORD      to CD-Data
           Perform Dispose-Candidate
           IF Candidate-Kept
              WRITE AUDIT-KEEP-RECORD FROM AUDIT-RECORD
              IF WS-Audkeep-Status NOT = '00'
                 Display 'ZONED14 -- AUDKEEP WRITE FAILED, STATUS='
                         WS-Audkeep-Status ' AT AUDIT RECORD '
                         AU-Rec-Num
                 ADD 1 to WS-Count-Failures
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  SUSPFILE: items written off before the online cutoff leave
      *  the cluster, aged from the day they were closed.  Open
      *  items are never archived; those added before the cutoff
      *  are listed for the supervisors.
      *---------------------------------------------------------------
       Retain-Suspense.
           MOVE 3 to WS-Src-Idx
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           MOVE 'OPEN SUSPENSE ITEMS PAST THE ONLINE PERIOD'
                to WS-Print-Line
           Perform Write-Print-Line
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           OPEN I-O SUSPENSE-FILE
           IF WS-Susp-Status = '35'
              Display 'ZONED14 -- SUSPFILE NOT LOADED -- NOTHING TO '
                      'RETAIN'
           ELSE
              IF WS-Susp-Status NOT = '00'
                 Display 'ZONED14 -- SUSPFILE OPEN FAILED, STATUS='
                         WS-Susp-Status ' -- NOT PROCESSED'
                 ADD 1 to WS-Count-Failures
              ELSE
                 MOVE LOW-VALUES to SP-Key
                 START SUSPENSE-FILE KEY NOT < SP-Key
                    INVALID KEY MOVE '10' to WS-Susp-Status
                 END-START
                 PERFORM UNTIL End-Of-Suspense
                            OR WS-Susp-Status NOT = '00'
                    READ SUSPENSE-FILE NEXT RECORD
                       AT END SET End-Of-Suspense TO TRUE
                       NOT AT END Perform Retain-One-Item
                    END-READ
                 END-PERFORM
                 CLOSE SUSPENSE-FILE
              END-IF
           END-IF
           IF PO-Past-Policy (3) = 0
              MOVE '  NONE' to WS-Print-Line
              Perform Write-Print-Line
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  One suspense item.
      *---------------------------------------------------------------
       Retain-One-Item.
           IF Suspense-Written-Off
              MOVE SP-Closed-Date  to CD-Rec-Date
              MOVE 0               to CD-Rec-Time
              MOVE SP-Acct         to CD-Acct
              MOVE SUSPENSE-RECORD to CD-Data
              Perform Dispose-Candidate
              IF NOT Candidate-Kept
                 DELETE SUSPENSE-FILE
                    INVALID KEY
                       Display 'ZONED14 -- SUSPENSE DELETE FAILED, '
                               'STATUS=' WS-Susp-Status
                       ADD 1 to WS-Count-Failures
                 END-DELETE
              END-IF
           ELSE
              IF SP-Date-Added < PO-Online-Cutoff (3)
                 ADD 1 to PO-Past-Policy (3)
                 MOVE SP-Acct       to PP-Acct
                 MOVE SP-Rec-Num    to PP-Rec-Num
                 MOVE SP-Date-Added to PP-Date-Added
                 MOVE WS-Past-Policy-Line to WS-Print-Line
                 Perform Write-Print-Line
              END-IF
           END-IF
           MOVE '00' to WS-Susp-Status
           EXIT.


      *---------------------------------------------------------------
      *  Decide one online record's fate under its dataset's policy
      *  (WS-Src-Idx).  Inside the online period it stays.  Past
      *  retention it is destroyed -- unless a legal hold covers it,
      *  when it is archived.  Between the two it is archived.  A
      *  record with no usable date stays online, and so does
      *  everything once the archive cannot be written.
      *---------------------------------------------------------------
       Dispose-Candidate.
           ADD 1 to PO-Read (WS-Src-Idx)
           MOVE SPACE to CD-Carried-Sw
           SET Candidate-Kept TO TRUE
           EVALUATE TRUE
              WHEN CD-Rec-Date IS NOT NUMERIC
                OR CD-Rec-Date = ZEROS
                 ADD 1 to PO-Undated (WS-Src-Idx)
              WHEN CD-Rec-Date >= PO-Online-Cutoff (WS-Src-Idx)
                 CONTINUE
              WHEN CD-Rec-Date < PO-Purge-Cutoff (WS-Src-Idx)
                 Perform Check-Legal-Hold
                 IF Record-Held
                    Perform Write-Archive-Record
                    IF Archive-Writable
                       SET Candidate-Archived TO TRUE
                       ADD 1 to PO-Held (WS-Src-Idx)
                    END-IF
                 ELSE
                    SET Candidate-Destroyed TO TRUE
                    ADD 1 to PO-Destroyed (WS-Src-Idx)
                 END-IF
              WHEN OTHER
                 Perform Write-Archive-Record
                 IF Archive-Writable
                    SET Candidate-Archived TO TRUE
                    ADD 1 to PO-Archived (WS-Src-Idx)
                 END-IF
           END-EVALUATE
           IF Candidate-Kept
              ADD 1 to PO-Kept (WS-Src-Idx)
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Is the candidate under a legal hold?  The first hold that
      *  covers it is credited with protecting it.
      *---------------------------------------------------------------
       Check-Legal-Hold.
           MOVE 'N' to WS-Held-Sw
           MOVE 0 to WS-Hold-Hit
           PERFORM VARYING WS-Hold-Idx FROM 1 BY 1
                     UNTIL WS-Hold-Idx > WS-Hold-Count
                        OR WS-Hold-Hit > 0
              IF (HL-Acct (WS-Hold-Idx) = SPACES
                  OR HL-Acct (WS-Hold-Idx) = CD-Acct)
                 AND CD-Rec-Date >= HL-From-Date (WS-Hold-Idx)
                 AND CD-Rec-Date <= HL-To-Date (WS-Hold-Idx)
                 MOVE WS-Hold-Idx to WS-Hold-Hit
              END-IF
           END-PERFORM
           IF WS-Hold-Hit > 0
              SET Record-Held TO TRUE
              ADD 1 to HL-Protected (WS-Hold-Hit)
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Write the candidate to this run's archive and widen the
      *  dataset's index row to its date.  A failed write closes the
      *  archive to further records, so nothing more leaves online
      *  without a copy.
      *---------------------------------------------------------------
       Write-Archive-Record.
           IF Archive-Writable
              MOVE WS-Source-Name (WS-Src-Idx) to AR-Source
              MOVE WS-New-Seq  to AR-Archive-Seq
              MOVE CD-Rec-Date to AR-Rec-Date
              MOVE CD-Rec-Time to AR-Rec-Time
              MOVE CD-Acct     to AR-Acct
              MOVE CD-Carried-Sw to AR-Carried-Sw
              MOVE CD-Data     to AR-Data
              WRITE ARCHIVE-OUT-RECORD
              IF WS-Archout-Status NOT = '00'
                 Display 'ZONED14 -- ARCHOUT WRITE FAILED, STATUS='
                         WS-Archout-Status ' -- ARCHIVING STOPPED'
                 MOVE 'N' to WS-Archive-Sw
                 ADD 1 to WS-Count-Failures
              ELSE
                 ADD 1 to WS-Count-Archive-Out
                 ADD 1 to PO-New-Count (WS-Src-Idx)
                 IF PO-New-Count (WS-Src-Idx) = 1
                    OR CD-Rec-Date < PO-New-From (WS-Src-Idx)
                    MOVE CD-Rec-Date to PO-New-From (WS-Src-Idx)
                 END-IF
                 IF CD-Rec-Date > PO-New-Thru (WS-Src-Idx)
                    MOVE CD-Rec-Date to PO-New-Thru (WS-Src-Idx)
                 END-IF
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Rewrite the index: every row as read (destroyed ones now
      *  marked), then this run's archive, one row per dataset it
      *  received records for.
      *---------------------------------------------------------------
       Write-Archive-Index.
           OPEN OUTPUT ARCHIVE-INDEX-OUT-FILE
           IF WS-Arcidxot-Status NOT = '00'
              Display 'ZONED14 -- ARCIDXOT OPEN FAILED, STATUS='
                      WS-Arcidxot-Status ' -- INDEX NOT WRITTEN'
              ADD 1 to WS-Count-Failures
           ELSE
              PERFORM VARYING WS-Index-Idx FROM 1 BY 1
                        UNTIL WS-Index-Idx > WS-Index-Count
                 MOVE IX-Row (WS-Index-Idx) to ARCHIVE-INDEX-RECORD
                 Perform Write-Index-Row
              END-PERFORM
              PERFORM VARYING WS-Src-Idx FROM 1 BY 1
                        UNTIL WS-Src-Idx > 3
                 IF PO-New-Count (WS-Src-Idx) > 0
                    MOVE SPACES to ARCHIVE-INDEX-RECORD
                    MOVE WS-New-Seq     to AX-Archive-Seq
                    MOVE WS-Source-Name (WS-Src-Idx) to AX-Source
                    MOVE WS-Archive-Dsn to AX-Archive-Dsn
                    MOVE WS-As-Of-Date  to AX-Created-Date
                    MOVE PO-New-From (WS-Src-Idx) to AX-From-Date
                    MOVE PO-New-Thru (WS-Src-Idx) to AX-Thru-Date
                    MOVE PO-New-Count (WS-Src-Idx)
                         to AX-Record-Count
                    MOVE SPACE          to AX-Status
                    MOVE 0              to AX-Purged-Date
                    Perform Write-Index-Row
                 END-IF
              END-PERFORM
              CLOSE ARCHIVE-INDEX-OUT-FILE
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  One index row out.
      *---------------------------------------------------------------
       Write-Index-Row.
           WRITE ARCHIVE-INDEX-RECORD
           IF WS-Arcidxot-Status NOT = '00'
              Display 'ZONED14 -- ARCIDXOT WRITE FAILED, STATUS='
                      WS-Arcidxot-Status
              ADD 1 to WS-Count-Failures
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  The certificate proper: per dataset what was archived and
      *  destroyed, the holds and what they protected, this run's
      *  archive, and the sign-off lines.
      *---------------------------------------------------------------
       Write-Certificate.
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           MOVE 'RECORDS ARCHIVED AND DESTROYED' to WS-Print-Line
           Perform Write-Print-Line
           PERFORM VARYING WS-Src-Idx FROM 1 BY 1
                     UNTIL WS-Src-Idx > 3
              IF Policy-Active (WS-Src-Idx)
                 MOVE SPACES to WS-Print-Line
                 Perform Write-Print-Line
                 MOVE WS-Source-Name (WS-Src-Idx)
                      to WS-Print-Line (3 : 8)
                 Perform Write-Print-Line
                 MOVE 'Online Records Read'      to PS-Label
                 MOVE PO-Read (WS-Src-Idx)       to PS-Value
                 Perform Write-Summary-Line
                 MOVE 'Kept Online'              to PS-Label
                 MOVE PO-Kept (WS-Src-Idx)       to PS-Value
                 Perform Write-Summary-Line
                 IF PO-Undated (WS-Src-Idx) > 0
                    MOVE '  Of Which Undated'    to PS-Label
                    MOVE PO-Undated (WS-Src-Idx) to PS-Value
                    Perform Write-Summary-Line
                 END-IF
                 MOVE 'Archived'                 to PS-Label
                 MOVE PO-Archived (WS-Src-Idx)   to PS-Value
                 Perform Write-Summary-Line
                 MOVE 'Past Retention, Held'     to PS-Label
                 MOVE PO-Held (WS-Src-Idx)       to PS-Value
                 Perform Write-Summary-Line
                 MOVE 'Past Retention, Destroyed' to PS-Label
                 MOVE PO-Destroyed (WS-Src-Idx)  to PS-Value
                 Perform Write-Summary-Line
                 MOVE 'Destroyed From Archives'  to PS-Label
                 MOVE PO-Arch-Destroyed (WS-Src-Idx) to PS-Value
                 Perform Write-Summary-Line
                 MOVE 'Held In Archives, Carried' to PS-Label
                 MOVE PO-Arch-Carried (WS-Src-Idx) to PS-Value
                 Perform Write-Summary-Line
                 IF WS-Src-Idx = 3
                    MOVE 'Open Items Past Policy' to PS-Label
                    MOVE PO-Past-Policy (3)      to PS-Value
                    Perform Write-Summary-Line
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           MOVE 'LEGAL HOLDS IN FORCE' to WS-Print-Line
           Perform Write-Print-Line
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           PERFORM VARYING WS-Hold-Idx FROM 1 BY 1
                     UNTIL WS-Hold-Idx > WS-Hold-Count
              MOVE HL-Acct (WS-Hold-Idx)      to HP-Acct
              MOVE HL-From-Date (WS-Hold-Idx) to HP-From-Date
              MOVE HL-To-Date (WS-Hold-Idx)   to HP-To-Date
              MOVE HL-Authority (WS-Hold-Idx) to HP-Authority
              MOVE HL-Protected (WS-Hold-Idx) to HP-Protected
              MOVE WS-Hold-Line to WS-Print-Line
              Perform Write-Print-Line
           END-PERFORM
           IF WS-Hold-Count = 0
              MOVE '  NONE' to WS-Print-Line
              Perform Write-Print-Line
           END-IF
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           MOVE 'THIS RUN''S ARCHIVE' to WS-Print-Line
           Perform Write-Print-Line
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           PERFORM VARYING WS-Src-Idx FROM 1 BY 1
                     UNTIL WS-Src-Idx > 3
              IF PO-New-Count (WS-Src-Idx) > 0
                 MOVE WS-New-Seq     to AL-Seq
                 MOVE WS-Source-Name (WS-Src-Idx) to AL-Source
                 MOVE WS-Archive-Dsn to AL-Dsn
                 MOVE PO-New-From (WS-Src-Idx) to AL-From-Date
                 MOVE PO-New-Thru (WS-Src-Idx) to AL-Thru-Date
                 MOVE PO-New-Count (WS-Src-Idx) to AL-Count
                 MOVE 'ARCHIVED' to AL-Note
                 MOVE WS-Archive-Line to WS-Print-Line
                 Perform Write-Print-Line
              END-IF
           END-PERFORM
           IF WS-Count-Archive-Out = 0
              MOVE '  NOTHING ARCHIVED -- ARCHOUT IS EMPTY AND NOT '
                   to WS-Print-Line
              MOVE 'INDEXED' to WS-Print-Line (48 : 7)
              Perform Write-Print-Line
           END-IF
           IF WS-Count-Short-Kept > 0
              MOVE SPACES to WS-Print-Line
              Perform Write-Print-Line
              MOVE '** ARCHIVES READ BACK SHORT -- KEPT, NOT DESTROYED'
                   to WS-Print-Line
              Perform Write-Print-Line
              MOVE '   RERUN WITH THE WHOLE ARCHIVE ON ARCHIN'
                   to WS-Print-Line
              Perform Write-Print-Line
           END-IF
           IF WS-Count-Held-Kept > 0
              MOVE SPACES to WS-Print-Line
              Perform Write-Print-Line
              MOVE '** HELD RECORDS NOT CARRIED -- ARCHIVES KEPT'
                   to WS-Print-Line
              Perform Write-Print-Line
              MOVE '   NOT DESTROYED -- RERUN WHEN ARCHOUT IS FIXED'
                   to WS-Print-Line
              Perform Write-Print-Line
           END-IF
           IF WS-Count-Failures > 0
              MOVE SPACES to WS-Print-Line
              Perform Write-Print-Line
              MOVE '** FAILURES DURING THE RUN -- SEE THE JOB LOG'
                   to WS-Print-Line
              Perform Write-Print-Line
           END-IF
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           Perform Write-Print-Line
           MOVE '  CERTIFIED BY  ______________________________    '
                to WS-Print-Line
           MOVE 'DATE  ____________' to WS-Print-Line (53 : 18)
           Perform Write-Print-Line
           EXIT.


      *---------------------------------------------------------------
      *  Format one label/value pair onto the certificate.
      *---------------------------------------------------------------
       Write-Summary-Line.
           MOVE WS-Summary-Line to WS-Print-Line
           Perform Write-Print-Line
           EXIT.


      *---------------------------------------------------------------
      *  Write one certificate line, starting a new page when full.
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
      *  Start a new certificate page.
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
