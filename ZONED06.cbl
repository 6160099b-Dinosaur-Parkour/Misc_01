      * Point the AUDLOG DD at one generation or a concatenation of
      * many.
      *
      * A card may also bound the run dates searched.  When a card
      * reaches back before the oldest record still online, ZONED14
      * has moved those dates to the archives: the archive index
      * says which archive datasets hold them, and the archives
      * supplied on the ARCHIVE DD are searched with the same cards,
      * their hits marked as coming from the archive.
      *
      *   AUDLOG   in  -- audit-log generation(s), ZONED01 layout
      *   SELCARDS in  -- selection cards, one query per card:
      *                     1-7   record-number from (blank = open)
      *                     8-14  record-number to   (blank = open)
      *                     15-24 field name         (blank = any)
      *                     25-44 verdict            (blank = any)
      *                     45-52 run date from      (blank = open)
      *                     53-60 run date to        (blank = open)
      *   ARCIDX   in  -- archive index ZONED14 keeps; optional
      *   ARCHIVE  in  -- archive dataset(s) ZONED14 writes; optional
      *                   -- without it the online records alone are
      *                   searched
      *   RPTFILE  out -- formatted evidence extract plus hit-count
      *                   summary by selection card
       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Selcard-Status.

           SELECT ARCHIVE-INDEX-FILE ASSIGN TO ARCIDX
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Arcidx-Status.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Archive-Status.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 377 CHARACTERS.
       01  AUDIT-LOG-RECORD          PIC X(377).

       FD  SELECT-CARD-FILE
           RECORDING MODE IS F
           05 QC-Rec-To              PIC X(7).
           05 QC-Field-Name          PIC X(10).
           05 QC-Verdict             PIC X(20).
           05 QC-Date-From           PIC X(8).
           05 QC-Date-To             PIC X(8).
           05 FILLER                 PIC X(20).

      *---------------------------------------------------------------
      *  Archive index and archive records, ZONED14 layouts.  Only
      *  the AUDITLOG rows and records are of interest here.
      *---------------------------------------------------------------
       FD  ARCHIVE-INDEX-FILE
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

       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 410 CHARACTERS.
       01  ARCHIVE-RECORD.
           05 AR-Source              PIC X(8).
           05 AR-Archive-Seq         PIC 9(5).
           05 AR-Rec-Date            PIC 9(8).
           05 AR-Rec-Time            PIC 9(6).
           05 AR-Acct                PIC X(5).
           05 AR-Carried-Sw          PIC X(1).
           05 AR-Data                PIC X(377).

       FD  PRINT-FILE
           RECORDING MODE IS F
       01  Stuff.
           05 WS-Count-Read          PIC 9(9) VALUE 0.
           05 WS-Count-Hits          PIC 9(9) VALUE 0.
           05 WS-Count-Archive-Read  PIC 9(9) VALUE 0.
           05 WS-Count-Archive-Hits  PIC 9(9) VALUE 0.
           05 WS-Hit-Card            PIC 9(2) VALUE 0.
           05 WS-Oldest-Online       PIC 9(8) VALUE 99999999.
           05 WS-Reach-Back          PIC 9(8) VALUE 99999999.
           05 WS-Origin              PIC X(8) VALUE SPACES.

      *---------------------------------------------------------------
      *  The audit record under test, whether read from the online
      *  log or unpacked from an archive record.
      *---------------------------------------------------------------
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

      *---------------------------------------------------------------
      *  The loaded queries -- one entry per selection card, with its
      *  own hit count for the end-of-report summary.  Blank range
      *  bounds open to the whole record-number (or run-date) domain
      *  at load time so the match test is a plain compare.
      *---------------------------------------------------------------
       01  WS-Query-Control.
           05 WS-Query-Count         PIC 9(2) VALUE 0.
              10 WS-Qry-Rec-To       PIC 9(7).
              10 WS-Qry-Field-Name   PIC X(10).
              10 WS-Qry-Verdict      PIC X(20).
              10 WS-Qry-Date-From    PIC 9(8).
              10 WS-Qry-Date-To      PIC 9(8).
              10 WS-Qry-Hits         PIC 9(9).

       01  WS-Print-Control.
           05 FILLER                 PIC X(12) VALUE 'FIELD-NAME'.
           05 FILLER                 PIC X(22) VALUE 'VERDICT'.
           05 FILLER                 PIC X(4) VALUE 'TYP'.
           05 FILLER                 PIC X(65) VALUE 'HEX'.
           05 FILLER                 PIC X(11) VALUE 'RUN-DATE'.
           05 FILLER                 PIC X(9) VALUE 'SOURCE'.

       01  WS-Evidence-Line-1.
           05 EV-Rec-Num             PIC 9(7).
           05 EV-Rec-Type            PIC X(1).
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 EV-Hex-Dump            PIC X(64).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 EV-Run-Date            PIC 9999/99/99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 EV-Origin              PIC X(8).
           05 FILLER                 PIC X(1) VALUE SPACE.

       01  WS-Evidence-Line-2.
           05 FILLER                 PIC X(9) VALUE SPACES.
           05 TL-Value               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(91) VALUE SPACES.

       01  WS-Archive-Line.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 AL-Seq                 PIC 9(5).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 AL-Dsn                 PIC X(44).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 AL-From-Date           PIC 9999/99/99.
           05 FILLER                 PIC X(3) VALUE ' - '.
           05 AL-Thru-Date           PIC 9999/99/99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 AL-Count               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 AL-Note                PIC X(41).

       01  WS-Run-Stamp.
           05 WS-Run-Date            PIC 9(8) VALUE 0.

               88 End-Of-Audlog             VALUE '10'.
           05 WS-Selcard-Status      PIC XX VALUE '00'.
               88 End-Of-Selcards           VALUE '10'.
           05 WS-Arcidx-Status       PIC XX VALUE '00'.
               88 End-Of-Arcidx             VALUE '10'.
           05 WS-Archive-Status      PIC XX VALUE '00'.
               88 End-Of-Archive            VALUE '10'.

       PROCEDURE DIVISION.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
              STOP RUN
           END-IF
           Perform Scan-Audit-Log
           CLOSE AUDIT-LOG-FILE
           IF WS-Reach-Back < WS-Oldest-Online
              Perform Search-Archives
           END-IF
           Perform Write-Hit-Summary
           CLOSE PRINT-FILE
           GOBACK.

               AND QC-Rec-From IS NOT NUMERIC)
              OR (QC-Rec-To NOT = SPACES
                  AND QC-Rec-To IS NOT NUMERIC)
              OR (QC-Date-From NOT = SPACES
                  AND QC-Date-From IS NOT NUMERIC)
              OR (QC-Date-To NOT = SPACES
                  AND QC-Date-To IS NOT NUMERIC)
              Display 'ZONED06 -- CARD REFUSED, RANGE NOT '
                      'NUMERIC: ' SELECT-CARD-RECORD (1 : 60)
           ELSE
              ADD 1 to WS-Query-Count
              IF QC-Rec-From = SPACES
              MOVE QC-Field-Name
                   to WS-Qry-Field-Name (WS-Query-Count)
              MOVE QC-Verdict to WS-Qry-Verdict (WS-Query-Count)
      *       Only a keyed date-from can reach back into the
      *       archives; an open one searches the online log alone.
              IF QC-Date-From = SPACES
                 MOVE 0 to WS-Qry-Date-From (WS-Query-Count)
              ELSE
                 MOVE QC-Date-From
                      to WS-Qry-Date-From (WS-Query-Count)
                 IF WS-Qry-Date-From (WS-Query-Count) < WS-Reach-Back
                    MOVE WS-Qry-Date-From (WS-Query-Count)
                         to WS-Reach-Back
                 END-IF
              END-IF
              IF QC-Date-To = SPACES
                 MOVE 99999999 to WS-Qry-Date-To (WS-Query-Count)
              ELSE
                 MOVE QC-Date-To to WS-Qry-Date-To (WS-Query-Count)
              END-IF
              MOVE 0          to WS-Qry-Hits (WS-Query-Count)
           END-IF
           EXIT.
      *---------------------------------------------------------------
      *  One pass over the log: every record is tested against every
      *  card; the first matching card takes the hit (cards are
      *  alternatives, not stages) and the record prints once.  The
      *  oldest run date seen says how far back the online log goes.
      *---------------------------------------------------------------
       Scan-Audit-Log.
           MOVE SPACES to WS-Origin
           PERFORM UNTIL End-Of-Audlog
              READ AUDIT-LOG-FILE INTO AUDIT-RECORD
                 AT END SET End-Of-Audlog TO TRUE
                 NOT AT END
                    ADD 1 to WS-Count-Read
                    IF AU-Run-Date IS NUMERIC
                       AND AU-Run-Date > 0
                       AND AU-Run-Date < WS-Oldest-Online
                       MOVE AU-Run-Date to WS-Oldest-Online
                    END-IF
                    Perform Match-One-Record
                    IF WS-Hit-Card > 0
                       ADD 1 to WS-Count-Hits
                 AND (WS-Qry-Verdict (WS-Query-Idx) = SPACES
                      OR WS-Qry-Verdict (WS-Query-Idx)
                         = AU-Verdict)
                 AND AU-Run-Date >= WS-Qry-Date-From (WS-Query-Idx)
                 AND AU-Run-Date <= WS-Qry-Date-To (WS-Query-Idx)
                 MOVE WS-Query-Idx to WS-Hit-Card
              END-IF
           END-PERFORM
           MOVE AU-Verdict    to EV-Verdict
           MOVE AU-Rec-Type   to EV-Rec-Type
           MOVE AU-Hex-Dump   to EV-Hex-Dump
           MOVE AU-Run-Date   to EV-Run-Date
           MOVE WS-Origin     to EV-Origin
           MOVE WS-Evidence-Line-1 to WS-Print-Line
           Perform Write-Print-Line
           MOVE 'RAW:' to EV-Raw-Tag
           MOVE WS-Count-Hits                to TL-Value
           MOVE WS-Total-Line to WS-Print-Line
           Perform Write-Print-Line
           IF WS-Count-Archive-Read > 0
              MOVE '  From The Archives'     to TL-Label
              MOVE WS-Count-Archive-Hits     to TL-Value
              MOVE WS-Total-Line to WS-Print-Line
              Perform Write-Print-Line
              MOVE 'Archive Records Read'    to TL-Label
              MOVE WS-Count-Archive-Read     to TL-Value
              MOVE WS-Total-Line to WS-Print-Line
              Perform Write-Print-Line
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  A card's keyed date-from reaches back past the online log.
      *  List the archives the index says hold the dates asked for --
      *  destroyed ones too, so the extract says the evidence is gone
      *  rather than merely absent -- then search the archives
      *  supplied.  Without them that card's answer is short (RC 4).
      *---------------------------------------------------------------
       Search-Archives.
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           MOVE 'ARCHIVES HOLDING THE DATES QUERIED' to WS-Print-Line
           Perform Write-Print-Line
           OPEN INPUT ARCHIVE-INDEX-FILE
           IF WS-Arcidx-Status NOT = '00'
              MOVE '  ARCHIVE INDEX NOT SUPPLIED' to WS-Print-Line
              Perform Write-Print-Line
           ELSE
              PERFORM UNTIL End-Of-Arcidx
                 READ ARCHIVE-INDEX-FILE
                    AT END SET End-Of-Arcidx TO TRUE
                    NOT AT END
                       IF AX-Source = 'AUDITLOG'
                          Perform List-One-Archive
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-INDEX-FILE
           END-IF
           OPEN INPUT ARCHIVE-FILE
           IF WS-Archive-Status NOT = '00'
              MOVE '  ARCHIVES NOT SUPPLIED -- DATES BEFORE THE '
                   to WS-Print-Line
              MOVE 'ONLINE LOG NOT SEARCHED' to WS-Print-Line (45 : 23)
              Perform Write-Print-Line
              MOVE 4 to RETURN-CODE
           ELSE
              MOVE SPACES to WS-Print-Line
              Perform Write-Print-Line
              MOVE 'ARCHIVE' to WS-Origin
              PERFORM UNTIL End-Of-Archive
                 READ ARCHIVE-FILE
                    AT END SET End-Of-Archive TO TRUE
                    NOT AT END
                       IF AR-Source = 'AUDITLOG'
                          ADD 1 to WS-Count-Archive-Read
                          MOVE AR-Data to AUDIT-RECORD
                          Perform Match-One-Record
                          IF WS-Hit-Card > 0
                             ADD 1 to WS-Count-Hits
                             ADD 1 to WS-Count-Archive-Hits
                             ADD 1 to WS-Qry-Hits (WS-Hit-Card)
                             Perform Write-Evidence-Lines
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-FILE
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  One index row: listed when its span of run dates overlaps
      *  any card's date range.
      *---------------------------------------------------------------
       List-One-Archive.
           MOVE 0 to WS-Hit-Card
           PERFORM VARYING WS-Query-Idx FROM 1 BY 1
                     UNTIL WS-Query-Idx > WS-Query-Count
                        OR WS-Hit-Card > 0
              IF AX-From-Date <= WS-Qry-Date-To (WS-Query-Idx)
                 AND AX-Thru-Date >= WS-Qry-Date-From (WS-Query-Idx)
                 MOVE WS-Query-Idx to WS-Hit-Card
              END-IF
           END-PERFORM
           IF WS-Hit-Card > 0
              MOVE AX-Archive-Seq  to AL-Seq
              MOVE AX-Archive-Dsn  to AL-Dsn
              MOVE AX-From-Date    to AL-From-Date
              MOVE AX-Thru-Date    to AL-Thru-Date
              MOVE AX-Record-Count to AL-Count
              IF AX-Status = 'P'
                 MOVE 'DESTROYED UNDER RETENTION POLICY' to AL-Note
              ELSE
                 MOVE SPACES to AL-Note
              END-IF
              MOVE WS-Archive-Line to WS-Print-Line
              Perform Write-Print-Line
           END-IF
           EXIT.


