       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZONED15.
      * Supplier return file.  When a feed comes back with rejects the
      * supplier has had a phone call and a screen print; ZONED01's
      * verdicts are free text, so there was nothing a supplier's own
      * system could read.  This program turns one feed's rejects into
      * a return file for the supplier that sent it: a header naming
      * the feed, one detail per reason a record was returned --
      * original record number, field, standard reason code and the
      * offending bytes -- and a trailer count to balance against.
      *
      * The records returned are those on the run's REJFILE, DUPFILE
      * and EXCPFILE; the reasons come from the run's AUDITLOG
      * records for them.  The reason-code catalogue below covers
      * every verdict the scan renders: a NOT NUMERIC verdict is
      * split by the invalid byte pattern ZONED01's histogram uses
      * (spaces, low-values, high-values, anything else), worked out
      * here from the field's bytes in the audit hex dump.  The
      * PACKED-DEC audit entry is ZONED01's own conversion of
      * ZONED-DEC, and TBL-ZONED/TBL-PACKED are its built-in
      * demonstration table, audit-only when no FLDTBL is loaded --
      * none of them is a supplier field, and none is returned.
      * The supplier is identified by the input DSN, as on ZONED10's
      * scorecard.
      *
      *   RTNCARD  in  -- control card:
      *                     1-44  input DSN of the feed (required)
      *                     45-52 run date  } select that run's
      *                     53-58 run time  } AUDITLOG records;
      *                                       blank = all supplied
      *   REJFILE  in  -- the run's rejects, ZONED01 layout
      *   DUPFILE  in  -- the run's duplicates; optional
      *   EXCPFILE in  -- the run's master misses; optional
      *   AUDITLOG in  -- the run's audit records; optional, but
      *                   without it every record is returned under
      *                   the code for its file alone
      *   SORTWK1  --  -- sort work
      *   RTNFILE  out -- return file for the supplier
      *   RPTFILE  out -- return summary by reason code
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-CARD-FILE ASSIGN TO RTNCARD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Rtncard-Status.

           SELECT REJECT-FILE ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Reject-Status.

           SELECT DUP-FILE ASSIGN TO DUPFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Dup-Status.

           SELECT EXCEPTION-FILE ASSIGN TO EXCPFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Excp-Status.

           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.

           SELECT RETURN-SORT-FILE ASSIGN TO SORTWK1.

           SELECT RETURN-FILE ASSIGN TO RTNFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Rtnfile-Status.

           SELECT PRINT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-Print-Status.

      *=========================
       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  RETURN-CARD-RECORD.
           05 RC-Input-Dsn           PIC X(44).
           05 RC-Run-Date            PIC X(8).
           05 RC-Run-Time            PIC X(6).
           05 FILLER                 PIC X(22).

       FD  REJECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 327 CHARACTERS.
       01  REJECT-RECORD.
           05 RJ-Rec-Num             PIC 9(7).
           05 FILLER                 PIC X.
           05 RJ-Rec-Len             PIC 9(3).
           05 FILLER                 PIC X.
           05 RJ-Raw-Data            PIC X(250).
           05 FILLER                 PIC X.
           05 RJ-Hex-Dump            PIC X(64).
           05 RJ-Hex-Dump-Parts REDEFINES RJ-Hex-Dump.
              10 FILLER              PIC X(44).
              10 RJ-Group-Verdict    PIC X(20).

       FD  DUP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 327 CHARACTERS.
       01  DUP-RECORD.
           05 DP-Rec-Num             PIC 9(7).
           05 FILLER                 PIC X.
           05 DP-Rec-Len             PIC 9(3).
           05 FILLER                 PIC X.
           05 DP-Raw-Data            PIC X(250).
           05 FILLER                 PIC X.
           05 DP-Hex-Dump            PIC X(64).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 327 CHARACTERS.
       01  EXCEPTION-RECORD.
           05 EX-Rec-Num             PIC 9(7).
           05 FILLER                 PIC X.
           05 EX-Rec-Len             PIC 9(3).
           05 FILLER                 PIC X.
           05 EX-Raw-Data            PIC X(250).
           05 FILLER                 PIC X.
           05 EX-Hex-Dump            PIC X(64).

       FD  AUDIT-FILE
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

      *---------------------------------------------------------------
      *  One sort entry per returned record (kind M, from the file it
      *  was returned on) and per failing audit verdict (kind R).  In
      *  record-number order a record's M entries sort ahead of its
      *  reasons, so a reason is only kept for a record known to be
      *  returned.
      *---------------------------------------------------------------
       SD  RETURN-SORT-FILE.
       01  RETURN-SORT-RECORD.
           05 RS-Rec-Num             PIC 9(7).
           05 RS-Kind                PIC X(1).
               88 RS-Returned-Marker        VALUE 'M'.
               88 RS-Reason                 VALUE 'R'.
           05 RS-Field-Name          PIC X(10).
           05 RS-Reason-Code         PIC 9(3).
           05 RS-Source              PIC X(1).
               88 RS-From-Rejects           VALUE 'J'.
               88 RS-From-Duplicates        VALUE 'D'.
               88 RS-From-Exceptions        VALUE 'X'.
           05 RS-Verdict             PIC X(20).
           05 RS-Hex-Dump            PIC X(64).

      *---------------------------------------------------------------
      *  Return file -- fixed 160-byte records, HDR / DTL / TRL in
      *  bytes 1-3 like the feeds themselves.  The trailer carries
      *  the detail count and the count of distinct records returned.
      *---------------------------------------------------------------
       FD  RETURN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 160 CHARACTERS.
       01  RETURN-RECORD.
           05 RT-Rec-Type            PIC X(3).
           05 RT-Body                PIC X(157).
           05 RT-Header REDEFINES RT-Body.
              10 RT-Supplier-Dsn     PIC X(44).
              10 RT-Run-Date         PIC 9(8).
              10 RT-Run-Time         PIC 9(6).
              10 RT-Created-Date     PIC 9(8).
              10 RT-Catalogue-Level  PIC X(2).
              10 FILLER              PIC X(89).
           05 RT-Detail REDEFINES RT-Body.
              10 RT-Rec-Num          PIC 9(7).
              10 RT-Field-Name       PIC X(10).
              10 RT-Reason-Code      PIC 9(3).
              10 RT-Reason-Text      PIC X(30).
              10 RT-Byte-Count       PIC 9(2).
              10 RT-Bad-Bytes        PIC X(32).
              10 RT-Bad-Hex          PIC X(64).
              10 FILLER              PIC X(9).
           05 RT-Trailer REDEFINES RT-Body.
              10 RT-Detail-Count     PIC 9(9).
              10 RT-Record-Count     PIC 9(7).
              10 FILLER              PIC X(141).

       FD  PRINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  Stuff.
           05 WS-Input-Dsn           PIC X(44) VALUE SPACES.
           05 WS-Want-Run-Date       PIC 9(8) VALUE 0.
           05 WS-Want-Run-Time       PIC 9(6) VALUE 0.
           05 WS-Feed-Run-Date       PIC 9(8) VALUE 0.
           05 WS-Feed-Run-Time       PIC 9(6) VALUE 0.
           05 WS-Count-Rejects       PIC 9(7) VALUE 0.
           05 WS-Count-Dups          PIC 9(7) VALUE 0.
           05 WS-Count-Excps         PIC 9(7) VALUE 0.
           05 WS-Count-Audit-Read    PIC 9(9) VALUE 0.
           05 WS-Count-Audit-Used    PIC 9(9) VALUE 0.
           05 WS-Count-Details       PIC 9(9) VALUE 0.
           05 WS-Count-Returned      PIC 9(7) VALUE 0.
           05 WS-Count-Fallback      PIC 9(7) VALUE 0.
           05 WS-Count-Uncatalogued  PIC 9(7) VALUE 0.
           05 WS-Audit-Sw            PIC X VALUE 'N'.
               88 Audit-Supplied            VALUE 'Y'.

      *---------------------------------------------------------------
      *  The reason-code catalogue.  Codes are grouped by hundreds:
      *  1xx the field's bytes, 2xx the FLDTBL rule edits (R/V/D/C),
      *  3xx the record as a whole, 4xx parent/child groups, 9xx
      *  records returned without a catalogued reason.  A NOT
      *  NUMERIC verdict is told apart by its byte pattern (S spaces,
      *  L low-values, H high-values, A anything else); every other
      *  verdict maps on its text alone.  Codes are published to the
      *  suppliers: add new ones, never renumber.
      *---------------------------------------------------------------
       01  WS-Catalogue-Values.
           05 FILLER PIC X(54) VALUE
           '101NOT NUMERIC         SNON-NUMERIC: ALL SPACES       '.
           05 FILLER PIC X(54) VALUE
           '102NOT NUMERIC         LNON-NUMERIC: LOW-VALUES       '.
           05 FILLER PIC X(54) VALUE
           '103NOT NUMERIC         HNON-NUMERIC: HIGH-VALUES      '.
           05 FILLER PIC X(54) VALUE
           '104NOT NUMERIC         ANON-NUMERIC: INVALID CHARACTER'.
           05 FILLER PIC X(54) VALUE
           '105PAST RECORD END      FIELD BEYOND END OF RECORD    '.
           05 FILLER PIC X(54) VALUE
           '201OUT OF RANGE         VALUE OUTSIDE PERMITTED RANGE '.
           05 FILLER PIC X(54) VALUE
           '202VALUE NOT ALLOWED    VALUE NOT IN PERMITTED LIST   '.
           05 FILLER PIC X(54) VALUE
           '203INVALID DATE         NOT A VALID CCYYMMDD DATE     '.
           05 FILLER PIC X(54) VALUE
           '204CHECK DIGIT FAIL     CHECK DIGIT DOES NOT VERIFY   '.
           05 FILLER PIC X(54) VALUE
           '301BAD RECORD TYPE      RECORD TYPE NOT RECOGNISED    '.
           05 FILLER PIC X(54) VALUE
           '302DUPLICATE            RECORD REPEATED WITHIN FEED   '.
           05 FILLER PIC X(54) VALUE
           '303NOT ON MASTER        ACCOUNT NOT ON MASTER FILE    '.
           05 FILLER PIC X(54) VALUE
           '401GROUP NO HEADER      GROUP HAS NO OPENING RECORD   '.
           05 FILLER PIC X(54) VALUE
           '402GROUP NO TRAILER     GROUP HAS NO CLOSING RECORD   '.
           05 FILLER PIC X(54) VALUE
           '403GROUP TOO LARGE      GROUP EXCEEDS MAXIMUM SIZE    '.
           05 FILLER PIC X(54) VALUE
           '404GROUP MEMBER REJECT  GROUP MEMBER FAILED AN EDIT   '.
           05 FILLER PIC X(54) VALUE
           '405GROUP COUNT ERROR    GROUP COUNT DOES NOT AGREE    '.
           05 FILLER PIC X(54) VALUE
           '406GROUP TOTAL ERROR    GROUP TOTAL DOES NOT AGREE    '.
           05 FILLER PIC X(54) VALUE
           '901                     REJECTED - NO DETAIL HELD     '.
           05 FILLER PIC X(54) VALUE
           '999                     REASON NOT IN CATALOGUE       '.
       01  WS-Catalogue REDEFINES WS-Catalogue-Values.
           05 WS-Cat-Entry OCCURS 20 TIMES.
              10 CT-Code             PIC 9(3).
              10 CT-Verdict          PIC X(20).
              10 CT-Pattern          PIC X(1).
              10 CT-Text             PIC X(30).

       01  WS-Catalogue-Control.
           05 WS-Cat-Count           PIC 9(2) VALUE 20.
           05 WS-Cat-Idx             PIC 9(2) VALUE 0.
           05 WS-Cat-Hit             PIC 9(2) VALUE 0.
           05 WS-Catalogue-Level     PIC X(2) VALUE '01'.
           05 WS-Want-Verdict        PIC X(20) VALUE SPACES.
           05 WS-Want-Pattern        PIC X(1) VALUE SPACE.
           05 WS-Want-Code           PIC 9(3) VALUE 0.
       01  WS-Catalogue-Counts.
           05 WS-Cat-Used OCCURS 20 TIMES PIC 9(9).

      *---------------------------------------------------------------
      *  Unpacking a field's bytes from its audit hex dump: each hex
      *  pair is turned back into the byte it was made from.
      *---------------------------------------------------------------
       01  WS-Hex-Work.
           05 WS-Hex-Digits          PIC X(16)
               VALUE '0123456789ABCDEF'.
           05 WS-Unpack-Hex          PIC X(64) VALUE SPACES.
           05 WS-Hex-Used            PIC 9(2) VALUE 0.
           05 WS-Hex-Idx             PIC 9(2) VALUE 0.
           05 WS-Digit-Idx           PIC 9(2) VALUE 0.
           05 WS-Nibble-Idx          PIC 9(2) VALUE 0.
           05 WS-High-Nibble         PIC 9(2) VALUE 0.
           05 WS-Low-Nibble          PIC 9(2) VALUE 0.
           05 WS-Hex-Char            PIC X(1) VALUE SPACE.
           05 WS-Byte-Count          PIC 9(2) VALUE 0.
           05 WS-Byte-Idx            PIC 9(2) VALUE 0.
           05 WS-Bad-Bytes           PIC X(32) VALUE SPACES.
           05 WS-Byte-Value          PIC 9(4) COMP VALUE 0.
           05 WS-Byte-Value-X REDEFINES WS-Byte-Value
                                     PIC X(2).

      *---------------------------------------------------------------
      *  The record in hand in the output procedure: returned or not,
      *  on which files, and whether a detail has gone out for it.
      *---------------------------------------------------------------
       01  WS-Record-Control.
           05 WS-Cur-Rec-Num         PIC 9(7) VALUE 0.
           05 WS-Cur-Returned-Sw     PIC X VALUE 'N'.
               88 Cur-Returned              VALUE 'Y'.
           05 WS-Cur-On-Rejects-Sw   PIC X VALUE 'N'.
               88 Cur-On-Rejects            VALUE 'Y'.
           05 WS-Cur-On-Dups-Sw      PIC X VALUE 'N'.
               88 Cur-On-Dups               VALUE 'Y'.
           05 WS-Cur-On-Excps-Sw     PIC X VALUE 'N'.
               88 Cur-On-Excps              VALUE 'Y'.
           05 WS-Cur-Group-Verdict   PIC X(20) VALUE SPACES.
           05 WS-Cur-Hex-Dump        PIC X(64) VALUE SPACES.
           05 WS-Cur-Details         PIC 9(5) VALUE 0.
           05 WS-Last-Field          PIC X(10) VALUE SPACES.
           05 WS-Last-Code           PIC 9(3) VALUE 0.

      *---------------------------------------------------------------
      *  The detail about to be written.
      *---------------------------------------------------------------
       01  WS-Detail-Out.
           05 DO-Rec-Num             PIC 9(7) VALUE 0.
           05 DO-Field-Name          PIC X(10) VALUE SPACES.
           05 DO-Reason-Code         PIC 9(3) VALUE 0.
           05 DO-Hex-Dump            PIC X(64) VALUE SPACES.

       01  WS-Print-Control.
           05 WS-Print-Status        PIC XX VALUE '00'.
           05 WS-Line-Count          PIC 9(3) VALUE 999.
           05 WS-Lines-Per-Page      PIC 9(3) VALUE 56.
           05 WS-Page-Count          PIC 9(5) VALUE 0.

       01  WS-Print-Line             PIC X(132) VALUE SPACES.

       01  WS-Head-Line-1.
           05 FILLER                 PIC X(9) VALUE 'ZONED15'.
           05 FILLER                 PIC X(28)
               VALUE 'SUPPLIER RETURN FILE'.
           05 WS-Head-Date           PIC 9999/99/99.
           05 FILLER                 PIC X(74) VALUE SPACES.
           05 FILLER                 PIC X(5) VALUE 'PAGE'.
           05 WS-Head-Page           PIC ZZZZ9.
           05 FILLER                 PIC X(1) VALUE SPACE.

       01  WS-Feed-Line.
           05 FILLER                 PIC X(8) VALUE 'FEED'.
           05 FL-Dsn                 PIC X(44).
           05 FILLER                 PIC X(6) VALUE '  RUN '.
           05 FL-Run-Date            PIC 9999/99/99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 FL-Run-Time            PIC 99B99B99.
           05 FILLER                 PIC X(55) VALUE SPACES.

       01  WS-Code-Line.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 CL-Code                PIC 9(3).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 CL-Text                PIC X(30).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 CL-Verdict             PIC X(20).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 CL-Count               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(60) VALUE SPACES.

       01  WS-Summary-Line.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 PS-Label               PIC X(28).
           05 PS-Value               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(91) VALUE SPACES.

       01  WS-Run-Stamp.
           05 WS-Run-Date            PIC 9(8) VALUE 0.

       01  WS-Switches.
           05 WS-Rtncard-Status      PIC XX VALUE '00'.
           05 WS-Reject-Status       PIC XX VALUE '00'.
               88 End-Of-Rejects            VALUE '10'.
           05 WS-Dup-Status          PIC XX VALUE '00'.
               88 End-Of-Dups               VALUE '10'.
           05 WS-Excp-Status         PIC XX VALUE '00'.
               88 End-Of-Excps              VALUE '10'.
           05 WS-Audit-Status        PIC XX VALUE '00'.
               88 End-Of-Audit              VALUE '10'.
           05 WS-Rtnfile-Status      PIC XX VALUE '00'.
           05 WS-Sort-Sw             PIC X VALUE 'N'.
               88 End-Of-Return-Sort        VALUE 'Y'.

       PROCEDURE DIVISION.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           INITIALIZE WS-Catalogue-Counts
           Perform Read-Return-Card
           IF WS-Input-Dsn = SPACES
              Display 'ZONED15 -- NO INPUT DSN ON RTNCARD -- NO '
                      'RETURN FILE'
              MOVE 8 to RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-Print-Status NOT = '00'
              Display 'ZONED15 -- RPTFILE OPEN FAILED, STATUS='
                      WS-Print-Status
              STOP RUN
           END-IF
           SORT RETURN-SORT-FILE
              ON ASCENDING KEY RS-Rec-Num RS-Kind RS-Field-Name
                               RS-Reason-Code
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS Release-Return-Entries
              OUTPUT PROCEDURE IS Write-Return-File
           Perform Write-Return-Summary
           CLOSE PRINT-FILE
           IF WS-Count-Fallback > 0
              OR WS-Count-Uncatalogued > 0
              OR NOT Audit-Supplied
              MOVE 4 to RETURN-CODE
           END-IF
           GOBACK.


      *---------------------------------------------------------------
      *  Control card: the feed the rejects belong to and, when the
      *  AUDITLOG supplied holds more than one run, which run.
      *---------------------------------------------------------------
       Read-Return-Card.
           OPEN INPUT RETURN-CARD-FILE
           IF WS-Rtncard-Status = '00'
              READ RETURN-CARD-FILE
                 AT END MOVE '10' to WS-Rtncard-Status
                 NOT AT END
                    MOVE RC-Input-Dsn to WS-Input-Dsn
                    IF RC-Run-Date IS NUMERIC
                       MOVE RC-Run-Date to WS-Want-Run-Date
                       MOVE RC-Run-Date to WS-Feed-Run-Date
                    END-IF
                    IF RC-Run-Time IS NUMERIC
                       MOVE RC-Run-Time to WS-Want-Run-Time
                       MOVE RC-Run-Time to WS-Feed-Run-Time
                    END-IF
              END-READ
              CLOSE RETURN-CARD-FILE
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Input procedure: the returned-record markers from the three
      *  reject files, then the failing verdicts from the audit log.
      *---------------------------------------------------------------
       Release-Return-Entries.
           OPEN INPUT REJECT-FILE
           IF WS-Reject-Status NOT = '00'
              Display 'ZONED15 -- REJFILE OPEN FAILED, STATUS='
                      WS-Reject-Status
              STOP RUN
           END-IF
           PERFORM UNTIL End-Of-Rejects
              READ REJECT-FILE
                 AT END SET End-Of-Rejects TO TRUE
                 NOT AT END
                    ADD 1 to WS-Count-Rejects
                    MOVE SPACES      to RETURN-SORT-RECORD
                    MOVE RJ-Rec-Num  to RS-Rec-Num
                    SET RS-Returned-Marker TO TRUE
                    MOVE 0           to RS-Reason-Code
                    SET RS-From-Rejects TO TRUE
                    MOVE RJ-Group-Verdict to RS-Verdict
                    MOVE RJ-Hex-Dump (1 : 10) to RS-Hex-Dump
                    RELEASE RETURN-SORT-RECORD
              END-READ
           END-PERFORM
           CLOSE REJECT-FILE

           OPEN INPUT DUP-FILE
           IF WS-Dup-Status NOT = '00'
              Display 'ZONED15 -- DUPFILE NOT AVAILABLE, STATUS='
                      WS-Dup-Status ' -- SKIPPED'
           ELSE
              PERFORM UNTIL End-Of-Dups
                 READ DUP-FILE
                    AT END SET End-Of-Dups TO TRUE
                    NOT AT END
                       ADD 1 to WS-Count-Dups
                       MOVE SPACES      to RETURN-SORT-RECORD
                       MOVE DP-Rec-Num  to RS-Rec-Num
                       SET RS-Returned-Marker TO TRUE
                       MOVE 0           to RS-Reason-Code
                       SET RS-From-Duplicates TO TRUE
                       MOVE DP-Hex-Dump to RS-Hex-Dump
                       RELEASE RETURN-SORT-RECORD
                 END-READ
              END-PERFORM
              CLOSE DUP-FILE
           END-IF

           OPEN INPUT EXCEPTION-FILE
           IF WS-Excp-Status NOT = '00'
              Display 'ZONED15 -- EXCPFILE NOT AVAILABLE, STATUS='
                      WS-Excp-Status ' -- SKIPPED'
           ELSE
              PERFORM UNTIL End-Of-Excps
                 READ EXCEPTION-FILE
                    AT END SET End-Of-Excps TO TRUE
                    NOT AT END
                       ADD 1 to WS-Count-Excps
                       MOVE SPACES      to RETURN-SORT-RECORD
                       MOVE EX-Rec-Num  to RS-Rec-Num
                       SET RS-Returned-Marker TO TRUE
                       MOVE 0           to RS-Reason-Code
                       SET RS-From-Exceptions TO TRUE
                       MOVE EX-Hex-Dump to RS-Hex-Dump
                       RELEASE RETURN-SORT-RECORD
                 END-READ
              END-PERFORM
              CLOSE EXCEPTION-FILE
           END-IF

           OPEN INPUT AUDIT-FILE
           IF WS-Audit-Status NOT = '00'
              Display 'ZONED15 -- AUDITLOG NOT AVAILABLE, STATUS='
                      WS-Audit-Status ' -- RETURNING BY FILE ONLY'
           ELSE
              SET Audit-Supplied TO TRUE
              PERFORM UNTIL End-Of-Audit
                 READ AUDIT-FILE
                    AT END SET End-Of-Audit TO TRUE
                    NOT AT END
                       ADD 1 to WS-Count-Audit-Read
                       Perform Release-Audit-Reason
                 END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  One audit record.  Passing verdicts, ZONED01's own
      *  demonstration fields and other runs' records are passed over;
      *  a failing verdict is coded against the catalogue and
      *  released.  The first record used gives the run stamp when
      *  the card named none.
      *---------------------------------------------------------------
       Release-Audit-Reason.
           IF AU-Verdict = 'NUMERIC-ZERO'
              OR AU-Verdict = 'NUMERIC-NONZERO'
              OR AU-Field-Name = 'PACKED-DEC'
              OR AU-Field-Name = 'TBL-ZONED'
              OR AU-Field-Name = 'TBL-PACKED'
              CONTINUE
           ELSE
              IF (WS-Want-Run-Date = 0
                  OR AU-Run-Date = WS-Want-Run-Date)
                 AND (WS-Want-Run-Time = 0
                  OR AU-Run-Time = WS-Want-Run-Time)
                 ADD 1 to WS-Count-Audit-Used
                 IF WS-Feed-Run-Date = 0
                    MOVE AU-Run-Date to WS-Feed-Run-Date
                    MOVE AU-Run-Time to WS-Feed-Run-Time
                 END-IF
                 MOVE AU-Hex-Dump to WS-Unpack-Hex
                 Perform Unpack-Hex-Dump
                 MOVE AU-Verdict to WS-Want-Verdict
                 MOVE SPACE to WS-Want-Pattern
                 IF AU-Verdict = 'NOT NUMERIC'
                    Perform Classify-Bad-Bytes
                 END-IF
                 Perform Find-Reason-Code
                 MOVE SPACES        to RETURN-SORT-RECORD
                 MOVE AU-Rec-Num    to RS-Rec-Num
                 SET RS-Reason TO TRUE
                 MOVE AU-Field-Name to RS-Field-Name
                 MOVE WS-Want-Code  to RS-Reason-Code
                 MOVE AU-Verdict    to RS-Verdict
                 MOVE AU-Hex-Dump   to RS-Hex-Dump
                 RELEASE RETURN-SORT-RECORD
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Turn WS-Unpack-Hex back into the field's bytes: WS-Bad-Bytes
      *  and WS-Byte-Count.  The dump is blank-padded past the field,
      *  so its last non-blank position gives the length.
      *---------------------------------------------------------------
       Unpack-Hex-Dump.
           MOVE SPACES to WS-Bad-Bytes
           MOVE 0 to WS-Hex-Used
           PERFORM VARYING WS-Hex-Idx FROM 64 BY -1
                     UNTIL WS-Hex-Idx < 1
                        OR WS-Hex-Used > 0
              IF WS-Unpack-Hex (WS-Hex-Idx : 1) NOT = SPACE
                 MOVE WS-Hex-Idx to WS-Hex-Used
              END-IF
           END-PERFORM
           COMPUTE WS-Byte-Count = (WS-Hex-Used + 1) / 2
           PERFORM VARYING WS-Byte-Idx FROM 1 BY 1
                     UNTIL WS-Byte-Idx > WS-Byte-Count
              COMPUTE WS-Hex-Idx = WS-Byte-Idx * 2 - 1
              MOVE WS-Unpack-Hex (WS-Hex-Idx : 1) to WS-Hex-Char
              Perform Find-Nibble
              MOVE WS-Nibble-Idx to WS-High-Nibble
              ADD 1 to WS-Hex-Idx
              MOVE WS-Unpack-Hex (WS-Hex-Idx : 1) to WS-Hex-Char
              Perform Find-Nibble
              MOVE WS-Nibble-Idx to WS-Low-Nibble
              COMPUTE WS-Byte-Value = WS-High-Nibble * 16
                                    + WS-Low-Nibble
              MOVE WS-Byte-Value-X (2 : 1)
                to WS-Bad-Bytes (WS-Byte-Idx : 1)
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  Value 0-15 of the hex digit in WS-Hex-Char.
      *---------------------------------------------------------------
       Find-Nibble.
           MOVE 0 to WS-Nibble-Idx
           PERFORM VARYING WS-Digit-Idx FROM 1 BY 1
                     UNTIL WS-Digit-Idx > 16
              IF WS-Hex-Digits (WS-Digit-Idx : 1) = WS-Hex-Char
                 COMPUTE WS-Nibble-Idx = WS-Digit-Idx - 1
              END-IF
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  The invalid byte pattern of a NOT NUMERIC field, tested the
      *  way ZONED01's Classify-Invalid-Pattern tests Zoned-Dec.
      *---------------------------------------------------------------
       Classify-Bad-Bytes.
           IF WS-Byte-Count = 0
              MOVE 'A' to WS-Want-Pattern
           ELSE
              IF WS-Bad-Bytes (1 : WS-Byte-Count) = SPACES
                 MOVE 'S' to WS-Want-Pattern
              ELSE
                 IF WS-Bad-Bytes (1 : WS-Byte-Count) = LOW-VALUES
                    MOVE 'L' to WS-Want-Pattern
                 ELSE
                    IF WS-Bad-Bytes (1 : WS-Byte-Count)
                       = HIGH-VALUES
                       MOVE 'H' to WS-Want-Pattern
                    ELSE
                       MOVE 'A' to WS-Want-Pattern
                    END-IF
                 END-IF
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  WS-Want-Verdict (and pattern) to its catalogue code in
      *  WS-Want-Code; a verdict the catalogue does not know gets
      *  999 and is counted, so a new verdict in ZONED01 shows up
      *  here before it reaches a supplier unexplained.
      *---------------------------------------------------------------
       Find-Reason-Code.
           MOVE 999 to WS-Want-Code
           MOVE 0 to WS-Cat-Hit
           PERFORM VARYING WS-Cat-Idx FROM 1 BY 1
                     UNTIL WS-Cat-Idx > WS-Cat-Count
                        OR WS-Cat-Hit > 0
              IF CT-Verdict (WS-Cat-Idx) = WS-Want-Verdict
                 AND CT-Pattern (WS-Cat-Idx) = WS-Want-Pattern
                 AND WS-Want-Verdict NOT = SPACES
                 MOVE WS-Cat-Idx to WS-Cat-Hit
                 MOVE CT-Code (WS-Cat-Idx) to WS-Want-Code
              END-IF
           END-PERFORM
           IF WS-Cat-Hit = 0
              ADD 1 to WS-Count-Uncatalogued
              Display 'ZONED15 -- VERDICT NOT IN CATALOGUE: '
                      WS-Want-Verdict
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Output procedure: header, a detail per reason for every
      *  returned record, trailer.
      *---------------------------------------------------------------
       Write-Return-File.
           OPEN OUTPUT RETURN-FILE
           IF WS-Rtnfile-Status NOT = '00'
              Display 'ZONED15 -- RTNFILE OPEN FAILED, STATUS='
                      WS-Rtnfile-Status
              STOP RUN
           END-IF
           MOVE SPACES to RETURN-RECORD
           MOVE 'HDR'              to RT-Rec-Type
           MOVE WS-Input-Dsn       to RT-Supplier-Dsn
           MOVE WS-Feed-Run-Date   to RT-Run-Date
           MOVE WS-Feed-Run-Time   to RT-Run-Time
           MOVE WS-Run-Date        to RT-Created-Date
           MOVE WS-Catalogue-Level to RT-Catalogue-Level
           WRITE RETURN-RECORD
           MOVE 0 to WS-Cur-Rec-Num
           PERFORM UNTIL End-Of-Return-Sort
              RETURN RETURN-SORT-FILE
                 AT END SET End-Of-Return-Sort TO TRUE
                 NOT AT END
                    IF RS-Rec-Num NOT = WS-Cur-Rec-Num
                       Perform Finish-Returned-Record
                       Perform Start-Returned-Record
                    END-IF
                    IF RS-Returned-Marker
                       Perform Take-Return-Marker
                    ELSE
                       Perform Take-Return-Reason
                    END-IF
              END-RETURN
           END-PERFORM
           Perform Finish-Returned-Record
           MOVE SPACES to RETURN-RECORD
           MOVE 'TRL'              to RT-Rec-Type
           MOVE WS-Count-Details   to RT-Detail-Count
           MOVE WS-Count-Returned  to RT-Record-Count
           WRITE RETURN-RECORD
           CLOSE RETURN-FILE
           EXIT.


      *---------------------------------------------------------------
      *  A new record number: nothing known about it yet.
      *---------------------------------------------------------------
       Start-Returned-Record.
           MOVE RS-Rec-Num to WS-Cur-Rec-Num
           MOVE 'N' to WS-Cur-Returned-Sw
           MOVE 'N' to WS-Cur-On-Rejects-Sw
           MOVE 'N' to WS-Cur-On-Dups-Sw
           MOVE 'N' to WS-Cur-On-Excps-Sw
           MOVE SPACES to WS-Cur-Group-Verdict
           MOVE SPACES to WS-Cur-Hex-Dump
           MOVE 0 to WS-Cur-Details
           MOVE SPACES to WS-Last-Field
           MOVE 0 to WS-Last-Code
           EXIT.


      *---------------------------------------------------------------
      *  The record is on one of the reject files.  The first
      *  marker's hex is kept in case no audit reason follows.
      *---------------------------------------------------------------
       Take-Return-Marker.
           SET Cur-Returned TO TRUE
           EVALUATE TRUE
              WHEN RS-From-Rejects
                 SET Cur-On-Rejects TO TRUE
                 IF RS-Verdict NOT = SPACES
                    MOVE RS-Verdict to WS-Cur-Group-Verdict
                 END-IF
              WHEN RS-From-Duplicates
                 SET Cur-On-Dups TO TRUE
              WHEN RS-From-Exceptions
                 SET Cur-On-Excps TO TRUE
           END-EVALUATE
           IF WS-Cur-Hex-Dump = SPACES
              MOVE RS-Hex-Dump to WS-Cur-Hex-Dump
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  A failing verdict: a detail when the record was returned.
      *  The same field and code twice over -- an audit trail that
      *  records a restarted run's overlap -- goes out once.
      *---------------------------------------------------------------
       Take-Return-Reason.
           IF Cur-Returned
              AND (RS-Field-Name NOT = WS-Last-Field
                   OR RS-Reason-Code NOT = WS-Last-Code)
              MOVE RS-Field-Name  to WS-Last-Field
              MOVE RS-Reason-Code to WS-Last-Code
              MOVE RS-Rec-Num     to DO-Rec-Num
              MOVE RS-Field-Name  to DO-Field-Name
              MOVE RS-Reason-Code to DO-Reason-Code
              MOVE RS-Hex-Dump    to DO-Hex-Dump
              Perform Write-Return-Detail
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  End of a record number.  A returned record no audit reason
      *  explained still goes back, under the code its file implies:
      *  the group verdict ZONED01 left on the reject, a duplicate,
      *  a master miss, or 901.
      *---------------------------------------------------------------
       Finish-Returned-Record.
           IF Cur-Returned
              ADD 1 to WS-Count-Returned
              IF WS-Cur-Details = 0
                 ADD 1 to WS-Count-Fallback
                 MOVE WS-Cur-Rec-Num  to DO-Rec-Num
                 MOVE WS-Cur-Hex-Dump to DO-Hex-Dump
                 MOVE 'RECORD' to DO-Field-Name
                 EVALUATE TRUE
                    WHEN WS-Cur-Group-Verdict NOT = SPACES
                       MOVE WS-Cur-Group-Verdict to WS-Want-Verdict
                       MOVE SPACE to WS-Want-Pattern
                       MOVE 'GROUP' to DO-Field-Name
                       Perform Find-Reason-Code
                       MOVE WS-Want-Code to DO-Reason-Code
                    WHEN Cur-On-Rejects
                       MOVE 901 to DO-Reason-Code
                    WHEN Cur-On-Dups
                       MOVE 302 to DO-Reason-Code
                    WHEN OTHER
                       MOVE 303 to DO-Reason-Code
                 END-EVALUATE
                 Perform Write-Return-Detail
              END-IF
           END-IF
           MOVE 'N' to WS-Cur-Returned-Sw
           EXIT.


      *---------------------------------------------------------------
      *  One detail out, from WS-Detail-Out.
      *---------------------------------------------------------------
       Write-Return-Detail.
           MOVE 0 to WS-Cat-Hit
           PERFORM VARYING WS-Cat-Idx FROM 1 BY 1
                     UNTIL WS-Cat-Idx > WS-Cat-Count
                        OR WS-Cat-Hit > 0
              IF CT-Code (WS-Cat-Idx) = DO-Reason-Code
                 MOVE WS-Cat-Idx to WS-Cat-Hit
              END-IF
           END-PERFORM
           MOVE DO-Hex-Dump to WS-Unpack-Hex
           Perform Unpack-Hex-Dump
           MOVE SPACES to RETURN-RECORD
           MOVE 'DTL'           to RT-Rec-Type
           MOVE DO-Rec-Num      to RT-Rec-Num
           MOVE DO-Field-Name   to RT-Field-Name
           MOVE DO-Reason-Code  to RT-Reason-Code
           IF WS-Cat-Hit > 0
              MOVE CT-Text (WS-Cat-Hit) to RT-Reason-Text
              ADD 1 to WS-Cat-Used (WS-Cat-Hit)
           END-IF
           MOVE WS-Byte-Count   to RT-Byte-Count
           MOVE WS-Bad-Bytes    to RT-Bad-Bytes
           MOVE DO-Hex-Dump     to RT-Bad-Hex
           WRITE RETURN-RECORD
           IF WS-Rtnfile-Status NOT = '00'
              Display 'ZONED15 -- RTNFILE WRITE FAILED, STATUS='
                      WS-Rtnfile-Status
              STOP RUN
           END-IF
           ADD 1 to WS-Count-Details
           ADD 1 to WS-Cur-Details
           EXIT.


      *---------------------------------------------------------------
      *  Summary page: the feed, the whole catalogue with the count
      *  of details under each code (the supplier's key to the file),
      *  and the balancing totals.
      *---------------------------------------------------------------
       Write-Return-Summary.
           MOVE WS-Input-Dsn     to FL-Dsn
           MOVE WS-Feed-Run-Date to FL-Run-Date
           MOVE WS-Feed-Run-Time to FL-Run-Time
           MOVE WS-Feed-Line to WS-Print-Line
           Perform Write-Print-Line
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           MOVE 'REASON-CODE CATALOGUE LEVEL' to WS-Print-Line
           MOVE WS-Catalogue-Level to WS-Print-Line (29 : 2)
           Perform Write-Print-Line
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           PERFORM VARYING WS-Cat-Idx FROM 1 BY 1
                     UNTIL WS-Cat-Idx > WS-Cat-Count
              MOVE CT-Code (WS-Cat-Idx)    to CL-Code
              MOVE CT-Text (WS-Cat-Idx)    to CL-Text
              MOVE CT-Verdict (WS-Cat-Idx) to CL-Verdict
              MOVE WS-Cat-Used (WS-Cat-Idx) to CL-Count
              MOVE WS-Code-Line to WS-Print-Line
              Perform Write-Print-Line
           END-PERFORM
           MOVE SPACES to WS-Print-Line
           Perform Write-Print-Line
           MOVE 'Rejects Read'              to PS-Label
           MOVE WS-Count-Rejects            to PS-Value
           Perform Write-Summary-Line
           MOVE 'Duplicates Read'           to PS-Label
           MOVE WS-Count-Dups               to PS-Value
           Perform Write-Summary-Line
           MOVE 'Master Misses Read'        to PS-Label
           MOVE WS-Count-Excps              to PS-Value
           Perform Write-Summary-Line
           MOVE 'Audit Records Read'        to PS-Label
           MOVE WS-Count-Audit-Read         to PS-Value
           Perform Write-Summary-Line
           MOVE 'Audit Reasons For The Run' to PS-Label
           MOVE WS-Count-Audit-Used         to PS-Value
           Perform Write-Summary-Line
           MOVE 'Records Returned'          to PS-Label
           MOVE WS-Count-Returned           to PS-Value
           Perform Write-Summary-Line
           MOVE 'Detail Records Written'    to PS-Label
           MOVE WS-Count-Details            to PS-Value
           Perform Write-Summary-Line
           MOVE 'Returned Without Detail'   to PS-Label
           MOVE WS-Count-Fallback           to PS-Value
           Perform Write-Summary-Line
           MOVE 'Verdicts Not Catalogued'   to PS-Label
           MOVE WS-Count-Uncatalogued       to PS-Value
           Perform Write-Summary-Line
           EXIT.


      *---------------------------------------------------------------
      *  Format one label/value pair onto the summary.
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
           MOVE WS-Run-Date   to WS-Head-Date
           MOVE WS-Page-Count to WS-Head-Page
           WRITE PRINT-RECORD FROM WS-Head-Line-1
              AFTER ADVANCING PAGE
           MOVE SPACES to PRINT-RECORD
           WRITE PRINT-RECORD
              AFTER ADVANCING 1 LINE
           MOVE 2 to WS-Line-Count
           EXIT.
