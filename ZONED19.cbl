       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZONED19.
      * Help-desk run history inquiry, CICS transaction ZRUN.  Lists
      * the runs ZONED01 has recorded on RUNHIST for one feed, newest
      * first, eight to a screen: run date and time, stripe, job,
      * the read / valid / zero / NOT-NUMERIC counts with the reject
      * rate (as ZONED10 works it), how the feed arrived, and the
      * byte-pattern histogram under each run -- what a supplier
      * asking "did our file get through last night?" needs answered
      * without a ZONED03 or ZONED10 report.  INPUT shows ASCII for a
      * feed ZONED01 found in ASCII and converted, FORCED for one the
      * control card had converted, ASC-NC for an ASCII feed left
      * unconverted on the card's say-so and UNSURE where the sample
      * could not tell; it is blank for an EBCDIC feed.
      *
      * Read-only: the program browses RUNHIST and nothing more.
      * RUNHIST is keyed on run date/time, not feed, so each screen
      * is found by browsing backward from the end (or from the
      * last run shown) and keeping only the feed's own runs.
      *
      * Usage, on a cleared screen:   ZRUN input.dataset.name
      * Enter or PF8 shows older runs, PF7 newer ones, PF3 or Clear
      * ends the inquiry.  Pseudo-conversational: the feed name and
      * the keys of the newest and oldest run on the screen travel
      * in the COMMAREA between screens.
      *
      *   RUNHIST   CICS file -- run history (KSDS, ZONED01 layout),
      *                          browse only
       ENVIRONMENT DIVISION.
      *=========================
       DATA DIVISION.
       WORKING-STORAGE SECTION.
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

      *---------------------------------------------------------------
      *  Carried between screens.
      *---------------------------------------------------------------
       01  WS-Commarea.
           05 CA-Dsn                 PIC X(44) VALUE SPACES.
           05 CA-Newest-Key          PIC X(16) VALUE SPACES.
           05 CA-Oldest-Key          PIC X(16) VALUE SPACES.

       01  Stuff.
           05 WS-Resp                PIC S9(8) COMP VALUE 0.
           05 WS-Resp-Edit           PIC ZZZ9.
           05 WS-Input-Len           PIC S9(4) COMP VALUE 80.
           05 WS-Screen-Len          PIC S9(4) COMP VALUE 1920.
           05 WS-Commarea-Len        PIC S9(4) COMP VALUE 76.
           05 WS-Abstime             PIC S9(15) COMP-3 VALUE 0.
           05 WS-Today               PIC 9(8) VALUE 0.
           05 WS-Now                 PIC 9(6) VALUE 0.
           05 WS-This-Rate           PIC 9(3)V9 VALUE 0.
           05 WS-Inquiry-Ok-Sw       PIC X VALUE 'N'.
               88 Inquiry-Ok                VALUE 'Y'.
           05 WS-Ended-Sw            PIC X VALUE 'N'.
               88 Inquiry-Ended             VALUE 'Y'.
           05 WS-Browse-End-Sw       PIC X VALUE 'N'.
               88 Browse-Ended              VALUE 'Y'.
           05 WS-Skip-Start-Sw       PIC X VALUE 'N'.
               88 Skip-Start-Key            VALUE 'Y'.

      *---------------------------------------------------------------
      *  Browse positioning.  WS-Start-Key remembers where the browse
      *  began so runs already on the screen can be stepped over.
      *---------------------------------------------------------------
       01  WS-Browse-Work.
           05 WS-Browse-Key          PIC X(16) VALUE SPACES.
           05 WS-Start-Key           PIC X(16) VALUE SPACES.

      *---------------------------------------------------------------
      *  The runs for one screen, newest first.
      *---------------------------------------------------------------
       01  WS-Page-Table.
           05 WS-Page-Max            PIC 9(2) VALUE 8.
           05 WS-Page-Used           PIC 9(2) VALUE 0.
           05 WS-Page-Idx            PIC 9(2) VALUE 0.
           05 WS-Page-Other          PIC 9(2) VALUE 0.
           05 WS-Page-Row            PIC 9(2) VALUE 0.
           05 WS-Page-Hold           PIC X(125).
           05 WS-Page-Run            PIC X(125) OCCURS 8 TIMES.

      *---------------------------------------------------------------
      *  What was keyed: the transaction code and its operands, one
      *  word at a time.
      *---------------------------------------------------------------
       01  WS-Input-Area             PIC X(80) VALUE SPACES.
       01  WS-Word-Control.
           05 WS-Scan-Pos            PIC 9(3) VALUE 0.
           05 WS-Word-Len            PIC 9(3) VALUE 0.
           05 WS-Word                PIC X(44) VALUE SPACES.

      *---------------------------------------------------------------
      *  The screen, 24 rows of 80, sent as text.  Nothing is built
      *  past column 79, so no row runs into the next.
      *---------------------------------------------------------------
       01  WS-Screen.
           05 WS-Screen-Row          PIC X(80) OCCURS 24 TIMES.

       01  WS-Title-Row.
           05 FILLER                 PIC X(6) VALUE 'ZRUN'.
           05 FILLER                 PIC X(50)
               VALUE 'RUN HISTORY INQUIRY'.
           05 TR-Date                PIC 9999/99/99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 TR-Time                PIC 99B99B99.
           05 FILLER                 PIC X(5) VALUE SPACES.

       01  WS-Feed-Row.
           05 FILLER                 PIC X(6) VALUE 'FEED'.
           05 FR-Dsn                 PIC X(44).
           05 FILLER                 PIC X(30) VALUE SPACES.

       01  WS-Head-Row.
           05 FILLER                 PIC X(11) VALUE 'RUN DATE'.
           05 FILLER                 PIC X(10) VALUE 'TIME'.
           05 FILLER                 PIC X(4)  VALUE 'ST'.
           05 FILLER                 PIC X(9)  VALUE 'JOB'.
           05 FILLER                 PIC X(8)  VALUE '   READ'.
           05 FILLER                 PIC X(8)  VALUE '  VALID'.
           05 FILLER                 PIC X(8)  VALUE '   ZERO'.
           05 FILLER                 PIC X(8)  VALUE 'NOT-NUM'.
           05 FILLER                 PIC X(6)  VALUE ' RATE%'.
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 FILLER                 PIC X(7)  VALUE 'INPUT'.

       01  WS-Run-Row.
           05 RR-Run-Date            PIC 9999/99/99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 RR-Run-Time            PIC 99B99B99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RR-Stripe              PIC 99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RR-Job-Name            PIC X(8).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 RR-Count-Read          PIC ZZZZZZ9.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 RR-Count-Valid         PIC ZZZZZZ9.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 RR-Count-Zero          PIC ZZZZZZ9.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 RR-Count-Non-Numeric   PIC ZZZZZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RR-Rate                PIC ZZ9.9.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 RR-Encoding            PIC X(6).
           05 FILLER                 PIC X(1) VALUE SPACE.

       01  WS-Hist-Row.
           05 FILLER                 PIC X(11) VALUE SPACES.
           05 FILLER                 PIC X(7)  VALUE 'SPACES'.
           05 HR-All-Spaces          PIC ZZZZZZ9.
           05 FILLER                 PIC X(9)  VALUE '  LOW-VAL'.
           05 HR-Low-Values          PIC ZZZZZZ9.
           05 FILLER                 PIC X(10) VALUE '  HIGH-VAL'.
           05 HR-High-Values         PIC ZZZZZZ9.
           05 FILLER                 PIC X(7)  VALUE '  ALPHA'.
           05 HR-Embedded-Alpha      PIC ZZZZZZ9.
           05 FILLER                 PIC X(8)  VALUE SPACES.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA               PIC X(76).

       PROCEDURE DIVISION.
           Perform Get-Current-Time
           MOVE SPACES to WS-Screen
           MOVE WS-Today to TR-Date
           MOVE WS-Now   to TR-Time
           MOVE WS-Title-Row to WS-Screen-Row (1)
           MOVE 'N' to WS-Ended-Sw
           IF EIBCALEN = 0
              Perform Receive-Inquiry
              IF Inquiry-Ok
                 Perform Show-Newest-Runs
              ELSE
                 MOVE 'Y' to WS-Ended-Sw
              END-IF
           ELSE
              MOVE DFHCOMMAREA to WS-Commarea
              EVALUATE TRUE
                 WHEN EIBAID = DFHPF3
                   OR EIBAID = DFHCLEAR
                    MOVE 'ZRUN INQUIRY ENDED' to WS-Screen-Row (24)
                    MOVE 'Y' to WS-Ended-Sw
                 WHEN EIBAID = DFHPF7
                    Perform Show-Newer-Runs
                 WHEN EIBAID = DFHENTER
                   OR EIBAID = DFHPF8
                    Perform Show-Older-Runs
                 WHEN OTHER
                    Perform Show-Current-Runs
                    MOVE 'KEY NOT IN USE' to WS-Screen-Row (24)
              END-EVALUATE
           END-IF
           IF NOT Inquiry-Ended
              MOVE 'ENTER/PF8 OLDER   PF7 NEWER   PF3/CLEAR END'
                to WS-Screen-Row (23)
           END-IF
           Perform Send-Screen
           IF Inquiry-Ended
              EXEC CICS RETURN
              END-EXEC
           ELSE
              EXEC CICS RETURN
                   TRANSID(EIBTRNID)
                   COMMAREA(WS-Commarea)
                   LENGTH(WS-Commarea-Len)
              END-EXEC
           END-IF
           GOBACK.


      *---------------------------------------------------------------
      *  Time stamp for the title row.
      *---------------------------------------------------------------
       Get-Current-Time.
           EXEC CICS ASKTIME
                ABSTIME(WS-Abstime)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME(WS-Abstime)
                YYYYMMDD(WS-Today)
                TIME(WS-Now)
           END-EXEC
           EXIT.


      *---------------------------------------------------------------
      *  Take what was keyed with the transaction code: the feed's
      *  input dataset name, as ZONED01 records it.
      *---------------------------------------------------------------
       Receive-Inquiry.
           MOVE 'N' to WS-Inquiry-Ok-Sw
           MOVE SPACES to WS-Input-Area
           MOVE 80 to WS-Input-Len
           EXEC CICS RECEIVE
                INTO(WS-Input-Area)
                LENGTH(WS-Input-Len)
                RESP(WS-Resp)
           END-EXEC
           IF WS-Resp = DFHRESP(NORMAL)
              OR WS-Resp = DFHRESP(LENGERR)
              OR WS-Resp = DFHRESP(EOC)
              MOVE 1 to WS-Scan-Pos
      *       First word is the transaction code itself.
              Perform Next-Input-Word
              Perform Next-Input-Word
              IF WS-Word-Len > 0 AND WS-Word-Len NOT > 44
                 MOVE WS-Word to CA-Dsn
                 MOVE 'Y' to WS-Inquiry-Ok-Sw
              END-IF
           END-IF
           IF NOT Inquiry-Ok
              MOVE 'KEY: ZRUN INPUT.DATASET.NAME' to WS-Screen-Row (3)
              MOVE 'FEED NOT RECOGNISED' to WS-Screen-Row (24)
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Next blank-delimited word of the input, from WS-Scan-Pos on.
      *  An absent word comes back as spaces with length zero; a word
      *  longer than the work area is cut at 44.
      *---------------------------------------------------------------
       Next-Input-Word.
           MOVE SPACES to WS-Word
           MOVE 0 to WS-Word-Len
           PERFORM VARYING WS-Scan-Pos FROM WS-Scan-Pos BY 1
                     UNTIL WS-Scan-Pos > 80
                        OR WS-Input-Area (WS-Scan-Pos : 1) NOT = SPACE
              CONTINUE
           END-PERFORM
           PERFORM VARYING WS-Scan-Pos FROM WS-Scan-Pos BY 1
                     UNTIL WS-Scan-Pos > 80
                        OR WS-Input-Area (WS-Scan-Pos : 1) = SPACE
              ADD 1 to WS-Word-Len
              IF WS-Word-Len NOT > 44
                 MOVE WS-Input-Area (WS-Scan-Pos : 1)
                   to WS-Word (WS-Word-Len : 1)
              END-IF
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  First screen: the feed's latest runs, from the end of the
      *  file back.  No runs at all ends the inquiry there.
      *---------------------------------------------------------------
       Show-Newest-Runs.
           MOVE HIGH-VALUES to WS-Browse-Key
           MOVE 'N' to WS-Skip-Start-Sw
           Perform Load-Older-Runs
           EVALUATE TRUE
              WHEN Inquiry-Ended
                 CONTINUE
              WHEN WS-Page-Used > 0
                 Perform Format-Page
                 MOVE 'LATEST RUNS SHOWN, NEWEST FIRST'
                   to WS-Screen-Row (24)
              WHEN OTHER
                 MOVE CA-Dsn to FR-Dsn
                 MOVE WS-Feed-Row to WS-Screen-Row (2)
                 MOVE 'NO RUNS ON RUNHIST FOR THIS FEED'
                   to WS-Screen-Row (24)
                 MOVE 'Y' to WS-Ended-Sw
           END-EVALUATE
           EXIT.


      *---------------------------------------------------------------
      *  Enter/PF8: the runs before the oldest one on the screen.
      *  None left keeps the current screen up with a message.
      *---------------------------------------------------------------
       Show-Older-Runs.
           MOVE CA-Oldest-Key to WS-Browse-Key
           MOVE 'Y' to WS-Skip-Start-Sw
           Perform Load-Older-Runs
           EVALUATE TRUE
              WHEN Inquiry-Ended
                 CONTINUE
              WHEN WS-Page-Used > 0
                 Perform Format-Page
                 MOVE 'OLDER RUNS SHOWN' to WS-Screen-Row (24)
              WHEN OTHER
                 Perform Show-Current-Runs
                 MOVE 'NO OLDER RUNS FOR THIS FEED'
                   to WS-Screen-Row (24)
           END-EVALUATE
           EXIT.


      *---------------------------------------------------------------
      *  PF7: the runs after the newest one on the screen.
      *---------------------------------------------------------------
       Show-Newer-Runs.
           MOVE CA-Newest-Key to WS-Browse-Key
           Perform Load-Newer-Runs
           EVALUATE TRUE
              WHEN Inquiry-Ended
                 CONTINUE
              WHEN WS-Page-Used > 0
                 Perform Format-Page
                 MOVE 'NEWER RUNS SHOWN' to WS-Screen-Row (24)
              WHEN OTHER
                 Perform Show-Current-Runs
                 MOVE 'NO NEWER RUNS FOR THIS FEED'
                   to WS-Screen-Row (24)
           END-EVALUATE
           EXIT.


      *---------------------------------------------------------------
      *  Rebuild the screen the COMMAREA describes: the feed's runs
      *  from the newest one shown back.
      *---------------------------------------------------------------
       Show-Current-Runs.
           MOVE CA-Newest-Key to WS-Browse-Key
           MOVE 'N' to WS-Skip-Start-Sw
           Perform Load-Older-Runs
           EVALUATE TRUE
              WHEN Inquiry-Ended
                 CONTINUE
              WHEN WS-Page-Used > 0
                 Perform Format-Page
              WHEN OTHER
                 MOVE CA-Dsn to FR-Dsn
                 MOVE WS-Feed-Row to WS-Screen-Row (2)
           END-EVALUATE
           EXIT.


      *---------------------------------------------------------------
      *  Fill the page table backward from WS-Browse-Key with the
      *  feed's runs, newest first.  Runs after the start key are
      *  stepped over, and the start key itself when asked to.  One
      *  record is read forward first to settle the browse on a key
      *  that exists -- a READPREV straight after a start at a
      *  missing key is NOTFND.  A start past the last key in the
      *  file is restarted from the end.
      *---------------------------------------------------------------
       Load-Older-Runs.
           MOVE 0 to WS-Page-Used
           MOVE WS-Browse-Key to WS-Start-Key
           EXEC CICS STARTBR
                FILE('RUNHIST')
                RIDFLD(WS-Browse-Key)
                GTEQ
                RESP(WS-Resp)
           END-EXEC
           IF WS-Resp = DFHRESP(NOTFND)
              AND WS-Start-Key NOT = HIGH-VALUES
              MOVE HIGH-VALUES to WS-Browse-Key
              EXEC CICS STARTBR
                   FILE('RUNHIST')
                   RIDFLD(WS-Browse-Key)
                   GTEQ
                   RESP(WS-Resp)
              END-EXEC
           END-IF
           EVALUATE TRUE
              WHEN WS-Resp = DFHRESP(NORMAL)
                 MOVE 'N' to WS-Browse-End-Sw
                 IF WS-Browse-Key NOT = HIGH-VALUES
                    EXEC CICS READNEXT
                         FILE('RUNHIST')
                         INTO(RUN-HISTORY-RECORD)
                         RIDFLD(WS-Browse-Key)
                         RESP(WS-Resp)
                    END-EXEC
                    EVALUATE TRUE
                       WHEN WS-Resp = DFHRESP(NORMAL)
                          CONTINUE
                       WHEN WS-Resp = DFHRESP(ENDFILE)
                          MOVE 'Y' to WS-Browse-End-Sw
                       WHEN OTHER
                          MOVE 'Y' to WS-Browse-End-Sw
                          Perform Runhist-Not-Available
                    END-EVALUATE
                 END-IF
                 PERFORM UNTIL WS-Page-Used = WS-Page-Max
                            OR Browse-Ended
                    EXEC CICS READPREV
                         FILE('RUNHIST')
                         INTO(RUN-HISTORY-RECORD)
                         RIDFLD(WS-Browse-Key)
                         RESP(WS-Resp)
                    END-EXEC
                    Perform Check-Older-Run
                 END-PERFORM
                 EXEC CICS ENDBR
                      FILE('RUNHIST')
                 END-EXEC
              WHEN WS-Resp = DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 Perform Runhist-Not-Available
           END-EVALUATE
           EXIT.


      *---------------------------------------------------------------
      *  One record from the backward browse.
      *---------------------------------------------------------------
       Check-Older-Run.
           EVALUATE TRUE
              WHEN WS-Resp = DFHRESP(ENDFILE)
                 MOVE 'Y' to WS-Browse-End-Sw
              WHEN WS-Resp NOT = DFHRESP(NORMAL)
                 MOVE 'Y' to WS-Browse-End-Sw
                 Perform Runhist-Not-Available
              WHEN RH-Key > WS-Start-Key
                 CONTINUE
              WHEN Skip-Start-Key AND RH-Key = WS-Start-Key
                 CONTINUE
              WHEN RH-Input-Dsn = CA-Dsn
                 ADD 1 to WS-Page-Used
                 MOVE RUN-HISTORY-RECORD to WS-Page-Run (WS-Page-Used)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EXIT.


      *---------------------------------------------------------------
      *  Fill the page table forward from WS-Browse-Key with the
      *  feed's next runs after it, then turn the table round so the
      *  screen still reads newest first.
      *---------------------------------------------------------------
       Load-Newer-Runs.
           MOVE 0 to WS-Page-Used
           MOVE WS-Browse-Key to WS-Start-Key
           EXEC CICS STARTBR
                FILE('RUNHIST')
                RIDFLD(WS-Browse-Key)
                GTEQ
                RESP(WS-Resp)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-Resp = DFHRESP(NORMAL)
                 MOVE 'N' to WS-Browse-End-Sw
                 PERFORM UNTIL WS-Page-Used = WS-Page-Max
                            OR Browse-Ended
                    EXEC CICS READNEXT
                         FILE('RUNHIST')
                         INTO(RUN-HISTORY-RECORD)
                         RIDFLD(WS-Browse-Key)
                         RESP(WS-Resp)
                    END-EXEC
                    Perform Check-Newer-Run
                 END-PERFORM
                 EXEC CICS ENDBR
                      FILE('RUNHIST')
                 END-EXEC
              WHEN WS-Resp = DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 Perform Runhist-Not-Available
           END-EVALUATE
           Perform Reverse-Page-Table
           EXIT.


      *---------------------------------------------------------------
      *  One record from the forward browse.
      *---------------------------------------------------------------
       Check-Newer-Run.
           EVALUATE TRUE
              WHEN WS-Resp = DFHRESP(ENDFILE)
                 MOVE 'Y' to WS-Browse-End-Sw
              WHEN WS-Resp NOT = DFHRESP(NORMAL)
                 MOVE 'Y' to WS-Browse-End-Sw
                 Perform Runhist-Not-Available
              WHEN RH-Key NOT > WS-Start-Key
                 CONTINUE
              WHEN RH-Input-Dsn = CA-Dsn
                 ADD 1 to WS-Page-Used
                 MOVE RUN-HISTORY-RECORD to WS-Page-Run (WS-Page-Used)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EXIT.


      *---------------------------------------------------------------
      *  Oldest-first page table to newest-first, swapping from both
      *  ends toward the middle.
      *---------------------------------------------------------------
       Reverse-Page-Table.
           MOVE WS-Page-Used to WS-Page-Other
           PERFORM VARYING WS-Page-Idx FROM 1 BY 1
                     UNTIL WS-Page-Idx NOT < WS-Page-Other
              MOVE WS-Page-Run (WS-Page-Idx)   to WS-Page-Hold
              MOVE WS-Page-Run (WS-Page-Other)
                to WS-Page-Run (WS-Page-Idx)
              MOVE WS-Page-Hold to WS-Page-Run (WS-Page-Other)
              SUBTRACT 1 from WS-Page-Other
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  Lay the page table out, two rows a run, and remember the
      *  newest and oldest keys for the next screen.
      *---------------------------------------------------------------
       Format-Page.
           MOVE CA-Dsn to FR-Dsn
           MOVE WS-Feed-Row to WS-Screen-Row (2)
           MOVE WS-Head-Row to WS-Screen-Row (4)
           MOVE ALL '-' to WS-Screen-Row (5) (1 : 79)
           MOVE WS-Page-Run (1) (1 : 16) to CA-Newest-Key
           MOVE WS-Page-Run (WS-Page-Used) (1 : 16) to CA-Oldest-Key
           MOVE 6 to WS-Page-Row
           PERFORM VARYING WS-Page-Idx FROM 1 BY 1
                     UNTIL WS-Page-Idx > WS-Page-Used
              MOVE WS-Page-Run (WS-Page-Idx) to RUN-HISTORY-RECORD
              Perform Format-One-Run
              ADD 2 to WS-Page-Row
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  One run: counts and rate, then its histogram.
      *---------------------------------------------------------------
       Format-One-Run.
           IF RH-Count-Read > 0
              COMPUTE WS-This-Rate ROUNDED =
                 RH-Count-Non-Numeric * 100 / RH-Count-Read
           ELSE
              MOVE 0 to WS-This-Rate
           END-IF
           MOVE RH-Run-Date            to RR-Run-Date
           MOVE RH-Run-Time            to RR-Run-Time
           MOVE RH-Stripe              to RR-Stripe
           MOVE RH-Job-Name            to RR-Job-Name
           MOVE RH-Count-Read          to RR-Count-Read
           MOVE RH-Count-Valid         to RR-Count-Valid
           MOVE RH-Count-Zero          to RR-Count-Zero
           MOVE RH-Count-Non-Numeric   to RR-Count-Non-Numeric
           MOVE WS-This-Rate           to RR-Rate
           EVALUATE RH-Feed-Encoding
              WHEN 'A'
                 MOVE 'ASCII'  to RR-Encoding
              WHEN 'F'
                 MOVE 'FORCED' to RR-Encoding
              WHEN 'S'
                 MOVE 'ASC-NC' to RR-Encoding
              WHEN 'U'
                 MOVE 'UNSURE' to RR-Encoding
              WHEN OTHER
                 MOVE SPACES   to RR-Encoding
           END-EVALUATE
           MOVE WS-Run-Row to WS-Screen-Row (WS-Page-Row)
           MOVE RH-Hist-All-Spaces     to HR-All-Spaces
           MOVE RH-Hist-Low-Values     to HR-Low-Values
           MOVE RH-Hist-High-Values    to HR-High-Values
           MOVE RH-Hist-Embedded-Alpha to HR-Embedded-Alpha
           MOVE WS-Hist-Row to WS-Screen-Row (WS-Page-Row + 1)
           EXIT.


      *---------------------------------------------------------------
      *  RUNHIST closed, disabled or failing: say so and end.
      *---------------------------------------------------------------
       Runhist-Not-Available.
           MOVE WS-Resp to WS-Resp-Edit
           MOVE 'RUNHIST NOT AVAILABLE -- RESP' to WS-Screen-Row (24)
           MOVE WS-Resp-Edit to WS-Screen-Row (24) (31 : 4)
           MOVE 'Y' to WS-Ended-Sw
           EXIT.


      *---------------------------------------------------------------
      *  Put the screen up and free the keyboard.
      *---------------------------------------------------------------
       Send-Screen.
           EXEC CICS SEND TEXT
                FROM(WS-Screen)
                LENGTH(WS-Screen-Len)
                ERASE
                FREEKB
           END-EXEC
           EXIT.
