       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZONED18.
      * Help-desk suspense inquiry, CICS transaction ZSUS.  Pages
      * through the open items on the SUSPFILE cluster ZONED07 keeps,
      * one item to a screen, either for one account or for one of
      * ZONED07's age bands, so a supplier on the phone can be told
      * what is waiting and why without a ZONED07 run.  Each item
      * shows its record number, date added, days open with the
      * ZONED07 escalation flag, and the rejected record image in
      * character form with its hex underneath, zone digits over
      * numeric digits.
      *
      * Read-only: the program browses and reads and nothing more.
      * Write-offs and corrections still go through ZONED11 with its
      * maker/checker trail.
      *
      * Usage, on a cleared screen:
      *   ZSUS A aaaaa   open items for account aaaaa
      *   ZSUS B n       open items by age -- 1 = 3 days or less,
      *                  2 = over 3 days, 3 = over 10 days
      * Enter or PF8 shows the next item, PF7 the previous one,
      * PF3 or Clear ends the inquiry.  Pseudo-conversational: the
      * selection and the key of the item on the screen travel in
      * the COMMAREA between screens.
      *
      *   SUSPFILE  CICS file -- suspense items (KSDS, ZONED07
      *                          layout), browse and READ only
       ENVIRONMENT DIVISION.
      *=========================
       DATA DIVISION.
       WORKING-STORAGE SECTION.
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

      *---------------------------------------------------------------
      *  Carried between screens.
      *---------------------------------------------------------------
       01  WS-Commarea.
           05 CA-Mode                PIC X(1) VALUE SPACE.
               88 CA-By-Account             VALUE 'A'.
               88 CA-By-Age                 VALUE 'B'.
           05 CA-Acct                PIC X(5) VALUE SPACES.
           05 CA-Band                PIC 9(1) VALUE 0.
           05 CA-Item-Key            PIC X(12) VALUE SPACES.

       01  Stuff.
           05 WS-Resp                PIC S9(8) COMP VALUE 0.
           05 WS-Resp-Edit           PIC ZZZ9.
           05 WS-Input-Len           PIC S9(4) COMP VALUE 80.
           05 WS-Screen-Len          PIC S9(4) COMP VALUE 1920.
           05 WS-Commarea-Len        PIC S9(4) COMP VALUE 19.
           05 WS-Abstime             PIC S9(15) COMP-3 VALUE 0.
           05 WS-Today               PIC 9(8) VALUE 0.
           05 WS-Now                 PIC 9(6) VALUE 0.
           05 WS-Item-Band           PIC 9(1) VALUE 0.
           05 WS-Inquiry-Ok-Sw       PIC X VALUE 'N'.
               88 Inquiry-Ok                VALUE 'Y'.
           05 WS-Ended-Sw            PIC X VALUE 'N'.
               88 Inquiry-Ended             VALUE 'Y'.
           05 WS-Item-Found-Sw       PIC X VALUE 'N'.
               88 Item-Found                VALUE 'Y'.
           05 WS-Browse-End-Sw       PIC X VALUE 'N'.
               88 Browse-Ended              VALUE 'Y'.
           05 WS-Skip-Start-Sw       PIC X VALUE 'N'.
               88 Skip-Start-Key            VALUE 'Y'.

      *---------------------------------------------------------------
      *  Browse positioning.  WS-Start-Key remembers where the browse
      *  began so the item already on the screen can be stepped over.
      *---------------------------------------------------------------
       01  WS-Browse-Work.
           05 WS-Browse-Key          PIC X(12) VALUE SPACES.
           05 WS-Start-Key           PIC X(12) VALUE SPACES.

      *---------------------------------------------------------------
      *  Day-serial arithmetic for the age bands, as ZONED07 ages
      *  them.  Serial = whole days from a fixed epoch; the
      *  divide-by-4 leap rule is exact for dates between 1901 and
      *  2099.
      *---------------------------------------------------------------
       01  WS-Date-Work.
           05 WS-DW-Date             PIC 9(8) VALUE 0.
           05 WS-DW-Date-X REDEFINES WS-DW-Date.
              10 WS-DW-Year          PIC 9(4).
              10 WS-DW-Month         PIC 9(2).
              10 WS-DW-Day           PIC 9(2).
           05 WS-Day-Serial          PIC 9(9) VALUE 0.
           05 WS-Today-Serial        PIC 9(9) VALUE 0.
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
      *  Image display: character line, then zone and numeric hex
      *  digits under each byte, 64 bytes to a row.
      *---------------------------------------------------------------
       01  WS-Image-Work.
           05 WS-Image               PIC X(250) VALUE SPACES.
           05 WS-Image-Len           PIC 9(3) VALUE 0.
           05 WS-Image-Row           PIC 9(2) VALUE 0.
           05 WS-Chunk-Start         PIC 9(3) VALUE 0.
           05 WS-Chunk-Len           PIC 9(3) VALUE 0.
           05 WS-Chunk-Idx           PIC 9(3) VALUE 0.
           05 WS-Byte-Pos            PIC 9(3) VALUE 0.
           05 WS-Zone-Digit          PIC 9(2) VALUE 0.
           05 WS-Numeric-Digit       PIC 9(2) VALUE 0.
           05 WS-Hex-Digits          PIC X(16)
               VALUE '0123456789ABCDEF'.
           05 WS-Byte-Value          PIC 9(4) COMP VALUE 0.
           05 WS-Byte-Value-X REDEFINES WS-Byte-Value
                                     PIC X(2).
           05 WS-Offset-Edit         PIC ZZ9.

      *---------------------------------------------------------------
      *  The screen, 24 rows of 80, sent as text.  Nothing is built
      *  past column 79, so no row runs into the next.
      *---------------------------------------------------------------
       01  WS-Screen.
           05 WS-Screen-Row          PIC X(80) OCCURS 24 TIMES.

       01  WS-Title-Row.
           05 FILLER                 PIC X(6) VALUE 'ZSUS'.
           05 FILLER                 PIC X(50)
               VALUE 'SUSPENSE OPEN ITEM INQUIRY'.
           05 TR-Date                PIC 9999/99/99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 TR-Time                PIC 99B99B99.
           05 FILLER                 PIC X(5) VALUE SPACES.

       01  WS-Selection-Row.
           05 FILLER                 PIC X(11) VALUE 'SELECTION:'.
           05 SR-Selection           PIC X(30).
           05 FILLER                 PIC X(39) VALUE SPACES.

       01  WS-Item-Row.
           05 FILLER                 PIC X(8) VALUE 'ACCOUNT'.
           05 IR-Acct                PIC X(5).
           05 FILLER                 PIC X(9) VALUE '  RECORD'.
           05 IR-Rec-Num             PIC 9(7).
           05 FILLER                 PIC X(8) VALUE '  ADDED'.
           05 IR-Date-Added          PIC 9999/99/99.
           05 FILLER                 PIC X(12) VALUE '  DAYS OPEN'.
           05 IR-Days-Open           PIC ZZZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 IR-Age-Flag            PIC X(10).
           05 FILLER                 PIC X(4) VALUE SPACES.

       01  WS-Length-Row.
           05 FILLER                 PIC X(14) VALUE 'RECORD LENGTH'.
           05 LR-Rec-Len             PIC ZZ9.
           05 FILLER                 PIC X(63) VALUE SPACES.

           COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA               PIC X(19).

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
                 Perform Show-First-Item
              ELSE
                 MOVE 'Y' to WS-Ended-Sw
              END-IF
           ELSE
              MOVE DFHCOMMAREA to WS-Commarea
              EVALUATE TRUE
                 WHEN EIBAID = DFHPF3
                   OR EIBAID = DFHCLEAR
                    MOVE 'ZSUS INQUIRY ENDED' to WS-Screen-Row (24)
                    MOVE 'Y' to WS-Ended-Sw
                 WHEN EIBAID = DFHPF7
                    Perform Show-Previous-Item
                 WHEN EIBAID = DFHENTER
                   OR EIBAID = DFHPF8
                    Perform Show-Next-Item
                 WHEN OTHER
                    Perform Show-Current-Item
                    MOVE 'KEY NOT IN USE' to WS-Screen-Row (24)
              END-EVALUATE
           END-IF
           IF NOT Inquiry-Ended
              Perform Show-Selection
              MOVE 'ENTER/PF8 NEXT   PF7 PREVIOUS   PF3/CLEAR END'
                to WS-Screen-Row (22)
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
      *  Time stamp for the title row, and today's day serial for
      *  the days-open figures.
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
           MOVE WS-Today to WS-DW-Date
           Perform Compute-Day-Serial
           MOVE WS-Day-Serial to WS-Today-Serial
           EXIT.


      *---------------------------------------------------------------
      *  Take what was keyed with the transaction code: A and a
      *  5-character account, or B and an age band 1 to 3.
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
              IF WS-Word-Len = 1
                 MOVE WS-Word (1 : 1) to CA-Mode
              ELSE
                 MOVE SPACE to CA-Mode
              END-IF
              Perform Next-Input-Word
              EVALUATE TRUE
                 WHEN CA-By-Account AND WS-Word-Len = 5
                    MOVE WS-Word (1 : 5) to CA-Acct
                    MOVE 0 to CA-Band
                    MOVE 'Y' to WS-Inquiry-Ok-Sw
                 WHEN CA-By-Age AND WS-Word-Len = 1
                  AND WS-Word (1 : 1) >= '1'
                  AND WS-Word (1 : 1) <= '3'
                    MOVE SPACES to CA-Acct
                    MOVE WS-Word (1 : 1) to CA-Band
                    MOVE 'Y' to WS-Inquiry-Ok-Sw
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF NOT Inquiry-Ok
              MOVE 'KEY: ZSUS A AAAAA   (ONE ACCOUNT)'
                to WS-Screen-Row (3)
              MOVE '  OR ZSUS B N       (AGE BAND)' to WS-Screen-Row (4)
              MOVE '       N = 1 -- OPEN 3 DAYS OR LESS'
                to WS-Screen-Row (5)
              MOVE '       N = 2 -- OPEN OVER 3 DAYS'
                to WS-Screen-Row (6)
              MOVE '       N = 3 -- OPEN OVER 10 DAYS'
                to WS-Screen-Row (7)
              MOVE 'SELECTION NOT RECOGNISED' to WS-Screen-Row (24)
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
      *  First screen: the first selected item from the front of the
      *  account (or of the file, for an age band).  Nothing selected
      *  ends the inquiry there.
      *---------------------------------------------------------------
       Show-First-Item.
           IF CA-By-Account
              MOVE CA-Acct to WS-Browse-Key (1 : 5)
              MOVE ZEROS   to WS-Browse-Key (6 : 7)
           ELSE
              MOVE LOW-VALUES to WS-Browse-Key
           END-IF
           MOVE 'N' to WS-Skip-Start-Sw
           Perform Browse-Forward
           EVALUATE TRUE
              WHEN Inquiry-Ended
                 CONTINUE
              WHEN Item-Found
                 Perform Format-Item
                 MOVE 'OPEN ITEM SHOWN' to WS-Screen-Row (24)
              WHEN OTHER
                 Perform Show-Selection
                 MOVE 'NO OPEN ITEMS FOR THIS SELECTION'
                   to WS-Screen-Row (24)
                 MOVE 'Y' to WS-Ended-Sw
           END-EVALUATE
           EXIT.


      *---------------------------------------------------------------
      *  Enter/PF8: the next selected item after the one on screen.
      *  At the end the current item stays up with a message.
      *---------------------------------------------------------------
       Show-Next-Item.
           MOVE CA-Item-Key to WS-Browse-Key
           MOVE 'Y' to WS-Skip-Start-Sw
           Perform Browse-Forward
           EVALUATE TRUE
              WHEN Inquiry-Ended
                 CONTINUE
              WHEN Item-Found
                 Perform Format-Item
                 MOVE 'OPEN ITEM SHOWN' to WS-Screen-Row (24)
              WHEN OTHER
                 Perform Show-Current-Item
                 MOVE 'NO MORE OPEN ITEMS AFTER THIS ONE'
                   to WS-Screen-Row (24)
           END-EVALUATE
           EXIT.


      *---------------------------------------------------------------
      *  PF7: the selected item before the one on screen.
      *---------------------------------------------------------------
       Show-Previous-Item.
           MOVE CA-Item-Key to WS-Browse-Key
           Perform Browse-Backward
           EVALUATE TRUE
              WHEN Inquiry-Ended
                 CONTINUE
              WHEN Item-Found
                 Perform Format-Item
                 MOVE 'OPEN ITEM SHOWN' to WS-Screen-Row (24)
              WHEN OTHER
                 Perform Show-Current-Item
                 MOVE 'NO OPEN ITEMS BEFORE THIS ONE'
                   to WS-Screen-Row (24)
           END-EVALUATE
           EXIT.


      *---------------------------------------------------------------
      *  Put the item named in the COMMAREA back on the screen.  If
      *  it has been written off or removed since, say so; the
      *  browse keys still work from its position.
      *---------------------------------------------------------------
       Show-Current-Item.
           MOVE CA-Item-Key to WS-Browse-Key
           EXEC CICS READ
                FILE('SUSPFILE')
                INTO(SUSPENSE-RECORD)
                RIDFLD(WS-Browse-Key)
                RESP(WS-Resp)
           END-EXEC
           IF WS-Resp = DFHRESP(NORMAL)
              AND NOT Suspense-Written-Off
              Perform Format-Item
           ELSE
              MOVE 'ITEM NO LONGER OPEN' to WS-Screen-Row (4)
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Browse forward from WS-Browse-Key to the first selected
      *  item, stepping over the start key itself when asked to.  An
      *  account selection stops at the first key past the account.
      *---------------------------------------------------------------
       Browse-Forward.
           MOVE 'N' to WS-Item-Found-Sw
           MOVE WS-Browse-Key to WS-Start-Key
           EXEC CICS STARTBR
                FILE('SUSPFILE')
                RIDFLD(WS-Browse-Key)
                GTEQ
                RESP(WS-Resp)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-Resp = DFHRESP(NORMAL)
                 MOVE 'N' to WS-Browse-End-Sw
                 PERFORM UNTIL Item-Found OR Browse-Ended
                    EXEC CICS READNEXT
                         FILE('SUSPFILE')
                         INTO(SUSPENSE-RECORD)
                         RIDFLD(WS-Browse-Key)
                         RESP(WS-Resp)
                    END-EXEC
                    Perform Check-Forward-Item
                 END-PERFORM
                 EXEC CICS ENDBR
                      FILE('SUSPFILE')
                 END-EXEC
              WHEN WS-Resp = DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 Perform Suspense-Not-Available
           END-EVALUATE
           EXIT.


      *---------------------------------------------------------------
      *  One record from the forward browse.
      *---------------------------------------------------------------
       Check-Forward-Item.
           EVALUATE TRUE
              WHEN WS-Resp = DFHRESP(ENDFILE)
                 MOVE 'Y' to WS-Browse-End-Sw
              WHEN WS-Resp NOT = DFHRESP(NORMAL)
                 MOVE 'Y' to WS-Browse-End-Sw
                 Perform Suspense-Not-Available
              WHEN Skip-Start-Key AND SP-Key NOT > WS-Start-Key
                 CONTINUE
              WHEN CA-By-Account AND SP-Acct > CA-Acct
                 MOVE 'Y' to WS-Browse-End-Sw
              WHEN OTHER
                 Perform Check-Item-Selected
           END-EVALUATE
           EXIT.


      *---------------------------------------------------------------
      *  Browse backward from the item on screen to the selected
      *  item before it.  The browse is started at the item's own
      *  key, or the next one if the item has gone, and one record is
      *  read forward to settle it on a key that exists -- a READPREV
      *  straight after a start at a missing key is NOTFND.  The
      *  first records back, the item and any after it, are stepped
      *  over.  Started past the last key in the file, the browse is
      *  restarted from the end.
      *---------------------------------------------------------------
       Browse-Backward.
           MOVE 'N' to WS-Item-Found-Sw
           MOVE WS-Browse-Key to WS-Start-Key
           EXEC CICS STARTBR
                FILE('SUSPFILE')
                RIDFLD(WS-Browse-Key)
                GTEQ
                RESP(WS-Resp)
           END-EXEC
           IF WS-Resp = DFHRESP(NOTFND)
              MOVE HIGH-VALUES to WS-Browse-Key
              EXEC CICS STARTBR
                   FILE('SUSPFILE')
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
                         FILE('SUSPFILE')
                         INTO(SUSPENSE-RECORD)
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
                          Perform Suspense-Not-Available
                    END-EVALUATE
                 END-IF
                 PERFORM UNTIL Item-Found OR Browse-Ended
                    EXEC CICS READPREV
                         FILE('SUSPFILE')
                         INTO(SUSPENSE-RECORD)
                         RIDFLD(WS-Browse-Key)
                         RESP(WS-Resp)
                    END-EXEC
                    Perform Check-Backward-Item
                 END-PERFORM
                 EXEC CICS ENDBR
                      FILE('SUSPFILE')
                 END-EXEC
              WHEN WS-Resp = DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 Perform Suspense-Not-Available
           END-EVALUATE
           EXIT.


      *---------------------------------------------------------------
      *  One record from the backward browse.
      *---------------------------------------------------------------
       Check-Backward-Item.
           EVALUATE TRUE
              WHEN WS-Resp = DFHRESP(ENDFILE)
                 MOVE 'Y' to WS-Browse-End-Sw
              WHEN WS-Resp NOT = DFHRESP(NORMAL)
                 MOVE 'Y' to WS-Browse-End-Sw
                 Perform Suspense-Not-Available
              WHEN SP-Key NOT < WS-Start-Key
                 CONTINUE
              WHEN CA-By-Account AND SP-Acct < CA-Acct
                 MOVE 'Y' to WS-Browse-End-Sw
              WHEN OTHER
                 Perform Check-Item-Selected
           END-EVALUATE
           EXIT.


      *---------------------------------------------------------------
      *  Is this record an open item of the selection?  Written-off
      *  items are closed and never shown.  The age band follows
      *  ZONED07's flags: over 10 days, over 3 days, or neither.
      *---------------------------------------------------------------
       Check-Item-Selected.
           IF NOT Suspense-Written-Off
              Perform Compute-Days-Open
              IF CA-By-Account
                 OR WS-Item-Band = CA-Band
                 MOVE 'Y' to WS-Item-Found-Sw
              END-IF
           END-IF
           EXIT.


      *---------------------------------------------------------------
      *  Days open and age band of the record in hand.
      *---------------------------------------------------------------
       Compute-Days-Open.
           MOVE SP-Date-Added to WS-DW-Date
           Perform Compute-Day-Serial
           COMPUTE WS-Days-Open = WS-Today-Serial - WS-Day-Serial
           IF WS-Days-Open < 0
              MOVE 0 to WS-Days-Open
           END-IF
           EVALUATE TRUE
              WHEN WS-Days-Open > 10
                 MOVE 3 to WS-Item-Band
              WHEN WS-Days-Open > 3
                 MOVE 2 to WS-Item-Band
              WHEN OTHER
                 MOVE 1 to WS-Item-Band
           END-EVALUATE
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
      *  Lay the item in SUSPENSE-RECORD out on the screen and
      *  remember its key for the next screen.
      *---------------------------------------------------------------
       Format-Item.
           MOVE SP-Key to CA-Item-Key
           Perform Compute-Days-Open
           MOVE SP-Acct        to IR-Acct
           MOVE SP-Rec-Num     to IR-Rec-Num
           MOVE SP-Date-Added  to IR-Date-Added
           MOVE WS-Days-Open   to IR-Days-Open
           EVALUATE WS-Item-Band
              WHEN 3
                 MOVE '** OVER 10' to IR-Age-Flag
              WHEN 2
                 MOVE '*  OVER 3'  to IR-Age-Flag
              WHEN OTHER
                 MOVE SPACES       to IR-Age-Flag
           END-EVALUATE
           MOVE WS-Item-Row to WS-Screen-Row (4)
           MOVE SP-Rec-Len to LR-Rec-Len
           MOVE WS-Length-Row to WS-Screen-Row (5)
           MOVE 'REJECTED RECORD IMAGE' to WS-Screen-Row (7)
           MOVE SP-Raw-Data to WS-Image
           IF SP-Rec-Len > 0 AND SP-Rec-Len NOT > 250
              MOVE SP-Rec-Len to WS-Image-Len
           ELSE
              MOVE 250 to WS-Image-Len
           END-IF
           MOVE 8 to WS-Image-Row
           Perform Format-Image
           EXIT.


      *---------------------------------------------------------------
      *  The selection line, from the COMMAREA.
      *---------------------------------------------------------------
       Show-Selection.
           EVALUATE TRUE
              WHEN CA-By-Account
                 MOVE 'ACCOUNT' to SR-Selection
                 MOVE CA-Acct to SR-Selection (9 : 5)
              WHEN CA-Band = 3
                 MOVE 'OPEN OVER 10 DAYS' to SR-Selection
              WHEN CA-Band = 2
                 MOVE 'OPEN OVER 3 DAYS' to SR-Selection
              WHEN OTHER
                 MOVE 'OPEN 3 DAYS OR LESS' to SR-Selection
           END-EVALUATE
           MOVE WS-Selection-Row to WS-Screen-Row (2)
           EXIT.


      *---------------------------------------------------------------
      *  Lay WS-Image out from screen row WS-Image-Row: per 64 bytes
      *  an offset and character row (unprintable bytes shown as a
      *  period), then the zone and numeric hex digit rows.
      *---------------------------------------------------------------
       Format-Image.
           PERFORM VARYING WS-Chunk-Start FROM 1 BY 64
                     UNTIL WS-Chunk-Start > WS-Image-Len
                        OR WS-Image-Row > 20
              COMPUTE WS-Chunk-Len = WS-Image-Len - WS-Chunk-Start + 1
              IF WS-Chunk-Len > 64
                 MOVE 64 to WS-Chunk-Len
              END-IF
              MOVE WS-Chunk-Start to WS-Offset-Edit
              MOVE WS-Offset-Edit
                to WS-Screen-Row (WS-Image-Row) (1 : 3)
              PERFORM VARYING WS-Chunk-Idx FROM 1 BY 1
                        UNTIL WS-Chunk-Idx > WS-Chunk-Len
                 COMPUTE WS-Byte-Pos = WS-Chunk-Start + WS-Chunk-Idx - 1
                 Perform Format-Image-Byte
              END-PERFORM
              ADD 3 to WS-Image-Row
           END-PERFORM
           EXIT.


      *---------------------------------------------------------------
      *  One byte: itself (or a period) on the character row, its
      *  high and low hex digits on the two rows beneath.
      *---------------------------------------------------------------
       Format-Image-Byte.
           MOVE 0 to WS-Byte-Value
           MOVE WS-Image (WS-Byte-Pos : 1) to WS-Byte-Value-X (2 : 1)
           DIVIDE WS-Byte-Value BY 16
              GIVING WS-Zone-Digit
              REMAINDER WS-Numeric-Digit
           IF WS-Image (WS-Byte-Pos : 1) < SPACE
              OR WS-Image (WS-Byte-Pos : 1) = HIGH-VALUE
              MOVE '.' to WS-Screen-Row (WS-Image-Row)
                          (WS-Chunk-Idx + 5 : 1)
           ELSE
              MOVE WS-Image (WS-Byte-Pos : 1)
                to WS-Screen-Row (WS-Image-Row) (WS-Chunk-Idx + 5 : 1)
           END-IF
           MOVE WS-Hex-Digits (WS-Zone-Digit + 1 : 1)
             to WS-Screen-Row (WS-Image-Row + 1) (WS-Chunk-Idx + 5 : 1)
           MOVE WS-Hex-Digits (WS-Numeric-Digit + 1 : 1)
             to WS-Screen-Row (WS-Image-Row + 2) (WS-Chunk-Idx + 5 : 1)
           EXIT.


      *---------------------------------------------------------------
      *  SUSPFILE closed, disabled or failing: say so and end.
      *---------------------------------------------------------------
       Suspense-Not-Available.
           MOVE WS-Resp to WS-Resp-Edit
           MOVE 'SUSPFILE NOT AVAILABLE -- RESP' to WS-Screen-Row (24)
           MOVE WS-Resp-Edit to WS-Screen-Row (24) (32 : 4)
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
