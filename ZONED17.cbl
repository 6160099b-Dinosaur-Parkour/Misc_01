       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ZONED17.
      * Help-desk account inquiry, CICS transaction ZMST.  "Is
      * account 12345 on the master?" used to mean a ZONED06 run and
      * a wait for the output; this screen answers it on the spot
      * from the same MSTRFILE cluster ZONED01's master check reads,
      * and shows the account's reference record in character form
      * with its hex underneath, zone digits over numeric digits.
      *
      * Read-only: the program issues no file update of any kind.
      * Changes to the master still go through the batch stream, so
      * the audit trail stays where it is.
      *
      * Usage, on a cleared screen:   ZMST aaaaa
      * One account per transaction; clear the screen and key the
      * transaction again for the next.
      *
      *   MSTRFILE  CICS file -- account reference master (KSDS,
      *                          ZONED01 layout), READ only
       ENVIRONMENT DIVISION.
      *=========================
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  MASTER-RECORD.
           05 MS-Acct-Key            PIC X(5).
           05 MS-Acct-Data           PIC X(75).

       01  Stuff.
           05 WS-Resp                PIC S9(8) COMP VALUE 0.
           05 WS-Input-Len           PIC S9(4) COMP VALUE 80.
           05 WS-Screen-Len          PIC S9(4) COMP VALUE 1920.
           05 WS-Abstime             PIC S9(15) COMP-3 VALUE 0.
           05 WS-Today               PIC 9(8) VALUE 0.
           05 WS-Now                 PIC 9(6) VALUE 0.
           05 WS-Account             PIC X(5) VALUE SPACES.
           05 WS-Inquiry-Ok-Sw       PIC X VALUE 'N'.
               88 Inquiry-Ok                VALUE 'Y'.

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
           05 FILLER                 PIC X(6) VALUE 'ZMST'.
           05 FILLER                 PIC X(50)
               VALUE 'ACCOUNT MASTER INQUIRY'.
           05 TR-Date                PIC 9999/99/99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 TR-Time                PIC 99B99B99.
           05 FILLER                 PIC X(5) VALUE SPACES.

       01  WS-Answer-Row.
           05 FILLER                 PIC X(8) VALUE 'ACCOUNT'.
           05 AR-Account             PIC X(5).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 AR-Answer              PIC X(40).
           05 FILLER                 PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
           Perform Get-Current-Time
           MOVE SPACES to WS-Screen
           MOVE WS-Today to TR-Date
           MOVE WS-Now   to TR-Time
           MOVE WS-Title-Row to WS-Screen-Row (1)
           Perform Receive-Inquiry
           IF Inquiry-Ok
              Perform Look-Up-Account
           END-IF
           MOVE 'CLEAR, THEN ZMST AAAAA FOR ANOTHER ACCOUNT'
             to WS-Screen-Row (23)
           Perform Send-Screen
           EXEC CICS RETURN
           END-EXEC
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
      *  Take what was keyed with the transaction code and check the
      *  account operand: five characters, no more.
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
           IF WS-Resp NOT = DFHRESP(NORMAL)
              AND WS-Resp NOT = DFHRESP(LENGERR)
              AND WS-Resp NOT = DFHRESP(EOC)
              MOVE 'NOTHING RECEIVED -- KEY: ZMST AAAAA'
                to WS-Screen-Row (24)
           ELSE
              MOVE 1 to WS-Scan-Pos
      *       First word is the transaction code itself.
              Perform Next-Input-Word
              Perform Next-Input-Word
              IF WS-Word-Len = 5
                 MOVE WS-Word (1 : 5) to WS-Account
                 MOVE 'Y' to WS-Inquiry-Ok-Sw
              ELSE
                 MOVE 'KEY: ZMST AAAAA -- THE 5-CHARACTER ACCOUNT'
                   to WS-Screen-Row (24)
              END-IF
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
      *  Read the account and say whether it is on the master; when
      *  it is, lay its whole reference record out under the answer.
      *---------------------------------------------------------------
       Look-Up-Account.
           MOVE WS-Account to MS-Acct-Key
           EXEC CICS READ
                FILE('MSTRFILE')
                INTO(MASTER-RECORD)
                RIDFLD(MS-Acct-Key)
                RESP(WS-Resp)
           END-EXEC
           MOVE WS-Account to AR-Account
           EVALUATE TRUE
              WHEN WS-Resp = DFHRESP(NORMAL)
                 MOVE 'IS ON THE MASTER' to AR-Answer
                 MOVE WS-Answer-Row to WS-Screen-Row (3)
                 MOVE 'REFERENCE RECORD' to WS-Screen-Row (5)
                 MOVE MASTER-RECORD to WS-Image
                 MOVE 80 to WS-Image-Len
                 MOVE 6  to WS-Image-Row
                 Perform Format-Image
                 MOVE 'ACCOUNT FOUND' to WS-Screen-Row (24)
              WHEN WS-Resp = DFHRESP(NOTFND)
                 MOVE 'IS NOT ON THE MASTER' to AR-Answer
                 MOVE WS-Answer-Row to WS-Screen-Row (3)
                 MOVE 'RECORDS FOR THIS ACCOUNT FAIL THE MASTER CHECK'
                   to WS-Screen-Row (5)
                 MOVE 'ACCOUNT NOT FOUND' to WS-Screen-Row (24)
              WHEN OTHER
                 MOVE 'MSTRFILE NOT AVAILABLE -- RESP'
                   to WS-Screen-Row (24)
                 MOVE WS-Resp to WS-Offset-Edit
                 MOVE WS-Offset-Edit to WS-Screen-Row (24) (32 : 3)
           END-EVALUATE
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
