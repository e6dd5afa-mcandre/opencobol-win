       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTBRWS.
      *****************************************************************
      ** This is the read-only inquiry console for the INDEXED       **
      ** masters TXNAPPLY maintains - "what is on file for vendor    **
      ** ACME" no longer means RECDUMPing all of VENDTBL.MDX and     **
      ** searching the report.  Type the master's RECDUMP-style      **
      ** layout file and the master name (or give them as the one    **
      ** CALL or command-line argument, "<layout>,<master>"), then:  **
      **                                                             **
      **   K find the key typed in the key field - an exact key or   **
      **     just its first characters; the first record on or      **
      **     after it is shown (keyed START, then READ NEXT)         **
      **   N next record        P previous record                    **
      **   M more fields (layouts with more fields than one screen   **
      **     holds show them a screenful at a time)                  **
      **   O open the layout/master typed in their fields            **
      **   X exit                                                    **
      **                                                             **
      ** Each record is shown as labeled fields decoded exactly as   **
      ** RECDUMP decodes them (C/Z/P/B/X, implied decimals           **
      ** applied).  P steps back through the records shown since    **
      ** the last K, re-reading each by its key, so what is shown    **
      ** is always what is on file now.                              **
      **                                                             **
      ** Nothing is ever written to the master - it is opened INPUT  **
      ** only - so a view-level (SIGNON level 1) operator may use    **
      ** it.  Lookups are not changes, but who looked at which       **
      ** master, and for which keys, still goes to the audit trail.  **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1039 Initial coding                                       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Layout-File ASSIGN TO Layout-Filename
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Master-File ASSIGN TO Master-Filename
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY Master-Key.
       DATA DIVISION.
       FILE SECTION.
       FD  Layout-File.
       01  Layout-Record                  PIC X(80).

       FD  Master-File.
       01  Master-Record.
           05 Master-Key                PIC X(64).
           05 Master-Data               PIC X(448).

       WORKING-STORAGE SECTION.
       COPY screenio.

       COPY CSVPARSEcb.

       01  File-Details.
           05 FD-File-Size              PIC X(8) COMP-X.
           05 FD-File-Date.
              10 FD-File-Day            PIC X COMP-X.
              10 FD-File-Month          PIC X COMP-X.
              10 FD-File-Year           PIC X(2) COMP-X.
           05 FD-File-Time.
              10 FD-File-Hours          PIC X COMP-X.
              10 FD-File-Minutes        PIC X COMP-X.
              10 FD-File-Seconds        PIC X COMP-X.
              10 FD-File-Hundredths     PIC X COMP-X.

       01  Browse-Parm-Text               PIC X(200) VALUE SPACES.
       01  Parm-Size                      USAGE BINARY-LONG.
       01  Argument-Count                 USAGE BINARY-LONG.

       01  Layout-Filename                PIC X(64).
       01  Master-Filename                PIC X(256).

       01  Layout-EOF-Switch              PIC X.
           88 Layout-EOF                  VALUE 'Y'.

       01  Master-Open-Switch             PIC X VALUE 'N'.
           88 Master-Open                 VALUE 'Y'.

       01  Record-Shown-Switch            PIC X VALUE 'N'.
           88 Record-Shown                VALUE 'Y'.

       01  Read-OK-Switch                 PIC X.
           88 Read-OK                     VALUE 'Y'.

       01  Field-Table.
           05 Field-Entry                 OCCURS 30 TIMES.
              10 FLD-Name                 PIC X(20).
              10 FLD-Start                USAGE BINARY-LONG.
              10 FLD-Length               USAGE BINARY-LONG.
              10 FLD-Type                 PIC X(1).
              10 FLD-Decimals             USAGE BINARY-LONG.
       01  Field-Count                    PIC 9(2) VALUE 0.
       01  Field-Sub                      PIC 9(2).
       01  First-Field-Shown              PIC 9(2) VALUE 1.
       01  Screen-Line-Number             PIC 9(2).

       01  History-Table.
           05 History-Key                 OCCURS 200 TIMES
                                          PIC X(64).
       01  History-Count                  PIC 9(3) VALUE 0.
       01  Shift-Sub                      PIC 9(3).

       01  Data-Buffer                    PIC X(512).

       01  Work-Byte.
           05 FILLER                      PIC X VALUE LOW-VALUES.
           05 WB-Char                     PIC X.
       01  WB-Halfword                    REDEFINES Work-Byte
                                          PIC 9(4) COMP-X.
       01  Hi-Nibble                      USAGE BINARY-LONG.
       01  Lo-Nibble                      USAGE BINARY-LONG.

       01  Decode-Value                   USAGE BINARY-DOUBLE.
       01  Decode-Negative-Switch         PIC X.
           88 Decode-Negative             VALUE 'Y'.
       01  Decode-Error-Switch            PIC X.
           88 Decode-Error                VALUE 'Y'.
       01  Decode-Sub                     USAGE BINARY-LONG.
       01  Byte-Position                  USAGE BINARY-LONG.
       01  Power-Work                     USAGE BINARY-DOUBLE.

       01  Value-Text                     PIC X(56).
       01  Whole-Part                     USAGE BINARY-DOUBLE.
       01  Decimal-Part                   USAGE BINARY-DOUBLE.
       01  Whole-Display                  PIC Z(14)9.
       01  Decimal-Display                PIC 9(9).
       01  Field-Line                     PIC X(78).

       01  Session-Done-Switch            PIC X VALUE 'N'.
           88 Session-Done                VALUE 'Y'.

       01  Mstbrws-Command                PIC X VALUE SPACE.
       01  Mstbrws-Layout                 PIC X(40) VALUE SPACES.
       01  Mstbrws-Master                 PIC X(40) VALUE SPACES.
       01  Mstbrws-Key                    PIC X(40) VALUE SPACES.
       01  Mstbrws-Shown-Key              PIC X(50) VALUE SPACES.
       01  Mstbrws-Fields-Shown           PIC X(20) VALUE SPACES.
       01  Mstbrws-Line-01                PIC X(78).
       01  Mstbrws-Line-02                PIC X(78).
       01  Mstbrws-Line-03                PIC X(78).
       01  Mstbrws-Line-04                PIC X(78).
       01  Mstbrws-Line-05                PIC X(78).
       01  Mstbrws-Line-06                PIC X(78).
       01  Mstbrws-Line-07                PIC X(78).
       01  Mstbrws-Line-08                PIC X(78).
       01  Mstbrws-Line-09                PIC X(78).
       01  Mstbrws-Line-10                PIC X(78).
       01  Mstbrws-Line-11                PIC X(78).
       01  Mstbrws-Line-12                PIC X(78).
       01  Mstbrws-Message                PIC X(60) VALUE SPACES.

       01  Last-Field-Shown               PIC 9(2).
       01  Field-Count-Display            PIC Z9.
       01  First-Field-Display            PIC Z9.
       01  Last-Field-Display             PIC Z9.


       01  View-Level                     USAGE BINARY-LONG
                                          VALUE 1.
       01  Signon-Operator                PIC X(8).
       01  Signon-Return-Code             USAGE BINARY-LONG.

       01  Browse-Detail-Text             PIC X(152).
       01  Audit-Source                   PIC X(8) VALUE 'MSTBRWS'.

       01  Color-Element                  PIC X(20) VALUE 'MSTBRWS'.
       COPY GETCOLORcb.

       LINKAGE SECTION.
       01  Browse-Parm                    PIC X ANY LENGTH.

       SCREEN SECTION.
       01  Mstbrws-Screen  BACKGROUND-COLOR GCB-Background
                            FOREGROUND-COLOR GCB-Foreground.
           05 LINE 01 COLUMN 01
                  VALUE 'MASTER BROWSE CONSOLE (READ ONLY)'.
           05 LINE 03 COLUMN 01
                  VALUE 'Layout file.............: '.
           05 LINE 03 COLUMN 27 PIC X(40) USING Mstbrws-Layout.
           05 LINE 04 COLUMN 01
                  VALUE 'Master file.............: '.
           05 LINE 04 COLUMN 27 PIC X(40) USING Mstbrws-Master.
           05 LINE 05 COLUMN 01
                  VALUE 'Key or key prefix.......: '.
           05 LINE 05 COLUMN 27 PIC X(40) USING Mstbrws-Key.
           05 LINE 06 COLUMN 01
                  VALUE 'Record shown............: '.
           05 LINE 06 COLUMN 27 PIC X(50)
                  FROM Mstbrws-Shown-Key.
           05 LINE 07 COLUMN 01
                  VALUE 'Fields shown............: '.
           05 LINE 07 COLUMN 27 PIC X(20)
                  FROM Mstbrws-Fields-Shown.
           05 LINE 09 COLUMN 01 PIC X(78) FROM Mstbrws-Line-01.
           05 LINE 10 COLUMN 01 PIC X(78) FROM Mstbrws-Line-02.
           05 LINE 11 COLUMN 01 PIC X(78) FROM Mstbrws-Line-03.
           05 LINE 12 COLUMN 01 PIC X(78) FROM Mstbrws-Line-04.
           05 LINE 13 COLUMN 01 PIC X(78) FROM Mstbrws-Line-05.
           05 LINE 14 COLUMN 01 PIC X(78) FROM Mstbrws-Line-06.
           05 LINE 15 COLUMN 01 PIC X(78) FROM Mstbrws-Line-07.
           05 LINE 16 COLUMN 01 PIC X(78) FROM Mstbrws-Line-08.
           05 LINE 17 COLUMN 01 PIC X(78) FROM Mstbrws-Line-09.
           05 LINE 18 COLUMN 01 PIC X(78) FROM Mstbrws-Line-10.
           05 LINE 19 COLUMN 01 PIC X(78) FROM Mstbrws-Line-11.
           05 LINE 20 COLUMN 01 PIC X(78) FROM Mstbrws-Line-12.
           05 LINE 21 COLUMN 01 PIC X(60) FROM Mstbrws-Message.
           05 LINE 23 COLUMN 01
                  VALUE 'K=find key N=next P=prev M=more fields'.
           05 LINE 24 COLUMN 01
                  VALUE 'O=open master X=exit....: '.
           05 LINE 24 COLUMN 27 PIC X USING Mstbrws-Command.

       PROCEDURE DIVISION USING OPTIONAL Browse-Parm.
       000-MAIN.
           CALL "SIGNON"
               USING View-Level, Signon-Operator,
                     Signon-Return-Code
           END-CALL
           IF Signon-Return-Code NOT = 0
               DISPLAY 'MSTBRWS: view sign-on required'
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "GETCOLOR" USING Color-Element, Getcolor-CB
           END-CALL
           PERFORM 005-Parse-Parameters
           IF Mstbrws-Layout NOT = SPACES
           AND Mstbrws-Master NOT = SPACES
               PERFORM 200-Open-Master
           END-IF
           PERFORM 100-Process-One-Command
               UNTIL Session-Done
           IF Master-Open
               CLOSE Master-File
           END-IF
           STOP RUN
           .
       005-Parse-Parameters.
      *> a command-line parameter arrives as a zero-length CALL
      *> parameter; its text is only readable from ARGUMENT-VALUE,
      *> so zero size means "read the command line", not "no parm"
           MOVE 0 TO Parm-Size
           IF NUMBER-OF-CALL-PARAMETERS > 0
               CALL "C$PARAMSIZE" USING 1
               MOVE RETURN-CODE TO Parm-Size
               IF Parm-Size > 0
                   MOVE Browse-Parm TO Browse-Parm-Text
               ELSE
                   ACCEPT Argument-Count FROM ARGUMENT-NUMBER
                   IF Argument-Count > 0
                       ACCEPT Browse-Parm-Text
                           FROM ARGUMENT-VALUE
                   END-IF
               END-IF
           END-IF
           IF Browse-Parm-Text NOT = SPACES AND LOW-VALUES
               UNSTRING Browse-Parm-Text DELIMITED BY ','
                   INTO Mstbrws-Layout, Mstbrws-Master
               END-UNSTRING
           END-IF
           .
       100-Process-One-Command.
           PERFORM 110-Show-Current-Record
           DISPLAY Mstbrws-Screen
           ACCEPT Mstbrws-Screen
           MOVE SPACES TO Mstbrws-Message
           EVALUATE TRUE
               WHEN Mstbrws-Command = 'X' OR 'x'
                   MOVE 'Y' TO Session-Done-Switch
               WHEN Mstbrws-Command = 'O' OR 'o'
                   PERFORM 200-Open-Master
               WHEN NOT Master-Open
                   MOVE 'Type a layout and master, then O'
                     TO Mstbrws-Message
               WHEN Mstbrws-Command = 'K' OR 'k'
                   PERFORM 300-Find-Key
               WHEN NOT Record-Shown
                   MOVE 'Type a key (or its first characters), then K'
                     TO Mstbrws-Message
               WHEN Mstbrws-Command = 'N' OR 'n'
                   PERFORM 310-Next-Record
               WHEN Mstbrws-Command = 'P' OR 'p'
                   PERFORM 320-Previous-Record
               WHEN Mstbrws-Command = 'M' OR 'm'
                   ADD 12 TO First-Field-Shown
                   IF First-Field-Shown > Field-Count
                       MOVE 1 TO First-Field-Shown
                   END-IF
               WHEN OTHER
                   MOVE 'Commands are K N P M O X'
                     TO Mstbrws-Message
           END-EVALUATE
           MOVE SPACE TO Mstbrws-Command
           .
      *****************************************************************
      ** Format up to 12 of the shown record's fields, starting at   **
      ** First-Field-Shown, onto the screen's field lines.           **
      *****************************************************************
       110-Show-Current-Record.
           MOVE SPACES TO Mstbrws-Line-01 Mstbrws-Line-02
                          Mstbrws-Line-03 Mstbrws-Line-04
                          Mstbrws-Line-05 Mstbrws-Line-06
                          Mstbrws-Line-07 Mstbrws-Line-08
                          Mstbrws-Line-09 Mstbrws-Line-10
                          Mstbrws-Line-11 Mstbrws-Line-12
           MOVE SPACES TO Mstbrws-Fields-Shown
           IF Record-Shown
               MOVE Master-Key TO Mstbrws-Shown-Key
               COMPUTE Last-Field-Shown = First-Field-Shown + 11
               IF Last-Field-Shown > Field-Count
                   MOVE Field-Count TO Last-Field-Shown
               END-IF
               MOVE First-Field-Shown TO First-Field-Display
               MOVE Last-Field-Shown TO Last-Field-Display
               MOVE Field-Count TO Field-Count-Display
               STRING TRIM(First-Field-Display) "-"
                      TRIM(Last-Field-Display) " of "
                      TRIM(Field-Count-Display)
                   DELIMITED BY SIZE INTO Mstbrws-Fields-Shown
               END-STRING
               MOVE 0 TO Screen-Line-Number
               PERFORM VARYING Field-Sub FROM First-Field-Shown BY 1
                         UNTIL Field-Sub > Last-Field-Shown
                   ADD 1 TO Screen-Line-Number
                   PERFORM 400-Format-One-Field
                   EVALUATE Screen-Line-Number
                       WHEN 1
                           MOVE Field-Line TO Mstbrws-Line-01
                       WHEN 2
                           MOVE Field-Line TO Mstbrws-Line-02
                       WHEN 3
                           MOVE Field-Line TO Mstbrws-Line-03
                       WHEN 4
                           MOVE Field-Line TO Mstbrws-Line-04
                       WHEN 5
                           MOVE Field-Line TO Mstbrws-Line-05
                       WHEN 6
                           MOVE Field-Line TO Mstbrws-Line-06
                       WHEN 7
                           MOVE Field-Line TO Mstbrws-Line-07
                       WHEN 8
                           MOVE Field-Line TO Mstbrws-Line-08
                       WHEN 9
                           MOVE Field-Line TO Mstbrws-Line-09
                       WHEN 10
                           MOVE Field-Line TO Mstbrws-Line-10
                       WHEN 11
                           MOVE Field-Line TO Mstbrws-Line-11
                       WHEN 12
                           MOVE Field-Line TO Mstbrws-Line-12
                   END-EVALUATE
               END-PERFORM
           ELSE
               MOVE SPACES TO Mstbrws-Shown-Key
           END-IF
           .
       200-Open-Master.
           IF Master-Open
               CLOSE Master-File
               MOVE 'N' TO Master-Open-Switch
           END-IF
           MOVE 'N' TO Record-Shown-Switch
           MOVE 0 TO History-Count
           MOVE 1 TO First-Field-Shown
           MOVE Mstbrws-Layout TO Layout-Filename
           MOVE Mstbrws-Master TO Master-Filename
           PERFORM 210-Load-Layout
           IF Field-Count > 0
               CALL "CBL_CHECK_FILE_EXIST"
                   USING TRIM(Master-Filename, TRAILING)
                         File-Details
               END-CALL
               IF RETURN-CODE NOT = 0
                   MOVE 'That master file does not exist'
                     TO Mstbrws-Message
               ELSE
                   OPEN INPUT Master-File
                   MOVE 'Y' TO Master-Open-Switch
                   MOVE 'Master open - type a key, then K'
                     TO Mstbrws-Message
                   MOVE SPACES TO Browse-Detail-Text
                   STRING "master "
                          TRIM(Master-Filename, TRAILING)
                          " opened for browse by "
                          TRIM(Signon-Operator, TRAILING)
                       DELIMITED BY SIZE INTO Browse-Detail-Text
                   END-STRING
                   CALL "AUDITLOG"
                       USING Audit-Source, Browse-Detail-Text, 0
                   END-CALL
               END-IF
           END-IF
           .
       210-Load-Layout.
           MOVE 0 TO Field-Count
           CALL "CBL_CHECK_FILE_EXIST"
               USING TRIM(Layout-Filename, TRAILING)
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE 'That layout file does not exist'
                 TO Mstbrws-Message
           ELSE
               OPEN INPUT Layout-File
               MOVE 'N' TO Layout-EOF-Switch
               PERFORM 220-Load-One-Field
                   UNTIL Layout-EOF
               CLOSE Layout-File
               IF Field-Count = 0
                   MOVE 'That layout file holds no fields'
                     TO Mstbrws-Message
               END-IF
           END-IF
           .
       220-Load-One-Field.
           READ Layout-File
               AT END
                   MOVE 'Y' TO Layout-EOF-Switch
           END-READ
           IF NOT Layout-EOF
               IF  Layout-Record NOT = SPACES
               AND Field-Count < 30
                   INITIALIZE Csvparse-CB
                   CALL "CSVPARSE"
                       USING Csvparse-CB, Layout-Record
                   END-CALL
                   IF  CPB-Field-Count >= 4
                   AND TEST-NUMVAL(TRIM(CPB-Field (2))) = 0
                   AND TEST-NUMVAL(TRIM(CPB-Field (3))) = 0
                       ADD 1 TO Field-Count
                       MOVE CPB-Field (1) (1:20)
                         TO FLD-Name (Field-Count)
                       MOVE NUMVAL(CPB-Field (2))
                         TO FLD-Start (Field-Count)
                       MOVE NUMVAL(CPB-Field (3))
                         TO FLD-Length (Field-Count)
                       MOVE UPPER-CASE(CPB-Field (4) (1:1))
                         TO FLD-Type (Field-Count)
                       MOVE 0 TO FLD-Decimals (Field-Count)
                       IF  CPB-Field-Count >= 5
                       AND TEST-NUMVAL(TRIM(CPB-Field (5))) = 0
                           MOVE NUMVAL(CPB-Field (5))
                             TO FLD-Decimals (Field-Count)
                       END-IF
      *> the master record is 512 bytes - such a field cannot be
      *> on file, and decoding it would read past the record
                       IF FLD-Start (Field-Count)
                            + FLD-Length (Field-Count) - 1
                            > 512
                           SUBTRACT 1 FROM Field-Count
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      *****************************************************************
      ** A lookup starts a fresh trail for P to step back through.   **
      *****************************************************************
       300-Find-Key.
           MOVE 0 TO History-Count
           MOVE 1 TO First-Field-Shown
           MOVE SPACES TO Master-Record
           MOVE Mstbrws-Key TO Master-Key
           PERFORM 330-Read-From-Key
           IF Read-OK
               IF  Mstbrws-Key NOT = SPACES
               AND Master-Key (1:LENGTH(TRIM(Mstbrws-Key)))
                     NOT = TRIM(Mstbrws-Key)
                   MOVE 'No such key - the next key on file is shown'
                     TO Mstbrws-Message
               END-IF
               PERFORM 340-Remember-Shown-Key
           ELSE
               MOVE 'No key on or after that one' TO Mstbrws-Message
               MOVE 'N' TO Record-Shown-Switch
           END-IF
           MOVE SPACES TO Browse-Detail-Text
           STRING "browse of " TRIM(Master-Filename, TRAILING)
                  " by " TRIM(Signon-Operator, TRAILING)
                  " for key " TRIM(Mstbrws-Key)
               DELIMITED BY SIZE INTO Browse-Detail-Text
           END-STRING
           CALL "AUDITLOG"
               USING Audit-Source, Browse-Detail-Text, 0
           END-CALL
           .
       310-Next-Record.
           MOVE History-Key (History-Count) TO Master-Key
           START Master-File KEY > Master-Key
               INVALID KEY
                   MOVE 'N' TO Read-OK-Switch
               NOT INVALID KEY
                   MOVE 'Y' TO Read-OK-Switch
           END-START
           IF Read-OK
               READ Master-File NEXT RECORD
                   AT END
                       MOVE 'N' TO Read-OK-Switch
               END-READ
           END-IF
           IF Read-OK
               PERFORM 340-Remember-Shown-Key
           ELSE
               MOVE 'End of the master' TO Mstbrws-Message
               PERFORM 350-Reread-Shown-Key
           END-IF
           .
       320-Previous-Record.
           IF History-Count <= 1
               MOVE 'First record of this lookup - K an earlier key'
                 TO Mstbrws-Message
           ELSE
               SUBTRACT 1 FROM History-Count
               PERFORM 350-Reread-Shown-Key
           END-IF
           .
       330-Read-From-Key.
           START Master-File KEY NOT < Master-Key
               INVALID KEY
                   MOVE 'N' TO Read-OK-Switch
               NOT INVALID KEY
                   MOVE 'Y' TO Read-OK-Switch
           END-START
           IF Read-OK
               READ Master-File NEXT RECORD
                   AT END
                       MOVE 'N' TO Read-OK-Switch
               END-READ
           END-IF
           IF Read-OK
               MOVE Master-Record TO Data-Buffer
               MOVE 'Y' TO Record-Shown-Switch
           END-IF
           .
       340-Remember-Shown-Key.
           MOVE Master-Record TO Data-Buffer
           MOVE 'Y' TO Record-Shown-Switch
           IF History-Count >= 200
               PERFORM VARYING Shift-Sub FROM 1 BY 1
                         UNTIL Shift-Sub >= 200
                   MOVE History-Key (Shift-Sub + 1)
                     TO History-Key (Shift-Sub)
               END-PERFORM
               SUBTRACT 1 FROM History-Count
           END-IF
           ADD 1 TO History-Count
           MOVE Master-Key TO History-Key (History-Count)
           .
      *****************************************************************
      ** Re-read the record at the top of the trail - it may have    **
      ** been deleted since it was shown, in which case the next     **
      ** key on file stands in for it.                               **
      *****************************************************************
       350-Reread-Shown-Key.
           MOVE SPACES TO Master-Record
           MOVE History-Key (History-Count) TO Master-Key
           PERFORM 330-Read-From-Key
           IF NOT Read-OK
               MOVE 'N' TO Record-Shown-Switch
               MOVE 0 TO History-Count
               MOVE 'That record is no longer on file'
                 TO Mstbrws-Message
           END-IF
           .
       400-Format-One-Field.
           MOVE SPACES TO Value-Text
           EVALUATE FLD-Type (Field-Sub)
               WHEN 'C'
                   MOVE Data-Buffer
                          (FLD-Start (Field-Sub):
                           FLD-Length (Field-Sub))
                     TO Value-Text
               WHEN 'Z'
                   PERFORM 410-Decode-Zoned
               WHEN 'P'
                   PERFORM 420-Decode-Packed
               WHEN 'B'
                   PERFORM 430-Decode-Binary
                   PERFORM 450-Edit-Numeric-Value
               WHEN 'X'
                   PERFORM 440-Decode-Unsigned
                   PERFORM 450-Edit-Numeric-Value
               WHEN OTHER
                   MOVE "(unknown type)" TO Value-Text
           END-EVALUATE
           MOVE SPACES TO Field-Line
           STRING FLD-Name (Field-Sub) " = "
                  TRIM(Value-Text, TRAILING)
               DELIMITED BY SIZE INTO Field-Line
           END-STRING
           .
      *****************************************************************
      ** The Z/P/B/X decoders below follow RECDUMP's exactly, so the  **
      ** console shows what the RECDUMP listing would.               **
      *****************************************************************
       410-Decode-Zoned.
           MOVE 0 TO Decode-Value
           MOVE 'N' TO Decode-Negative-Switch
           MOVE 'N' TO Decode-Error-Switch
           PERFORM VARYING Decode-Sub FROM 1 BY 1
                     UNTIL Decode-Sub > FLD-Length (Field-Sub)
                        OR Decode-Error
               COMPUTE Byte-Position =
                   FLD-Start (Field-Sub) + Decode-Sub - 1
               MOVE Data-Buffer (Byte-Position:1) TO WB-Char
               EVALUATE TRUE
                   WHEN WB-Char >= '0' AND WB-Char <= '9'
                       COMPUTE Decode-Value =
                           Decode-Value * 10 + WB-Halfword - 48
                   WHEN Decode-Sub = FLD-Length (Field-Sub)
                       PERFORM 415-Decode-Overpunch
                   WHEN OTHER
                       MOVE 'Y' TO Decode-Error-Switch
               END-EVALUATE
           END-PERFORM
           IF Decode-Error
               MOVE "(not zoned numeric)" TO Value-Text
           ELSE
               PERFORM 450-Edit-Numeric-Value
           END-IF
           .
       415-Decode-Overpunch.
           EVALUATE TRUE
               WHEN WB-Char = '{'
                   COMPUTE Decode-Value = Decode-Value * 10
               WHEN WB-Char >= 'A' AND WB-Char <= 'I'
                   COMPUTE Decode-Value =
                       Decode-Value * 10 + WB-Halfword - 64
               WHEN WB-Char = '}'
                   COMPUTE Decode-Value = Decode-Value * 10
                   MOVE 'Y' TO Decode-Negative-Switch
               WHEN WB-Char >= 'J' AND WB-Char <= 'R'
                   COMPUTE Decode-Value =
                       Decode-Value * 10 + WB-Halfword - 73
                   MOVE 'Y' TO Decode-Negative-Switch
               WHEN OTHER
                   MOVE 'Y' TO Decode-Error-Switch
           END-EVALUATE
           .
       420-Decode-Packed.
           MOVE 0 TO Decode-Value
           MOVE 'N' TO Decode-Negative-Switch
           MOVE 'N' TO Decode-Error-Switch
           PERFORM VARYING Decode-Sub FROM 1 BY 1
                     UNTIL Decode-Sub > FLD-Length (Field-Sub)
                        OR Decode-Error
               COMPUTE Byte-Position =
                   FLD-Start (Field-Sub) + Decode-Sub - 1
               MOVE Data-Buffer (Byte-Position:1) TO WB-Char
               DIVIDE WB-Halfword BY 16
                   GIVING Hi-Nibble
                   REMAINDER Lo-Nibble
               END-DIVIDE
               IF Hi-Nibble > 9
                   MOVE 'Y' TO Decode-Error-Switch
               ELSE
                   COMPUTE Decode-Value =
                       Decode-Value * 10 + Hi-Nibble
                   IF Decode-Sub = FLD-Length (Field-Sub)
                       IF Lo-Nibble = 13 OR Lo-Nibble = 11
                           MOVE 'Y' TO Decode-Negative-Switch
                       ELSE
                           IF Lo-Nibble < 10
                               MOVE 'Y' TO Decode-Error-Switch
                           END-IF
                       END-IF
                   ELSE
                       IF Lo-Nibble > 9
                           MOVE 'Y' TO Decode-Error-Switch
                       ELSE
                           COMPUTE Decode-Value =
                               Decode-Value * 10 + Lo-Nibble
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF Decode-Error
               MOVE "(not packed decimal)" TO Value-Text
           ELSE
               PERFORM 450-Edit-Numeric-Value
           END-IF
           .
       430-Decode-Binary.
           PERFORM 440-Decode-Unsigned
           IF FLD-Length (Field-Sub) <= 8
               MOVE FLD-Start (Field-Sub) TO Byte-Position
               MOVE Data-Buffer (Byte-Position:1) TO WB-Char
               IF WB-Halfword >= 128
                   MOVE 1 TO Power-Work
                   PERFORM FLD-Length (Field-Sub) TIMES
                       COMPUTE Power-Work = Power-Work * 256
                   END-PERFORM
                   COMPUTE Decode-Value = Decode-Value - Power-Work
               END-IF
           END-IF
           IF Decode-Value < 0
               MOVE 'Y' TO Decode-Negative-Switch
               COMPUTE Decode-Value = 0 - Decode-Value
           END-IF
           .
       440-Decode-Unsigned.
           MOVE 0 TO Decode-Value
           MOVE 'N' TO Decode-Negative-Switch
           PERFORM VARYING Decode-Sub FROM 1 BY 1
                     UNTIL Decode-Sub > FLD-Length (Field-Sub)
               COMPUTE Byte-Position =
                   FLD-Start (Field-Sub) + Decode-Sub - 1
               MOVE Data-Buffer (Byte-Position:1) TO WB-Char
               COMPUTE Decode-Value =
                   Decode-Value * 256 + WB-Halfword
           END-PERFORM
           .
       450-Edit-Numeric-Value.
           IF FLD-Decimals (Field-Sub) = 0
               MOVE Decode-Value TO Whole-Display
               MOVE SPACES TO Value-Text
               IF Decode-Negative
                   STRING "-" TRIM(Whole-Display)
                       DELIMITED BY SIZE INTO Value-Text
                   END-STRING
               ELSE
                   MOVE TRIM(Whole-Display) TO Value-Text
               END-IF
           ELSE
               MOVE 1 TO Power-Work
               PERFORM FLD-Decimals (Field-Sub) TIMES
                   COMPUTE Power-Work = Power-Work * 10
               END-PERFORM
               DIVIDE Decode-Value BY Power-Work
                   GIVING Whole-Part
                   REMAINDER Decimal-Part
               END-DIVIDE
               MOVE Whole-Part TO Whole-Display
               MOVE Decimal-Part TO Decimal-Display
               MOVE SPACES TO Value-Text
               IF Decode-Negative
                   STRING "-" TRIM(Whole-Display) "."
                          Decimal-Display
                            (10 - FLD-Decimals (Field-Sub):
                             FLD-Decimals (Field-Sub))
                       DELIMITED BY SIZE INTO Value-Text
                   END-STRING
               ELSE
                   STRING TRIM(Whole-Display) "."
                          Decimal-Display
                            (10 - FLD-Decimals (Field-Sub):
                             FLD-Decimals (Field-Sub))
                       DELIMITED BY SIZE INTO Value-Text
                   END-STRING
               END-IF
           END-IF
           .
