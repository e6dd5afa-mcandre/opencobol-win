       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTEXTR.
      *****************************************************************
      ** This is the extract step for the INDEXED masters TXNAPPLY   **
      ** maintains - the way data gets back OUT of VENDTBL.MDX and   **
      ** its kind for downstream partners and the finance team.      **
      ** The one CALL (or command-line) argument is comma-separated: **
      **                                                             **
      **   <layout-file>,<master-file>,<out-name>[,<format>          **
      **   [,<selection-file>[,<pair>]]]                             **
      **                                                             **
      ** <layout-file> is the RECDUMP-style layout TXNAPPLY uses     **
      ** for the master (its first field is the key).  <out-name>    **
      ** is the extract's filename; it is written into the OUTBOUND  **
      ** staging directory (the "OUTBOUND" environment variable, or  **
      ** "/outbound"), ready for OUTBOUND to send.  <format> is CSV  **
      ** (the default) or FIXED:                                     **
      **                                                             **
      **   CSV    a header row of the layout field names, then one   **
      **          row per record, every field decoded the way        **
      **          RECDUMP decodes it (C/Z/P/B/X, implied decimals    **
      **          applied); a value holding a comma or a quote is    **
      **          quoted, so CSVPARSE reads it back intact           **
      **   FIXED  the master records byte-for-byte, cut to the       **
      **          layout's highest start+length-1                    **
      **                                                             **
      ** The optional <selection-file> holds one comma-separated     **
      ** test per line; a record is extracted only when it passes    **
      ** every test (no file, or an empty one, extracts it all):     **
      **                                                             **
      **   KEY,<from>,<to>         key range; either end may be      **
      **                           blank.  <to> is compared over     **
      **                           its own length, so "KEY,,V9"      **
      **                           includes V9xxx keys               **
      **   FIELD,<name>,<op>,<val> a layout field compared with      **
      **                           <val>; <op> is = > or < (EQ GT    **
      **                           LT also accepted).  Z/P/B/X       **
      **                           fields compare numerically, C     **
      **                           fields as text                    **
      **   SINCE,<yyyymmdd>,<name> records changed on or after the   **
      **                           date, by the layout field that    **
      **                           carries the record's last-change  **
      **                           date (yyyymmdd, C or Z)           **
      **                                                             **
      ** The key range is served with a keyed START, so a narrow     **
      ** range never reads the whole master.  The number of records  **
      ** selected is registered through CTLTOTAL as the producer     **
      ** ('P') side of <pair>, and the number actually written as    **
      ** the consumer ('C') side, so the CTLBAL step proves the      **
      ** extract holds what was selected.  <pair> defaults to the    **
      ** part of <out-name> before its first period.  Typical        **
      ** JOBDRV step:                                                **
      **                                                             **
      **   MSTEXTR  VENDTBL.LAY,VENDTBL.MDX,VEND&YYYYMMDD..CSV,CSV,  **
      **            VENDSEL.DAT,VENDEXTR                             **
      **                                                             **
      ** RETURN-CODE is 0; 4 when some numeric fields could not be   **
      ** decoded (they are extracted blank); 2 when the parameters,  **
      ** layout, selection, master or output cannot be used.         **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1038 Initial coding                                       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Layout-File ASSIGN TO Layout-Filename
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Selection-File ASSIGN TO Selection-Filename
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Master-File ASSIGN TO Master-Filename
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY Master-Key.
       DATA DIVISION.
       FILE SECTION.
       FD  Layout-File.
       01  Layout-Record                  PIC X(80).

       FD  Selection-File.
       01  Selection-Record               PIC X(256).

       FD  Master-File.
       01  Master-Record.
           05 Master-Key                PIC X(64).
           05 Master-Data               PIC X(448).

       WORKING-STORAGE SECTION.
       COPY STREAMIOcb.

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

       01  Extract-Parm-Text              PIC X(512) VALUE SPACES.
       01  Parm-Size                      USAGE BINARY-LONG.
       01  Argument-Count                 USAGE BINARY-LONG.

       01  Layout-Filename                PIC X(64).
       01  Master-Filename                PIC X(256).
       01  Out-Name                       PIC X(128).
       01  Format-Text                    PIC X(8).
       01  Selection-Filename             PIC X(256).
       01  Pair-Name                      PIC X(16).

       01  Format-Switch                  PIC X VALUE 'C'.
           88 CSV-Format                  VALUE 'C'.
           88 Fixed-Format                VALUE 'F'.

       01  Env-Outbound                   PIC X(256).
       01  Slash                          PIC X(1).
       01  Output-Path                    PIC X(256).

       01  Layout-EOF-Switch              PIC X.
           88 Layout-EOF                  VALUE 'Y'.
       01  Selection-EOF-Switch           PIC X.
           88 Selection-EOF               VALUE 'Y'.
       01  Master-EOF-Switch              PIC X.
           88 Master-EOF                  VALUE 'Y'.

       01  Field-Table.
           05 Field-Entry                 OCCURS 30 TIMES.
              10 FLD-Name                 PIC X(20).
              10 FLD-Start                USAGE BINARY-LONG.
              10 FLD-Length               USAGE BINARY-LONG.
              10 FLD-Type                 PIC X(1).
              10 FLD-Decimals             USAGE BINARY-LONG.
       01  Field-Count                    PIC 9(2) VALUE 0.
       01  Field-Sub                      PIC 9(2).
       01  Find-Field-Name                PIC X(20).
       01  Found-Field-Sub                PIC 9(2).

       01  Key-From                       PIC X(64) VALUE SPACES.
       01  Key-To                         PIC X(64) VALUE SPACES.
       01  Key-To-Length                  USAGE BINARY-LONG VALUE 0.

       01  Test-Table.
           05 Test-Entry                  OCCURS 20 TIMES.
              10 TST-Field-Sub            PIC 9(2).
              10 TST-Operator             PIC X(1).
                 88 TST-Equal             VALUE '='.
                 88 TST-Greater           VALUE '>'.
                 88 TST-Less              VALUE '<'.
                 88 TST-Not-Less          VALUE 'G'.
              10 TST-Value                PIC X(80).
              10 TST-Amount               PIC S9(13)V9(5) COMP-3.
       01  Test-Count                     PIC 9(2) VALUE 0.
       01  Test-Sub                       PIC 9(2).
       01  Operator-Text                  PIC X(8).

       01  Record-Length                  USAGE BINARY-LONG VALUE 0.
       01  Data-Buffer                    PIC X(512).

       01  Selected-Switch                PIC X.
           88 Record-Selected             VALUE 'Y'.

       01  Out-Line                       PIC X(4096).
       01  Out-Pointer                    USAGE BINARY-LONG.
       01  Value-Length                   USAGE BINARY-LONG.
       01  Quote-Sub                      USAGE BINARY-LONG.
       01  Quote-Count                    USAGE BINARY-LONG.
       01  Comma-Count                    USAGE BINARY-LONG.

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
       01  Field-Amount                   PIC S9(13)V9(5) COMP-3.

       01  Value-Text                     PIC X(512).
       01  Whole-Part                     USAGE BINARY-DOUBLE.
       01  Decimal-Part                   USAGE BINARY-DOUBLE.
       01  Whole-Display                  PIC Z(14)9.
       01  Decimal-Display                PIC 9(9).

       01  Selected-Count                 USAGE BINARY-LONG VALUE 0.
       01  Written-Count                  USAGE BINARY-LONG VALUE 0.
       01  Decode-Errors                  USAGE BINARY-LONG VALUE 0.
       01  Amount-Total                   PIC S9(13)V99 COMP-3
                                          VALUE 0.
       01  Pair-Role                      PIC X(1).
       01  Selected-Display               PIC 9(9).
       01  Written-Display                PIC 9(9).

       01  Extract-Return-Code            USAGE BINARY-LONG VALUE 0.

       01  Extract-Detail-Text            PIC X(152).
       01  Audit-Source                   PIC X(8) VALUE 'MSTEXTR'.

       LINKAGE SECTION.
       01  Extract-Parm                   PIC X ANY LENGTH.

       PROCEDURE DIVISION USING OPTIONAL Extract-Parm.
       000-MAIN.
           PERFORM 010-Parse-Parameters
           IF Extract-Return-Code = 0
               PERFORM 020-Load-Layout
           END-IF
           IF  Extract-Return-Code = 0
           AND Selection-Filename NOT = SPACES
               PERFORM 050-Load-Selection
           END-IF
           IF Extract-Return-Code = 0
               PERFORM 070-Identify-Outbound
               PERFORM 100-Extract-The-Master
           END-IF
           IF Extract-Return-Code NOT = 2
               MOVE 'P' TO Pair-Role
               CALL "CTLTOTAL"
                   USING Pair-Name, Pair-Role, Selected-Count,
                         Amount-Total, Audit-Source
               END-CALL
               MOVE 'C' TO Pair-Role
               CALL "CTLTOTAL"
                   USING Pair-Name, Pair-Role, Written-Count,
                         Amount-Total, Audit-Source
               END-CALL
               IF Decode-Errors > 0
                   DISPLAY 'MSTEXTR: ' Decode-Errors
                       ' fields could not be decoded and were '
                       'extracted blank' UPON SYSERR
                   MOVE 4 TO Extract-Return-Code
               END-IF
           END-IF
           MOVE Selected-Count TO Selected-Display
           MOVE Written-Count  TO Written-Display
           DISPLAY 'MSTEXTR: ' Selected-Display ' records selected, '
               Written-Display ' written' UPON SYSERR
           MOVE SPACES TO Extract-Detail-Text
           STRING "extracted " Written-Display " records from "
                  TRIM(Master-Filename, TRAILING)
                  " to " TRIM(Output-Path, TRAILING)
               DELIMITED BY SIZE INTO Extract-Detail-Text
           END-STRING
           CALL "AUDITLOG"
               USING Audit-Source, Extract-Detail-Text,
                     Extract-Return-Code
           END-CALL
           MOVE Extract-Return-Code TO RETURN-CODE
           GOBACK
           .
       010-Parse-Parameters.
      *> command-line parameters arrive as a zero-length CALL
      *> parameter; their text is only readable from ARGUMENT-VALUE,
      *> so zero size means "read the command line", not "no parm"
           MOVE 0 TO Parm-Size
           IF NUMBER-OF-CALL-PARAMETERS > 0
               CALL "C$PARAMSIZE" USING 1
               MOVE RETURN-CODE TO Parm-Size
               IF Parm-Size > 0
                   MOVE Extract-Parm TO Extract-Parm-Text
               ELSE
                   ACCEPT Argument-Count FROM ARGUMENT-NUMBER
                   IF Argument-Count > 0
                       ACCEPT Extract-Parm-Text FROM ARGUMENT-VALUE
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO Layout-Filename
           MOVE SPACES TO Master-Filename
           MOVE SPACES TO Out-Name
           MOVE SPACES TO Format-Text
           MOVE SPACES TO Selection-Filename
           MOVE SPACES TO Pair-Name
           MOVE SPACES TO Output-Path
           UNSTRING Extract-Parm-Text DELIMITED BY ','
               INTO Layout-Filename, Master-Filename, Out-Name,
                    Format-Text, Selection-Filename, Pair-Name
           END-UNSTRING
           IF Layout-Filename = SPACES
           OR Master-Filename = SPACES
           OR Out-Name = SPACES
               DISPLAY 'MSTEXTR: usage: layout,master,outname'
                   '[,CSV|FIXED[,selection[,pair]]]' UPON SYSERR
               MOVE 2 TO Extract-Return-Code
           END-IF
           EVALUATE UPPER-CASE(TRIM(Format-Text))
               WHEN SPACES
               WHEN 'CSV'
                   MOVE 'C' TO Format-Switch
               WHEN 'FIXED'
                   MOVE 'F' TO Format-Switch
               WHEN OTHER
                   DISPLAY 'MSTEXTR: format must be CSV or FIXED'
                       UPON SYSERR
                   MOVE 2 TO Extract-Return-Code
           END-EVALUATE
           IF Pair-Name = SPACES
               UNSTRING Out-Name DELIMITED BY '.'
                   INTO Pair-Name
               END-UNSTRING
           END-IF
           MOVE UPPER-CASE(Pair-Name) TO Pair-Name
           .
       020-Load-Layout.
           CALL "CBL_CHECK_FILE_EXIST"
               USING TRIM(Layout-Filename, TRAILING)
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY 'MSTEXTR: layout file '
                   TRIM(Layout-Filename) ' not found' UPON SYSERR
               MOVE 2 TO Extract-Return-Code
           ELSE
               OPEN INPUT Layout-File
               MOVE 'N' TO Layout-EOF-Switch
               PERFORM 030-Load-One-Field
                   UNTIL Layout-EOF
               CLOSE Layout-File
               IF Field-Count = 0
                   DISPLAY 'MSTEXTR: layout holds no fields'
                       UPON SYSERR
                   MOVE 2 TO Extract-Return-Code
               ELSE
                   IF FLD-Start (1) NOT = 1
                   OR FLD-Length (1) > 64
                       DISPLAY 'MSTEXTR: the first layout field must '
                           'be the key (start 1, length <= 64)'
                           UPON SYSERR
                       MOVE 2 TO Extract-Return-Code
                   END-IF
               END-IF
           END-IF
           .
       030-Load-One-Field.
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
                       IF FLD-Start (Field-Count)
                            + FLD-Length (Field-Count) - 1
                            > 512
      *> the master record is 512 bytes - decoding such a field
      *> would read past it, so it is refused outright
                           DISPLAY 'MSTEXTR: field '
                               TRIM(FLD-Name (Field-Count))
                               ' extends past the 512-byte '
                               'record - ignored' UPON SYSERR
                           SUBTRACT 1 FROM Field-Count
                       ELSE
                           IF FLD-Start (Field-Count)
                                + FLD-Length (Field-Count) - 1
                                > Record-Length
                               COMPUTE Record-Length =
                                   FLD-Start (Field-Count)
                                   + FLD-Length (Field-Count) - 1
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY 'MSTEXTR: bad layout line ignored: '
                           TRIM(Layout-Record) UPON SYSERR
                   END-IF
               END-IF
           END-IF
           .
       040-Find-Field.
           MOVE 0 TO Found-Field-Sub
           PERFORM VARYING Field-Sub FROM 1 BY 1
                     UNTIL Field-Sub > Field-Count
               IF UPPER-CASE(FLD-Name (Field-Sub))
                      = UPPER-CASE(Find-Field-Name)
                   MOVE Field-Sub TO Found-Field-Sub
               END-IF
           END-PERFORM
           .
       050-Load-Selection.
           CALL "CBL_CHECK_FILE_EXIST"
               USING TRIM(Selection-Filename, TRAILING)
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY 'MSTEXTR: selection file '
                   TRIM(Selection-Filename) ' not found' UPON SYSERR
               MOVE 2 TO Extract-Return-Code
           ELSE
               OPEN INPUT Selection-File
               MOVE 'N' TO Selection-EOF-Switch
               PERFORM 060-Load-One-Test
                   UNTIL Selection-EOF
               CLOSE Selection-File
           END-IF
           .
      *****************************************************************
      ** A selection line that cannot be understood stops the run -  **
      ** quietly ignoring a test would extract records the partner   **
      ** was never meant to receive.                                 **
      *****************************************************************
       060-Load-One-Test.
           READ Selection-File
               AT END
                   MOVE 'Y' TO Selection-EOF-Switch
           END-READ
           IF  NOT Selection-EOF
           AND Selection-Record NOT = SPACES
           AND Selection-Record (1:1) NOT = '*'
               INITIALIZE Csvparse-CB
               CALL "CSVPARSE"
                   USING Csvparse-CB, Selection-Record
               END-CALL
               EVALUATE UPPER-CASE(TRIM(CPB-Field (1)))
                   WHEN 'KEY'
                       MOVE CPB-Field (2) TO Key-From
                       MOVE CPB-Field (3) TO Key-To
                       MOVE LENGTH(TRIM(Key-To, TRAILING))
                         TO Key-To-Length
                       IF Key-To = SPACES
                           MOVE 0 TO Key-To-Length
                       END-IF
                   WHEN 'FIELD'
                       MOVE CPB-Field (2) TO Find-Field-Name
                       MOVE CPB-Field (3) TO Operator-Text
                       PERFORM 065-Add-Test
                   WHEN 'SINCE'
                       MOVE CPB-Field (3) TO Find-Field-Name
                       MOVE 'G' TO Operator-Text
                       MOVE CPB-Field (2) TO CPB-Field (4)
                       IF TEST-NUMVAL(TRIM(CPB-Field (2))) NOT = 0
                       OR LENGTH(TRIM(CPB-Field (2))) NOT = 8
                           DISPLAY 'MSTEXTR: SINCE date must be '
                               'yyyymmdd: ' TRIM(Selection-Record)
                               UPON SYSERR
                           MOVE 2 TO Extract-Return-Code
                       ELSE
                           PERFORM 065-Add-Test
                       END-IF
                   WHEN OTHER
                       DISPLAY 'MSTEXTR: bad selection line: '
                           TRIM(Selection-Record) UPON SYSERR
                       MOVE 2 TO Extract-Return-Code
               END-EVALUATE
           END-IF
           .
       065-Add-Test.
           PERFORM 040-Find-Field
           EVALUATE TRUE
               WHEN Test-Count >= 20
                   DISPLAY 'MSTEXTR: more than 20 selection tests'
                       UPON SYSERR
                   MOVE 2 TO Extract-Return-Code
               WHEN Found-Field-Sub = 0
                   DISPLAY 'MSTEXTR: field ' TRIM(Find-Field-Name)
                       ' is not in the layout' UPON SYSERR
                   MOVE 2 TO Extract-Return-Code
               WHEN FLD-Type (Found-Field-Sub) = 'C'
                AND FLD-Length (Found-Field-Sub) > 80
                   DISPLAY 'MSTEXTR: field ' TRIM(Find-Field-Name)
                       ' is too long to select on' UPON SYSERR
                   MOVE 2 TO Extract-Return-Code
               WHEN OTHER
                   ADD 1 TO Test-Count
                   MOVE Found-Field-Sub TO TST-Field-Sub (Test-Count)
                   MOVE CPB-Field (4) TO TST-Value (Test-Count)
                   MOVE 0 TO TST-Amount (Test-Count)
                   EVALUATE UPPER-CASE(TRIM(Operator-Text))
                       WHEN '='
                       WHEN 'EQ'
                           MOVE '=' TO TST-Operator (Test-Count)
                       WHEN '>'
                       WHEN 'GT'
                           MOVE '>' TO TST-Operator (Test-Count)
                       WHEN '<'
                       WHEN 'LT'
                           MOVE '<' TO TST-Operator (Test-Count)
                       WHEN 'G'
                           MOVE 'G' TO TST-Operator (Test-Count)
                       WHEN OTHER
                           DISPLAY 'MSTEXTR: operator must be = > '
                               'or < for field '
                               TRIM(Find-Field-Name) UPON SYSERR
                           MOVE 2 TO Extract-Return-Code
                   END-EVALUATE
                   IF FLD-Type (Found-Field-Sub) NOT = 'C'
                       IF TEST-NUMVAL(TRIM(CPB-Field (4))) = 0
                           MOVE NUMVAL(CPB-Field (4))
                             TO TST-Amount (Test-Count)
                       ELSE
                           DISPLAY 'MSTEXTR: field '
                               TRIM(Find-Field-Name)
                               ' is numeric - "' TRIM(CPB-Field (4))
                               '" is not a number' UPON SYSERR
                           MOVE 2 TO Extract-Return-Code
                       END-IF
                   END-IF
           END-EVALUATE
           .
       070-Identify-Outbound.
           ACCEPT Env-Outbound FROM ENVIRONMENT "OUTBOUND"
           EVALUATE TRUE
               WHEN Env-Outbound (1:1) = "/"
                   MOVE "/"         TO Slash
               WHEN Env-Outbound (2:1) = ":"
                   MOVE "\"         TO Slash
               WHEN OTHER
                   MOVE "/outbound" TO Env-Outbound
                   MOVE "/"         TO Slash
           END-EVALUATE
           MOVE SPACES TO Output-Path
           STRING TRIM(Env-Outbound, TRAILING) Slash
                  TRIM(Out-Name)
               DELIMITED BY SIZE INTO Output-Path
           END-STRING
           .
       100-Extract-The-Master.
           CALL "CBL_CHECK_FILE_EXIST"
               USING TRIM(Master-Filename, TRAILING)
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY 'MSTEXTR: master '
                   TRIM(Master-Filename) ' not found' UPON SYSERR
               MOVE 2 TO Extract-Return-Code
           ELSE
               INITIALIZE Streamio-CB
               MOVE Output-Path TO SCB-Filename
               MOVE 'O'         TO SCB-Mode
               MOVE 'O '        TO SCB-Function
               CALL "STREAMIO" USING Streamio-CB
               END-CALL
               IF SCB-Return-Code NOT = 0
                   DISPLAY 'MSTEXTR: cannot create '
                       TRIM(Output-Path) UPON SYSERR
                   MOVE 2 TO Extract-Return-Code
               END-IF
           END-IF
           IF Extract-Return-Code = 0
               IF CSV-Format
                   PERFORM 110-Write-Header-Row
               END-IF
               OPEN INPUT Master-File
               MOVE 'N' TO Master-EOF-Switch
               PERFORM 120-Position-The-Master
               PERFORM 130-Extract-One-Record
                   UNTIL Master-EOF
               CLOSE Master-File
               MOVE 'C ' TO SCB-Function
               CALL "STREAMIO" USING Streamio-CB
               END-CALL
           END-IF
           .
       110-Write-Header-Row.
           MOVE SPACES TO Out-Line
           MOVE 1 TO Out-Pointer
           PERFORM VARYING Field-Sub FROM 1 BY 1
                     UNTIL Field-Sub > Field-Count
               IF Field-Sub > 1
                   STRING "," DELIMITED BY SIZE
                       INTO Out-Line WITH POINTER Out-Pointer
                   END-STRING
               END-IF
               MOVE FLD-Name (Field-Sub) TO Value-Text
               PERFORM 320-Append-Value
           END-PERFORM
           PERFORM 330-Write-Out-Line
           .
      *****************************************************************
      ** A key range starts with a keyed START; without one, the     **
      ** master is simply read from its first record.                **
      *****************************************************************
       120-Position-The-Master.
           IF Key-From NOT = SPACES
               MOVE SPACES TO Master-Record
               MOVE Key-From TO Master-Key
               START Master-File KEY NOT < Master-Key
                   INVALID KEY
                       MOVE 'Y' TO Master-EOF-Switch
               END-START
           END-IF
           .
       130-Extract-One-Record.
           READ Master-File NEXT RECORD
               AT END
                   MOVE 'Y' TO Master-EOF-Switch
           END-READ
           IF NOT Master-EOF
               IF  Key-To-Length > 0
               AND Master-Key (1:Key-To-Length)
                     > Key-To (1:Key-To-Length)
                   MOVE 'Y' TO Master-EOF-Switch
               END-IF
           END-IF
           IF NOT Master-EOF
               MOVE Master-Record TO Data-Buffer
               MOVE 'Y' TO Selected-Switch
               PERFORM 200-Apply-One-Test
                   VARYING Test-Sub FROM 1 BY 1
                     UNTIL Test-Sub > Test-Count
                        OR NOT Record-Selected
               IF Record-Selected
                   ADD 1 TO Selected-Count
                   IF CSV-Format
                       PERFORM 300-Build-CSV-Row
                       PERFORM 330-Write-Out-Line
                   ELSE
                       MOVE 'WF' TO SCB-Function
                       MOVE Record-Length TO SCB-Record-Length
                       CALL "STREAMIO"
                           USING Streamio-CB,
                                 Data-Buffer (1:Record-Length)
                       END-CALL
                   END-IF
                   IF SCB-Return-Code = 0
                       ADD 1 TO Written-Count
                   END-IF
               END-IF
           END-IF
           .
       200-Apply-One-Test.
           MOVE TST-Field-Sub (Test-Sub) TO Field-Sub
           IF FLD-Type (Field-Sub) = 'C'
               EVALUATE TRUE
                   WHEN TST-Equal (Test-Sub)
                       IF Data-Buffer (FLD-Start (Field-Sub):
                                       FLD-Length (Field-Sub))
                          NOT = TST-Value (Test-Sub)
                                  (1:FLD-Length (Field-Sub))
                           MOVE 'N' TO Selected-Switch
                       END-IF
                   WHEN TST-Greater (Test-Sub)
                       IF Data-Buffer (FLD-Start (Field-Sub):
                                       FLD-Length (Field-Sub))
                          NOT > TST-Value (Test-Sub)
                                  (1:FLD-Length (Field-Sub))
                           MOVE 'N' TO Selected-Switch
                       END-IF
                   WHEN TST-Less (Test-Sub)
                       IF Data-Buffer (FLD-Start (Field-Sub):
                                       FLD-Length (Field-Sub))
                          NOT < TST-Value (Test-Sub)
                                  (1:FLD-Length (Field-Sub))
                           MOVE 'N' TO Selected-Switch
                       END-IF
                   WHEN TST-Not-Less (Test-Sub)
                       IF Data-Buffer (FLD-Start (Field-Sub):
                                       FLD-Length (Field-Sub))
                          < TST-Value (Test-Sub)
                                  (1:FLD-Length (Field-Sub))
                           MOVE 'N' TO Selected-Switch
                       END-IF
               END-EVALUATE
           ELSE
               PERFORM 210-Decode-Numeric-Field
               IF Decode-Error
                   MOVE 'N' TO Selected-Switch
               ELSE
                   EVALUATE TRUE
                       WHEN TST-Equal (Test-Sub)
                           IF Field-Amount NOT = TST-Amount (Test-Sub)
                               MOVE 'N' TO Selected-Switch
                           END-IF
                       WHEN TST-Greater (Test-Sub)
                           IF Field-Amount NOT > TST-Amount (Test-Sub)
                               MOVE 'N' TO Selected-Switch
                           END-IF
                       WHEN TST-Less (Test-Sub)
                           IF Field-Amount NOT < TST-Amount (Test-Sub)
                               MOVE 'N' TO Selected-Switch
                           END-IF
                       WHEN TST-Not-Less (Test-Sub)
                           IF Field-Amount < TST-Amount (Test-Sub)
                               MOVE 'N' TO Selected-Switch
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF
           .
       210-Decode-Numeric-Field.
           MOVE 'N' TO Decode-Error-Switch
           EVALUATE FLD-Type (Field-Sub)
               WHEN 'Z'
                   PERFORM 220-Decode-Zoned
               WHEN 'P'
                   PERFORM 230-Decode-Packed
               WHEN 'B'
                   PERFORM 240-Decode-Binary
               WHEN 'X'
                   PERFORM 250-Decode-Unsigned
               WHEN OTHER
                   MOVE 'Y' TO Decode-Error-Switch
           END-EVALUATE
           IF NOT Decode-Error
               MOVE 1 TO Power-Work
               IF FLD-Decimals (Field-Sub) > 0
                   PERFORM FLD-Decimals (Field-Sub) TIMES
                       COMPUTE Power-Work = Power-Work * 10
                   END-PERFORM
               END-IF
               COMPUTE Field-Amount ROUNDED =
                   Decode-Value / Power-Work
               IF Decode-Negative
                   COMPUTE Field-Amount = 0 - Field-Amount
               END-IF
           END-IF
           .
      *****************************************************************
      ** The Z/P/B/X decoders below follow RECDUMP's exactly, so a   **
      ** value RECDUMP displays is the value MSTEXTR extracts.       **
      *****************************************************************
       220-Decode-Zoned.
           MOVE 0 TO Decode-Value
           MOVE 'N' TO Decode-Negative-Switch
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
                       PERFORM 225-Decode-Overpunch
                   WHEN OTHER
                       MOVE 'Y' TO Decode-Error-Switch
               END-EVALUATE
           END-PERFORM
           .
       225-Decode-Overpunch.
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
       230-Decode-Packed.
           MOVE 0 TO Decode-Value
           MOVE 'N' TO Decode-Negative-Switch
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
           .
       240-Decode-Binary.
           PERFORM 250-Decode-Unsigned
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
       250-Decode-Unsigned.
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
      *****************************************************************
      ** Edit the decoded value with its implied decimal places and  **
      ** sign, e.g. 1250 with 2 decimals becomes 12.50 - the same    **
      ** rendering RECDUMP prints.                                   **
      *****************************************************************
       260-Edit-Numeric-Value.
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
       300-Build-CSV-Row.
           MOVE SPACES TO Out-Line
           MOVE 1 TO Out-Pointer
           PERFORM VARYING Field-Sub FROM 1 BY 1
                     UNTIL Field-Sub > Field-Count
               IF Field-Sub > 1
                   STRING "," DELIMITED BY SIZE
                       INTO Out-Line WITH POINTER Out-Pointer
                   END-STRING
               END-IF
               PERFORM 310-Format-One-Field
               PERFORM 320-Append-Value
           END-PERFORM
           .
       310-Format-One-Field.
           MOVE SPACES TO Value-Text
           IF FLD-Type (Field-Sub) = 'C'
               MOVE Data-Buffer (FLD-Start (Field-Sub):
                                 FLD-Length (Field-Sub))
                 TO Value-Text
           ELSE
               PERFORM 210-Decode-Numeric-Field
               IF Decode-Error
                   ADD 1 TO Decode-Errors
                   MOVE SPACES TO Value-Text
               ELSE
                   PERFORM 260-Edit-Numeric-Value
               END-IF
           END-IF
           .
      *****************************************************************
      ** A value holding a comma or a quote is wrapped in quotes,    **
      ** with each embedded quote doubled, the form CSVPARSE reads.  **
      *****************************************************************
       320-Append-Value.
           MOVE 0 TO Quote-Count
           MOVE 0 TO Comma-Count
           INSPECT Value-Text TALLYING Quote-Count FOR ALL QUOTE
                                      Comma-Count FOR ALL ','
           IF Value-Text = SPACES
               MOVE 0 TO Value-Length
           ELSE
               MOVE LENGTH(TRIM(Value-Text, TRAILING))
                 TO Value-Length
           END-IF
           EVALUATE TRUE
               WHEN Value-Length = 0
                   CONTINUE
               WHEN Quote-Count = 0 AND Comma-Count = 0
                   STRING Value-Text (1:Value-Length)
                       DELIMITED BY SIZE
                       INTO Out-Line WITH POINTER Out-Pointer
                   END-STRING
               WHEN OTHER
                   STRING QUOTE DELIMITED BY SIZE
                       INTO Out-Line WITH POINTER Out-Pointer
                   END-STRING
                   PERFORM VARYING Quote-Sub FROM 1 BY 1
                             UNTIL Quote-Sub > Value-Length
                       IF Value-Text (Quote-Sub:1) = QUOTE
                           STRING QUOTE QUOTE DELIMITED BY SIZE
                               INTO Out-Line WITH POINTER Out-Pointer
                           END-STRING
                       ELSE
                           STRING Value-Text (Quote-Sub:1)
                               DELIMITED BY SIZE
                               INTO Out-Line WITH POINTER Out-Pointer
                           END-STRING
                       END-IF
                   END-PERFORM
                   STRING QUOTE DELIMITED BY SIZE
                       INTO Out-Line WITH POINTER Out-Pointer
                   END-STRING
           END-EVALUATE
           .
       330-Write-Out-Line.
           MOVE 'WD' TO SCB-Function
           MOVE 'W'  TO SCB-Delimiter-Mode
           IF Out-Pointer > 1
               CALL "STREAMIO"
                   USING Streamio-CB, Out-Line (1:Out-Pointer - 1)
               END-CALL
           ELSE
               CALL "STREAMIO"
                   USING Streamio-CB, Out-Line (1:1)
               END-CALL
           END-IF
           .
