       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTGEN.
      *****************************************************************
      ** This is the shop's spec-driven report generator - a new     **
      ** business report is a spec file and a JOBDRV step, not a new **
      ** program.  The one CALL (or command-line) argument is        **
      ** comma-separated:                                            **
      **                                                             **
      **   <layout>,<datafile>,<spec>[,<format>[,<report>]]          **
      **                                                             **
      **   layout   a RECDUMP-style layout file (name,start,length,  **
      **            type[,decimals] lines) describing the records    **
      **   datafile the file to report on                            **
      **   spec     the report spec file (below)                     **
      **   format   F fixed-length records (the default, record      **
      **            length from the layout) or D delimited (CSV; a   **
      **            field's layout "start" is then its 1-relative    **
      **            column), exactly as FILESORT takes them          **
      **   report   the report file, written through RPTWRIT; the    **
      **            spec name with .RPT when not given.  Name it     **
      **            here, so XREF can see which step writes it       **
      **                                                             **
      ** The spec holds one comma-separated line per item (blank     **
      ** lines and lines starting '*' are ignored):                  **
      **                                                             **
      **   TITLE,<text>            the report title                  **
      **   HEADER                  the (delimited) data file starts  **
      **                           with a header row - skip it       **
      **   FIELD,<name>,<op>,<val> a selection test, as MSTEXTR      **
      **                           takes them: <op> is = <> > < >=   **
      **                           or <= (EQ NE GT LT GE LE also     **
      **                           accepted); Z/P/B/X fields compare **
      **                           numerically, C fields as text.  A **
      **                           record is reported only when it   **
      **                           passes every test                 **
      **   SORT,<key>[+<key>...]   the order, as FILESORT keys (-D   **
      **                           suffix for descending); the BREAK **
      **                           fields, major first, when no SORT **
      **                           line is given                     **
      **   BREAK,<name>[,<label>]  a control-break field, major      **
      **                           first, up to 5                    **
      **   COLUMN,<name>[,<heading>[,<mask>[,<position>]]]           **
      **                           a printed column, up to 20, left  **
      **                           to right.  <mask> is a COBOL edit **
      **                           picture (Z 9 * , . B 0 / + - CR   **
      **                           DB, floating $ + -, repeat counts **
      **                           such as Z(6)9.99-) for a numeric  **
      **                           field, or X(n) to cut or pad a C  **
      **                           field; <position> is the print    **
      **                           column (2 after the previous      **
      **                           column when not given)            **
      **   TOTAL,<name>[,<what>[,<mask>]]                            **
      **                           total a numeric COLUMN at every   **
      **                           break and at the end; <what> is   **
      **                           SUM (the default), AVG or SUM+AVG **
      **                           and <mask> edits the totals when  **
      **                           the column's own is too narrow    **
      **   LINES,<n>               detail lines per page (60)        **
      **   DETAIL,NO               print the totals only             **
      **                                                             **
      ** Every break level, and the end of the report, prints the    **
      ** record count, the sums and the averages asked for.  The     **
      ** records are selected to one STREAMIO scratch file, sorted   **
      ** by FILESORT to another, and both are deleted afterwards.    **
      ** A heading or mask holding a comma must be "quoted".         **
      ** Typical JOBDRV step:                                        **
      **                                                             **
      **   RPTGEN   VENDTBL.LAY,VEND&YYYYMMDD..CSV,VENDRGN.SPC,D,    **
      **            VENDRGN.RPT                                      **
      **                                                             **
      ** RETURN-CODE is 0; 4 when some numeric fields could not be   **
      ** decoded (they print blank and count as zero); 2 when the    **
      ** parameters, layout, spec or data file cannot be used or the **
      ** sort fails.                                                 **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1061 Initial coding                                       **
      ** GC1063 Cap the default mask of a long C field at X(40)      **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Layout-File ASSIGN TO Layout-Filename
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Spec-File ASSIGN TO Spec-Filename
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Layout-File.
       01  Layout-Record                  PIC X(80).

       FD  Spec-File.
       01  Spec-Record                    PIC X(256).

       WORKING-STORAGE SECTION.
       COPY STREAMIOcb.

       COPY STREAMIOcb REPLACING LEADING ==SCB== BY ==SSC==
                                 LEADING ==Streamio== BY ==Scratch==.

       COPY CSVPARSEcb.

       COPY RPTWRITcb.

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

       01  Report-Parm-Text               PIC X(512) VALUE SPACES.
       01  Parm-Size                      USAGE BINARY-LONG.
       01  Argument-Count                 USAGE BINARY-LONG.

       01  Layout-Filename                PIC X(64).
       01  Data-Filename                  PIC X(256).
       01  Spec-Filename                  PIC X(256).
       01  Format-Text                    PIC X(1).
           88 Delimited-Format            VALUE 'D', 'd'.
       01  Report-Filename                PIC X(64).

       01  Layout-EOF-Switch              PIC X.
           88 Layout-EOF                  VALUE 'Y'.
       01  Spec-EOF-Switch                PIC X.
           88 Spec-EOF                    VALUE 'Y'.

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

       01  Record-Length                  USAGE BINARY-LONG VALUE 0.

       01  Report-Title                   PIC X(60) VALUE SPACES.
       01  Header-Row-Switch              PIC X VALUE 'N'.
           88 Header-Row-Present          VALUE 'Y'.
       01  Header-Skipped-Switch          PIC X VALUE 'N'.
           88 Header-Skipped              VALUE 'Y'.
       01  Detail-Switch                  PIC X VALUE 'Y'.
           88 Print-Details               VALUE 'Y'.
       01  Page-Lines                     PIC 9(3) VALUE 0.
       01  Sort-Key-Text                  PIC X(120) VALUE SPACES.

       01  Test-Table.
           05 Test-Entry                  OCCURS 20 TIMES.
              10 TST-Field-Sub            PIC 9(2).
              10 TST-Operator             PIC X(1).
                 88 TST-Equal             VALUE '='.
                 88 TST-Not-Equal         VALUE 'N'.
                 88 TST-Greater           VALUE '>'.
                 88 TST-Less              VALUE '<'.
                 88 TST-Not-Less          VALUE 'G'.
                 88 TST-Not-Greater       VALUE 'L'.
              10 TST-Value                PIC X(80).
              10 TST-Amount               PIC S9(13)V9(5) COMP-3.
       01  Test-Count                     PIC 9(2) VALUE 0.
       01  Test-Sub                       PIC 9(2).
       01  Operator-Text                  PIC X(8).

       01  Break-Table.
           05 Break-Entry                 OCCURS 5 TIMES.
              10 BK-Field-Sub             PIC 9(2).
              10 BK-Label                 PIC X(30).
              10 BK-Value                 PIC X(80).
              10 BK-New-Value             PIC X(80).
       01  Break-Count                    PIC 9(1) VALUE 0.
       01  Break-Sub                      PIC 9(1).
       01  Changed-Level                  PIC 9(1).

       01  Column-Table.
           05 Column-Entry                OCCURS 20 TIMES.
              10 CL-Field-Sub             PIC 9(2).
              10 CL-Heading               PIC X(30).
              10 CL-Mask                  PIC X(40).
              10 CL-Mask-Length           USAGE BINARY-LONG.
              10 CL-Position              USAGE BINARY-LONG.
              10 CL-Width                 USAGE BINARY-LONG.
              10 CL-Total-Mask            PIC X(40).
              10 CL-Total-Mask-Length     USAGE BINARY-LONG.
              10 CL-Sum-Switch            PIC X(1).
                 88 CL-Summed             VALUE 'Y'.
              10 CL-Average-Switch        PIC X(1).
                 88 CL-Averaged           VALUE 'Y'.
              10 CL-Amount                PIC S9(13)V9(5) COMP-3.
       01  Column-Count                   PIC 9(2) VALUE 0.
       01  Column-Sub                     PIC 9(2).
       01  Next-Position                  USAGE BINARY-LONG VALUE 1.
       01  First-Total-Position           USAGE BINARY-LONG.
       01  Average-Wanted-Switch          PIC X VALUE 'N'.
           88 Averages-Wanted             VALUE 'Y'.
       01  Position-Text                  PIC X(8).
       01  What-Text                      PIC X(10).

      *> levels 1-5 are the break levels, major first; level 6 is
      *> the whole report
       01  Level-Table.
           05 Level-Entry                 OCCURS 6 TIMES.
              10 LV-Count                 USAGE BINARY-LONG.
              10 LV-Sum                   PIC S9(15)V9(5) COMP-3
                                          OCCURS 20 TIMES.
       01  Level-Sub                      PIC 9(1).
       01  Grand-Level                    PIC 9(1) VALUE 6.

       01  Selected-Filename              PIC X(256) VALUE SPACES.
       01  Sorted-Filename                PIC X(256) VALUE SPACES.
       01  Report-Source-Filename         PIC X(256).
       01  Sort-Parm-Text                 PIC X(256).
       01  Sort-Return-Code               USAGE BINARY-LONG.

       01  Data-Buffer                    PIC X(512).
       01  Data-Length                    USAGE BINARY-LONG.
       01  Selected-Switch                PIC X.
           88 Record-Selected             VALUE 'Y'.
       01  First-Record-Switch            PIC X.
           88 First-Record                VALUE 'Y'.
       01  Headings-Due-Switch            PIC X.
           88 Headings-Due                VALUE 'Y'.
       01  Effective-Page-Lines           PIC 9(3).

       01  Field-Text                     PIC X(80).
       01  Field-Amount                   PIC S9(13)V9(5) COMP-3.

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

       01  Value-Text                     PIC X(80).
       01  Whole-Part                     USAGE BINARY-DOUBLE.
       01  Decimal-Part                   USAGE BINARY-DOUBLE.
       01  Whole-Display                  PIC Z(14)9.
       01  Decimal-Display                PIC 9(9).

       01  Mask-Source                    PIC X(80).
       01  Mask-Source-Sub                USAGE BINARY-LONG.
       01  Mask-Repeat-Text               PIC X(4).
       01  Mask-Repeat                    USAGE BINARY-LONG.
       01  Decimal-Nines                  PIC X(5) VALUE '99999'.
       01  Mask-Close-Sub                 USAGE BINARY-LONG.
       01  Mask-Error-Switch              PIC X.
           88 Mask-Error                  VALUE 'Y'.

       01  Edit-Amount                    PIC S9(15)V9(5) COMP-3.
       01  Edit-Absolute                  PIC S9(15)V9(5) COMP-3.
       01  Edit-Scaled                    PIC 9(18).
       01  Digit-String                   PIC X(18).
       01  Digit-Ptr                      USAGE BINARY-LONG.
       01  Edit-Mask                      PIC X(40).
       01  Edit-Mask-Length               USAGE BINARY-LONG.
       01  Edited-Text                    PIC X(40).
       01  Mask-Sub                       USAGE BINARY-LONG.
       01  Mask-Char                      PIC X(1).
       01  Mask-Int-Digits                USAGE BINARY-LONG.
       01  Mask-Dec-Digits                USAGE BINARY-LONG.
       01  Mask-Point-Switch              PIC X.
           88 Mask-After-Point            VALUE 'Y'.
       01  Float-Char                     PIC X(1).
       01  Float-End                      USAGE BINARY-LONG.
       01  Float-Position                 USAGE BINARY-LONG.
       01  Asterisk-Fill-Switch           PIC X.
           88 Asterisk-Fill               VALUE 'Y'.
       01  Edit-Negative-Switch           PIC X.
           88 Edit-Negative               VALUE 'Y'.
       01  Significant-Switch             PIC X.
           88 Digits-Significant          VALUE 'Y'.

       01  Report-Line                    PIC X(132).
       01  Heading-Line                   PIC X(132).
       01  Underline-Line                 PIC X(132).
       01  Total-Line                     PIC X(132).
       01  Rule-Line                      PIC X(132).
       01  Place-Position                 USAGE BINARY-LONG.
       01  Place-Length                   USAGE BINARY-LONG.
       01  Label-Text                     PIC X(132).
       01  Label-Length                   USAGE BINARY-LONG.
       01  Count-Display                  PIC Z(8)9.

       01  Records-Read                   USAGE BINARY-LONG VALUE 0.
       01  Selected-Count                 USAGE BINARY-LONG VALUE 0.
       01  Reported-Count                 USAGE BINARY-LONG VALUE 0.
       01  Decode-Errors                  USAGE BINARY-LONG VALUE 0.
       01  Read-Display                   PIC 9(9).
       01  Reported-Display               PIC 9(9).

       01  Report-Return-Code             USAGE BINARY-LONG VALUE 0.

       01  Report-Detail-Text             PIC X(152).
       01  Audit-Source                   PIC X(8) VALUE 'RPTGEN'.

       LINKAGE SECTION.
       01  Report-Parm                    PIC X ANY LENGTH.

       PROCEDURE DIVISION USING OPTIONAL Report-Parm.
       000-MAIN.
           PERFORM 010-Parse-Parameters
           IF Report-Return-Code = 0
               PERFORM 020-Load-Layout
           END-IF
           IF Report-Return-Code = 0
               PERFORM 050-Load-Spec
           END-IF
           IF Report-Return-Code = 0
               PERFORM 100-Select-Records
           END-IF
           IF Report-Return-Code = 0
               PERFORM 150-Sort-Selected-Records
           END-IF
           IF Report-Return-Code = 0
               PERFORM 200-Produce-Report
           END-IF
           PERFORM 900-Delete-Scratch-Files
           IF  Report-Return-Code = 0
           AND Decode-Errors > 0
               MOVE Decode-Errors TO Count-Display
               DISPLAY 'RPTGEN: ' TRIM(Count-Display)
                   ' fields could not be decoded and were '
                   'reported blank' UPON SYSERR
               MOVE 4 TO Report-Return-Code
           END-IF
           MOVE Records-Read TO Read-Display
           MOVE Reported-Count TO Reported-Display
           MOVE SPACES TO Report-Detail-Text
           STRING "reported " Reported-Display " of " Read-Display
                  " records from " TRIM(Data-Filename, TRAILING)
                  " to " TRIM(Report-Filename, TRAILING)
               DELIMITED BY SIZE INTO Report-Detail-Text
           END-STRING
           CALL "AUDITLOG"
               USING Audit-Source, Report-Detail-Text,
                     Report-Return-Code
           END-CALL
           MOVE Report-Return-Code TO RETURN-CODE
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
                   MOVE Report-Parm TO Report-Parm-Text
               ELSE
                   ACCEPT Argument-Count FROM ARGUMENT-NUMBER
                   IF Argument-Count > 0
                       ACCEPT Report-Parm-Text FROM ARGUMENT-VALUE
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO Layout-Filename
           MOVE SPACES TO Data-Filename
           MOVE SPACES TO Spec-Filename
           MOVE SPACES TO Format-Text
           MOVE SPACES TO Report-Filename
           UNSTRING Report-Parm-Text DELIMITED BY ','
               INTO Layout-Filename, Data-Filename, Spec-Filename,
                    Format-Text, Report-Filename
           END-UNSTRING
           IF Layout-Filename = SPACES
           OR Data-Filename = SPACES
           OR Spec-Filename = SPACES
               DISPLAY 'RPTGEN: usage: layout,datafile,spec'
                   '[,F/D[,report]]' UPON SYSERR
               MOVE 2 TO Report-Return-Code
           END-IF
           IF  Format-Text NOT = SPACES
           AND NOT Delimited-Format
           AND Format-Text NOT = 'F' AND Format-Text NOT = 'f'
               DISPLAY 'RPTGEN: format must be F or D' UPON SYSERR
               MOVE 2 TO Report-Return-Code
           END-IF
           IF Report-Filename = SPACES
               UNSTRING Spec-Filename DELIMITED BY '.'
                   INTO Report-Filename
               END-UNSTRING
               STRING TRIM(Report-Filename, TRAILING) ".RPT"
                   DELIMITED BY SIZE INTO Report-Filename
               END-STRING
           END-IF
           .
       020-Load-Layout.
           CALL "CBL_CHECK_FILE_EXIST"
               USING TRIM(Layout-Filename, TRAILING)
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY 'RPTGEN: layout file '
                   TRIM(Layout-Filename) ' not found' UPON SYSERR
               MOVE 2 TO Report-Return-Code
           ELSE
               OPEN INPUT Layout-File
               MOVE 'N' TO Layout-EOF-Switch
               PERFORM 030-Load-One-Field
                   UNTIL Layout-EOF
               CLOSE Layout-File
               IF Field-Count = 0
                   DISPLAY 'RPTGEN: layout file holds no fields'
                       UPON SYSERR
                   MOVE 2 TO Report-Return-Code
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
      *> the record buffer is 512 bytes, as FILESORT's are - decoding
      *> such a field would read past it, so it is refused outright
                           DISPLAY 'RPTGEN: field '
                               TRIM(FLD-Name (Field-Count))
                               ' extends past the 512-byte '
                               'buffer - ignored' UPON SYSERR
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
                       DISPLAY 'RPTGEN: bad layout line ignored: '
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
           IF Found-Field-Sub = 0
               DISPLAY 'RPTGEN: field ' TRIM(Find-Field-Name)
                   ' is not in the layout' UPON SYSERR
               MOVE 2 TO Report-Return-Code
           END-IF
           .
      *****************************************************************
      ** A spec line that cannot be understood stops the run - a     **
      ** report quietly missing a test or a total is worse than no   **
      ** report at all.                                              **
      *****************************************************************
       050-Load-Spec.
           CALL "CBL_CHECK_FILE_EXIST"
               USING TRIM(Spec-Filename, TRAILING)
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY 'RPTGEN: spec file '
                   TRIM(Spec-Filename) ' not found' UPON SYSERR
               MOVE 2 TO Report-Return-Code
           ELSE
               OPEN INPUT Spec-File
               MOVE 'N' TO Spec-EOF-Switch
               PERFORM 060-Load-One-Spec-Line
                   UNTIL Spec-EOF
               CLOSE Spec-File
           END-IF
           IF Report-Return-Code = 0
               PERFORM 090-Finish-Spec
           END-IF
           .
       060-Load-One-Spec-Line.
           READ Spec-File
               AT END
                   MOVE 'Y' TO Spec-EOF-Switch
           END-READ
           IF  NOT Spec-EOF
           AND Spec-Record NOT = SPACES
           AND Spec-Record (1:1) NOT = '*'
               INITIALIZE Csvparse-CB
               CALL "CSVPARSE"
                   USING Csvparse-CB, Spec-Record
               END-CALL
               EVALUATE UPPER-CASE(TRIM(CPB-Field (1)))
                   WHEN 'TITLE'
                       MOVE CPB-Field (2) TO Report-Title
                   WHEN 'HEADER'
                       MOVE 'Y' TO Header-Row-Switch
                   WHEN 'FIELD'
                       MOVE CPB-Field (2) TO Find-Field-Name
                       MOVE CPB-Field (3) TO Operator-Text
                       PERFORM 065-Add-Test
                   WHEN 'SORT'
                       MOVE UPPER-CASE(CPB-Field (2)) TO Sort-Key-Text
                   WHEN 'BREAK'
                       MOVE CPB-Field (2) TO Find-Field-Name
                       PERFORM 070-Add-Break
                   WHEN 'COLUMN'
                       MOVE CPB-Field (2) TO Find-Field-Name
                       PERFORM 075-Add-Column
                   WHEN 'TOTAL'
                       MOVE CPB-Field (2) TO Find-Field-Name
                       PERFORM 080-Add-Total
                   WHEN 'LINES'
                       IF  TEST-NUMVAL(TRIM(CPB-Field (2))) = 0
                       AND NUMVAL(CPB-Field (2)) >= 10
                       AND NUMVAL(CPB-Field (2)) <= 999
                           MOVE NUMVAL(CPB-Field (2)) TO Page-Lines
                       ELSE
                           DISPLAY 'RPTGEN: LINES must be 10 to 999: '
                               TRIM(Spec-Record) UPON SYSERR
                           MOVE 2 TO Report-Return-Code
                       END-IF
                   WHEN 'DETAIL'
                       IF UPPER-CASE(TRIM(CPB-Field (2))) = 'NO'
                           MOVE 'N' TO Detail-Switch
                       ELSE
                           MOVE 'Y' TO Detail-Switch
                       END-IF
                   WHEN OTHER
                       DISPLAY 'RPTGEN: bad spec line: '
                           TRIM(Spec-Record) UPON SYSERR
                       MOVE 2 TO Report-Return-Code
               END-EVALUATE
           END-IF
           .
       065-Add-Test.
           PERFORM 040-Find-Field
           EVALUATE TRUE
               WHEN Found-Field-Sub = 0
                   CONTINUE
               WHEN Test-Count >= 20
                   DISPLAY 'RPTGEN: more than 20 selection tests'
                       UPON SYSERR
                   MOVE 2 TO Report-Return-Code
               WHEN OTHER
                   ADD 1 TO Test-Count
                   MOVE Found-Field-Sub TO TST-Field-Sub (Test-Count)
                   MOVE CPB-Field (4) TO TST-Value (Test-Count)
                   MOVE 0 TO TST-Amount (Test-Count)
                   EVALUATE UPPER-CASE(TRIM(Operator-Text))
                       WHEN '='
                       WHEN 'EQ'
                           MOVE '=' TO TST-Operator (Test-Count)
                       WHEN '<>'
                       WHEN 'NE'
                           MOVE 'N' TO TST-Operator (Test-Count)
                       WHEN '>'
                       WHEN 'GT'
                           MOVE '>' TO TST-Operator (Test-Count)
                       WHEN '<'
                       WHEN 'LT'
                           MOVE '<' TO TST-Operator (Test-Count)
                       WHEN '>='
                       WHEN 'GE'
                           MOVE 'G' TO TST-Operator (Test-Count)
                       WHEN '<='
                       WHEN 'LE'
                           MOVE 'L' TO TST-Operator (Test-Count)
                       WHEN OTHER
                           DISPLAY 'RPTGEN: operator must be = <> > < '
                               '>= or <= for field '
                               TRIM(Find-Field-Name) UPON SYSERR
                           MOVE 2 TO Report-Return-Code
                   END-EVALUATE
                   IF FLD-Type (Found-Field-Sub) NOT = 'C'
                       IF TEST-NUMVAL(TRIM(CPB-Field (4))) = 0
                           MOVE NUMVAL(CPB-Field (4))
                             TO TST-Amount (Test-Count)
                       ELSE
                           DISPLAY 'RPTGEN: field '
                               TRIM(Find-Field-Name)
                               ' is numeric - "' TRIM(CPB-Field (4))
                               '" is not a number' UPON SYSERR
                           MOVE 2 TO Report-Return-Code
                       END-IF
                   END-IF
           END-EVALUATE
           .
       070-Add-Break.
           PERFORM 040-Find-Field
           EVALUATE TRUE
               WHEN Found-Field-Sub = 0
                   CONTINUE
               WHEN Break-Count >= 5
                   DISPLAY 'RPTGEN: more than 5 BREAK fields'
                       UPON SYSERR
                   MOVE 2 TO Report-Return-Code
               WHEN OTHER
                   ADD 1 TO Break-Count
                   MOVE Found-Field-Sub TO BK-Field-Sub (Break-Count)
                   MOVE CPB-Field (3) TO BK-Label (Break-Count)
                   IF BK-Label (Break-Count) = SPACES
                       MOVE FLD-Name (Found-Field-Sub)
                         TO BK-Label (Break-Count)
                   END-IF
                   MOVE SPACES TO BK-Value (Break-Count)
           END-EVALUATE
           .
       075-Add-Column.
           PERFORM 040-Find-Field
           EVALUATE TRUE
               WHEN Found-Field-Sub = 0
                   CONTINUE
               WHEN Column-Count >= 20
                   DISPLAY 'RPTGEN: more than 20 COLUMNs' UPON SYSERR
                   MOVE 2 TO Report-Return-Code
               WHEN OTHER
                   ADD 1 TO Column-Count
                   MOVE Found-Field-Sub TO CL-Field-Sub (Column-Count)
                   MOVE CPB-Field (3) TO CL-Heading (Column-Count)
                   IF CL-Heading (Column-Count) = SPACES
                       MOVE FLD-Name (Found-Field-Sub)
                         TO CL-Heading (Column-Count)
                   END-IF
                   MOVE 'N' TO CL-Sum-Switch (Column-Count)
                   MOVE 'N' TO CL-Average-Switch (Column-Count)
                   MOVE CPB-Field (5) TO Position-Text
                   MOVE CPB-Field (4) TO Mask-Source
                   IF Mask-Source = SPACES
                       PERFORM 077-Default-Column-Mask
                   END-IF
                   PERFORM 085-Expand-Mask
                   MOVE Edit-Mask TO CL-Mask (Column-Count)
                   MOVE Edit-Mask-Length
                     TO CL-Mask-Length (Column-Count)
                   MOVE Edit-Mask TO CL-Total-Mask (Column-Count)
                   MOVE Edit-Mask-Length
                     TO CL-Total-Mask-Length (Column-Count)
                   PERFORM 078-Place-Column
           END-EVALUATE
           .
      *****************************************************************
      ** No mask given: a C field prints at its own length, up to    **
      ** the 40 characters a mask can hold, a numeric one with       **
      ** thousands separators, its decimal places and a trailing     **
      ** sign.                                                       **
      *****************************************************************
       077-Default-Column-Mask.
           IF FLD-Type (Found-Field-Sub) = 'C'
               MOVE SPACES TO Mask-Source
               IF FLD-Length (Found-Field-Sub) > 40
                   MOVE 40 TO Count-Display
               ELSE
                   MOVE FLD-Length (Found-Field-Sub) TO Count-Display
               END-IF
               STRING "X(" TRIM(Count-Display) ")"
                   DELIMITED BY SIZE INTO Mask-Source
               END-STRING
           ELSE
               IF  FLD-Decimals (Found-Field-Sub) > 0
               AND FLD-Decimals (Found-Field-Sub) <= 5
                   MOVE SPACES TO Mask-Source
                   STRING "ZZZ,ZZZ,ZZ9."
                          Decimal-Nines
                            (1:FLD-Decimals (Found-Field-Sub))
                          "-"
                       DELIMITED BY SIZE INTO Mask-Source
                   END-STRING
               ELSE
                   MOVE "ZZZ,ZZZ,ZZ9-" TO Mask-Source
               END-IF
           END-IF
           .
       078-Place-Column.
           IF Position-Text = SPACES
               MOVE Next-Position TO CL-Position (Column-Count)
           ELSE
               IF  TEST-NUMVAL(TRIM(Position-Text)) = 0
               AND NUMVAL(Position-Text) >= 1
                   MOVE NUMVAL(Position-Text)
                     TO CL-Position (Column-Count)
               ELSE
                   DISPLAY 'RPTGEN: bad position for column '
                       TRIM(Find-Field-Name) UPON SYSERR
                   MOVE 2 TO Report-Return-Code
                   MOVE Next-Position TO CL-Position (Column-Count)
               END-IF
           END-IF
           MOVE CL-Mask-Length (Column-Count)
             TO CL-Width (Column-Count)
           IF LENGTH(TRIM(CL-Heading (Column-Count), TRAILING))
                > CL-Width (Column-Count)
               MOVE LENGTH(TRIM(CL-Heading (Column-Count), TRAILING))
                 TO CL-Width (Column-Count)
           END-IF
           IF CL-Position (Column-Count)
                + CL-Width (Column-Count) - 1 > 132
               DISPLAY 'RPTGEN: column ' TRIM(Find-Field-Name)
                   ' runs past print position 132' UPON SYSERR
               MOVE 2 TO Report-Return-Code
           END-IF
           COMPUTE Next-Position =
               CL-Position (Column-Count) + CL-Width (Column-Count)
               + 2
           .
       080-Add-Total.
           PERFORM 040-Find-Field
           IF Found-Field-Sub > 0
               MOVE 0 TO Column-Sub
               PERFORM VARYING Test-Sub FROM 1 BY 1
                         UNTIL Test-Sub > Column-Count
                   IF CL-Field-Sub (Test-Sub) = Found-Field-Sub
                       MOVE Test-Sub TO Column-Sub
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN FLD-Type (Found-Field-Sub) = 'C'
                       DISPLAY 'RPTGEN: TOTAL field '
                           TRIM(Find-Field-Name)
                           ' is not numeric' UPON SYSERR
                       MOVE 2 TO Report-Return-Code
                   WHEN Column-Sub = 0
                       DISPLAY 'RPTGEN: TOTAL field '
                           TRIM(Find-Field-Name)
                           ' needs a COLUMN line before it' UPON SYSERR
                       MOVE 2 TO Report-Return-Code
                   WHEN OTHER
                       MOVE UPPER-CASE(CPB-Field (3)) TO What-Text
                       EVALUATE TRIM(What-Text)
                           WHEN SPACES
                           WHEN 'SUM'
                               MOVE 'Y' TO CL-Sum-Switch (Column-Sub)
                           WHEN 'AVG'
                               MOVE 'Y'
                                 TO CL-Average-Switch (Column-Sub)
                           WHEN 'SUM+AVG'
                           WHEN 'AVG+SUM'
                               MOVE 'Y' TO CL-Sum-Switch (Column-Sub)
                               MOVE 'Y'
                                 TO CL-Average-Switch (Column-Sub)
                           WHEN OTHER
                               DISPLAY 'RPTGEN: TOTAL must be SUM, '
                                   'AVG or SUM+AVG for field '
                                   TRIM(Find-Field-Name) UPON SYSERR
                               MOVE 2 TO Report-Return-Code
                       END-EVALUATE
                       IF CPB-Field (4) NOT = SPACES
                           MOVE CPB-Field (4) TO Mask-Source
                           PERFORM 085-Expand-Mask
                           MOVE Edit-Mask
                             TO CL-Total-Mask (Column-Sub)
                           MOVE Edit-Mask-Length
                             TO CL-Total-Mask-Length (Column-Sub)
                       END-IF
               END-EVALUATE
           END-IF
           .
      *****************************************************************
      ** Expand Mask-Source's repeat counts - Z(6)9.99 becomes       **
      ** ZZZZZZ9.99 - into Edit-Mask, and check the result can be    **
      ** edited with: 40 characters and 18 digit positions at most.  **
      *****************************************************************
       085-Expand-Mask.
           MOVE SPACES TO Edit-Mask
           MOVE 0 TO Edit-Mask-Length
           MOVE 'N' TO Mask-Error-Switch
           MOVE UPPER-CASE(Mask-Source) TO Mask-Source
           PERFORM VARYING Mask-Source-Sub FROM 1 BY 1
                     UNTIL Mask-Source-Sub > 80
                        OR Mask-Source (Mask-Source-Sub:) = SPACES
                        OR Mask-Error
               IF  Mask-Source (Mask-Source-Sub:1) = '('
               AND Edit-Mask-Length > 0
                   PERFORM 086-Expand-Repeat-Count
               ELSE
                   IF Edit-Mask-Length >= 40
                       MOVE 'Y' TO Mask-Error-Switch
                   ELSE
                       ADD 1 TO Edit-Mask-Length
                       MOVE Mask-Source (Mask-Source-Sub:1)
                         TO Edit-Mask (Edit-Mask-Length:1)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT Mask-Error
               IF Edit-Mask-Length = 0
                   MOVE 'Y' TO Mask-Error-Switch
               ELSE
                   PERFORM 505-Analyze-Edit-Mask
                   IF Mask-Int-Digits + Mask-Dec-Digits > 18
                       MOVE 'Y' TO Mask-Error-Switch
                   END-IF
               END-IF
           END-IF
           IF Mask-Error
               DISPLAY 'RPTGEN: bad edit mask for field '
                   TRIM(Find-Field-Name) ': ' TRIM(Mask-Source)
                   UPON SYSERR
               MOVE 2 TO Report-Return-Code
               MOVE 'X' TO Edit-Mask
               MOVE 1 TO Edit-Mask-Length
           END-IF
           .
       086-Expand-Repeat-Count.
           MOVE 0 TO Mask-Close-Sub
           INSPECT Mask-Source (Mask-Source-Sub + 1:)
               TALLYING Mask-Close-Sub FOR CHARACTERS BEFORE ')'
           MOVE SPACES TO Mask-Repeat-Text
           IF Mask-Close-Sub > 0 AND Mask-Close-Sub <= 4
               MOVE Mask-Source (Mask-Source-Sub + 1:Mask-Close-Sub)
                 TO Mask-Repeat-Text
           END-IF
           IF Mask-Repeat-Text = SPACES
           OR TEST-NUMVAL(TRIM(Mask-Repeat-Text)) NOT = 0
               MOVE 'Y' TO Mask-Error-Switch
           ELSE
               MOVE NUMVAL(Mask-Repeat-Text) TO Mask-Repeat
               IF Mask-Repeat < 1
               OR Edit-Mask-Length + Mask-Repeat - 1 > 40
                   MOVE 'Y' TO Mask-Error-Switch
               ELSE
      *> the character before the "(" already stands once
                   SUBTRACT 1 FROM Mask-Repeat
                   PERFORM Mask-Repeat TIMES
                       ADD 1 TO Edit-Mask-Length
                       MOVE Edit-Mask (Edit-Mask-Length - 1:1)
                         TO Edit-Mask (Edit-Mask-Length:1)
                   END-PERFORM
                   ADD Mask-Close-Sub 1 TO Mask-Source-Sub
               END-IF
           END-IF
           .
       090-Finish-Spec.
           IF Column-Count = 0
               DISPLAY 'RPTGEN: the spec names no COLUMN' UPON SYSERR
               MOVE 2 TO Report-Return-Code
           END-IF
           IF Report-Title = SPACES
               STRING "REPORT OF " TRIM(Data-Filename, TRAILING)
                   DELIMITED BY SIZE INTO Report-Title
               END-STRING
           END-IF
           IF  Sort-Key-Text = SPACES
           AND Break-Count > 0
               PERFORM VARYING Break-Sub FROM 1 BY 1
                         UNTIL Break-Sub > Break-Count
                   IF Break-Sub > 1
                       STRING TRIM(Sort-Key-Text, TRAILING) "+"
                           DELIMITED BY SIZE INTO Sort-Key-Text
                       END-STRING
                   END-IF
                   STRING TRIM(Sort-Key-Text, TRAILING)
                          TRIM(FLD-Name (BK-Field-Sub (Break-Sub)))
                       DELIMITED BY SIZE INTO Sort-Key-Text
                   END-STRING
               END-PERFORM
           END-IF
           MOVE 999 TO First-Total-Position
           PERFORM VARYING Column-Sub FROM 1 BY 1
                     UNTIL Column-Sub > Column-Count
               IF CL-Summed (Column-Sub) OR CL-Averaged (Column-Sub)
                   IF CL-Position (Column-Sub) < First-Total-Position
                       MOVE CL-Position (Column-Sub)
                         TO First-Total-Position
                   END-IF
               END-IF
               IF CL-Averaged (Column-Sub)
                   MOVE 'Y' TO Average-Wanted-Switch
               END-IF
           END-PERFORM
           .
      *****************************************************************
      ** Pass 1: every record passing the selection tests goes to a  **
      ** STREAMIO auto-named scratch file (a header row does not).   **
      *****************************************************************
       100-Select-Records.
           CALL "CBL_CHECK_FILE_EXIST"
               USING TRIM(Data-Filename, TRAILING)
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY 'RPTGEN: data file '
                   TRIM(Data-Filename) ' not found' UPON SYSERR
               MOVE 2 TO Report-Return-Code
           ELSE
               INITIALIZE Streamio-CB
               MOVE Data-Filename TO SCB-Filename
               MOVE 'I'           TO SCB-Mode
               MOVE 'O '          TO SCB-Function
               IF NOT Delimited-Format
                   MOVE Record-Length TO SCB-Record-Length
               END-IF
               CALL "STREAMIO" USING Streamio-CB
               END-CALL
               IF SCB-Return-Code NOT = 0
                   DISPLAY 'RPTGEN: cannot open '
                       TRIM(Data-Filename) UPON SYSERR
                   MOVE 2 TO Report-Return-Code
               END-IF
           END-IF
           IF Report-Return-Code = 0
               INITIALIZE Scratch-CB
               MOVE SPACES TO SSC-Filename
               MOVE 'O'    TO SSC-Mode
               MOVE 'O '   TO SSC-Function
               CALL "STREAMIO" USING Scratch-CB
               END-CALL
               MOVE SSC-Filename TO Selected-Filename
               PERFORM 110-Select-One-Record
                   WITH TEST AFTER
                   UNTIL SCB-Return-Code NOT = 0
               MOVE 'C ' TO SCB-Function
               CALL "STREAMIO" USING Streamio-CB
               END-CALL
               MOVE 'C ' TO SSC-Function
               CALL "STREAMIO" USING Scratch-CB
               END-CALL
           END-IF
           .
       110-Select-One-Record.
           PERFORM 170-Read-Data-Record
      *> a blank line in a delimited file is not a record
           IF  SCB-Return-Code = 0
           AND NOT (Delimited-Format AND Data-Buffer = SPACES)
               ADD 1 TO Records-Read
               MOVE 'Y' TO Selected-Switch
               IF  Header-Row-Present
               AND NOT Header-Skipped
                   MOVE 'N' TO Selected-Switch
                   MOVE 'Y' TO Header-Skipped-Switch
                   MOVE 0 TO Records-Read
               END-IF
               IF Record-Selected
                   PERFORM 120-Apply-One-Test
                       VARYING Test-Sub FROM 1 BY 1
                         UNTIL Test-Sub > Test-Count
                            OR NOT Record-Selected
               END-IF
               IF Record-Selected
                   ADD 1 TO Selected-Count
                   IF Delimited-Format
                       MOVE 'WD' TO SSC-Function
                       MOVE 'W'  TO SSC-Delimiter-Mode
                       CALL "STREAMIO"
                           USING Scratch-CB, Data-Buffer (1:Data-Length)
                       END-CALL
                   ELSE
                       MOVE 'WF' TO SSC-Function
                       MOVE Record-Length TO SSC-Record-Length
                       CALL "STREAMIO"
                           USING Scratch-CB,
                                 Data-Buffer (1:Record-Length)
                       END-CALL
                   END-IF
               END-IF
           END-IF
           .
       120-Apply-One-Test.
           MOVE TST-Field-Sub (Test-Sub) TO Field-Sub
           PERFORM 300-Get-Field-Value
           IF FLD-Type (Field-Sub) = 'C'
               EVALUATE TRUE
                   WHEN TST-Equal (Test-Sub)
                       IF Field-Text NOT = TST-Value (Test-Sub)
                           MOVE 'N' TO Selected-Switch
                       END-IF
                   WHEN TST-Not-Equal (Test-Sub)
                       IF Field-Text = TST-Value (Test-Sub)
                           MOVE 'N' TO Selected-Switch
                       END-IF
                   WHEN TST-Greater (Test-Sub)
                       IF Field-Text NOT > TST-Value (Test-Sub)
                           MOVE 'N' TO Selected-Switch
                       END-IF
                   WHEN TST-Less (Test-Sub)
                       IF Field-Text NOT < TST-Value (Test-Sub)
                           MOVE 'N' TO Selected-Switch
                       END-IF
                   WHEN TST-Not-Less (Test-Sub)
                       IF Field-Text < TST-Value (Test-Sub)
                           MOVE 'N' TO Selected-Switch
                       END-IF
                   WHEN TST-Not-Greater (Test-Sub)
                       IF Field-Text > TST-Value (Test-Sub)
                           MOVE 'N' TO Selected-Switch
                       END-IF
               END-EVALUATE
           ELSE
               IF Decode-Error
                   MOVE 'N' TO Selected-Switch
               ELSE
                   EVALUATE TRUE
                       WHEN TST-Equal (Test-Sub)
                           IF Field-Amount NOT = TST-Amount (Test-Sub)
                               MOVE 'N' TO Selected-Switch
                           END-IF
                       WHEN TST-Not-Equal (Test-Sub)
                           IF Field-Amount = TST-Amount (Test-Sub)
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
                       WHEN TST-Not-Greater (Test-Sub)
                           IF Field-Amount > TST-Amount (Test-Sub)
                               MOVE 'N' TO Selected-Switch
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF
           .
      *****************************************************************
      ** Pass 2: FILESORT sequences the selected records into a      **
      ** second scratch file, named by opening (and closing) it      **
      ** through STREAMIO first.  No SORT line and no BREAK fields   **
      ** means the records print in file order.                      **
      *****************************************************************
       150-Sort-Selected-Records.
           MOVE Selected-Filename TO Report-Source-Filename
           IF  Sort-Key-Text NOT = SPACES
           AND Selected-Count > 1
      *> STREAMIO draws its scratch names from the clock, so a
      *> second one opened within the same second would be given
      *> the first one's name - the extension keeps them apart
               INITIALIZE Scratch-CB
               MOVE '.srt' TO SSC-Filename
               MOVE 'O'    TO SSC-Mode
               MOVE 'O '   TO SSC-Function
               CALL "STREAMIO" USING Scratch-CB
               END-CALL
               MOVE SSC-Filename TO Sorted-Filename
               MOVE 'C ' TO SSC-Function
               CALL "STREAMIO" USING Scratch-CB
               END-CALL
               MOVE SPACES TO Sort-Parm-Text
               STRING TRIM(Layout-Filename, TRAILING) ","
                      TRIM(Selected-Filename, TRAILING) ","
                      TRIM(Sorted-Filename, TRAILING) ","
                      TRIM(Sort-Key-Text, TRAILING) ","
                   DELIMITED BY SIZE INTO Sort-Parm-Text
               END-STRING
               IF Delimited-Format
                   STRING TRIM(Sort-Parm-Text, TRAILING) "D"
                       DELIMITED BY SIZE INTO Sort-Parm-Text
                   END-STRING
               ELSE
                   STRING TRIM(Sort-Parm-Text, TRAILING) "F"
                       DELIMITED BY SIZE INTO Sort-Parm-Text
                   END-STRING
               END-IF
               CALL "FILESORT" USING Sort-Parm-Text
               END-CALL
               MOVE RETURN-CODE TO Sort-Return-Code
      *> FILESORT keeps its layout and counts in WORKING-STORAGE;
      *> cancel it so a later sort in this run unit starts afresh
               CANCEL "FILESORT"
               IF Sort-Return-Code NOT = 0
                   DISPLAY 'RPTGEN: FILESORT ended with RC '
                       Sort-Return-Code ' sorting on '
                       TRIM(Sort-Key-Text) UPON SYSERR
                   MOVE 2 TO Report-Return-Code
               ELSE
                   MOVE Sorted-Filename TO Report-Source-Filename
               END-IF
           END-IF
           .
       170-Read-Data-Record.
           IF Delimited-Format
               MOVE 'RD' TO SCB-Function
           ELSE
               MOVE 'RF' TO SCB-Function
               MOVE Record-Length TO SCB-Record-Length
           END-IF
           MOVE SPACES TO Data-Buffer
           CALL "STREAMIO" USING Streamio-CB, Data-Buffer
           END-CALL
           IF SCB-Return-Code = 0
               IF Delimited-Format
                   IF Data-Buffer = SPACES
                       MOVE 1 TO Data-Length
                   ELSE
                       MOVE LENGTH(TRIM(Data-Buffer, TRAILING))
                         TO Data-Length
                   END-IF
                   INITIALIZE Csvparse-CB
                   CALL "CSVPARSE"
                       USING Csvparse-CB, Data-Buffer (1:Data-Length)
                   END-CALL
               ELSE
                   MOVE Record-Length TO Data-Length
               END-IF
           END-IF
           .
      *****************************************************************
      ** Pass 3: the report itself, through RPTWRIT.                 **
      *****************************************************************
       200-Produce-Report.
           INITIALIZE Rptwrit-CB
           MOVE Report-Filename TO RWB-Filename
           MOVE Report-Title    TO RWB-Title
           MOVE "RPTGEN"        TO RWB-Program-Id
           MOVE Page-Lines      TO RWB-Page-Size
           MOVE 'O' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           IF Page-Lines = 0
               MOVE 60 TO Effective-Page-Lines
           ELSE
               MOVE Page-Lines TO Effective-Page-Lines
           END-IF
           MOVE 'Y' TO Headings-Due-Switch
           MOVE 'Y' TO First-Record-Switch
           INITIALIZE Level-Table
           INITIALIZE Streamio-CB
           MOVE Report-Source-Filename TO SCB-Filename
           MOVE 'I'  TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           IF NOT Delimited-Format
               MOVE Record-Length TO SCB-Record-Length
           END-IF
           CALL "STREAMIO" USING Streamio-CB
           END-CALL
           IF SCB-Return-Code NOT = 0
               DISPLAY 'RPTGEN: cannot reopen the selected records'
                   UPON SYSERR
               MOVE 2 TO Report-Return-Code
           ELSE
               PERFORM 210-Report-One-Record
                   WITH TEST AFTER
                   UNTIL SCB-Return-Code NOT = 0
               MOVE 'C ' TO SCB-Function
               CALL "STREAMIO" USING Streamio-CB
               END-CALL
           END-IF
           IF Reported-Count = 0
               MOVE "No records were selected." TO Report-Line
               PERFORM 800-Print-Line
           ELSE
               PERFORM VARYING Level-Sub FROM Break-Count BY -1
                         UNTIL Level-Sub < 1
                   PERFORM 400-Print-Level-Totals
               END-PERFORM
               MOVE Grand-Level TO Level-Sub
               PERFORM 400-Print-Level-Totals
           END-IF
           MOVE SPACES TO Report-Line
           MOVE Records-Read TO Count-Display
           STRING "Records read: " TRIM(Count-Display)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           MOVE Reported-Count TO Count-Display
           STRING TRIM(Report-Line, TRAILING)
                  "   Reported: " TRIM(Count-Display)
                  "   Data file: " TRIM(Data-Filename, TRAILING)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 800-Print-Line
           MOVE 'C' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           .
       210-Report-One-Record.
           PERFORM 170-Read-Data-Record
           IF SCB-Return-Code = 0
               ADD 1 TO Reported-Count
               PERFORM 220-Check-For-Break
               PERFORM 230-Edit-Detail-Line
               IF Print-Details
                   PERFORM 800-Print-Line
               END-IF
               PERFORM 240-Accumulate
           END-IF
           .
      *****************************************************************
      ** The most major break field that changed closes its level    **
      ** and every level below it, innermost first; the saved        **
      ** values are then the new record's.                           **
      *****************************************************************
       220-Check-For-Break.
           MOVE 0 TO Changed-Level
           PERFORM VARYING Break-Sub FROM 1 BY 1
                     UNTIL Break-Sub > Break-Count
               MOVE BK-Field-Sub (Break-Sub) TO Field-Sub
               PERFORM 300-Get-Field-Value
               IF FLD-Type (Field-Sub) = 'C' OR Delimited-Format
                   MOVE Field-Text TO BK-New-Value (Break-Sub)
               ELSE
                   IF Decode-Error
                       MOVE SPACES TO BK-New-Value (Break-Sub)
                   ELSE
                       PERFORM 360-Edit-Numeric-Value
                       MOVE Value-Text TO BK-New-Value (Break-Sub)
                   END-IF
               END-IF
               IF  Changed-Level = 0
               AND BK-New-Value (Break-Sub) NOT = BK-Value (Break-Sub)
                   MOVE Break-Sub TO Changed-Level
               END-IF
           END-PERFORM
           IF  Changed-Level > 0
           AND NOT First-Record
               PERFORM VARYING Level-Sub FROM Break-Count BY -1
                         UNTIL Level-Sub < Changed-Level
                   PERFORM 400-Print-Level-Totals
               END-PERFORM
           END-IF
           PERFORM VARYING Break-Sub FROM 1 BY 1
                     UNTIL Break-Sub > Break-Count
               MOVE BK-New-Value (Break-Sub) TO BK-Value (Break-Sub)
           END-PERFORM
           MOVE 'N' TO First-Record-Switch
           .
       230-Edit-Detail-Line.
           MOVE SPACES TO Report-Line
           PERFORM VARYING Column-Sub FROM 1 BY 1
                     UNTIL Column-Sub > Column-Count
               MOVE CL-Field-Sub (Column-Sub) TO Field-Sub
               PERFORM 300-Get-Field-Value
               MOVE 0 TO CL-Amount (Column-Sub)
               IF FLD-Type (Field-Sub) = 'C'
                   MOVE CL-Position (Column-Sub) TO Place-Position
                   MOVE CL-Mask-Length (Column-Sub) TO Place-Length
                   MOVE Field-Text (1:Place-Length)
                     TO Report-Line (Place-Position:Place-Length)
               ELSE
                   IF Decode-Error
                       ADD 1 TO Decode-Errors
                   ELSE
                       MOVE Field-Amount TO CL-Amount (Column-Sub)
                       MOVE Field-Amount TO Edit-Amount
                       MOVE CL-Mask (Column-Sub) TO Edit-Mask
                       MOVE CL-Mask-Length (Column-Sub)
                         TO Edit-Mask-Length
                       PERFORM 500-Apply-Edit-Mask
                       PERFORM 250-Place-Edited-Value
                   END-IF
               END-IF
           END-PERFORM
           .
       240-Accumulate.
           PERFORM VARYING Level-Sub FROM 1 BY 1
                     UNTIL Level-Sub > Grand-Level
               IF Level-Sub <= Break-Count OR Level-Sub = Grand-Level
                   ADD 1 TO LV-Count (Level-Sub)
                   PERFORM VARYING Column-Sub FROM 1 BY 1
                             UNTIL Column-Sub > Column-Count
                       IF CL-Summed (Column-Sub)
                       OR CL-Averaged (Column-Sub)
                           ADD CL-Amount (Column-Sub)
                             TO LV-Sum (Level-Sub, Column-Sub)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .
      *****************************************************************
      ** Numbers are right-aligned in their column's width, so a     **
      ** heading wider than the mask still sits over them.           **
      *****************************************************************
       250-Place-Edited-Value.
           COMPUTE Place-Position = CL-Position (Column-Sub)
               + CL-Width (Column-Sub) - Edit-Mask-Length
           IF Place-Position < 1
               MOVE 1 TO Place-Position
           END-IF
           MOVE Edited-Text (1:Edit-Mask-Length)
             TO Report-Line (Place-Position:Edit-Mask-Length)
           .
      *****************************************************************
      ** The value of layout field Field-Sub in the current record:  **
      ** Field-Text for a C field (or any delimited column), and     **
      ** Field-Amount for a numeric one - Decode-Error when it does  **
      ** not decode.  A blank delimited number counts as zero.       **
      *****************************************************************
       300-Get-Field-Value.
           MOVE SPACES TO Field-Text
           MOVE 0 TO Field-Amount
           MOVE 'N' TO Decode-Error-Switch
           IF Delimited-Format
               IF  FLD-Start (Field-Sub) >= 1
               AND FLD-Start (Field-Sub) <= CPB-Field-Count
                   MOVE CPB-Field (FLD-Start (Field-Sub))
                     TO Field-Text
               END-IF
               IF  FLD-Type (Field-Sub) NOT = 'C'
               AND Field-Text NOT = SPACES
                   IF TEST-NUMVAL(TRIM(Field-Text, TRAILING)) = 0
                       MOVE NUMVAL(TRIM(Field-Text, TRAILING))
                         TO Field-Amount
                   ELSE
                       MOVE 'Y' TO Decode-Error-Switch
                   END-IF
               END-IF
           ELSE
               IF FLD-Type (Field-Sub) = 'C'
                   MOVE Data-Buffer (FLD-Start (Field-Sub):
                                     FLD-Length (Field-Sub))
                     TO Field-Text
               ELSE
                   PERFORM 310-Decode-Numeric-Field
               END-IF
           END-IF
           .
       310-Decode-Numeric-Field.
           MOVE 'N' TO Decode-Error-Switch
           EVALUATE FLD-Type (Field-Sub)
               WHEN 'Z'
                   PERFORM 320-Decode-Zoned
               WHEN 'P'
                   PERFORM 330-Decode-Packed
               WHEN 'B'
                   PERFORM 340-Decode-Binary
               WHEN 'X'
                   PERFORM 350-Decode-Unsigned
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
      ** value RECDUMP displays is the value RPTGEN reports.         **
      *****************************************************************
       320-Decode-Zoned.
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
                       PERFORM 325-Decode-Overpunch
                   WHEN OTHER
                       MOVE 'Y' TO Decode-Error-Switch
               END-EVALUATE
           END-PERFORM
           .
       325-Decode-Overpunch.
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
       330-Decode-Packed.
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
       340-Decode-Binary.
           PERFORM 350-Decode-Unsigned
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
       350-Decode-Unsigned.
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
      ** rendering RECDUMP prints; used for numeric break values.    **
      *****************************************************************
       360-Edit-Numeric-Value.
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
      *****************************************************************
      ** The totals for one level: a rule under the summed columns,  **
      ** then the label, record count and sums, then the averages.   **
      ** The label shares the sums' line when it fits to the left of **
      ** the first totalled column, and has a line of its own when   **
      ** it does not.  The level's accumulators are then cleared.    **
      *****************************************************************
       400-Print-Level-Totals.
           MOVE LV-Count (Level-Sub) TO Count-Display
           MOVE SPACES TO Label-Text
           IF Level-Sub = Grand-Level
               STRING "GRAND TOTAL - " TRIM(Count-Display)
                      " record(s)"
                   DELIMITED BY SIZE INTO Label-Text
               END-STRING
           ELSE
               STRING "Total " TRIM(BK-Label (Level-Sub)) " "
                      TRIM(BK-Value (Level-Sub)) " - "
                      TRIM(Count-Display) " record(s)"
                   DELIMITED BY SIZE INTO Label-Text
               END-STRING
           END-IF
           MOVE LENGTH(TRIM(Label-Text, TRAILING)) TO Label-Length
           MOVE SPACES TO Report-Line
           MOVE SPACES TO Rule-Line
           PERFORM VARYING Column-Sub FROM 1 BY 1
                     UNTIL Column-Sub > Column-Count
               IF CL-Summed (Column-Sub)
                   MOVE LV-Sum (Level-Sub, Column-Sub) TO Edit-Amount
                   MOVE CL-Total-Mask (Column-Sub) TO Edit-Mask
                   MOVE CL-Total-Mask-Length (Column-Sub)
                     TO Edit-Mask-Length
                   PERFORM 500-Apply-Edit-Mask
                   PERFORM 250-Place-Edited-Value
                   MOVE ALL '-'
                     TO Rule-Line (Place-Position:Edit-Mask-Length)
               END-IF
           END-PERFORM
           MOVE Report-Line TO Total-Line
           IF Rule-Line NOT = SPACES
               MOVE Rule-Line TO Report-Line
               PERFORM 800-Print-Line
           END-IF
           IF Label-Length + 1 < First-Total-Position
               MOVE Total-Line TO Report-Line
               MOVE Label-Text (1:Label-Length)
                 TO Report-Line (1:Label-Length)
               PERFORM 800-Print-Line
           ELSE
               MOVE Label-Text TO Report-Line
               PERFORM 800-Print-Line
               IF Total-Line NOT = SPACES
                   MOVE Total-Line TO Report-Line
                   PERFORM 800-Print-Line
               END-IF
           END-IF
           IF  Averages-Wanted
           AND LV-Count (Level-Sub) > 0
               MOVE SPACES TO Report-Line
               PERFORM VARYING Column-Sub FROM 1 BY 1
                         UNTIL Column-Sub > Column-Count
                   IF CL-Averaged (Column-Sub)
                       COMPUTE Edit-Amount ROUNDED =
                           LV-Sum (Level-Sub, Column-Sub)
                           / LV-Count (Level-Sub)
                       MOVE CL-Total-Mask (Column-Sub) TO Edit-Mask
                       MOVE CL-Total-Mask-Length (Column-Sub)
                         TO Edit-Mask-Length
                       PERFORM 500-Apply-Edit-Mask
                       PERFORM 250-Place-Edited-Value
                   END-IF
               END-PERFORM
               IF First-Total-Position > 10
                   MOVE "  average" TO Report-Line (1:9)
               END-IF
               PERFORM 800-Print-Line
           END-IF
           MOVE SPACES TO Report-Line
           PERFORM 800-Print-Line
           MOVE 0 TO LV-Count (Level-Sub)
           PERFORM VARYING Column-Sub FROM 1 BY 1
                     UNTIL Column-Sub > Column-Count
               MOVE 0 TO LV-Sum (Level-Sub, Column-Sub)
           END-PERFORM
           .
      *****************************************************************
      ** Edit Edit-Amount through the COBOL edit picture in          **
      ** Edit-Mask (Edit-Mask-Length characters) into Edited-Text,   **
      ** the way a MOVE to a numeric-edited item would: leading      **
      ** zeros suppressed by Z (blank) or * (asterisk), insertion    **
      ** characters , B 0 / kept or blanked with the zeros, fixed or **
      ** floating sign and currency symbols, CR and DB.  Excess      **
      ** high-order digits are lost, as with the MOVE.               **
      *****************************************************************
       500-Apply-Edit-Mask.
           PERFORM 505-Analyze-Edit-Mask
           MOVE 'N' TO Edit-Negative-Switch
           IF Edit-Amount < 0
               COMPUTE Edit-Absolute = 0 - Edit-Amount
           ELSE
               MOVE Edit-Amount TO Edit-Absolute
           END-IF
           COMPUTE Edit-Scaled ROUNDED =
               Edit-Absolute * (10 ** Mask-Dec-Digits)
           IF  Edit-Amount < 0
           AND Edit-Scaled NOT = 0
               MOVE 'Y' TO Edit-Negative-Switch
           END-IF
           MOVE Edit-Scaled TO Digit-String
           COMPUTE Digit-Ptr =
               18 - Mask-Int-Digits - Mask-Dec-Digits + 1
           MOVE 'N' TO Significant-Switch
           MOVE SPACES TO Edited-Text
           PERFORM 510-Edit-One-Mask-Char
               VARYING Mask-Sub FROM 1 BY 1
                 UNTIL Mask-Sub > Edit-Mask-Length
           IF Float-Char NOT = SPACE
               PERFORM 520-Place-Float-Symbol
           END-IF
           .
      *****************************************************************
      ** Count the mask's digit positions either side of the point.  **
      ** A mask starting with two or more $, + or - floats that      **
      ** symbol: the first of them holds no digit, the rest do.      **
      *****************************************************************
       505-Analyze-Edit-Mask.
           MOVE SPACE TO Float-Char
           MOVE 0 TO Float-End
           MOVE 0 TO Mask-Int-Digits
           MOVE 0 TO Mask-Dec-Digits
           MOVE 'N' TO Mask-Point-Switch
           MOVE 'N' TO Asterisk-Fill-Switch
           IF  Edit-Mask-Length >= 2
           AND (Edit-Mask (1:1) = '$' OR '+' OR '-')
           AND Edit-Mask (2:1) = Edit-Mask (1:1)
               MOVE Edit-Mask (1:1) TO Float-Char
               PERFORM VARYING Mask-Sub FROM 1 BY 1
                         UNTIL Mask-Sub > Edit-Mask-Length
                            OR (Edit-Mask (Mask-Sub:1) NOT = Float-Char
                            AND Edit-Mask (Mask-Sub:1) NOT = ',')
                   IF Edit-Mask (Mask-Sub:1) = Float-Char
                       MOVE Mask-Sub TO Float-End
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING Mask-Sub FROM 1 BY 1
                     UNTIL Mask-Sub > Edit-Mask-Length
               MOVE Edit-Mask (Mask-Sub:1) TO Mask-Char
               EVALUATE TRUE
                   WHEN Mask-Char = '.'
                       MOVE 'Y' TO Mask-Point-Switch
                   WHEN Mask-Char = '9' OR 'Z' OR '*'
                   WHEN Mask-Char = Float-Char
                    AND Mask-Sub > 1
                    AND Mask-Sub <= Float-End
                       IF Mask-After-Point
                           ADD 1 TO Mask-Dec-Digits
                       ELSE
                           ADD 1 TO Mask-Int-Digits
                       END-IF
               END-EVALUATE
               IF Mask-Char = '*'
                   MOVE 'Y' TO Asterisk-Fill-Switch
               END-IF
           END-PERFORM
           .
       510-Edit-One-Mask-Char.
           MOVE Edit-Mask (Mask-Sub:1) TO Mask-Char
           EVALUATE TRUE
               WHEN Mask-Char = Float-Char
                AND Mask-Sub <= Float-End
                   IF Mask-Sub > 1
                       PERFORM 515-Edit-Suppressible-Digit
                   END-IF
               WHEN Mask-Char = '9'
                   MOVE Digit-String (Digit-Ptr:1)
                     TO Edited-Text (Mask-Sub:1)
                   ADD 1 TO Digit-Ptr
                   MOVE 'Y' TO Significant-Switch
               WHEN Mask-Char = 'Z' OR '*'
                   PERFORM 515-Edit-Suppressible-Digit
               WHEN (Mask-Char = ',' OR 'B' OR '0' OR '/')
                AND NOT Digits-Significant
                   IF Asterisk-Fill
                       MOVE '*' TO Edited-Text (Mask-Sub:1)
                   END-IF
               WHEN Mask-Char = '.'
                   MOVE '.' TO Edited-Text (Mask-Sub:1)
                   MOVE 'Y' TO Significant-Switch
               WHEN Mask-Char = '-'
                   IF Edit-Negative
                       MOVE '-' TO Edited-Text (Mask-Sub:1)
                   END-IF
               WHEN Mask-Char = '+'
                   IF Edit-Negative
                       MOVE '-' TO Edited-Text (Mask-Sub:1)
                   ELSE
                       MOVE '+' TO Edited-Text (Mask-Sub:1)
                   END-IF
               WHEN Mask-Char = 'C' AND Mask-Sub < 40
                AND Edit-Mask (Mask-Sub + 1:1) = 'R'
               WHEN Mask-Char = 'R' AND Mask-Sub > 1
                AND Edit-Mask (Mask-Sub - 1:1) = 'C'
               WHEN Mask-Char = 'D' AND Mask-Sub < 40
                AND Edit-Mask (Mask-Sub + 1:1) = 'B'
               WHEN Mask-Char = 'B' AND Mask-Sub > 1
                AND Edit-Mask (Mask-Sub - 1:1) = 'D'
                   IF Edit-Negative
                       MOVE Mask-Char TO Edited-Text (Mask-Sub:1)
                   END-IF
               WHEN Mask-Char = 'B'
                   CONTINUE
               WHEN OTHER
                   MOVE Mask-Char TO Edited-Text (Mask-Sub:1)
           END-EVALUATE
           .
       515-Edit-Suppressible-Digit.
           IF  Digit-String (Digit-Ptr:1) = '0'
           AND NOT Digits-Significant
               IF Mask-Char = '*'
                   MOVE '*' TO Edited-Text (Mask-Sub:1)
               END-IF
           ELSE
               MOVE Digit-String (Digit-Ptr:1)
                 TO Edited-Text (Mask-Sub:1)
               MOVE 'Y' TO Significant-Switch
           END-IF
           ADD 1 TO Digit-Ptr
           .
      *****************************************************************
      ** A floating symbol goes just left of the first character     **
      ** the digits left standing.                                   **
      *****************************************************************
       520-Place-Float-Symbol.
           MOVE 0 TO Float-Position
           PERFORM VARYING Mask-Sub FROM 1 BY 1
                     UNTIL Mask-Sub > Edit-Mask-Length
                        OR Float-Position > 0
               IF Edited-Text (Mask-Sub:1) NOT = SPACE
                   MOVE Mask-Sub TO Float-Position
               END-IF
           END-PERFORM
           IF Float-Position > 1
               SUBTRACT 1 FROM Float-Position
               EVALUATE TRUE
                   WHEN Float-Char = '$'
                       MOVE '$' TO Edited-Text (Float-Position:1)
                   WHEN Edit-Negative
                       MOVE '-' TO Edited-Text (Float-Position:1)
                   WHEN Float-Char = '+'
                       MOVE '+' TO Edited-Text (Float-Position:1)
               END-EVALUATE
           END-IF
           .
      *****************************************************************
      ** Every report line goes out through here, so the column      **
      ** headings open the report and every page RPTWRIT starts.     **
      *****************************************************************
       800-Print-Line.
           IF Headings-Due
           OR RWB-Line-Count >= Effective-Page-Lines
               PERFORM 810-Print-Column-Headings
           END-IF
           MOVE 'W' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB, Report-Line
           END-CALL
           MOVE SPACES TO Report-Line
           .
       810-Print-Column-Headings.
           MOVE 'N' TO Headings-Due-Switch
           MOVE SPACES TO Heading-Line
           MOVE SPACES TO Underline-Line
           PERFORM VARYING Column-Sub FROM 1 BY 1
                     UNTIL Column-Sub > Column-Count
               MOVE CL-Position (Column-Sub) TO Place-Position
               MOVE LENGTH(TRIM(CL-Heading (Column-Sub), TRAILING))
                 TO Place-Length
               IF FLD-Type (CL-Field-Sub (Column-Sub)) NOT = 'C'
                   COMPUTE Place-Position = Place-Position
                       + CL-Width (Column-Sub) - Place-Length
               END-IF
               MOVE CL-Heading (Column-Sub) (1:Place-Length)
                 TO Heading-Line (Place-Position:Place-Length)
               MOVE ALL '-'
                 TO Underline-Line (CL-Position (Column-Sub):
                                    CL-Width (Column-Sub))
           END-PERFORM
           MOVE 'W' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB, Heading-Line
           END-CALL
           CALL "RPTWRIT" USING Rptwrit-CB, Underline-Line
           END-CALL
           .
       900-Delete-Scratch-Files.
           IF Selected-Filename NOT = SPACES
               INITIALIZE Scratch-CB
               MOVE Selected-Filename TO SSC-Filename
               MOVE 'D ' TO SSC-Function
               CALL "STREAMIO" USING Scratch-CB
               END-CALL
           END-IF
           IF Sorted-Filename NOT = SPACES
               INITIALIZE Scratch-CB
               MOVE Sorted-Filename TO SSC-Filename
               MOVE 'D ' TO SSC-Function
               CALL "STREAMIO" USING Scratch-CB
               END-CALL
           END-IF
           .
