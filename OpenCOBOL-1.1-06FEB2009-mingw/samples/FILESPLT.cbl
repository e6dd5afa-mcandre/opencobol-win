       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILESPLT.
      *****************************************************************
      ** This splits one file into several by field value, as a      **
      ** JOBDRV step, so that a combined extract can be handed on in **
      ** pieces (the EU records to one file, the US records to       **
      ** another, the trailer to a third) without a one-off program  **
      ** for every feed.  The one CALL (or command-line) argument is **
      ** comma-separated:                                            **
      **                                                             **
      **   <rules-file>,<input-file>                                 **
      **                                                             **
      ** The rules file holds one comma-separated line per           **
      ** statement ('*' in column 1 is a comment):                   **
      **                                                             **
      **   LAYOUT,<layout-file>[,<record-length>]                    **
      **            the input holds fixed-length records described   **
      **            by a RECDUMP-style layout (name,start,length,    **
      **            type[,decimals] - types C, Z, P, B and X; see    **
      **            RECDUMP.cbl); the record length defaults to the  **
      **            layout's highest start+length-1                  **
      **   COLUMNS,<column-list-file>                                **
      **            the input is a delimited (CSV) file; the column  **
      **            list names its columns, one "name,column" line   **
      **            each (columns 1 to 20)                           **
      **   HEADER   (delimited files only) the first line is a       **
      **            heading; it is copied to every output and is     **
      **            not counted                                      **
      **   OUTPUT,<id>,<file-name>[,<pair>]                          **
      **            an output file (up to 10).  The name may use the **
      **            JOBDRV symbols - &YYYYMMDD, &DATE, &HHMMSS,      **
      **            &TIME, &TEMP and the SYMBOLS.DAT names - which   **
      **            are resolved exactly as JOBDRV resolves them,    **
      **            dates included: run as a JOBDRV step, &YYYYMMDD  **
      **            and &DATE are JOBDRV's date (JOBDRV_DATE) - the  **
      **            business date in a catch-up run - not the clock  **
      **            <pair> is the CTLTOTAL pair its totals are       **
      **            registered under (default: the <id>)             **
      **   ROUTE,<id>,<field>,<test>,<value>[,<value-2>]             **
      **            send a record to output <id> when the named      **
      **            field passes the test - EQ, NE, LT, LE, GT, GE,  **
      **            or RANGE (<value> to <value-2>, inclusive).      **
      **            Numbers compare as numbers (Z, P, B and X fields **
      **            always, with the layout's implied decimals), and **
      **            anything else as text.  ROUTE lines are tried in **
      **            order and the first one passed wins (up to 30)   **
      **   OTHERWISE,<id>                                            **
      **            the catch-all output for a record no ROUTE takes **
      **   AMOUNT,<field>                                            **
      **            the field whose total is kept with each count    **
      **   BALANCE,<pair>                                            **
      **            the CTLTOTAL pair that proves the pieces add up  **
      **            (default: the rules file's name up to its first  **
      **            period)                                          **
      **                                                             **
      ** Records are written to their output exactly as read.  A     **
      ** record that no ROUTE takes, when there is no OTHERWISE, is  **
      ** dropped and counted.  Every output's record count and       **
      ** amount total is registered through CTLTOTAL as the 'P' side **
      ** of its own pair, for the step that consumes it to register  **
      ** the 'C' side; the input's totals are registered as the 'C'  **
      ** side of the BALANCE pair and the sum of the outputs as its  **
      ** 'P' side, so CTLBAL shows the pieces adding back up to the  **
      ** input (and shows dropped records as out of balance).        **
      **                                                             **
      ** A typical JOBDRV step and rules file:                       **
      **                                                             **
      **   FILESPLT  SALESSPL.DAT,&TEMP/SALES.CSV                    **
      **                                                             **
      **   COLUMNS,SALES.COL                                         **
      **   HEADER                                                    **
      **   AMOUNT,AMOUNT                                             **
      **   OUTPUT,EU,&TEMP/SALES-EU-&YYYYMMDD..CSV,SALESEU           **
      **   OUTPUT,US,&TEMP/SALES-US-&YYYYMMDD..CSV,SALESUS           **
      **   OUTPUT,TRL,&TEMP/SALES-TRAILER.CSV                        **
      **   OUTPUT,REST,&TEMP/SALES-OTHER-&YYYYMMDD..CSV              **
      **   ROUTE,TRL,RECTYPE,EQ,T                                    **
      **   ROUTE,EU,REGION,EQ,EU                                     **
      **   ROUTE,US,REGION,EQ,US                                     **
      **   OTHERWISE,REST                                            **
      **                                                             **
      ** "FILESPLT.RPT" (through RPTWRIT) lists every output with    **
      ** its resolved name, pair, count and amount, and every ROUTE  **
      ** with the records it took.  The run is audited.              **
      ** RETURN-CODE is:                                             **
      **                                                             **
      **    0  the input was split                                   **
      **    4  the input was split, but records were dropped (or     **
      **       amounts could not be read - see the report)           **
      **    8  the parameters, rules or layout cannot be used -      **
      **       nothing is written                                    **
      **   12  the input could not be read or an output not written **
      **       - no totals are registered                            **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1052 Initial coding                                       **
      ** GC1062 Take &YYYYMMDD / &DATE from JOBDRV_DATE when JOBDRV  **
      **        set it, so catch-up runs name business-date files    **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Rules-File ASSIGN TO Rules-Filename
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Layout-File ASSIGN TO Layout-Filename
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Symbols-File ASSIGN TO "SYMBOLS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Rules-File.
       01  Rules-Record                   PIC X(200).

       FD  Layout-File.
       01  Layout-Record                  PIC X(80).

       FD  Symbols-File.
       01  Symbols-Record                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY STREAMIOcb.

       COPY STREAMIOcb REPLACING LEADING ==SCB== BY ==SCBO==
                                 LEADING ==Streamio== BY
                                         ==Streamio-O==.

       COPY RPTWRITcb.

       COPY CSVPARSEcb.

       COPY SHOPPARMrec.

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

       01  Split-Parm-Text                PIC X(400) VALUE SPACES.
       01  Parm-Size                      USAGE BINARY-LONG.
       01  Argument-Count                 USAGE BINARY-LONG.
       01  Rules-Filename                 PIC X(64).
       01  Input-Filename                 PIC X(256).
       01  Layout-Filename                PIC X(64).

       01  Format-Switch                  PIC X VALUE SPACE.
           88 Fixed-Format                VALUE 'F'.
           88 Delimited-Format            VALUE 'D'.
       01  Header-Switch                  PIC X VALUE 'N'.
           88 Header-Expected             VALUE 'Y'.

       01  Rules-EOF-Switch               PIC X.
           88 Rules-EOF                   VALUE 'Y'.
       01  Layout-EOF-Switch              PIC X.
           88 Layout-EOF                  VALUE 'Y'.
       01  Symbols-EOF-Switch             PIC X VALUE 'N'.
           88 Symbols-EOF                 VALUE 'Y'.

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

      *> each output keeps its own copy of the STREAMIO control
      *> block between writes; the save area is sized to hold a
      *> whole Streamio-O-CB
       01  Output-Table.
           05 Output-Entry                OCCURS 10 TIMES.
              10 OUT-Id                   PIC X(8).
              10 OUT-Raw-Name             PIC X(128).
              10 OUT-Filename             PIC X(128).
              10 OUT-Pair                 PIC X(16).
              10 OUT-Records              USAGE BINARY-LONG.
              10 OUT-Amount               PIC S9(13)V99 COMP-3.
              10 OUT-Open-Switch          PIC X.
                 88 OUT-Open              VALUE 'Y'.
              10 OUT-Streamio-Save        PIC X(1200).
       01  Output-Count                   PIC 9(2) VALUE 0.
       01  Output-Sub                     PIC 9(2).
       01  Output-Sub-2                   PIC 9(2).
       01  Output-Id-Text                 PIC X(8).
       01  Found-Output                   PIC 9(2).

       01  Route-Table.
           05 Route-Entry                 OCCURS 30 TIMES.
              10 RT-Output-Id             PIC X(8).
              10 RT-Output                PIC 9(2).
              10 RT-Name                  PIC X(20).
              10 RT-Field                 PIC 9(2).
              10 RT-Test                  PIC X(5).
              10 RT-Value-1               PIC X(40).
              10 RT-Value-2               PIC X(40).
              10 RT-Number-1              PIC S9(13)V99 COMP-3.
              10 RT-Number-2              PIC S9(13)V99 COMP-3.
              10 RT-Numeric-Switch        PIC X.
                 88 RT-Numeric            VALUE 'Y'.
              10 RT-Taken                 USAGE BINARY-LONG.
       01  Route-Count                    PIC 9(2) VALUE 0.
       01  Route-Sub                      PIC 9(2).

       01  Otherwise-Id                   PIC X(8) VALUE SPACES.
       01  Otherwise-Output               PIC 9(2) VALUE 0.
       01  Amount-Name                    PIC X(20) VALUE SPACES.
       01  Amount-Field                   PIC 9(2) VALUE 0.
       01  Balance-Pair                   PIC X(16) VALUE SPACES.

       01  Rules-Errors                   USAGE BINARY-LONG VALUE 0.
       01  Error-Text                     PIC X(100).

       01  Symbol-Table.
           05 Symbol-Entry                OCCURS 50 TIMES.
              10 SYM-Name                 PIC X(16).
              10 SYM-Name-Len             USAGE BINARY-LONG.
              10 SYM-Value                PIC X(64).
              10 SYM-Value-Len            USAGE BINARY-LONG.
       01  Symbol-Count                   PIC 9(3) VALUE 0.
       01  Symbol-Sub                     PIC 9(3).
       01  Symbol-Name-Text               PIC X(16).
       01  Symbol-Value-Text              PIC X(64).
       01  Env-TEMP                       PIC X(256).
       01  Jobdrv-Date-Text               PIC X(8).

       01  Now-Fields.
           05 NF-Date.
              10 NF-Year                  PIC 9(4).
              10 NF-Month                 PIC 9(2).
              10 NF-Day                   PIC 9(2).
           05 NF-Time.
              10 NF-Hours                 PIC 9(2).
              10 NF-Minutes               PIC 9(2).
              10 NF-Seconds               PIC 9(2).
              10 FILLER                   PIC 9(2).
           05 NF-Offset                   PIC X(9).

       01  Subst-Input                    PIC X(128).
       01  Subst-Output                   PIC X(128).
       01  Subst-In-Ptr                   USAGE BINARY-LONG.
       01  Subst-In-Len                   USAGE BINARY-LONG.
       01  Subst-Out-Ptr                  USAGE BINARY-LONG.
       01  Subst-Best-Sub                 USAGE BINARY-LONG.
       01  Subst-Best-Len                 USAGE BINARY-LONG.
       01  Subst-Overflow-Switch          PIC X VALUE 'N'.
           88 Subst-Overflowed            VALUE 'Y'.

       01  Record-Length                  USAGE BINARY-LONG VALUE 0.
       01  Data-Buffer                    PIC X(1024).
       01  Data-Length                    USAGE BINARY-LONG.
       01  Header-Buffer                  PIC X(1024).
       01  Header-Length                  USAGE BINARY-LONG VALUE 0.

       01  Records-Read                   USAGE BINARY-LONG VALUE 0.
       01  Records-Written                USAGE BINARY-LONG VALUE 0.
       01  Records-Dropped                USAGE BINARY-LONG VALUE 0.
       01  Amount-Errors                  USAGE BINARY-LONG VALUE 0.
       01  Input-Amount                   PIC S9(13)V99 COMP-3
                                          VALUE 0.
       01  Written-Amount                 PIC S9(13)V99 COMP-3
                                          VALUE 0.
       01  Dropped-Amount                 PIC S9(13)V99 COMP-3
                                          VALUE 0.
       01  Record-Amount                  PIC S9(13)V99 COMP-3.
       01  Chosen-Output                  PIC 9(2).

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
       01  Text-Length                    USAGE BINARY-LONG.

       01  Field-Text                     PIC X(80).
       01  Field-Number                   PIC S9(13)V99 COMP-3.
       01  Field-Numeric-Switch           PIC X.
           88 Field-Numeric               VALUE 'Y'.
       01  Compare-1                      PIC S9(1).
       01  Compare-2                      PIC S9(1).
       01  Route-Passed-Switch            PIC X.
           88 Route-Passed                VALUE 'Y'.

       01  Name-Sub                       USAGE BINARY-LONG.
       01  Name-Start                     USAGE BINARY-LONG.

       01  Split-Return-Code              USAGE BINARY-LONG VALUE 0.

       01  Report-Line                    PIC X(132).
       01  Output-Line.
           05 OL-Id                       PIC X(9).
           05 OL-File                     PIC X(49).
           05 OL-Pair                     PIC X(17).
           05 OL-Records                  PIC Z(8)9.
           05 FILLER                      PIC X(2).
           05 OL-Amount                   PIC -(13)9.99.
       01  Route-Line.
           05 RL-Number                   PIC Z9.
           05 FILLER                      PIC X(2).
           05 RL-Id                       PIC X(9).
           05 RL-Field                    PIC X(21).
           05 RL-Test                     PIC X(6).
           05 RL-Values                   PIC X(44).
           05 RL-Taken                    PIC Z(8)9.
       01  Where-Number                   PIC Z(4)9.
       01  Count-Display                  PIC Z(8)9.
       01  Count-Display-2                PIC Z(8)9.
       01  Amount-Display                 PIC -(13)9.99.

       01  Audit-Source                   PIC X(8) VALUE 'FILESPLT'.
       01  Audit-Detail-Text              PIC X(152).
       01  Role-Producer                  PIC X(1) VALUE 'P'.
       01  Role-Consumer                  PIC X(1) VALUE 'C'.

       LINKAGE SECTION.
       01  Split-Parm                     PIC X ANY LENGTH.

       PROCEDURE DIVISION USING OPTIONAL Split-Parm.
       000-MAIN.
           INITIALIZE Rptwrit-CB
           MOVE "FILESPLT.RPT" TO RWB-Filename
           MOVE "FILE SPLIT BY FIELD VALUE" TO RWB-Title
           MOVE "FILESPLT" TO RWB-Program-Id
           MOVE 'O' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           PERFORM 010-Parse-Parameters
           IF Rules-Errors = 0
               PERFORM 020-Load-Rules
           END-IF
           IF Rules-Errors = 0
               PERFORM 040-Load-Layout
           END-IF
           IF Rules-Errors = 0
               PERFORM 060-Resolve-Rules
           END-IF
           IF Rules-Errors = 0
               PERFORM 070-Load-Builtin-Symbols
               PERFORM 072-Load-Named-Symbols
               PERFORM 075-Resolve-Output-Names
           END-IF
           IF Rules-Errors = 0
               PERFORM 090-Write-Heading
               PERFORM 100-Split-The-File
           ELSE
               MOVE 8 TO Split-Return-Code
           END-IF
           IF Rules-Errors = 0
               PERFORM 900-Write-Summary
           END-IF
           IF Split-Return-Code < 8
               PERFORM 200-Register-Totals
           END-IF
           MOVE 'C' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           MOVE Records-Read TO Count-Display
           MOVE Output-Count TO Where-Number
           MOVE SPACES TO Audit-Detail-Text
           STRING "split " TRIM(Input-Filename)
                  " (" TRIM(Count-Display) " records) into "
                  TRIM(Where-Number) " outputs by "
                  TRIM(Rules-Filename)
               DELIMITED BY SIZE INTO Audit-Detail-Text
           END-STRING
           CALL "AUDITLOG"
               USING Audit-Source, Audit-Detail-Text,
                     Split-Return-Code
           END-CALL
           MOVE Split-Return-Code TO RETURN-CODE
           GOBACK
           .
       010-Parse-Parameters.
      *> command-line parameters arrive as a zero-length CALL
      *> parameter; its text is only readable from ARGUMENT-VALUE,
      *> so zero size means "read the command line", not "no parm"
           MOVE 0 TO Parm-Size
           IF NUMBER-OF-CALL-PARAMETERS > 0
               CALL "C$PARAMSIZE" USING 1
               MOVE RETURN-CODE TO Parm-Size
               IF Parm-Size > 0
                   MOVE Split-Parm TO Split-Parm-Text
               ELSE
                   ACCEPT Argument-Count FROM ARGUMENT-NUMBER
                   IF Argument-Count > 0
                       ACCEPT Split-Parm-Text FROM ARGUMENT-VALUE
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO Rules-Filename
           MOVE SPACES TO Input-Filename
           UNSTRING Split-Parm-Text DELIMITED BY ','
               INTO Rules-Filename, Input-Filename
           END-UNSTRING
           IF Rules-Filename = SPACES
           OR Input-Filename = SPACES
               MOVE "rules file and input file names are required"
                 TO Error-Text
               PERFORM 095-Report-Rules-Error
           END-IF
           .
       020-Load-Rules.
           CALL "CBL_CHECK_FILE_EXIST"
               USING TRIM(Rules-Filename, TRAILING)
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO Error-Text
               STRING "rules file " TRIM(Rules-Filename)
                      " not found"
                   DELIMITED BY SIZE INTO Error-Text
               END-STRING
               PERFORM 095-Report-Rules-Error
           ELSE
               OPEN INPUT Rules-File
               MOVE 'N' TO Rules-EOF-Switch
               PERFORM 030-Load-One-Statement
                   UNTIL Rules-EOF
               CLOSE Rules-File
               IF Format-Switch = SPACE
                   MOVE "the rules need a LAYOUT or COLUMNS line"
                     TO Error-Text
                   PERFORM 095-Report-Rules-Error
               END-IF
               IF Output-Count = 0
                   MOVE "the rules name no OUTPUT files"
                     TO Error-Text
                   PERFORM 095-Report-Rules-Error
               END-IF
               IF  Header-Expected
               AND Fixed-Format
                   MOVE "HEADER applies to delimited files only"
                     TO Error-Text
                   PERFORM 095-Report-Rules-Error
               END-IF
               IF Balance-Pair = SPACES
                   PERFORM 025-Default-Balance-Pair
               END-IF
           END-IF
           .
      *****************************************************************
      ** The default BALANCE pair is the rules file's own name, less **
      ** any directory and everything from its first period on.     **
      *****************************************************************
       025-Default-Balance-Pair.
           MOVE 1 TO Name-Start
           PERFORM VARYING Name-Sub FROM 1 BY 1
                     UNTIL Name-Sub > LENGTH(Rules-Filename)
               IF Rules-Filename (Name-Sub:1) = '/' OR '\'
                   COMPUTE Name-Start = Name-Sub + 1
               END-IF
           END-PERFORM
           IF Name-Start <= LENGTH(Rules-Filename)
               UNSTRING Rules-Filename (Name-Start:)
                   DELIMITED BY '.' OR SPACE
                   INTO Balance-Pair
               END-UNSTRING
           END-IF
           MOVE UPPER-CASE(Balance-Pair) TO Balance-Pair
           .
       030-Load-One-Statement.
           READ Rules-File
               AT END
                   MOVE 'Y' TO Rules-EOF-Switch
           END-READ
           IF  NOT Rules-EOF
           AND Rules-Record NOT = SPACES
           AND Rules-Record (1:1) NOT = '*'
               INITIALIZE Csvparse-CB
               CALL "CSVPARSE" USING Csvparse-CB, Rules-Record
               END-CALL
               EVALUATE UPPER-CASE(CPB-Field (1))
                   WHEN 'LAYOUT'
                       MOVE 'F' TO Format-Switch
                       MOVE CPB-Field (2) TO Layout-Filename
                       IF  CPB-Field-Count >= 3
                       AND TEST-NUMVAL(TRIM(CPB-Field (3))) = 0
                           MOVE NUMVAL(CPB-Field (3)) TO Record-Length
                       END-IF
                   WHEN 'COLUMNS'
                       MOVE 'D' TO Format-Switch
                       MOVE CPB-Field (2) TO Layout-Filename
                   WHEN 'HEADER'
                       MOVE 'Y' TO Header-Switch
                   WHEN 'AMOUNT'
                       MOVE UPPER-CASE(CPB-Field (2) (1:20))
                         TO Amount-Name
                   WHEN 'BALANCE'
                       MOVE UPPER-CASE(CPB-Field (2) (1:16))
                         TO Balance-Pair
                   WHEN 'OTHERWISE'
                       MOVE UPPER-CASE(CPB-Field (2) (1:8))
                         TO Otherwise-Id
                   WHEN 'OUTPUT'
                       PERFORM 032-Load-One-Output
                   WHEN 'ROUTE'
                       PERFORM 035-Load-One-Route
                   WHEN OTHER
                       MOVE SPACES TO Error-Text
                       STRING "unknown rules statement: "
                              TRIM(CPB-Field (1))
                           DELIMITED BY SIZE INTO Error-Text
                       END-STRING
                       PERFORM 095-Report-Rules-Error
               END-EVALUATE
           END-IF
           .
       032-Load-One-Output.
           MOVE UPPER-CASE(CPB-Field (2) (1:8)) TO Output-Id-Text
           PERFORM 038-Find-Output
           EVALUATE TRUE
               WHEN Output-Count >= 10
                   MOVE "more than 10 OUTPUT lines" TO Error-Text
                   PERFORM 095-Report-Rules-Error
               WHEN Output-Id-Text = SPACES
               OR   CPB-Field (3) = SPACES
                   MOVE "OUTPUT needs an id and a file name"
                     TO Error-Text
                   PERFORM 095-Report-Rules-Error
               WHEN Found-Output > 0
                   MOVE SPACES TO Error-Text
                   STRING "OUTPUT " TRIM(Output-Id-Text)
                          " is defined twice"
                       DELIMITED BY SIZE INTO Error-Text
                   END-STRING
                   PERFORM 095-Report-Rules-Error
               WHEN OTHER
                   ADD 1 TO Output-Count
                   INITIALIZE Output-Entry (Output-Count)
                   MOVE Output-Id-Text TO OUT-Id (Output-Count)
                   MOVE CPB-Field (3) TO OUT-Raw-Name (Output-Count)
                   IF  CPB-Field-Count >= 4
                   AND CPB-Field (4) NOT = SPACES
                       MOVE UPPER-CASE(CPB-Field (4) (1:16))
                         TO OUT-Pair (Output-Count)
                   ELSE
                       MOVE Output-Id-Text TO OUT-Pair (Output-Count)
                   END-IF
                   MOVE 'N' TO OUT-Open-Switch (Output-Count)
           END-EVALUATE
           .
       035-Load-One-Route.
           IF Route-Count >= 30
               MOVE "more than 30 ROUTE lines" TO Error-Text
               PERFORM 095-Report-Rules-Error
           ELSE
               ADD 1 TO Route-Count
               INITIALIZE Route-Entry (Route-Count)
               MOVE UPPER-CASE(CPB-Field (2) (1:8))
                 TO RT-Output-Id (Route-Count)
               MOVE UPPER-CASE(CPB-Field (3) (1:20))
                 TO RT-Name (Route-Count)
               MOVE UPPER-CASE(CPB-Field (4) (1:5))
                 TO RT-Test (Route-Count)
               MOVE CPB-Field (5) (1:40) TO RT-Value-1 (Route-Count)
               MOVE CPB-Field (6) (1:40) TO RT-Value-2 (Route-Count)
               MOVE 'N' TO RT-Numeric-Switch (Route-Count)
               IF  RT-Value-1 (Route-Count) NOT = SPACES
               AND TEST-NUMVAL(TRIM(RT-Value-1 (Route-Count))) = 0
                   MOVE 'Y' TO RT-Numeric-Switch (Route-Count)
                   MOVE NUMVAL(RT-Value-1 (Route-Count))
                     TO RT-Number-1 (Route-Count)
               END-IF
               IF  RT-Test (Route-Count) = 'RANGE'
               AND RT-Numeric (Route-Count)
                   IF  RT-Value-2 (Route-Count) NOT = SPACES
                   AND TEST-NUMVAL(TRIM(RT-Value-2 (Route-Count)))
                       = 0
                       MOVE NUMVAL(RT-Value-2 (Route-Count))
                         TO RT-Number-2 (Route-Count)
                   ELSE
                       MOVE 'N' TO RT-Numeric-Switch (Route-Count)
                   END-IF
               END-IF
               MOVE SPACES TO Error-Text
               EVALUATE RT-Test (Route-Count)
                   WHEN 'EQ'
                   WHEN 'NE'
                   WHEN 'LT'
                   WHEN 'LE'
                   WHEN 'GT'
                   WHEN 'GE'
                       CONTINUE
                   WHEN 'RANGE'
                       IF RT-Value-2 (Route-Count) = SPACES
                           STRING "ROUTE " TRIM(RT-Name (Route-Count))
                                  " RANGE needs two values"
                               DELIMITED BY SIZE INTO Error-Text
                           END-STRING
                       END-IF
                   WHEN OTHER
                       STRING "ROUTE " TRIM(RT-Name (Route-Count))
                              ": unknown test " TRIM(CPB-Field (4))
                           DELIMITED BY SIZE INTO Error-Text
                       END-STRING
               END-EVALUATE
               IF Error-Text NOT = SPACES
                   PERFORM 095-Report-Rules-Error
               END-IF
           END-IF
           .
       038-Find-Output.
           MOVE 0 TO Found-Output
           PERFORM VARYING Output-Sub FROM 1 BY 1
                     UNTIL Output-Sub > Output-Count
                        OR Found-Output > 0
               IF OUT-Id (Output-Sub) = Output-Id-Text
                   MOVE Output-Sub TO Found-Output
               END-IF
           END-PERFORM
           .
       040-Load-Layout.
           CALL "CBL_CHECK_FILE_EXIST"
               USING TRIM(Layout-Filename, TRAILING)
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO Error-Text
               STRING "layout/column list " TRIM(Layout-Filename)
                      " not found"
                   DELIMITED BY SIZE INTO Error-Text
               END-STRING
               PERFORM 095-Report-Rules-Error
           ELSE
               OPEN INPUT Layout-File
               MOVE 'N' TO Layout-EOF-Switch
               PERFORM 050-Load-One-Field
                   UNTIL Layout-EOF
               CLOSE Layout-File
               EVALUATE TRUE
                   WHEN Field-Count = 0
                       MOVE "the layout/column list holds no fields"
                         TO Error-Text
                       PERFORM 095-Report-Rules-Error
                   WHEN Fixed-Format AND Record-Length > 1024
                       MOVE "record length over 1024" TO Error-Text
                       PERFORM 095-Report-Rules-Error
               END-EVALUATE
           END-IF
           .
       050-Load-One-Field.
           READ Layout-File
               AT END
                   MOVE 'Y' TO Layout-EOF-Switch
           END-READ
           IF  NOT Layout-EOF
           AND Layout-Record NOT = SPACES
           AND Field-Count < 30
               INITIALIZE Csvparse-CB
               CALL "CSVPARSE" USING Csvparse-CB, Layout-Record
               END-CALL
               EVALUATE TRUE
                   WHEN Fixed-Format
                   AND  CPB-Field-Count >= 4
                   AND  TEST-NUMVAL(TRIM(CPB-Field (2))) = 0
                   AND  TEST-NUMVAL(TRIM(CPB-Field (3))) = 0
                       ADD 1 TO Field-Count
                       MOVE UPPER-CASE(CPB-Field (1) (1:20))
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
                            > Record-Length
                           COMPUTE Record-Length =
                               FLD-Start (Field-Count)
                               + FLD-Length (Field-Count) - 1
                       END-IF
                   WHEN Delimited-Format
                   AND  CPB-Field-Count >= 2
                   AND  TEST-NUMVAL(TRIM(CPB-Field (2))) = 0
                       ADD 1 TO Field-Count
                       MOVE UPPER-CASE(CPB-Field (1) (1:20))
                         TO FLD-Name (Field-Count)
                       MOVE NUMVAL(CPB-Field (2))
                         TO FLD-Start (Field-Count)
                       MOVE 80 TO FLD-Length (Field-Count)
                       MOVE SPACE TO FLD-Type (Field-Count)
                       MOVE 0 TO FLD-Decimals (Field-Count)
                   WHEN OTHER
                       DISPLAY 'FILESPLT: bad layout line ignored: '
                           TRIM(Layout-Record) UPON SYSERR
               END-EVALUATE
           END-IF
           .
      *****************************************************************
      ** Tie each ROUTE (and the AMOUNT) to its field and its output **
      ** and make sure every field named can actually be read.      **
      *****************************************************************
       060-Resolve-Rules.
           PERFORM VARYING Route-Sub FROM 1 BY 1
                     UNTIL Route-Sub > Route-Count
               MOVE RT-Output-Id (Route-Sub) TO Output-Id-Text
               PERFORM 038-Find-Output
               MOVE Found-Output TO RT-Output (Route-Sub)
               MOVE RT-Name (Route-Sub) TO Find-Field-Name
               PERFORM 065-Find-Field
               MOVE Field-Sub TO RT-Field (Route-Sub)
               MOVE SPACES TO Error-Text
               EVALUATE TRUE
                   WHEN RT-Output (Route-Sub) = 0
                       STRING "ROUTE to " TRIM(Output-Id-Text)
                              ": no such OUTPUT"
                           DELIMITED BY SIZE INTO Error-Text
                       END-STRING
                   WHEN RT-Field (Route-Sub) = 0
                       STRING "ROUTE " TRIM(RT-Name (Route-Sub))
                              ": no such field in "
                              TRIM(Layout-Filename)
                           DELIMITED BY SIZE INTO Error-Text
                       END-STRING
                   WHEN OTHER
                       PERFORM 068-Check-Field
                       IF  Error-Text = SPACES
                       AND Fixed-Format
                       AND FLD-Type (Field-Sub) NOT = 'C'
                       AND NOT RT-Numeric (Route-Sub)
                           STRING "ROUTE " TRIM(RT-Name (Route-Sub))
                                  ": a numeric field needs numeric "
                                  "values"
                               DELIMITED BY SIZE INTO Error-Text
                           END-STRING
                       END-IF
               END-EVALUATE
               IF Error-Text NOT = SPACES
                   PERFORM 095-Report-Rules-Error
               END-IF
           END-PERFORM
           IF Otherwise-Id NOT = SPACES
               MOVE Otherwise-Id TO Output-Id-Text
               PERFORM 038-Find-Output
               MOVE Found-Output TO Otherwise-Output
               IF Otherwise-Output = 0
                   MOVE SPACES TO Error-Text
                   STRING "OTHERWISE " TRIM(Otherwise-Id)
                          ": no such OUTPUT"
                       DELIMITED BY SIZE INTO Error-Text
                   END-STRING
                   PERFORM 095-Report-Rules-Error
               END-IF
           END-IF
           IF Route-Count = 0 AND Otherwise-Output = 0
               MOVE "the rules need a ROUTE or OTHERWISE line"
                 TO Error-Text
               PERFORM 095-Report-Rules-Error
           END-IF
           IF Amount-Name NOT = SPACES
               PERFORM 062-Resolve-Amount
           END-IF
           PERFORM VARYING Output-Sub FROM 1 BY 1
                     UNTIL Output-Sub > Output-Count
               IF OUT-Pair (Output-Sub) = Balance-Pair
                   MOVE SPACES TO Error-Text
                   STRING "OUTPUT " TRIM(OUT-Id (Output-Sub))
                          " uses the BALANCE pair "
                          TRIM(Balance-Pair)
                       DELIMITED BY SIZE INTO Error-Text
                   END-STRING
                   PERFORM 095-Report-Rules-Error
               END-IF
               PERFORM VARYING Output-Sub-2 FROM 1 BY 1
                         UNTIL Output-Sub-2 >= Output-Sub
                   IF OUT-Pair (Output-Sub-2) = OUT-Pair (Output-Sub)
                       MOVE SPACES TO Error-Text
                       STRING "OUTPUT " TRIM(OUT-Id (Output-Sub))
                              " and " TRIM(OUT-Id (Output-Sub-2))
                              " share the pair "
                              TRIM(OUT-Pair (Output-Sub))
                           DELIMITED BY SIZE INTO Error-Text
                       END-STRING
                       PERFORM 095-Report-Rules-Error
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       062-Resolve-Amount.
           MOVE Amount-Name TO Find-Field-Name
           PERFORM 065-Find-Field
           MOVE Field-Sub TO Amount-Field
           MOVE SPACES TO Error-Text
           IF Amount-Field = 0
               STRING "AMOUNT " TRIM(Amount-Name)
                      ": no such field in " TRIM(Layout-Filename)
                   DELIMITED BY SIZE INTO Error-Text
               END-STRING
           ELSE
               PERFORM 068-Check-Field
           END-IF
           IF Error-Text NOT = SPACES
               PERFORM 095-Report-Rules-Error
           END-IF
           .
       065-Find-Field.
           MOVE 0 TO Name-Sub
           PERFORM VARYING Field-Sub FROM 1 BY 1
                     UNTIL Field-Sub > Field-Count
                        OR Name-Sub > 0
               IF FLD-Name (Field-Sub) = Find-Field-Name
                   MOVE Field-Sub TO Name-Sub
               END-IF
           END-PERFORM
           MOVE Name-Sub TO Field-Sub
           .
       068-Check-Field.
           MOVE SPACES TO Field-Text
           IF Delimited-Format
               IF FLD-Start (Field-Sub) < 1
               OR FLD-Start (Field-Sub) > 20
                   MOVE "is not in columns 1 to 20" TO Field-Text
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN FLD-Start (Field-Sub) < 1
                   OR   FLD-Start (Field-Sub)
                        + FLD-Length (Field-Sub) - 1 > Record-Length
                       MOVE "is outside the record" TO Field-Text
                   WHEN FLD-Type (Field-Sub) = 'Z'
                   AND  FLD-Length (Field-Sub) > 18
                       MOVE "is zoned over 18 bytes" TO Field-Text
                   WHEN FLD-Type (Field-Sub) = 'P'
                   AND  FLD-Length (Field-Sub) > 9
                       MOVE "is packed over 9 bytes" TO Field-Text
                   WHEN (FLD-Type (Field-Sub) = 'B' OR 'X')
                   AND  FLD-Length (Field-Sub) > 7
                       MOVE "is binary over 7 bytes" TO Field-Text
                   WHEN FLD-Type (Field-Sub) = 'C' OR 'Z' OR 'P'
                                            OR 'B' OR 'X'
                       CONTINUE
                   WHEN OTHER
                       MOVE "is of an unknown type" TO Field-Text
               END-EVALUATE
           END-IF
           IF Field-Text NOT = SPACES
               STRING "field " TRIM(FLD-Name (Field-Sub)) " "
                      TRIM(Field-Text)
                   DELIMITED BY SIZE INTO Error-Text
               END-STRING
           END-IF
           .
      *****************************************************************
      ** Output names are resolved with JOBDRV's own symbols, so a   **
      ** rules file can say &TEMP/SALES-EU-&YYYYMMDD..CSV just as a  **
      ** step parameter can.  The table and the substitution follow **
      ** JOBDRV's (and JOBPLAN's) exactly.                          **
      *****************************************************************
       070-Load-Builtin-Symbols.
           MOVE FUNCTION CURRENT-DATE TO Now-Fields
      *> under JOBDRV the date symbols name JOBDRV's date, which is
      *> the business date being replayed in a catch-up run; the
      *> time symbols stay on the real clock, as they do in JOBDRV
           MOVE SPACES TO Jobdrv-Date-Text
           ACCEPT Jobdrv-Date-Text FROM ENVIRONMENT "JOBDRV_DATE"
           IF  Jobdrv-Date-Text NUMERIC
           AND TEST-DATE-YYYYMMDD(NUMVAL(Jobdrv-Date-Text)) = 0
               MOVE Jobdrv-Date-Text TO NF-Date
           END-IF
           MOVE 0 TO Symbol-Count
           MOVE 'YYYYMMDD' TO Symbol-Name-Text
           MOVE NF-Date TO Symbol-Value-Text
           PERFORM 074-Add-One-Symbol
           MOVE 'DATE' TO Symbol-Name-Text
           MOVE SPACES TO Symbol-Value-Text
           STRING NF-Year "-" NF-Month "-" NF-Day
               INTO Symbol-Value-Text
           END-STRING
           PERFORM 074-Add-One-Symbol
           MOVE 'HHMMSS' TO Symbol-Name-Text
           MOVE NF-Time (1:6) TO Symbol-Value-Text
           PERFORM 074-Add-One-Symbol
           MOVE 'TIME' TO Symbol-Name-Text
           MOVE SPACES TO Symbol-Value-Text
           STRING NF-Hours ":" NF-Minutes ":" NF-Seconds
               INTO Symbol-Value-Text
           END-STRING
           PERFORM 074-Add-One-Symbol
           MOVE 'TEMP' TO Symbol-Name-Text
           PERFORM 071-Identify-TEMP
           MOVE Env-TEMP TO Symbol-Value-Text
           PERFORM 074-Add-One-Symbol
           .
       071-Identify-TEMP.
           CALL "GETPARM" USING Shop-Parm-Line
           END-CALL
           IF SPL-TEMP-Override NOT = SPACES AND LOW-VALUES
               MOVE SPL-TEMP-Override TO Env-TEMP
           ELSE
               ACCEPT Env-TEMP FROM ENVIRONMENT "TEMP"
           END-IF
           EVALUATE TRUE
               WHEN Env-TEMP (1:1) = "/"
                   CONTINUE
               WHEN Env-TEMP (2:1) = ":"
                   CONTINUE
               WHEN OTHER
                   MOVE "/tmp" TO Env-TEMP
           END-EVALUATE
           .
       072-Load-Named-Symbols.
           CALL "CBL_CHECK_FILE_EXIST"
               USING "SYMBOLS.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Symbols-File
               MOVE 'N' TO Symbols-EOF-Switch
               PERFORM 073-Load-One-Symbol
                   UNTIL Symbols-EOF
               CLOSE Symbols-File
           END-IF
           .
       073-Load-One-Symbol.
           READ Symbols-File
               AT END
                   MOVE 'Y' TO Symbols-EOF-Switch
           END-READ
           IF NOT Symbols-EOF
               IF Symbols-Record NOT = SPACES
                   INITIALIZE Csvparse-CB
                   CALL "CSVPARSE"
                       USING Csvparse-CB, Symbols-Record
                   END-CALL
                   MOVE SPACES TO Symbol-Name-Text
                   MOVE SPACES TO Symbol-Value-Text
                   MOVE CPB-Field (1) (1:16) TO Symbol-Name-Text
                   IF CPB-Field-Count >= 2
                       MOVE CPB-Field (2) (1:64)
                         TO Symbol-Value-Text
                   END-IF
                   PERFORM 074-Add-One-Symbol
               END-IF
           END-IF
           .
       074-Add-One-Symbol.
           IF Symbol-Count < 50
               ADD 1 TO Symbol-Count
               MOVE Symbol-Name-Text
                   TO SYM-Name (Symbol-Count)
               MOVE LENGTH(TRIM(Symbol-Name-Text, TRAILING))
                   TO SYM-Name-Len (Symbol-Count)
               MOVE Symbol-Value-Text
                   TO SYM-Value (Symbol-Count)
               IF Symbol-Value-Text = SPACES
                   MOVE 0 TO SYM-Value-Len (Symbol-Count)
               ELSE
                   MOVE LENGTH(TRIM(Symbol-Value-Text, TRAILING))
                       TO SYM-Value-Len (Symbol-Count)
               END-IF
           END-IF
           .
       075-Resolve-Output-Names.
           PERFORM VARYING Output-Sub FROM 1 BY 1
                     UNTIL Output-Sub > Output-Count
               MOVE OUT-Raw-Name (Output-Sub) TO Subst-Input
               PERFORM 076-Substitute-Symbols
               MOVE Subst-Output TO OUT-Filename (Output-Sub)
               MOVE SPACES TO Error-Text
               EVALUATE TRUE
                   WHEN Subst-Overflowed
                       STRING "OUTPUT " TRIM(OUT-Id (Output-Sub))
                              ": name over 128 characters once "
                              "its symbols are resolved"
                           DELIMITED BY SIZE INTO Error-Text
                       END-STRING
                   WHEN OUT-Filename (Output-Sub) = Input-Filename
                       STRING "OUTPUT " TRIM(OUT-Id (Output-Sub))
                              " is the input - it would be "
                              "overwritten"
                           DELIMITED BY SIZE INTO Error-Text
                       END-STRING
               END-EVALUATE
               PERFORM VARYING Output-Sub-2 FROM 1 BY 1
                         UNTIL Output-Sub-2 >= Output-Sub
                   IF OUT-Filename (Output-Sub-2)
                      = OUT-Filename (Output-Sub)
                       STRING "OUTPUT " TRIM(OUT-Id (Output-Sub))
                              " and " TRIM(OUT-Id (Output-Sub-2))
                              " name the same file"
                           DELIMITED BY SIZE INTO Error-Text
                       END-STRING
                   END-IF
               END-PERFORM
               IF Error-Text NOT = SPACES
                   PERFORM 095-Report-Rules-Error
               END-IF
           END-PERFORM
           .
       076-Substitute-Symbols.
           MOVE SPACES TO Subst-Output
           IF Subst-Input = SPACES
               MOVE 0 TO Subst-In-Len
           ELSE
               MOVE LENGTH(TRIM(Subst-Input, TRAILING))
                 TO Subst-In-Len
           END-IF
           MOVE 1 TO Subst-In-Ptr
           MOVE 1 TO Subst-Out-Ptr
           MOVE 'N' TO Subst-Overflow-Switch
           PERFORM UNTIL Subst-In-Ptr > Subst-In-Len
               IF Subst-Input (Subst-In-Ptr:1) = '&'
                   PERFORM 077-Match-Longest-Symbol
               ELSE
                   MOVE 0 TO Subst-Best-Sub
               END-IF
               IF Subst-Best-Sub > 0
                   PERFORM 078-Copy-Symbol-Value
               ELSE
                   IF Subst-Out-Ptr <= 128
                       MOVE Subst-Input (Subst-In-Ptr:1)
                         TO Subst-Output (Subst-Out-Ptr:1)
                       ADD 1 TO Subst-Out-Ptr
                   ELSE
                       MOVE 'Y' TO Subst-Overflow-Switch
                   END-IF
                   ADD 1 TO Subst-In-Ptr
               END-IF
           END-PERFORM
           .
       077-Match-Longest-Symbol.
           MOVE 0 TO Subst-Best-Sub
           MOVE 0 TO Subst-Best-Len
           PERFORM VARYING Symbol-Sub FROM 1 BY 1
                     UNTIL Symbol-Sub > Symbol-Count
               IF  SYM-Name-Len (Symbol-Sub) > Subst-Best-Len
               AND Subst-In-Ptr + SYM-Name-Len (Symbol-Sub) <= 128
                   IF Subst-Input
                        (Subst-In-Ptr + 1:SYM-Name-Len (Symbol-Sub))
                      = SYM-Name (Symbol-Sub)
                            (1:SYM-Name-Len (Symbol-Sub))
                       MOVE Symbol-Sub
                         TO Subst-Best-Sub
                       MOVE SYM-Name-Len (Symbol-Sub)
                         TO Subst-Best-Len
                   END-IF
               END-IF
           END-PERFORM
           .
       078-Copy-Symbol-Value.
           IF SYM-Value-Len (Subst-Best-Sub) > 0
               IF Subst-Out-Ptr + SYM-Value-Len (Subst-Best-Sub) - 1
                      <= 128
                   MOVE SYM-Value (Subst-Best-Sub)
                          (1:SYM-Value-Len (Subst-Best-Sub))
                     TO Subst-Output (Subst-Out-Ptr:
                          SYM-Value-Len (Subst-Best-Sub))
                   ADD SYM-Value-Len (Subst-Best-Sub)
                     TO Subst-Out-Ptr
               ELSE
                   MOVE 'Y' TO Subst-Overflow-Switch
               END-IF
           END-IF
           COMPUTE Subst-In-Ptr =
               Subst-In-Ptr + 1 + Subst-Best-Len
           IF Subst-In-Ptr <= 128
           AND Subst-Input (Subst-In-Ptr:1) = '.'
               ADD 1 TO Subst-In-Ptr
           END-IF
           .
       090-Write-Heading.
           MOVE SPACES TO Report-Line
           STRING "Rules: " TRIM(Rules-Filename)
                  "   Input: " TRIM(Input-Filename)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           MOVE SPACES TO Report-Line
           IF Fixed-Format
               MOVE Record-Length TO Where-Number
               STRING "Fixed-length records of "
                      TRIM(Where-Number) " bytes, layout "
                      TRIM(Layout-Filename)
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
           ELSE
               STRING "Delimited records, column list "
                      TRIM(Layout-Filename)
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               IF Header-Expected
                   COMPUTE Text-Length =
                       LENGTH(TRIM(Report-Line, TRAILING)) + 1
                   STRING ", heading line copied to every output"
                       DELIMITED BY SIZE INTO Report-Line
                       WITH POINTER Text-Length
                   END-STRING
               END-IF
           END-IF
           PERFORM 290-Write-Report-Line
           MOVE SPACES TO Report-Line
           IF Amount-Field = 0
               STRING "No AMOUNT field - counts only; balance pair "
                      TRIM(Balance-Pair)
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
           ELSE
               STRING "Amount field: " TRIM(Amount-Name)
                      "   Balance pair: " TRIM(Balance-Pair)
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
           END-IF
           PERFORM 290-Write-Report-Line
           MOVE SPACES TO Report-Line
           PERFORM 290-Write-Report-Line
           .
       095-Report-Rules-Error.
           ADD 1 TO Rules-Errors
           MOVE SPACES TO Report-Line
           STRING "Rules error: " TRIM(Error-Text)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           DISPLAY 'FILESPLT: ' TRIM(Error-Text) UPON SYSERR
           MOVE SPACES TO Error-Text
           .
      *****************************************************************
      ** Open the input and every output, then route each record.    **
      ** Every output is created even if no record goes to it, so   **
      ** the steps that follow always find the file they expect.    **
      *****************************************************************
       100-Split-The-File.
           INITIALIZE Streamio-CB
           MOVE Input-Filename TO SCB-Filename
           MOVE 'I'            TO SCB-Mode
           MOVE 'O '           TO SCB-Function
           MOVE Record-Length  TO SCB-Record-Length
           CALL "STREAMIO" USING Streamio-CB
           END-CALL
           IF SCB-Return-Code NOT = 0
               MOVE 12 TO Split-Return-Code
               MOVE SPACES TO Report-Line
               STRING "Input " TRIM(Input-Filename)
                      " could not be opened"
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               PERFORM 290-Write-Report-Line
           ELSE
               PERFORM 180-Open-One-Output
                   VARYING Output-Sub FROM 1 BY 1
                     UNTIL Output-Sub > Output-Count
                        OR Split-Return-Code = 12
               IF Split-Return-Code NOT = 12
                   MOVE Record-Length TO SCB-Record-Length
                   PERFORM 110-Split-One-Record
                       WITH TEST AFTER
                       UNTIL SCB-Return-Code NOT = 0
                          OR Split-Return-Code = 12
               END-IF
               MOVE 'C ' TO SCB-Function
               CALL "STREAMIO" USING Streamio-CB
               END-CALL
               PERFORM 185-Close-One-Output
                   VARYING Output-Sub FROM 1 BY 1
                     UNTIL Output-Sub > Output-Count
           END-IF
           IF  Split-Return-Code = 0
           AND (Records-Dropped > 0 OR Amount-Errors > 0)
               MOVE 4 TO Split-Return-Code
           END-IF
           .
       110-Split-One-Record.
           MOVE SPACES TO Data-Buffer
           IF Fixed-Format
               MOVE 'RF' TO SCB-Function
           ELSE
               MOVE 'RD' TO SCB-Function
           END-IF
           CALL "STREAMIO" USING Streamio-CB, Data-Buffer
           END-CALL
           EVALUATE TRUE
               WHEN SCB-Return-Code NOT = 0
                   CONTINUE
               WHEN Fixed-Format
                   MOVE Record-Length TO Data-Length
                   PERFORM 120-Route-One-Record
               WHEN Data-Buffer = SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE LENGTH(TRIM(Data-Buffer, TRAILING))
                     TO Data-Length
                   IF Header-Expected
                       MOVE Data-Buffer TO Header-Buffer
                       MOVE Data-Length TO Header-Length
                       MOVE 'N' TO Header-Switch
                       PERFORM 170-Write-Header
                           VARYING Output-Sub FROM 1 BY 1
                             UNTIL Output-Sub > Output-Count
                                OR Split-Return-Code = 12
                   ELSE
                       INITIALIZE Csvparse-CB
                       CALL "CSVPARSE" USING Csvparse-CB, Data-Buffer
                       END-CALL
                       PERFORM 120-Route-One-Record
                   END-IF
           END-EVALUATE
           .
       120-Route-One-Record.
           ADD 1 TO Records-Read
           MOVE 0 TO Record-Amount
           IF Amount-Field > 0
               MOVE Amount-Field TO Field-Sub
               PERFORM 150-Get-Field-Value
               EVALUATE TRUE
                   WHEN Field-Numeric
                       MOVE Field-Number TO Record-Amount
                   WHEN Decode-Error
                   WHEN Field-Text NOT = SPACES
                       ADD 1 TO Amount-Errors
               END-EVALUATE
           END-IF
           ADD Record-Amount TO Input-Amount
           MOVE 0 TO Chosen-Output
           PERFORM 130-Test-One-Route
               VARYING Route-Sub FROM 1 BY 1
                 UNTIL Route-Sub > Route-Count
                    OR Chosen-Output > 0
           IF Chosen-Output = 0
               MOVE Otherwise-Output TO Chosen-Output
           END-IF
           IF Chosen-Output = 0
               ADD 1 TO Records-Dropped
               ADD Record-Amount TO Dropped-Amount
           ELSE
               MOVE Chosen-Output TO Output-Sub
               PERFORM 160-Write-One-Record
           END-IF
           .
       130-Test-One-Route.
           MOVE RT-Field (Route-Sub) TO Field-Sub
           PERFORM 150-Get-Field-Value
           MOVE 'N' TO Route-Passed-Switch
           IF NOT Decode-Error
               IF RT-Numeric (Route-Sub) AND Field-Numeric
                   PERFORM 140-Compare-Numbers
               ELSE
                   PERFORM 145-Compare-Text
               END-IF
               EVALUATE RT-Test (Route-Sub)
                   WHEN 'EQ'
                       IF Compare-1 = 0
                           MOVE 'Y' TO Route-Passed-Switch
                       END-IF
                   WHEN 'NE'
                       IF Compare-1 NOT = 0
                           MOVE 'Y' TO Route-Passed-Switch
                       END-IF
                   WHEN 'LT'
                       IF Compare-1 < 0
                           MOVE 'Y' TO Route-Passed-Switch
                       END-IF
                   WHEN 'LE'
                       IF Compare-1 <= 0
                           MOVE 'Y' TO Route-Passed-Switch
                       END-IF
                   WHEN 'GT'
                       IF Compare-1 > 0
                           MOVE 'Y' TO Route-Passed-Switch
                       END-IF
                   WHEN 'GE'
                       IF Compare-1 >= 0
                           MOVE 'Y' TO Route-Passed-Switch
                       END-IF
                   WHEN 'RANGE'
                       IF Compare-1 >= 0 AND Compare-2 <= 0
                           MOVE 'Y' TO Route-Passed-Switch
                       END-IF
               END-EVALUATE
           END-IF
           IF Route-Passed
               MOVE RT-Output (Route-Sub) TO Chosen-Output
               ADD 1 TO RT-Taken (Route-Sub)
           END-IF
           .
       140-Compare-Numbers.
           EVALUATE TRUE
               WHEN Field-Number < RT-Number-1 (Route-Sub)
                   MOVE -1 TO Compare-1
               WHEN Field-Number > RT-Number-1 (Route-Sub)
                   MOVE 1 TO Compare-1
               WHEN OTHER
                   MOVE 0 TO Compare-1
           END-EVALUATE
           EVALUATE TRUE
               WHEN Field-Number < RT-Number-2 (Route-Sub)
                   MOVE -1 TO Compare-2
               WHEN Field-Number > RT-Number-2 (Route-Sub)
                   MOVE 1 TO Compare-2
               WHEN OTHER
                   MOVE 0 TO Compare-2
           END-EVALUATE
           .
       145-Compare-Text.
           MOVE TRIM(Field-Text, LEADING) TO Field-Text
           EVALUATE TRUE
               WHEN Field-Text < TRIM(RT-Value-1 (Route-Sub), LEADING)
                   MOVE -1 TO Compare-1
               WHEN Field-Text > TRIM(RT-Value-1 (Route-Sub), LEADING)
                   MOVE 1 TO Compare-1
               WHEN OTHER
                   MOVE 0 TO Compare-1
           END-EVALUATE
           EVALUATE TRUE
               WHEN Field-Text < TRIM(RT-Value-2 (Route-Sub), LEADING)
                   MOVE -1 TO Compare-2
               WHEN Field-Text > TRIM(RT-Value-2 (Route-Sub), LEADING)
                   MOVE 1 TO Compare-2
               WHEN OTHER
                   MOVE 0 TO Compare-2
           END-EVALUATE
           .
      *****************************************************************
      ** Fetch field Field-Sub of the current record: its text into  **
      ** Field-Text and, when it holds a number, its value into      **
      ** Field-Number.  A Z/P/B/X field that cannot be decoded sets  **
      ** Decode-Error; it passes no ROUTE and adds to no total.      **
      *****************************************************************
       150-Get-Field-Value.
           MOVE SPACES TO Field-Text
           MOVE 0 TO Field-Number
           MOVE 'N' TO Field-Numeric-Switch
           MOVE 'N' TO Decode-Error-Switch
           IF Delimited-Format
               IF FLD-Start (Field-Sub) <= CPB-Field-Count
                   MOVE CPB-Field (FLD-Start (Field-Sub))
                     TO Field-Text
               END-IF
           ELSE
               IF FLD-Type (Field-Sub) = 'C'
                   MOVE FLD-Length (Field-Sub) TO Text-Length
                   IF Text-Length > 80
                       MOVE 80 TO Text-Length
                   END-IF
                   MOVE Data-Buffer (FLD-Start (Field-Sub):
                                     Text-Length)
                     TO Field-Text
               ELSE
                   PERFORM 300-Decode-Field
                   IF NOT Decode-Error
                       MOVE 'Y' TO Field-Numeric-Switch
                   END-IF
               END-IF
           END-IF
           IF  Field-Text NOT = SPACES
           AND TEST-NUMVAL(TRIM(Field-Text)) = 0
               MOVE NUMVAL(Field-Text) TO Field-Number
               MOVE 'Y' TO Field-Numeric-Switch
           END-IF
           .
       160-Write-One-Record.
           MOVE OUT-Streamio-Save (Output-Sub) TO Streamio-O-CB
           IF Fixed-Format
               MOVE 'WF' TO SCBO-Function
               CALL "STREAMIO" USING Streamio-O-CB, Data-Buffer
               END-CALL
           ELSE
               MOVE 'WD' TO SCBO-Function
               MOVE 'W'  TO SCBO-Delimiter-Mode
               CALL "STREAMIO"
                   USING Streamio-O-CB, Data-Buffer (1:Data-Length)
               END-CALL
           END-IF
           MOVE Streamio-O-CB TO OUT-Streamio-Save (Output-Sub)
           IF SCBO-Return-Code = 0
               ADD 1 TO OUT-Records (Output-Sub)
               ADD Record-Amount TO OUT-Amount (Output-Sub)
               ADD 1 TO Records-Written
               ADD Record-Amount TO Written-Amount
           ELSE
               PERFORM 190-Report-Write-Failure
           END-IF
           .
       170-Write-Header.
           MOVE OUT-Streamio-Save (Output-Sub) TO Streamio-O-CB
           MOVE 'WD' TO SCBO-Function
           MOVE 'W'  TO SCBO-Delimiter-Mode
           CALL "STREAMIO"
               USING Streamio-O-CB, Header-Buffer (1:Header-Length)
           END-CALL
           MOVE Streamio-O-CB TO OUT-Streamio-Save (Output-Sub)
           IF SCBO-Return-Code NOT = 0
               PERFORM 190-Report-Write-Failure
           END-IF
           .
       180-Open-One-Output.
           INITIALIZE Streamio-O-CB
           MOVE OUT-Filename (Output-Sub) TO SCBO-Filename
           MOVE 'O'                       TO SCBO-Mode
           MOVE 'O '                      TO SCBO-Function
           MOVE Record-Length             TO SCBO-Record-Length
           CALL "STREAMIO" USING Streamio-O-CB
           END-CALL
           IF SCBO-Return-Code = 0
               MOVE Record-Length TO SCBO-Record-Length
               MOVE 'Y' TO OUT-Open-Switch (Output-Sub)
               MOVE Streamio-O-CB TO OUT-Streamio-Save (Output-Sub)
           ELSE
               MOVE 12 TO Split-Return-Code
               MOVE SPACES TO Report-Line
               STRING "Output " TRIM(OUT-Id (Output-Sub)) " ("
                      TRIM(OUT-Filename (Output-Sub))
                      ") could not be created"
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               PERFORM 290-Write-Report-Line
           END-IF
           .
       185-Close-One-Output.
           IF OUT-Open (Output-Sub)
               MOVE OUT-Streamio-Save (Output-Sub) TO Streamio-O-CB
               MOVE 'C ' TO SCBO-Function
               CALL "STREAMIO" USING Streamio-O-CB
               END-CALL
               MOVE 'N' TO OUT-Open-Switch (Output-Sub)
           END-IF
           .
       190-Report-Write-Failure.
           MOVE 12 TO Split-Return-Code
           MOVE SPACES TO Report-Line
           STRING "Output " TRIM(OUT-Id (Output-Sub)) " ("
                  TRIM(OUT-Filename (Output-Sub))
                  ") could not be written - the split is incomplete"
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           .
      *****************************************************************
      ** Each output is the producer side of its own pair; the       **
      ** BALANCE pair has the input as its consumer side and the     **
      ** sum of the outputs as its producer side.                    **
      *****************************************************************
       200-Register-Totals.
           PERFORM VARYING Output-Sub FROM 1 BY 1
                     UNTIL Output-Sub > Output-Count
               CALL "CTLTOTAL"
                   USING OUT-Pair (Output-Sub), Role-Producer,
                         OUT-Records (Output-Sub),
                         OUT-Amount (Output-Sub), Audit-Source
               END-CALL
           END-PERFORM
           CALL "CTLTOTAL"
               USING Balance-Pair, Role-Consumer, Records-Read,
                     Input-Amount, Audit-Source
           END-CALL
           CALL "CTLTOTAL"
               USING Balance-Pair, Role-Producer, Records-Written,
                     Written-Amount, Audit-Source
           END-CALL
           .
       290-Write-Report-Line.
           MOVE 'W' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB, Report-Line
           END-CALL
           .
      *****************************************************************
      ** The Z/P/B/X decoders below follow RECDUMP's exactly, so a   **
      ** value RECDUMP can display is a value FILESPLT can route on. **
      *****************************************************************
       300-Decode-Field.
           EVALUATE FLD-Type (Field-Sub)
               WHEN 'Z'
                   PERFORM 310-Decode-Zoned
               WHEN 'P'
                   PERFORM 320-Decode-Packed
               WHEN 'B'
                   PERFORM 330-Decode-Binary
               WHEN 'X'
                   PERFORM 340-Decode-Unsigned
               WHEN OTHER
                   MOVE 'Y' TO Decode-Error-Switch
           END-EVALUATE
           IF NOT Decode-Error
               PERFORM 350-Apply-Decimals
           END-IF
           .
       310-Decode-Zoned.
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
                       PERFORM 315-Decode-Overpunch
                   WHEN OTHER
                       MOVE 'Y' TO Decode-Error-Switch
               END-EVALUATE
           END-PERFORM
           .
       315-Decode-Overpunch.
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
       320-Decode-Packed.
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
       330-Decode-Binary.
           PERFORM 340-Decode-Unsigned
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
       340-Decode-Unsigned.
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
       350-Apply-Decimals.
           MOVE 1 TO Power-Work
           IF FLD-Decimals (Field-Sub) > 0
               PERFORM FLD-Decimals (Field-Sub) TIMES
                   COMPUTE Power-Work = Power-Work * 10
               END-PERFORM
           END-IF
           COMPUTE Field-Number ROUNDED =
               Decode-Value / Power-Work
           IF Decode-Negative
               COMPUTE Field-Number = 0 - Field-Number
           END-IF
           .
       900-Write-Summary.
           MOVE "Output   File                                     "
              & "        Pair               Records"
              & "             Amount"
             TO Report-Line
           PERFORM 290-Write-Report-Line
           PERFORM VARYING Output-Sub FROM 1 BY 1
                     UNTIL Output-Sub > Output-Count
               MOVE SPACES TO Output-Line
               MOVE OUT-Id (Output-Sub) TO OL-Id
               MOVE OUT-Filename (Output-Sub) TO OL-File
               MOVE OUT-Pair (Output-Sub) TO OL-Pair
               MOVE OUT-Records (Output-Sub) TO OL-Records
               MOVE OUT-Amount (Output-Sub) TO OL-Amount
               MOVE Output-Line TO Report-Line
               PERFORM 290-Write-Report-Line
           END-PERFORM
           MOVE SPACES TO Report-Line
           PERFORM 290-Write-Report-Line
           MOVE " #  Output   Field                Test  Values"
              & "                                        Taken"
             TO Report-Line
           PERFORM 290-Write-Report-Line
           PERFORM VARYING Route-Sub FROM 1 BY 1
                     UNTIL Route-Sub > Route-Count
               MOVE SPACES TO Route-Line
               MOVE Route-Sub TO RL-Number
               MOVE RT-Output-Id (Route-Sub) TO RL-Id
               MOVE RT-Name (Route-Sub) TO RL-Field
               MOVE RT-Test (Route-Sub) TO RL-Test
               IF RT-Test (Route-Sub) = 'RANGE'
                   STRING TRIM(RT-Value-1 (Route-Sub)) " to "
                          TRIM(RT-Value-2 (Route-Sub))
                       DELIMITED BY SIZE INTO RL-Values
                   END-STRING
               ELSE
                   MOVE RT-Value-1 (Route-Sub) TO RL-Values
               END-IF
               MOVE RT-Taken (Route-Sub) TO RL-Taken
               MOVE Route-Line TO Report-Line
               PERFORM 290-Write-Report-Line
           END-PERFORM
           MOVE SPACES TO Report-Line
           IF Otherwise-Output > 0
               STRING "Otherwise: " TRIM(Otherwise-Id)
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
           ELSE
               MOVE "Otherwise: no catch-all - unrouted records are "
                  & "dropped" TO Report-Line
           END-IF
           PERFORM 290-Write-Report-Line
           MOVE SPACES TO Report-Line
           PERFORM 290-Write-Report-Line
           MOVE Records-Read TO Count-Display
           MOVE Input-Amount TO Amount-Display
           MOVE SPACES TO Report-Line
           STRING "Records read:    " Count-Display
                  "   amount " Amount-Display
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           MOVE Records-Written TO Count-Display
           MOVE Written-Amount TO Amount-Display
           MOVE SPACES TO Report-Line
           STRING "Records written: " Count-Display
                  "   amount " Amount-Display
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           IF Records-Dropped > 0
               MOVE Records-Dropped TO Count-Display
               MOVE Dropped-Amount TO Amount-Display
               MOVE SPACES TO Report-Line
               STRING "Records dropped: " Count-Display
                      "   amount " Amount-Display
                      "   - no ROUTE took them and there is no "
                      "OTHERWISE"
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               PERFORM 290-Write-Report-Line
           END-IF
           IF Amount-Errors > 0
               MOVE Amount-Errors TO Count-Display
               MOVE SPACES TO Report-Line
               STRING "Warning: " TRIM(Count-Display)
                      " records had an unreadable "
                      TRIM(Amount-Name) " - counted as zero"
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               PERFORM 290-Write-Report-Line
           END-IF
           IF Split-Return-Code = 12
               MOVE "The split is incomplete - no control totals "
                  & "were registered" TO Report-Line
               PERFORM 290-Write-Report-Line
           END-IF
           .
