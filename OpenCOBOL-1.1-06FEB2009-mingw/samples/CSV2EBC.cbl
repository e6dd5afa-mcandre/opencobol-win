       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSV2EBC.
      *****************************************************************
      ** This is the reverse of CONVFILE: it builds the fixed-length **
      ** EBCDIC file the sister mainframe shop expects from an ASCII **
      ** CSV, so a file owed to them no longer goes through a        **
      ** spreadsheet and a PC conversion tool that mangles signs.    **
      ** The one CALL (or command-line) argument is comma-separated: **
      **                                                             **
      **   <layout-file>,<csv-file>,<out-name>[,<record-length>]     **
      **                                                             **
      ** The layout is the same RECDUMP-style file CONVFILE reads    **
      ** (name,start,length,type[,decimals]).  CSV column n (parsed  **
      ** by CSVPARSE) fills layout field n; a first row whose first  **
      ** column is the first layout field's name is taken as a      **
      ** header row (MSTEXTR writes one) and skipped.  Each field is **
      ** built as its type says:                                     **
      **                                                             **
      **   C  translated to EBCDIC (ASC2EBC.cpy) and padded with     **
      **      EBCDIC spaces                                          **
      **   Z  zoned decimal, sign overpunched in the last byte       **
      **      (zone C positive, D negative)                          **
      **   P  packed decimal (COMP-3), sign nibble C or D            **
      **   B  signed big-endian binary (two's complement)            **
      **   X  unsigned big-endian binary                             **
      **                                                             **
      ** A numeric value may carry a sign and a decimal point; the   **
      ** layout's decimals column gives the implied decimal places,  **
      ** so 12.5 in a 2-decimal field is stored as 1250.  A blank    **
      ** numeric value is stored as zero.  Bytes no field covers are **
      ** EBCDIC spaces.  The record length is the layout's highest   **
      ** start+length-1 unless <record-length> is given.             **
      **                                                             **
      ** Nothing is ever silently cut to fit: a row with a value too **
      ** long for its field, a non-numeric value in a numeric field, **
      ** more decimal places than the field holds, a value too big   **
      ** for the field, a negative value in an X field, or more      **
      ** columns than the layout has fields is rejected whole, and   **
      ** every problem in it is listed with its CSV row number in    **
      ** the error report "CSV2EBC.RPT" (through RPTWRIT).           **
      **                                                             **
      ** <out-name> is written into the OUTBOUND staging directory   **
      ** (the "OUTBOUND" environment variable, or "/outbound"),      **
      ** ready for OUTBOUND to send.  Typical JOBDRV step:           **
      **                                                             **
      **   CSV2EBC  SISTER.LAY,SISTER&YYYYMMDD..CSV,SISTER.DAT       **
      **                                                             **
      ** RETURN-CODE is 0; 4 when rows were rejected; 2 when the     **
      ** parameters, layout, CSV or output cannot be used.           **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1043 Initial coding                                       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Layout-File ASSIGN TO Layout-Filename
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Csv-File ASSIGN TO Csv-Filename
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Layout-File.
       01  Layout-Record                  PIC X(80).

       FD  Csv-File.
       01  Csv-Record                     PIC X(2048).

       WORKING-STORAGE SECTION.
       COPY STREAMIOcb.

       COPY CSVPARSEcb.

       COPY ASC2EBC.

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

       01  Build-Parm-Text                PIC X(512) VALUE SPACES.
       01  Parm-Size                      USAGE BINARY-LONG.
       01  Argument-Count                 USAGE BINARY-LONG.

       01  Layout-Filename                PIC X(64).
       01  Csv-Filename                   PIC X(256).
       01  Out-Name                       PIC X(128).
       01  Reclen-Text                    PIC X(8).

       01  Env-Outbound                   PIC X(256).
       01  Slash                          PIC X(1).
       01  Output-Path                    PIC X(256).

       01  Layout-EOF-Switch              PIC X.
           88 Layout-EOF                  VALUE 'Y'.
       01  Csv-EOF-Switch                 PIC X.
           88 Csv-EOF                     VALUE 'Y'.

       01  Field-Table.
           05 Field-Entry                 OCCURS 30 TIMES.
              10 FLD-Name                 PIC X(20).
              10 FLD-Start                USAGE BINARY-LONG.
              10 FLD-Length               USAGE BINARY-LONG.
              10 FLD-Type                 PIC X(1).
              10 FLD-Decimals             USAGE BINARY-LONG.
       01  Field-Count                    PIC 9(2) VALUE 0.
       01  Field-Sub                      PIC 9(2).

       01  Record-Length                  USAGE BINARY-LONG VALUE 0.
       01  Layout-Length                  USAGE BINARY-LONG VALUE 0.
       01  Data-Buffer                    PIC X(512).

       01  Work-Byte.
           05 FILLER                      PIC X VALUE LOW-VALUES.
           05 WB-Char                     PIC X.
       01  WB-Halfword                    REDEFINES Work-Byte
                                          PIC 9(4) COMP-X.
       01  Build-Sub                      USAGE BINARY-LONG.
       01  Byte-Position                  USAGE BINARY-LONG.

       01  Value-Text                     PIC X(80).
       01  Value-Length                   USAGE BINARY-LONG.
       01  Field-Amount                   PIC S9(18)V9(9) COMP-3.
       01  Scaled-Amount                  PIC S9(18)V9(9) COMP-3.
       01  Scaled-Integer                 PIC S9(18) COMP-3.
       01  Remaining-Value                PIC 9(20) COMP-3.
       01  Field-Limit                    PIC 9(20) COMP-3.
       01  Power-Sub                      USAGE BINARY-LONG.
       01  Digit-Value                    USAGE BINARY-LONG.
       01  Nibble-Value                   USAGE BINARY-LONG.
       01  Value-Negative-Switch          PIC X.
           88 Value-Negative              VALUE 'Y'.

       01  Row-Number                     USAGE BINARY-LONG VALUE 0.
       01  Row-Error-Switch               PIC X.
           88 Row-In-Error                VALUE 'Y'.
       01  Field-Error-Switch             PIC X.
           88 Field-In-Error              VALUE 'Y'.
       01  Reject-Reason                  PIC X(40).

       01  Rows-Read                      USAGE BINARY-LONG VALUE 0.
       01  Rows-Written                   USAGE BINARY-LONG VALUE 0.
       01  Rows-Rejected                  USAGE BINARY-LONG VALUE 0.
       01  Count-Display                  PIC Z(8)9.
       01  Row-Display                    PIC Z(6)9.

       01  Report-Line                    PIC X(132).

       01  Build-Return-Code              USAGE BINARY-LONG VALUE 0.

       01  Build-Detail-Text              PIC X(152).
       01  Audit-Source                   PIC X(8) VALUE 'CSV2EBC'.

       LINKAGE SECTION.
       01  Build-Parm                     PIC X ANY LENGTH.

       PROCEDURE DIVISION USING OPTIONAL Build-Parm.
       000-MAIN.
           PERFORM 010-Parse-Parameters
           IF Build-Return-Code = 0
               PERFORM 020-Load-Layout
           END-IF
           IF Build-Return-Code = 0
               PERFORM 070-Identify-Outbound
               PERFORM 100-Build-The-File
           END-IF
           IF  Build-Return-Code = 0
           AND Rows-Rejected > 0
               MOVE 4 TO Build-Return-Code
           END-IF
           MOVE Rows-Rejected TO Row-Display
           MOVE Rows-Written TO Count-Display
           DISPLAY 'CSV2EBC: ' TRIM(Count-Display) ' records built, '
               TRIM(Row-Display) ' rows rejected' UPON SYSERR
           MOVE SPACES TO Build-Detail-Text
           STRING "built " TRIM(Count-Display) " records from "
                  TRIM(Csv-Filename, TRAILING)
                  " to " TRIM(Output-Path, TRAILING)
               DELIMITED BY SIZE INTO Build-Detail-Text
           END-STRING
           CALL "AUDITLOG"
               USING Audit-Source, Build-Detail-Text,
                     Build-Return-Code
           END-CALL
           MOVE Build-Return-Code TO RETURN-CODE
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
                   MOVE Build-Parm TO Build-Parm-Text
               ELSE
                   ACCEPT Argument-Count FROM ARGUMENT-NUMBER
                   IF Argument-Count > 0
                       ACCEPT Build-Parm-Text FROM ARGUMENT-VALUE
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO Layout-Filename
           MOVE SPACES TO Csv-Filename
           MOVE SPACES TO Out-Name
           MOVE SPACES TO Reclen-Text
           MOVE SPACES TO Output-Path
           UNSTRING Build-Parm-Text DELIMITED BY ','
               INTO Layout-Filename, Csv-Filename, Out-Name,
                    Reclen-Text
           END-UNSTRING
           IF Layout-Filename = SPACES
           OR Csv-Filename = SPACES
           OR Out-Name = SPACES
               DISPLAY 'CSV2EBC: usage: layout,csv-file,outname'
                   '[,record-length]' UPON SYSERR
               MOVE 2 TO Build-Return-Code
           END-IF
           IF Reclen-Text NOT = SPACES
               IF TEST-NUMVAL(TRIM(Reclen-Text)) = 0
                   MOVE NUMVAL(Reclen-Text) TO Record-Length
               END-IF
               IF Record-Length < 1
               OR Record-Length > 512
                   DISPLAY 'CSV2EBC: record length must be 1 to 512'
                       UPON SYSERR
                   MOVE 2 TO Build-Return-Code
               END-IF
           END-IF
           .
       020-Load-Layout.
           CALL "CBL_CHECK_FILE_EXIST"
               USING TRIM(Layout-Filename, TRAILING)
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY 'CSV2EBC: layout file '
                   TRIM(Layout-Filename) ' not found' UPON SYSERR
               MOVE 2 TO Build-Return-Code
           ELSE
               OPEN INPUT Layout-File
               MOVE 'N' TO Layout-EOF-Switch
               PERFORM 030-Load-One-Field
                   UNTIL Layout-EOF
               CLOSE Layout-File
               EVALUATE TRUE
                   WHEN Field-Count = 0
                       DISPLAY 'CSV2EBC: layout holds no fields'
                           UPON SYSERR
                       MOVE 2 TO Build-Return-Code
      *> a CSV row is parsed into at most 20 columns
                   WHEN Field-Count > 20
                       DISPLAY 'CSV2EBC: layout has more than 20 '
                           'fields - more than a CSV row can carry'
                           UPON SYSERR
                       MOVE 2 TO Build-Return-Code
                   WHEN Record-Length = 0
                       MOVE Layout-Length TO Record-Length
                   WHEN Record-Length < Layout-Length
                       DISPLAY 'CSV2EBC: record length is shorter '
                           'than the layout' UPON SYSERR
                       MOVE 2 TO Build-Return-Code
               END-EVALUATE
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
                       PERFORM 035-Check-One-Field
                   ELSE
                       DISPLAY 'CSV2EBC: bad layout line ignored: '
                           TRIM(Layout-Record) UPON SYSERR
                   END-IF
               END-IF
           END-IF
           .
      *****************************************************************
      ** A field the builder cannot fill correctly makes the whole   **
      ** layout unusable - a file with one column wrong in every     **
      ** record is worse than no file.                               **
      *****************************************************************
       035-Check-One-Field.
           EVALUATE TRUE
               WHEN FLD-Start (Field-Count) < 1
               OR   FLD-Length (Field-Count) < 1
               OR   FLD-Start (Field-Count)
                      + FLD-Length (Field-Count) - 1 > 512
                   DISPLAY 'CSV2EBC: field '
                       TRIM(FLD-Name (Field-Count))
                       ' does not fit a 512-byte record' UPON SYSERR
                   MOVE 2 TO Build-Return-Code
               WHEN FLD-Type (Field-Count) = 'C'
               WHEN FLD-Type (Field-Count) = 'Z'
               WHEN FLD-Type (Field-Count) = 'P'
                   CONTINUE
               WHEN FLD-Type (Field-Count) = 'B'
               OR   FLD-Type (Field-Count) = 'X'
                   IF FLD-Length (Field-Count) > 8
                       DISPLAY 'CSV2EBC: binary field '
                           TRIM(FLD-Name (Field-Count))
                           ' is longer than 8 bytes' UPON SYSERR
                       MOVE 2 TO Build-Return-Code
                   END-IF
               WHEN OTHER
                   DISPLAY 'CSV2EBC: field '
                       TRIM(FLD-Name (Field-Count))
                       ' has unknown type ' FLD-Type (Field-Count)
                       UPON SYSERR
                   MOVE 2 TO Build-Return-Code
           END-EVALUATE
           IF FLD-Start (Field-Count) + FLD-Length (Field-Count) - 1
                > Layout-Length
               COMPUTE Layout-Length = FLD-Start (Field-Count)
                   + FLD-Length (Field-Count) - 1
           END-IF
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
       100-Build-The-File.
           CALL "CBL_CHECK_FILE_EXIST"
               USING TRIM(Csv-Filename, TRAILING)
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY 'CSV2EBC: CSV file '
                   TRIM(Csv-Filename) ' not found' UPON SYSERR
               MOVE 2 TO Build-Return-Code
           ELSE
               INITIALIZE Streamio-CB
               MOVE Output-Path TO SCB-Filename
               MOVE 'O'         TO SCB-Mode
               MOVE 'O '        TO SCB-Function
               CALL "STREAMIO" USING Streamio-CB
               END-CALL
               IF SCB-Return-Code NOT = 0
                   DISPLAY 'CSV2EBC: cannot create '
                       TRIM(Output-Path) UPON SYSERR
                   MOVE 2 TO Build-Return-Code
               END-IF
           END-IF
           IF Build-Return-Code = 0
               INITIALIZE Rptwrit-CB
               MOVE "CSV2EBC.RPT" TO RWB-Filename
               MOVE SPACES TO RWB-Title
               STRING "EBCDIC BUILD REJECTS - "
                      TRIM(Csv-Filename, TRAILING)
                   DELIMITED BY SIZE INTO RWB-Title
               END-STRING
               MOVE "CSV2EBC" TO RWB-Program-Id
               MOVE 'O' TO RWB-Function
               CALL "RPTWRIT" USING Rptwrit-CB
               END-CALL
               MOVE "    ROW FIELD                PROBLEM"
                 TO Report-Line
               MOVE "VALUE" TO Report-Line (71:5)
               PERFORM 290-Write-Report-Line
               MOVE ALL '-' TO Report-Line (1:100)
               PERFORM 290-Write-Report-Line
               OPEN INPUT Csv-File
               MOVE 'N' TO Csv-EOF-Switch
               PERFORM 110-Build-One-Row
                   UNTIL Csv-EOF
               CLOSE Csv-File
               MOVE 'C ' TO SCB-Function
               CALL "STREAMIO" USING Streamio-CB
               END-CALL
               PERFORM 190-Report-Summary
               MOVE 'C' TO RWB-Function
               CALL "RPTWRIT" USING Rptwrit-CB
               END-CALL
           END-IF
           .
       110-Build-One-Row.
           READ Csv-File
               AT END
                   MOVE 'Y' TO Csv-EOF-Switch
           END-READ
           IF NOT Csv-EOF
               ADD 1 TO Row-Number
           END-IF
           IF  NOT Csv-EOF
           AND Csv-Record NOT = SPACES
               INITIALIZE Csvparse-CB
               CALL "CSVPARSE"
                   USING Csvparse-CB, Csv-Record
               END-CALL
               IF  Row-Number = 1
               AND UPPER-CASE(TRIM(CPB-Field (1)))
                     = UPPER-CASE(TRIM(FLD-Name (1)))
                   CONTINUE
               ELSE
                   ADD 1 TO Rows-Read
                   PERFORM 120-Build-One-Record
               END-IF
           END-IF
           .
       120-Build-One-Record.
           MOVE 'N' TO Row-Error-Switch
           MOVE ALL X'40' TO Data-Buffer
           IF CPB-Error-Code NOT = 0
               MOVE 'unterminated quoted value' TO Reject-Reason
               MOVE SPACES TO Value-Text
               MOVE 0 TO Field-Sub
               PERFORM 280-Report-Reject
           END-IF
           IF CPB-Field-Count > Field-Count
               MOVE 0 TO Field-Sub
               MOVE 'more columns than layout fields'
                 TO Reject-Reason
               MOVE SPACES TO Value-Text
               PERFORM 280-Report-Reject
           END-IF
           PERFORM VARYING Field-Sub FROM 1 BY 1
                     UNTIL Field-Sub > Field-Count
               MOVE SPACES TO Value-Text
               MOVE 0 TO Value-Length
               IF Field-Sub <= CPB-Field-Count
                   MOVE CPB-Field (Field-Sub) TO Value-Text
                   IF Value-Text NOT = SPACES
                       MOVE LENGTH(TRIM(Value-Text, TRAILING))
                         TO Value-Length
                   END-IF
               END-IF
               IF  Field-Sub <= CPB-Field-Count
               AND CPB-Truncated (Field-Sub) = 'Y'
                   MOVE 'value too long for the field'
                     TO Reject-Reason
                   PERFORM 280-Report-Reject
               ELSE
                   IF FLD-Type (Field-Sub) = 'C'
                       PERFORM 200-Build-Character
                   ELSE
                       PERFORM 210-Check-Numeric
                   END-IF
               END-IF
           END-PERFORM
           IF Row-In-Error
               ADD 1 TO Rows-Rejected
           ELSE
               MOVE 'WF' TO SCB-Function
               MOVE Record-Length TO SCB-Record-Length
               CALL "STREAMIO"
                   USING Streamio-CB, Data-Buffer (1:Record-Length)
               END-CALL
               IF SCB-Return-Code = 0
                   ADD 1 TO Rows-Written
               ELSE
                   DISPLAY 'CSV2EBC: write to '
                       TRIM(Output-Path) ' failed' UPON SYSERR
                   MOVE 2 TO Build-Return-Code
                   MOVE 'Y' TO Csv-EOF-Switch
               END-IF
           END-IF
           .
       190-Report-Summary.
           MOVE SPACES TO Report-Line
           PERFORM 290-Write-Report-Line
           MOVE Rows-Read TO Count-Display
           MOVE SPACES TO Report-Line
           STRING "Rows read:      " Count-Display
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           MOVE Rows-Written TO Count-Display
           MOVE SPACES TO Report-Line
           STRING "Records built:  " Count-Display " into "
                  TRIM(Output-Path, TRAILING)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           MOVE Rows-Rejected TO Count-Display
           MOVE SPACES TO Report-Line
           STRING "Rows rejected:  " Count-Display
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           .
      *****************************************************************
      ** Character field: translate byte by byte, the rest of the    **
      ** field stays EBCDIC spaces.                                  **
      *****************************************************************
       200-Build-Character.
           IF Value-Length > FLD-Length (Field-Sub)
               MOVE 'value too long for the field' TO Reject-Reason
               PERFORM 280-Report-Reject
           ELSE
               PERFORM VARYING Build-Sub FROM 1 BY 1
                         UNTIL Build-Sub > Value-Length
                   MOVE Value-Text (Build-Sub:1) TO WB-Char
                   COMPUTE Byte-Position =
                       FLD-Start (Field-Sub) + Build-Sub - 1
                   MOVE Ascii-To-Ebcdic-Char (WB-Halfword + 1)
                     TO Data-Buffer (Byte-Position:1)
               END-PERFORM
           END-IF
           .
      *****************************************************************
      ** Numeric field: the value is scaled by the implied decimals  **
      ** and must come out a whole number that fits the field.       **
      *****************************************************************
       210-Check-Numeric.
           MOVE 0 TO Field-Amount
           MOVE 'N' TO Field-Error-Switch
           MOVE 'N' TO Value-Negative-Switch
           IF Value-Text NOT = SPACES
               IF TEST-NUMVAL(TRIM(Value-Text)) NOT = 0
                   MOVE 'value is not numeric' TO Reject-Reason
                   PERFORM 280-Report-Reject
               ELSE
                   COMPUTE Field-Amount = NUMVAL(Value-Text)
                       ON SIZE ERROR
                           MOVE 'value too large for the field'
                             TO Reject-Reason
                           PERFORM 280-Report-Reject
                   END-COMPUTE
               END-IF
           END-IF
           IF NOT Field-In-Error
               MOVE Field-Amount TO Scaled-Amount
               PERFORM FLD-Decimals (Field-Sub) TIMES
                   COMPUTE Scaled-Amount = Scaled-Amount * 10
                       ON SIZE ERROR
                           MOVE 'Y' TO Field-Error-Switch
                   END-COMPUTE
               END-PERFORM
               IF Field-In-Error
                   MOVE 'value too large for the field'
                     TO Reject-Reason
                   PERFORM 280-Report-Reject
               END-IF
           END-IF
           IF NOT Field-In-Error
               MOVE Scaled-Amount TO Scaled-Integer
               IF Scaled-Integer NOT = Scaled-Amount
                   MOVE 'more decimal places than the field'
                     TO Reject-Reason
                   PERFORM 280-Report-Reject
               END-IF
           END-IF
           IF NOT Field-In-Error
               IF Scaled-Integer < 0
                   MOVE 'Y' TO Value-Negative-Switch
                   COMPUTE Remaining-Value = 0 - Scaled-Integer
               ELSE
                   MOVE Scaled-Integer TO Remaining-Value
               END-IF
               PERFORM 220-Check-Capacity
           END-IF
           IF NOT Field-In-Error
               EVALUATE FLD-Type (Field-Sub)
                   WHEN 'Z'
                       PERFORM 230-Build-Zoned
                   WHEN 'P'
                       PERFORM 240-Build-Packed
                   WHEN OTHER
                       PERFORM 250-Build-Binary
               END-EVALUATE
           END-IF
           .
      *> the largest magnitude each type holds in FLD-Length bytes;
      *> beyond 18 digits the work fields themselves are the limit
       220-Check-Capacity.
           EVALUATE FLD-Type (Field-Sub)
               WHEN 'Z'
                   MOVE FLD-Length (Field-Sub) TO Power-Sub
               WHEN 'P'
                   COMPUTE Power-Sub = FLD-Length (Field-Sub) * 2 - 1
               WHEN OTHER
                   MOVE 0 TO Power-Sub
           END-EVALUATE
           IF Power-Sub > 0
               IF Power-Sub < 19
                   MOVE 1 TO Field-Limit
                   PERFORM Power-Sub TIMES
                       COMPUTE Field-Limit = Field-Limit * 10
                   END-PERFORM
                   IF Remaining-Value >= Field-Limit
                       MOVE 'value too large for the field'
                         TO Reject-Reason
                       PERFORM 280-Report-Reject
                   END-IF
               END-IF
           ELSE
               MOVE 1 TO Field-Limit
               PERFORM FLD-Length (Field-Sub) TIMES
                   COMPUTE Field-Limit = Field-Limit * 256
               END-PERFORM
               EVALUATE TRUE
                   WHEN FLD-Type (Field-Sub) = 'X'
                    AND Value-Negative
                       MOVE 'negative value in an unsigned field'
                         TO Reject-Reason
                       PERFORM 280-Report-Reject
                   WHEN FLD-Type (Field-Sub) = 'X'
                       IF Remaining-Value >= Field-Limit
                           MOVE 'value too large for the field'
                             TO Reject-Reason
                           PERFORM 280-Report-Reject
                       END-IF
                   WHEN Value-Negative
                       IF Remaining-Value > Field-Limit / 2
                           MOVE 'value too large for the field'
                             TO Reject-Reason
                           PERFORM 280-Report-Reject
                       END-IF
                   WHEN OTHER
                       IF Remaining-Value >= Field-Limit / 2
                           MOVE 'value too large for the field'
                             TO Reject-Reason
                           PERFORM 280-Report-Reject
                       END-IF
               END-EVALUATE
           END-IF
           .
      *****************************************************************
      ** Zoned: EBCDIC digits X'F0'-X'F9', the last byte carrying    **
      ** the sign in its zone - X'C0'-X'C9' positive, X'D0'-X'D9'    **
      ** negative (the '{', A-I, '}', J-R RECDUMP decodes).          **
      *****************************************************************
       230-Build-Zoned.
           PERFORM VARYING Build-Sub FROM FLD-Length (Field-Sub) BY -1
                     UNTIL Build-Sub < 1
               DIVIDE Remaining-Value BY 10
                   GIVING Remaining-Value
                   REMAINDER Digit-Value
               END-DIVIDE
               EVALUATE TRUE
                   WHEN Build-Sub < FLD-Length (Field-Sub)
                       COMPUTE WB-Halfword = 240 + Digit-Value
                   WHEN Value-Negative
                       COMPUTE WB-Halfword = 208 + Digit-Value
                   WHEN OTHER
                       COMPUTE WB-Halfword = 192 + Digit-Value
               END-EVALUATE
               COMPUTE Byte-Position =
                   FLD-Start (Field-Sub) + Build-Sub - 1
               MOVE WB-Char TO Data-Buffer (Byte-Position:1)
           END-PERFORM
           .
      *****************************************************************
      ** Packed: two digits a byte, the last byte's low nibble the   **
      ** sign - X'C' positive, X'D' negative.                        **
      *****************************************************************
       240-Build-Packed.
           PERFORM VARYING Build-Sub FROM FLD-Length (Field-Sub) BY -1
                     UNTIL Build-Sub < 1
               IF Build-Sub = FLD-Length (Field-Sub)
                   IF Value-Negative
                       MOVE 13 TO Nibble-Value
                   ELSE
                       MOVE 12 TO Nibble-Value
                   END-IF
               ELSE
                   DIVIDE Remaining-Value BY 10
                       GIVING Remaining-Value
                       REMAINDER Nibble-Value
                   END-DIVIDE
               END-IF
               DIVIDE Remaining-Value BY 10
                   GIVING Remaining-Value
                   REMAINDER Digit-Value
               END-DIVIDE
               COMPUTE WB-Halfword = Digit-Value * 16 + Nibble-Value
               COMPUTE Byte-Position =
                   FLD-Start (Field-Sub) + Build-Sub - 1
               MOVE WB-Char TO Data-Buffer (Byte-Position:1)
           END-PERFORM
           .
      *****************************************************************
      ** Binary: most significant byte first; a negative B value is  **
      ** stored as its two's complement, 256**length less its size.  **
      *****************************************************************
       250-Build-Binary.
           IF Value-Negative
               COMPUTE Remaining-Value = Field-Limit - Remaining-Value
           END-IF
           PERFORM VARYING Build-Sub FROM FLD-Length (Field-Sub) BY -1
                     UNTIL Build-Sub < 1
               DIVIDE Remaining-Value BY 256
                   GIVING Remaining-Value
                   REMAINDER Digit-Value
               END-DIVIDE
               MOVE Digit-Value TO WB-Halfword
               COMPUTE Byte-Position =
                   FLD-Start (Field-Sub) + Build-Sub - 1
               MOVE WB-Char TO Data-Buffer (Byte-Position:1)
           END-PERFORM
           .
       280-Report-Reject.
           MOVE 'Y' TO Row-Error-Switch
           MOVE 'Y' TO Field-Error-Switch
           MOVE Row-Number TO Row-Display
           MOVE SPACES TO Report-Line
           MOVE Row-Display TO Report-Line (1:7)
           IF Field-Sub > 0
               MOVE FLD-Name (Field-Sub) TO Report-Line (9:20)
           END-IF
           MOVE Reject-Reason TO Report-Line (30:40)
           MOVE Value-Text (1:62) TO Report-Line (71:62)
           PERFORM 290-Write-Report-Line
           .
       290-Write-Report-Line.
           MOVE 'W' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB, Report-Line
           END-CALL
           .
