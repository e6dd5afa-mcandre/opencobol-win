       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAMASK.
      *****************************************************************
      ** This makes a safe test copy of a production vendor file.    **
      ** Developers and vendor onboarding need "a real file to test  **
      ** with", and the real files carry account numbers, names and  **
      ** amounts that may not be handed out - DATAMASK writes a copy **
      ** with the named fields masked, in the same layout, so the    **
      ** copy still loads, joins and validates like the original.    **
      ** The one CALL (or command-line) argument is comma-separated: **
      **                                                             **
      **   <profile>,<input-file>,<output-file>                      **
      **                                                             **
      ** The masking profile holds one comma-separated line per      **
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
      **            each                                             **
      **   MASK,<name>,<method>[,<argument>]                         **
      **            mask the named field or column:                  **
      **              SUBST       consistent substitution - every    **
      **                          digit and letter is replaced by    **
      **                          one derived from the whole value   **
      **                          and the profile's key, so the same **
      **                          account always masks to the same   **
      **                          fake account (in this file and in  **
      **                          every other file masked with the   **
      **                          same key) and keys still join;     **
      **                          punctuation and length are kept    **
      **              BLANK       spaces (zero for a numeric field)  **
      **              DATE,<days> shift a yyyymmdd date by a fixed   **
      **                          number of days (negative = back)   **
      **              SCALE,<pct> multiply an amount by <pct>        **
      **                          percent, rounded, keeping its      **
      **                          sign, decimals and Z/P/B/X type    **
      **   KEY,<text>                                                **
      **            the substitution key; files masked with the same **
      **            key substitute consistently with one another     **
      **            (a built-in key is used when none is given)      **
      **   VALIDATE,<rules-file>                                     **
      **            the FILEVAL profile the masked copy must pass;   **
      **            for a delimited file without one, the VALPROF.DAT **
      **            entry matching the input's name is used - the    **
      **            same profile INBOUND applies to the vendor       **
      **                                                             **
      ** A value that is not valid for its method (a date that is    **
      ** not a date, an amount that is not a number) is blanked or   **
      ** zeroed rather than copied, and a scaled amount too big for  **
      ** its field is held at the field's largest value; both are    **
      ** counted.  Empty and zero values are left as they are.       **
      ** Blank lines of a delimited file are not copied.             **
      **                                                             **
      ** "DATAMASK.RPT" (through RPTWRIT) lists every masked field,  **
      ** its method and how many values were masked, invalid, held   **
      ** or left, the record counts and the FILEVAL result - never   **
      ** an original value, and never the key.  The run is audited.  **
      ** RETURN-CODE is:                                             **
      **                                                             **
      **    0  the masked copy was written (and passed FILEVAL)      **
      **    4  the masked copy failed its FILEVAL profile (see       **
      **       VALIDERR.RPT)                                         **
      **    8  the parameters, profile or layout cannot be used -    **
      **       no copy is written                                    **
      **   12  the input could not be read or the copy not written  **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1050 Initial coding                                       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Profile-File ASSIGN TO Profile-Filename
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Layout-File ASSIGN TO Layout-Filename
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Valprof-File ASSIGN TO "VALPROF.DAT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Profile-File.
       01  Profile-Record                 PIC X(200).

       FD  Layout-File.
       01  Layout-Record                  PIC X(80).

       FD  Valprof-File.
       01  Valprof-Record                 PIC X(120).

       WORKING-STORAGE SECTION.
       COPY STREAMIOcb.

       COPY STREAMIOcb REPLACING LEADING ==SCB== BY ==SCBO==
                                 LEADING ==Streamio== BY
                                         ==Streamio-O==.

       COPY RPTWRITcb.

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

       01  Mask-Parm-Text                 PIC X(400) VALUE SPACES.
       01  Parm-Size                      USAGE BINARY-LONG.
       01  Argument-Count                 USAGE BINARY-LONG.
       01  Profile-Filename               PIC X(64).
       01  Input-Filename                 PIC X(256).
       01  Output-Filename                PIC X(256).
       01  Layout-Filename                PIC X(64).
       01  Reclen-Text                    PIC X(8).

       01  Format-Switch                  PIC X VALUE SPACE.
           88 Fixed-Format                VALUE 'F'.
           88 Delimited-Format            VALUE 'D'.

       01  Profile-EOF-Switch             PIC X.
           88 Profile-EOF                 VALUE 'Y'.
       01  Layout-EOF-Switch              PIC X.
           88 Layout-EOF                  VALUE 'Y'.
       01  Valprof-EOF-Switch             PIC X.
           88 Valprof-EOF                 VALUE 'Y'.

       01  Field-Table.
           05 Field-Entry                 OCCURS 30 TIMES.
              10 FLD-Name                 PIC X(20).
              10 FLD-Start                USAGE BINARY-LONG.
              10 FLD-Length               USAGE BINARY-LONG.
              10 FLD-Type                 PIC X(1).
              10 FLD-Decimals             USAGE BINARY-LONG.
              10 FLD-Max-Value            USAGE BINARY-DOUBLE.
              10 FLD-Digits               USAGE BINARY-LONG.
       01  Field-Count                    PIC 9(2) VALUE 0.
       01  Field-Sub                      PIC 9(2).

       01  Mask-Table.
           05 Mask-Entry                  OCCURS 30 TIMES.
              10 MSK-Name                 PIC X(20).
              10 MSK-Field                PIC 9(2).
              10 MSK-Method               PIC X(5).
              10 MSK-Arg                  USAGE BINARY-LONG.
              10 MSK-Masked               USAGE BINARY-LONG.
              10 MSK-Invalid              USAGE BINARY-LONG.
              10 MSK-Clamped              USAGE BINARY-LONG.
              10 MSK-Left                 USAGE BINARY-LONG.
       01  Mask-Count                     PIC 9(2) VALUE 0.
       01  Mask-Sub                       PIC 9(2).
       01  Mask-Arg-Text                  PIC X(80).

       01  Profile-Errors                 USAGE BINARY-LONG VALUE 0.
       01  Error-Text                     PIC X(100).

       01  Subst-Key                      PIC X(80) VALUE SPACES.
       01  Default-Key                    PIC X(8) VALUE 'DATAMASK'.
       01  Key-Hash                       USAGE BINARY-DOUBLE.
       01  Hash-Value                     USAGE BINARY-DOUBLE.
       01  Hash-Modulus                   USAGE BINARY-DOUBLE
                                          VALUE 2147483647.
       01  Subst-Text                     PIC X(80).
       01  Subst-Length                   USAGE BINARY-LONG.
       01  Subst-Sub                      USAGE BINARY-LONG.
       01  Subst-Pick                     USAGE BINARY-LONG.

       01  Record-Length                  USAGE BINARY-LONG VALUE 0.
       01  Data-Buffer                    PIC X(1024).
       01  Records-Read                   USAGE BINARY-LONG VALUE 0.
       01  Records-Written                USAGE BINARY-LONG VALUE 0.

       01  Work-Byte.
           05 FILLER                      PIC X VALUE LOW-VALUES.
           05 WB-Char                     PIC X.
       01  WB-Halfword                    REDEFINES Work-Byte
                                          PIC 9(4) COMP-X.
       01  Hi-Nibble                      USAGE BINARY-LONG.
       01  Lo-Nibble                      USAGE BINARY-LONG.
       01  Packed-Sign-Nibble             USAGE BINARY-LONG.

       01  Decode-Value                   USAGE BINARY-DOUBLE.
       01  Decode-Negative-Switch         PIC X.
           88 Decode-Negative             VALUE 'Y'.
       01  Decode-Error-Switch            PIC X.
           88 Decode-Error                VALUE 'Y'.
       01  Zoned-Signed-Switch            PIC X.
           88 Zoned-Signed                VALUE 'Y'.
       01  Decode-Sub                     USAGE BINARY-LONG.
       01  Byte-Position                  USAGE BINARY-LONG.
       01  Power-Work                     USAGE BINARY-DOUBLE.
       01  Encode-Work                    USAGE BINARY-DOUBLE.
       01  Encode-Byte                    USAGE BINARY-LONG.
       01  Digit-Position                 USAGE BINARY-LONG.
       01  Scale-Work                     PIC S9(21) COMP-3.

       01  Digits-Text                    PIC 9(18).
       01  Date-Number                    PIC 9(8).
       01  Date-Text                      REDEFINES Date-Number
                                          PIC X(8).

       01  Field-Text                     PIC X(80).
       01  Value-Text                     PIC X(80).
       01  Value-Length                   USAGE BINARY-LONG.
       01  Edit-Decimals                  USAGE BINARY-LONG.
       01  Whole-Part                     USAGE BINARY-DOUBLE.
       01  Decimal-Part                   USAGE BINARY-DOUBLE.
       01  Whole-Display                  PIC Z(17)9.
       01  Decimal-Display                PIC 9(9).
       01  Point-Count                    USAGE BINARY-LONG.
       01  Before-Point-Count             USAGE BINARY-LONG.

       01  Out-Line                       PIC X(1024).
       01  Out-Pointer                    USAGE BINARY-LONG.
       01  Column-Sub                     USAGE BINARY-LONG.
       01  Quote-Count                    USAGE BINARY-LONG.
       01  Comma-Count                    USAGE BINARY-LONG.
       01  Quote-Sub                      USAGE BINARY-LONG.

       01  Base-Name                      PIC X(128).
       01  Name-Sub                       USAGE BINARY-LONG.
       01  Match-Pattern-Arg              PIC X(128).
       01  Match-Filename-Arg             PIC X(128).
       01  Match-Flag                     PIC X(1).
       01  Valid-Rules-Name               PIC X(64) VALUE SPACES.
       01  Valid-Error-Count              USAGE BINARY-LONG.
       01  Valid-Return-Code              USAGE BINARY-LONG.

       01  Mask-Return-Code               USAGE BINARY-LONG VALUE 0.

       01  Report-Line                    PIC X(132).
       01  Detail-Line.
           05 DL-Name                     PIC X(21).
           05 DL-Where                    PIC X(15).
           05 DL-Type                     PIC X(5).
           05 DL-Method                   PIC X(6).
           05 DL-Arg                      PIC -----9.
           05 FILLER                      PIC X(2).
           05 DL-Masked                   PIC Z(8)9.
           05 DL-Invalid                  PIC Z(8)9.
           05 DL-Clamped                  PIC Z(8)9.
           05 DL-Left                     PIC Z(8)9.
       01  Where-Number                   PIC Z(4)9.
       01  Where-Number-2                 PIC Z(4)9.
       01  Count-Display                  PIC Z(8)9.
       01  Count-Display-2                PIC Z(8)9.

       01  Audit-Source                   PIC X(8) VALUE 'DATAMASK'.
       01  Audit-Detail-Text              PIC X(152).

       LINKAGE SECTION.
       01  Mask-Parm                      PIC X ANY LENGTH.

       PROCEDURE DIVISION USING OPTIONAL Mask-Parm.
       000-MAIN.
           INITIALIZE Rptwrit-CB
           MOVE "DATAMASK.RPT" TO RWB-Filename
           MOVE "TEST-DATA MASKING" TO RWB-Title
           MOVE "DATAMASK" TO RWB-Program-Id
           MOVE 'O' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           PERFORM 010-Parse-Parameters
           IF Profile-Errors = 0
               PERFORM 020-Load-Profile
           END-IF
           IF Profile-Errors = 0
               PERFORM 040-Load-Layout
           END-IF
           IF Profile-Errors = 0
               PERFORM 060-Resolve-Masks
           END-IF
           IF Profile-Errors = 0
               PERFORM 080-Compute-Key-Hash
               PERFORM 090-Write-Heading
               IF Fixed-Format
                   PERFORM 100-Mask-Fixed-File
               ELSE
                   PERFORM 150-Mask-Delimited-File
               END-IF
           ELSE
               MOVE 8 TO Mask-Return-Code
           END-IF
           IF Profile-Errors = 0
               PERFORM 900-Write-Summary
           END-IF
           IF Mask-Return-Code = 0
               PERFORM 400-Validate-Copy
           END-IF
           MOVE 'C' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           MOVE SPACES TO Audit-Detail-Text
           STRING "masked " TRIM(Input-Filename)
                  " to " TRIM(Output-Filename)
               DELIMITED BY SIZE INTO Audit-Detail-Text
           END-STRING
           CALL "AUDITLOG"
               USING Audit-Source, Audit-Detail-Text, Mask-Return-Code
           END-CALL
           MOVE Mask-Return-Code TO RETURN-CODE
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
                   MOVE Mask-Parm TO Mask-Parm-Text
               ELSE
                   ACCEPT Argument-Count FROM ARGUMENT-NUMBER
                   IF Argument-Count > 0
                       ACCEPT Mask-Parm-Text FROM ARGUMENT-VALUE
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO Profile-Filename
           MOVE SPACES TO Input-Filename
           MOVE SPACES TO Output-Filename
           UNSTRING Mask-Parm-Text DELIMITED BY ','
               INTO Profile-Filename, Input-Filename, Output-Filename
           END-UNSTRING
           EVALUATE TRUE
               WHEN Profile-Filename = SPACES
               OR   Input-Filename = SPACES
               OR   Output-Filename = SPACES
                   MOVE "profile, input and output file names are "
                      & "required" TO Error-Text
                   PERFORM 095-Report-Profile-Error
               WHEN Output-Filename = Input-Filename
                   MOVE "the output must not be the input - the "
                      & "original would be overwritten" TO Error-Text
                   PERFORM 095-Report-Profile-Error
           END-EVALUATE
           .
       020-Load-Profile.
           CALL "CBL_CHECK_FILE_EXIST"
               USING TRIM(Profile-Filename, TRAILING)
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO Error-Text
               STRING "masking profile " TRIM(Profile-Filename)
                      " not found"
                   DELIMITED BY SIZE INTO Error-Text
               END-STRING
               PERFORM 095-Report-Profile-Error
           ELSE
               OPEN INPUT Profile-File
               MOVE 'N' TO Profile-EOF-Switch
               PERFORM 030-Load-One-Statement
                   UNTIL Profile-EOF
               CLOSE Profile-File
               IF Format-Switch = SPACE
                   MOVE "the profile needs a LAYOUT or COLUMNS line"
                     TO Error-Text
                   PERFORM 095-Report-Profile-Error
               END-IF
               IF Mask-Count = 0
                   MOVE "the profile names no fields to MASK"
                     TO Error-Text
                   PERFORM 095-Report-Profile-Error
               END-IF
           END-IF
           .
       030-Load-One-Statement.
           READ Profile-File
               AT END
                   MOVE 'Y' TO Profile-EOF-Switch
           END-READ
           IF  NOT Profile-EOF
           AND Profile-Record NOT = SPACES
           AND Profile-Record (1:1) NOT = '*'
               INITIALIZE Csvparse-CB
               CALL "CSVPARSE" USING Csvparse-CB, Profile-Record
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
                   WHEN 'KEY'
                       MOVE CPB-Field (2) TO Subst-Key
                   WHEN 'VALIDATE'
                       MOVE CPB-Field (2) TO Valid-Rules-Name
                   WHEN 'MASK'
                       PERFORM 035-Load-One-Mask
                   WHEN OTHER
                       MOVE SPACES TO Error-Text
                       STRING "unknown profile statement: "
                              TRIM(CPB-Field (1))
                           DELIMITED BY SIZE INTO Error-Text
                       END-STRING
                       PERFORM 095-Report-Profile-Error
               END-EVALUATE
           END-IF
           .
       035-Load-One-Mask.
           IF Mask-Count >= 30
               MOVE "more than 30 MASK lines" TO Error-Text
               PERFORM 095-Report-Profile-Error
           ELSE
               ADD 1 TO Mask-Count
               INITIALIZE Mask-Entry (Mask-Count)
               MOVE UPPER-CASE(CPB-Field (2) (1:20))
                 TO MSK-Name (Mask-Count)
               MOVE UPPER-CASE(CPB-Field (3) (1:5))
                 TO MSK-Method (Mask-Count)
               MOVE CPB-Field (4) TO Mask-Arg-Text
               EVALUATE MSK-Method (Mask-Count)
                   WHEN 'SUBST'
                   WHEN 'BLANK'
                       CONTINUE
                   WHEN 'DATE'
                   WHEN 'SCALE'
                       IF  Mask-Arg-Text NOT = SPACES
                       AND TEST-NUMVAL(TRIM(Mask-Arg-Text)) = 0
                           MOVE NUMVAL(Mask-Arg-Text)
                             TO MSK-Arg (Mask-Count)
                       END-IF
                       IF MSK-Arg (Mask-Count) = 0
                       OR (MSK-Method (Mask-Count) = 'SCALE'
                           AND MSK-Arg (Mask-Count) < 0)
                           MOVE SPACES TO Error-Text
                           STRING "MASK " TRIM(MSK-Name (Mask-Count))
                                  " " TRIM(MSK-Method (Mask-Count))
                                  " needs a non-zero number of "
                                  "days or a positive percentage"
                               DELIMITED BY SIZE INTO Error-Text
                           END-STRING
                           PERFORM 095-Report-Profile-Error
                       END-IF
                   WHEN OTHER
                       MOVE SPACES TO Error-Text
                       STRING "MASK " TRIM(MSK-Name (Mask-Count))
                              ": unknown method "
                              TRIM(CPB-Field (3))
                           DELIMITED BY SIZE INTO Error-Text
                       END-STRING
                       PERFORM 095-Report-Profile-Error
               END-EVALUATE
           END-IF
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
               PERFORM 095-Report-Profile-Error
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
                       PERFORM 095-Report-Profile-Error
                   WHEN Fixed-Format AND Record-Length > 1024
                       MOVE "record length over 1024" TO Error-Text
                       PERFORM 095-Report-Profile-Error
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
                       DISPLAY 'DATAMASK: bad layout line ignored: '
                           TRIM(Layout-Record) UPON SYSERR
               END-EVALUATE
           END-IF
           .
      *****************************************************************
      ** Tie each MASK to its field and make sure the method can be  **
      ** applied to that field's type and size without breaking it. **
      *****************************************************************
       060-Resolve-Masks.
           PERFORM VARYING Mask-Sub FROM 1 BY 1
                     UNTIL Mask-Sub > Mask-Count
               MOVE 0 TO MSK-Field (Mask-Sub)
               PERFORM VARYING Field-Sub FROM 1 BY 1
                         UNTIL Field-Sub > Field-Count
                            OR MSK-Field (Mask-Sub) > 0
                   IF FLD-Name (Field-Sub) = MSK-Name (Mask-Sub)
                       MOVE Field-Sub TO MSK-Field (Mask-Sub)
                   END-IF
               END-PERFORM
               MOVE SPACES TO Error-Text
               IF MSK-Field (Mask-Sub) = 0
                   STRING "MASK " TRIM(MSK-Name (Mask-Sub))
                          ": no such field in "
                          TRIM(Layout-Filename)
                       DELIMITED BY SIZE INTO Error-Text
                   END-STRING
               ELSE
                   MOVE MSK-Field (Mask-Sub) TO Field-Sub
                   IF Fixed-Format
                       PERFORM 070-Check-Fixed-Mask
                   ELSE
                       IF  FLD-Start (Field-Sub) < 1
                       OR  FLD-Start (Field-Sub) > 20
                           STRING "MASK " TRIM(MSK-Name (Mask-Sub))
                                  ": columns 1 to 20 can be masked"
                               DELIMITED BY SIZE INTO Error-Text
                           END-STRING
                       END-IF
                   END-IF
               END-IF
               IF Error-Text NOT = SPACES
                   PERFORM 095-Report-Profile-Error
               END-IF
           END-PERFORM
           .
       070-Check-Fixed-Mask.
           MOVE SPACES TO Value-Text
           EVALUATE FLD-Type (Field-Sub)
               WHEN 'Z'
                   IF FLD-Length (Field-Sub) > 18
                       MOVE "over 18 bytes" TO Value-Text
                   ELSE
                       MOVE FLD-Length (Field-Sub)
                         TO FLD-Digits (Field-Sub)
                   END-IF
               WHEN 'P'
                   IF FLD-Length (Field-Sub) > 9
                       MOVE "over 9 bytes" TO Value-Text
                   ELSE
                       COMPUTE FLD-Digits (Field-Sub) =
                           FLD-Length (Field-Sub) * 2 - 1
                   END-IF
               WHEN 'B'
               WHEN 'X'
                   IF FLD-Length (Field-Sub) > 7
                       MOVE "over 7 bytes" TO Value-Text
                   END-IF
               WHEN 'C'
                   CONTINUE
               WHEN OTHER
                   MOVE "of an unknown type" TO Value-Text
           END-EVALUATE
           IF  MSK-Method (Mask-Sub) = 'SCALE'
           AND FLD-Type (Field-Sub) = 'C'
               MOVE "character - SCALE needs Z, P, B or X"
                 TO Value-Text
           END-IF
           IF  MSK-Method (Mask-Sub) = 'DATE'
           AND (FLD-Type (Field-Sub) = 'C'
                OR FLD-Type (Field-Sub) = 'Z')
           AND FLD-Length (Field-Sub) NOT = 8
               MOVE "not 8 bytes - DATE needs yyyymmdd"
                 TO Value-Text
           END-IF
           IF FLD-Start (Field-Sub) < 1
               MOVE "outside the record" TO Value-Text
           END-IF
      *> the largest value the field can hold, so nothing masked
      *> into it can overflow
           EVALUATE FLD-Type (Field-Sub)
               WHEN 'Z'
               WHEN 'P'
                   MOVE 1 TO Power-Work
                   PERFORM FLD-Digits (Field-Sub) TIMES
                       COMPUTE Power-Work = Power-Work * 10
                   END-PERFORM
                   COMPUTE FLD-Max-Value (Field-Sub) = Power-Work - 1
               WHEN 'B'
               WHEN 'X'
                   MOVE 1 TO Power-Work
                   PERFORM FLD-Length (Field-Sub) TIMES
                       COMPUTE Power-Work = Power-Work * 256
                   END-PERFORM
                   IF FLD-Type (Field-Sub) = 'B'
                       COMPUTE FLD-Max-Value (Field-Sub) =
                           Power-Work / 2 - 1
                   ELSE
                       COMPUTE FLD-Max-Value (Field-Sub) =
                           Power-Work - 1
                   END-IF
                   MOVE 0 TO FLD-Digits (Field-Sub)
                   MOVE FLD-Max-Value (Field-Sub) TO Encode-Work
                   PERFORM UNTIL Encode-Work = 0
                       DIVIDE Encode-Work BY 10 GIVING Encode-Work
                       END-DIVIDE
                       ADD 1 TO FLD-Digits (Field-Sub)
                   END-PERFORM
           END-EVALUATE
           IF  MSK-Method (Mask-Sub) = 'DATE'
           AND FLD-Type (Field-Sub) NOT = 'C'
           AND Value-Text = SPACES
           AND FLD-Max-Value (Field-Sub) < 99991231
               MOVE "too small to hold a yyyymmdd date"
                 TO Value-Text
           END-IF
           IF Error-Text = SPACES AND Value-Text NOT = SPACES
               STRING "MASK " TRIM(MSK-Name (Mask-Sub))
                      ": the field is " TRIM(Value-Text)
                   DELIMITED BY SIZE INTO Error-Text
               END-STRING
           END-IF
           MOVE SPACES TO Value-Text
           .
      *****************************************************************
      ** The key seeds every substitution: the same key gives the    **
      ** same fake value for the same real one, in any file.         **
      *****************************************************************
       080-Compute-Key-Hash.
           IF Subst-Key = SPACES
               MOVE Default-Key TO Subst-Key
           END-IF
           MOVE 5381 TO Key-Hash
           PERFORM VARYING Subst-Sub FROM 1 BY 1
                     UNTIL Subst-Sub >
                           LENGTH(TRIM(Subst-Key, TRAILING))
               MOVE Subst-Key (Subst-Sub:1) TO WB-Char
               COMPUTE Key-Hash =
                   MOD(Key-Hash * 31 + WB-Halfword, Hash-Modulus)
           END-PERFORM
           .
       090-Write-Heading.
           MOVE SPACES TO Report-Line
           STRING "Profile: " TRIM(Profile-Filename)
                  "   Input: " TRIM(Input-Filename)
                  "   Output: " TRIM(Output-Filename)
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
           END-IF
           PERFORM 290-Write-Report-Line
           IF Subst-Key = Default-Key
               MOVE "Substitution key: the built-in key"
                 TO Report-Line
           ELSE
               MOVE "Substitution key: from the profile"
                 TO Report-Line
           END-IF
           PERFORM 290-Write-Report-Line
           MOVE SPACES TO Report-Line
           PERFORM 290-Write-Report-Line
           .
       095-Report-Profile-Error.
           ADD 1 TO Profile-Errors
           MOVE SPACES TO Report-Line
           STRING "Profile error: " TRIM(Error-Text)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           DISPLAY 'DATAMASK: ' TRIM(Error-Text) UPON SYSERR
           MOVE SPACES TO Error-Text
           .
      *****************************************************************
      ** Fixed-length records: each masked field is changed in place **
      ** and the record is written back out at the same length.     **
      *****************************************************************
       100-Mask-Fixed-File.
           INITIALIZE Streamio-CB
           MOVE Input-Filename TO SCB-Filename
           MOVE 'I'            TO SCB-Mode
           MOVE 'O '           TO SCB-Function
           MOVE Record-Length  TO SCB-Record-Length
           CALL "STREAMIO" USING Streamio-CB
           END-CALL
           PERFORM 180-Open-Output
           IF SCB-Return-Code NOT = 0
           OR SCBO-Return-Code NOT = 0
               PERFORM 190-Report-Open-Failure
           ELSE
               MOVE Record-Length TO SCB-Record-Length
               MOVE Record-Length TO SCBO-Record-Length
               PERFORM 110-Mask-One-Fixed-Record
                   WITH TEST AFTER
                   UNTIL SCB-Return-Code NOT = 0
                      OR SCBO-Return-Code NOT = 0
               PERFORM 185-Close-Files
           END-IF
           .
       110-Mask-One-Fixed-Record.
           MOVE 'RF' TO SCB-Function
           MOVE SPACES TO Data-Buffer
           CALL "STREAMIO" USING Streamio-CB, Data-Buffer
           END-CALL
           IF SCB-Return-Code = 0
               ADD 1 TO Records-Read
               PERFORM VARYING Mask-Sub FROM 1 BY 1
                         UNTIL Mask-Sub > Mask-Count
                   MOVE MSK-Field (Mask-Sub) TO Field-Sub
                   PERFORM 200-Mask-Fixed-Field
               END-PERFORM
               MOVE 'WF' TO SCBO-Function
               CALL "STREAMIO" USING Streamio-O-CB, Data-Buffer
               END-CALL
               IF SCBO-Return-Code = 0
                   ADD 1 TO Records-Written
               ELSE
                   MOVE 12 TO Mask-Return-Code
               END-IF
           END-IF
           .
      *****************************************************************
      ** Delimited records: each masked column is replaced and the   **
      ** record is rebuilt in the form CSVPARSE reads.               **
      *****************************************************************
       150-Mask-Delimited-File.
           INITIALIZE Streamio-CB
           MOVE Input-Filename TO SCB-Filename
           MOVE 'I'            TO SCB-Mode
           MOVE 'O '           TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB
           END-CALL
           PERFORM 180-Open-Output
           IF SCB-Return-Code NOT = 0
           OR SCBO-Return-Code NOT = 0
               PERFORM 190-Report-Open-Failure
           ELSE
               PERFORM 160-Mask-One-Delimited-Record
                   WITH TEST AFTER
                   UNTIL SCB-Return-Code NOT = 0
                      OR SCBO-Return-Code NOT = 0
               PERFORM 185-Close-Files
           END-IF
           .
       160-Mask-One-Delimited-Record.
           MOVE 'RD' TO SCB-Function
           MOVE SPACES TO Data-Buffer
           CALL "STREAMIO" USING Streamio-CB, Data-Buffer
           END-CALL
           IF  SCB-Return-Code = 0
           AND Data-Buffer NOT = SPACES
               ADD 1 TO Records-Read
               INITIALIZE Csvparse-CB
               CALL "CSVPARSE" USING Csvparse-CB, Data-Buffer
               END-CALL
               PERFORM VARYING Mask-Sub FROM 1 BY 1
                         UNTIL Mask-Sub > Mask-Count
                   MOVE MSK-Field (Mask-Sub) TO Field-Sub
                   IF  FLD-Start (Field-Sub) >= 1
                   AND FLD-Start (Field-Sub) <= CPB-Field-Count
                       MOVE FLD-Start (Field-Sub) TO Column-Sub
                       PERFORM 250-Mask-Delimited-Field
                   END-IF
               END-PERFORM
               MOVE SPACES TO Out-Line
               MOVE 1 TO Out-Pointer
               PERFORM VARYING Column-Sub FROM 1 BY 1
                         UNTIL Column-Sub > CPB-Field-Count
                   IF Column-Sub > 1
                       STRING "," DELIMITED BY SIZE
                           INTO Out-Line WITH POINTER Out-Pointer
                       END-STRING
                   END-IF
                   MOVE CPB-Field (Column-Sub) TO Value-Text
                   MOVE CPB-Field-Length (Column-Sub) TO Value-Length
                   IF Value-Length > 80
                       MOVE 80 TO Value-Length
                   END-IF
                   PERFORM 170-Append-Value
               END-PERFORM
               IF Out-Pointer = 1
                   MOVE 2 TO Out-Pointer
               END-IF
               MOVE 'WD' TO SCBO-Function
               MOVE 'W'  TO SCBO-Delimiter-Mode
               CALL "STREAMIO"
                   USING Streamio-O-CB, Out-Line (1:Out-Pointer - 1)
               END-CALL
               IF SCBO-Return-Code = 0
                   ADD 1 TO Records-Written
               ELSE
                   MOVE 12 TO Mask-Return-Code
               END-IF
           END-IF
           .
      *****************************************************************
      ** A value holding a comma or a quote is wrapped in quotes,    **
      ** with each embedded quote doubled, the form CSVPARSE reads.  **
      *****************************************************************
       170-Append-Value.
           MOVE 0 TO Quote-Count
           MOVE 0 TO Comma-Count
           IF Value-Length > 0
               INSPECT Value-Text (1:Value-Length)
                   TALLYING Quote-Count FOR ALL QUOTE
                            Comma-Count FOR ALL ','
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
       180-Open-Output.
           INITIALIZE Streamio-O-CB
           MOVE Output-Filename TO SCBO-Filename
           MOVE 'O'             TO SCBO-Mode
           MOVE 'O '            TO SCBO-Function
           MOVE Record-Length   TO SCBO-Record-Length
           IF SCB-Return-Code = 0
               CALL "STREAMIO" USING Streamio-O-CB
               END-CALL
           END-IF
           .
       185-Close-Files.
           MOVE 'C ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB
           END-CALL
           MOVE 'C ' TO SCBO-Function
           CALL "STREAMIO" USING Streamio-O-CB
           END-CALL
           .
       190-Report-Open-Failure.
           MOVE 12 TO Mask-Return-Code
           MOVE SPACES TO Report-Line
           IF SCB-Return-Code NOT = 0
               STRING "Input " TRIM(Input-Filename)
                      " could not be opened"
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
           ELSE
               STRING "Output " TRIM(Output-Filename)
                      " could not be created"
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               MOVE 'C ' TO SCB-Function
               CALL "STREAMIO" USING Streamio-CB
               END-CALL
           END-IF
           PERFORM 290-Write-Report-Line
           .
      *****************************************************************
      ** Mask one field of a fixed-length record in Data-Buffer.     **
      *****************************************************************
       200-Mask-Fixed-Field.
           IF FLD-Type (Field-Sub) = 'C'
               PERFORM 210-Mask-Character-Field
           ELSE
               PERFORM 300-Decode-Field
               EVALUATE TRUE
                   WHEN Decode-Error
                       MOVE 0 TO Decode-Value
                       MOVE 'N' TO Decode-Negative-Switch
                       ADD 1 TO MSK-Invalid (Mask-Sub)
                   WHEN MSK-Method (Mask-Sub) = 'BLANK'
                       IF Decode-Value = 0
                           ADD 1 TO MSK-Left (Mask-Sub)
                       ELSE
                           MOVE 0 TO Decode-Value
                           MOVE 'N' TO Decode-Negative-Switch
                           ADD 1 TO MSK-Masked (Mask-Sub)
                       END-IF
                   WHEN Decode-Value = 0
                       ADD 1 TO MSK-Left (Mask-Sub)
                   WHEN MSK-Method (Mask-Sub) = 'SUBST'
                       PERFORM 220-Substitute-Number
                   WHEN MSK-Method (Mask-Sub) = 'DATE'
                       PERFORM 230-Shift-Numeric-Date
                   WHEN MSK-Method (Mask-Sub) = 'SCALE'
                       COMPUTE Scale-Work ROUNDED =
                           Decode-Value * MSK-Arg (Mask-Sub) / 100
                       END-COMPUTE
                       IF Scale-Work > FLD-Max-Value (Field-Sub)
                           MOVE FLD-Max-Value (Field-Sub)
                             TO Decode-Value
                           ADD 1 TO MSK-Clamped (Mask-Sub)
                       ELSE
                           MOVE Scale-Work TO Decode-Value
                           ADD 1 TO MSK-Masked (Mask-Sub)
                       END-IF
               END-EVALUATE
               PERFORM 350-Encode-Field
           END-IF
           .
       210-Mask-Character-Field.
           MOVE Data-Buffer (FLD-Start (Field-Sub):
                             FLD-Length (Field-Sub))
             TO Field-Text
           EVALUATE TRUE
               WHEN Field-Text = SPACES
                   ADD 1 TO MSK-Left (Mask-Sub)
               WHEN MSK-Method (Mask-Sub) = 'BLANK'
                   MOVE SPACES TO Field-Text
                   ADD 1 TO MSK-Masked (Mask-Sub)
               WHEN MSK-Method (Mask-Sub) = 'SUBST'
                   MOVE Field-Text TO Subst-Text
                   MOVE FLD-Length (Field-Sub) TO Subst-Length
                   PERFORM 500-Substitute-Text
                   MOVE Subst-Text TO Field-Text
                   ADD 1 TO MSK-Masked (Mask-Sub)
               WHEN MSK-Method (Mask-Sub) = 'DATE'
                   PERFORM 240-Shift-Text-Date
           END-EVALUATE
           MOVE Field-Text (1:FLD-Length (Field-Sub))
             TO Data-Buffer (FLD-Start (Field-Sub):
                             FLD-Length (Field-Sub))
           .
      *> a numeric key is substituted over every digit position the
      *> field can hold, exactly as the same digits held as text
       220-Substitute-Number.
           MOVE Decode-Value TO Digits-Text
           MOVE SPACES TO Subst-Text
           MOVE Digits-Text (19 - FLD-Digits (Field-Sub):
                             FLD-Digits (Field-Sub))
             TO Subst-Text
           MOVE FLD-Digits (Field-Sub) TO Subst-Length
           PERFORM 500-Substitute-Text
           MOVE NUMVAL(Subst-Text (1:Subst-Length)) TO Decode-Value
           COMPUTE Decode-Value =
               MOD(Decode-Value, FLD-Max-Value (Field-Sub) + 1)
           ADD 1 TO MSK-Masked (Mask-Sub)
           .
       230-Shift-Numeric-Date.
           IF  Decode-Value <= 99999999
           AND NOT Decode-Negative
               MOVE Decode-Value TO Date-Number
           ELSE
               MOVE 0 TO Date-Number
           END-IF
           IF  Date-Number > 0
           AND TEST-DATE-YYYYMMDD(Date-Number) = 0
               COMPUTE Decode-Value = DATE-OF-INTEGER(
                   INTEGER-OF-DATE(Date-Number) + MSK-Arg (Mask-Sub))
               ADD 1 TO MSK-Masked (Mask-Sub)
           ELSE
               MOVE 0 TO Decode-Value
               MOVE 'N' TO Decode-Negative-Switch
               ADD 1 TO MSK-Invalid (Mask-Sub)
           END-IF
           .
      *> Field-Text holds the text; a real yyyymmdd date is shifted,
      *> anything else that is not zeros is blanked
       240-Shift-Text-Date.
           EVALUATE TRUE
               WHEN Field-Text (1:8) = ZEROS
                   ADD 1 TO MSK-Left (Mask-Sub)
               WHEN Field-Text (1:8) IS NUMERIC
               AND  Field-Text (9:) = SPACES
               AND  TEST-DATE-YYYYMMDD(NUMVAL(Field-Text (1:8))) = 0
                   COMPUTE Date-Number = DATE-OF-INTEGER(
                       INTEGER-OF-DATE(NUMVAL(Field-Text (1:8)))
                       + MSK-Arg (Mask-Sub))
                   MOVE Date-Text TO Field-Text
                   ADD 1 TO MSK-Masked (Mask-Sub)
               WHEN OTHER
                   MOVE SPACES TO Field-Text
                   ADD 1 TO MSK-Invalid (Mask-Sub)
           END-EVALUATE
           .
      *****************************************************************
      ** Mask column Column-Sub of the parsed delimited record.      **
      *****************************************************************
       250-Mask-Delimited-Field.
           MOVE CPB-Field (Column-Sub) TO Field-Text
           MOVE CPB-Field-Length (Column-Sub) TO Value-Length
           IF Value-Length > 80
               MOVE 80 TO Value-Length
           END-IF
           EVALUATE TRUE
               WHEN Field-Text = SPACES
                   ADD 1 TO MSK-Left (Mask-Sub)
               WHEN MSK-Method (Mask-Sub) = 'BLANK'
                   MOVE SPACES TO Field-Text
                   MOVE 0 TO Value-Length
                   ADD 1 TO MSK-Masked (Mask-Sub)
               WHEN MSK-Method (Mask-Sub) = 'SUBST'
                   MOVE Field-Text TO Subst-Text
                   MOVE Value-Length TO Subst-Length
                   PERFORM 500-Substitute-Text
                   MOVE Subst-Text TO Field-Text
                   ADD 1 TO MSK-Masked (Mask-Sub)
               WHEN MSK-Method (Mask-Sub) = 'DATE'
                   MOVE TRIM(Field-Text) TO Field-Text
                   PERFORM 240-Shift-Text-Date
                   IF Field-Text = SPACES
                       MOVE 0 TO Value-Length
                   ELSE
                       MOVE LENGTH(TRIM(Field-Text, TRAILING))
                         TO Value-Length
                   END-IF
               WHEN MSK-Method (Mask-Sub) = 'SCALE'
                   PERFORM 260-Scale-Text-Amount
           END-EVALUATE
           MOVE Field-Text TO CPB-Field (Column-Sub)
           MOVE Value-Length TO CPB-Field-Length (Column-Sub)
           .
      *> the scaled amount keeps the number of decimal places the
      *> vendor wrote it with
       260-Scale-Text-Amount.
           MOVE TRIM(Field-Text) TO Field-Text
           IF TEST-NUMVAL(TRIM(Field-Text)) NOT = 0
               MOVE SPACES TO Field-Text
               MOVE 0 TO Value-Length
               ADD 1 TO MSK-Invalid (Mask-Sub)
           ELSE
               MOVE 0 TO Point-Count
               MOVE 0 TO Before-Point-Count
               INSPECT Field-Text TALLYING Point-Count FOR ALL '.'
               INSPECT Field-Text TALLYING Before-Point-Count
                   FOR CHARACTERS BEFORE INITIAL '.'
               MOVE 0 TO Edit-Decimals
               IF Point-Count > 0
                   COMPUTE Edit-Decimals =
                       LENGTH(TRIM(Field-Text, TRAILING))
                       - Before-Point-Count - 1
               END-IF
               IF Edit-Decimals > 9
                   MOVE 9 TO Edit-Decimals
               END-IF
               MOVE 1 TO Power-Work
               PERFORM Edit-Decimals TIMES
                   COMPUTE Power-Work = Power-Work * 10
               END-PERFORM
               COMPUTE Scale-Work ROUNDED =
                   NUMVAL(Field-Text) * Power-Work
                   * MSK-Arg (Mask-Sub) / 100
               END-COMPUTE
               MOVE 'N' TO Decode-Negative-Switch
               IF Scale-Work < 0
                   MOVE 'Y' TO Decode-Negative-Switch
                   COMPUTE Scale-Work = 0 - Scale-Work
               END-IF
               IF Scale-Work > 999999999999999999
                   MOVE 999999999999999999 TO Decode-Value
                   ADD 1 TO MSK-Clamped (Mask-Sub)
               ELSE
                   MOVE Scale-Work TO Decode-Value
                   ADD 1 TO MSK-Masked (Mask-Sub)
               END-IF
               PERFORM 380-Edit-Numeric-Value
               MOVE Value-Text TO Field-Text
               MOVE LENGTH(TRIM(Field-Text, TRAILING))
                 TO Value-Length
           END-IF
           .
       290-Write-Report-Line.
           MOVE 'W' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB, Report-Line
           END-CALL
           .
      *****************************************************************
      ** Decode the numeric field Field-Sub of Data-Buffer into      **
      ** Decode-Value (magnitude) and Decode-Negative, remembering   **
      ** how its sign was written so it can be written back alike.   **
      *****************************************************************
       300-Decode-Field.
           MOVE 0 TO Decode-Value
           MOVE 'N' TO Decode-Negative-Switch
           MOVE 'N' TO Decode-Error-Switch
           MOVE 'N' TO Zoned-Signed-Switch
           MOVE 12 TO Packed-Sign-Nibble
           EVALUATE FLD-Type (Field-Sub)
               WHEN 'Z'
                   PERFORM 310-Decode-Zoned
               WHEN 'P'
                   PERFORM 320-Decode-Packed
               WHEN 'B'
                   PERFORM 330-Decode-Binary
               WHEN 'X'
                   PERFORM 340-Decode-Unsigned
           END-EVALUATE
           .
       310-Decode-Zoned.
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
                       MOVE 'Y' TO Zoned-Signed-Switch
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
                       MOVE Lo-Nibble TO Packed-Sign-Nibble
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
           MOVE FLD-Start (Field-Sub) TO Byte-Position
           MOVE Data-Buffer (Byte-Position:1) TO WB-Char
           IF WB-Halfword >= 128
               MOVE 1 TO Power-Work
               PERFORM FLD-Length (Field-Sub) TIMES
                   COMPUTE Power-Work = Power-Work * 256
               END-PERFORM
               COMPUTE Decode-Value = Power-Work - Decode-Value
               MOVE 'Y' TO Decode-Negative-Switch
           END-IF
           .
       340-Decode-Unsigned.
           MOVE 0 TO Decode-Value
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
      ** Write Decode-Value/Decode-Negative back into the field in   **
      ** its own type: zoned keeps its overpunch (or plain digits),  **
      ** packed keeps an unsigned F nibble, binary is two's          **
      ** complement, big-endian.                                     **
      *****************************************************************
       350-Encode-Field.
           IF Decode-Value = 0
               MOVE 'N' TO Decode-Negative-Switch
           END-IF
           EVALUATE FLD-Type (Field-Sub)
               WHEN 'Z'
                   PERFORM 360-Encode-Zoned
               WHEN 'P'
                   PERFORM 365-Encode-Packed
               WHEN 'B'
               WHEN 'X'
                   PERFORM 370-Encode-Binary
           END-EVALUATE
           .
       360-Encode-Zoned.
           MOVE Decode-Value TO Digits-Text
           MOVE Digits-Text (19 - FLD-Length (Field-Sub):
                             FLD-Length (Field-Sub))
             TO Data-Buffer (FLD-Start (Field-Sub):
                             FLD-Length (Field-Sub))
           IF Zoned-Signed OR Decode-Negative
               COMPUTE Byte-Position =
                   FLD-Start (Field-Sub) + FLD-Length (Field-Sub) - 1
               MOVE Data-Buffer (Byte-Position:1) TO WB-Char
               EVALUATE TRUE
                   WHEN WB-Char = '0' AND Decode-Negative
                       MOVE '}' TO WB-Char
                   WHEN WB-Char = '0'
                       MOVE '{' TO WB-Char
                   WHEN Decode-Negative
                       COMPUTE WB-Halfword = WB-Halfword - 48 + 73
                   WHEN OTHER
                       COMPUTE WB-Halfword = WB-Halfword - 48 + 64
               END-EVALUATE
               MOVE WB-Char TO Data-Buffer (Byte-Position:1)
           END-IF
           .
       365-Encode-Packed.
           MOVE Decode-Value TO Digits-Text
           COMPUTE Digit-Position = 19 - FLD-Digits (Field-Sub)
           PERFORM VARYING Decode-Sub FROM 1 BY 1
                     UNTIL Decode-Sub > FLD-Length (Field-Sub)
               MOVE Digits-Text (Digit-Position:1) TO WB-Char
               COMPUTE Hi-Nibble = WB-Halfword - 48
               ADD 1 TO Digit-Position
               IF Decode-Sub = FLD-Length (Field-Sub)
                   EVALUATE TRUE
                       WHEN Decode-Negative
                           MOVE 13 TO Lo-Nibble
                       WHEN Packed-Sign-Nibble = 15
                           MOVE 15 TO Lo-Nibble
                       WHEN OTHER
                           MOVE 12 TO Lo-Nibble
                   END-EVALUATE
               ELSE
                   MOVE Digits-Text (Digit-Position:1) TO WB-Char
                   COMPUTE Lo-Nibble = WB-Halfword - 48
                   ADD 1 TO Digit-Position
               END-IF
               COMPUTE WB-Halfword = Hi-Nibble * 16 + Lo-Nibble
               COMPUTE Byte-Position =
                   FLD-Start (Field-Sub) + Decode-Sub - 1
               MOVE WB-Char TO Data-Buffer (Byte-Position:1)
           END-PERFORM
           .
       370-Encode-Binary.
           MOVE Decode-Value TO Encode-Work
           IF Decode-Negative AND FLD-Type (Field-Sub) = 'B'
               MOVE 1 TO Power-Work
               PERFORM FLD-Length (Field-Sub) TIMES
                   COMPUTE Power-Work = Power-Work * 256
               END-PERFORM
               COMPUTE Encode-Work = Power-Work - Decode-Value
           END-IF
           PERFORM VARYING Decode-Sub FROM FLD-Length (Field-Sub)
                     BY -1 UNTIL Decode-Sub < 1
               DIVIDE Encode-Work BY 256
                   GIVING Encode-Work
                   REMAINDER Encode-Byte
               END-DIVIDE
               MOVE Encode-Byte TO WB-Halfword
               COMPUTE Byte-Position =
                   FLD-Start (Field-Sub) + Decode-Sub - 1
               MOVE WB-Char TO Data-Buffer (Byte-Position:1)
           END-PERFORM
           .
      *****************************************************************
      ** Edit Decode-Value with Edit-Decimals implied places and its **
      ** sign into Value-Text, e.g. 1250 with 2 decimals is 12.50.   **
      *****************************************************************
       380-Edit-Numeric-Value.
           MOVE SPACES TO Value-Text
           IF Edit-Decimals = 0
               MOVE Decode-Value TO Whole-Display
               IF Decode-Negative AND Decode-Value > 0
                   STRING "-" TRIM(Whole-Display)
                       DELIMITED BY SIZE INTO Value-Text
                   END-STRING
               ELSE
                   MOVE TRIM(Whole-Display) TO Value-Text
               END-IF
           ELSE
               MOVE 1 TO Power-Work
               PERFORM Edit-Decimals TIMES
                   COMPUTE Power-Work = Power-Work * 10
               END-PERFORM
               DIVIDE Decode-Value BY Power-Work
                   GIVING Whole-Part
                   REMAINDER Decimal-Part
               END-DIVIDE
               MOVE Whole-Part TO Whole-Display
               MOVE Decimal-Part TO Decimal-Display
               IF Decode-Negative AND Decode-Value > 0
                   STRING "-" TRIM(Whole-Display) "."
                          Decimal-Display
                            (10 - Edit-Decimals:Edit-Decimals)
                       DELIMITED BY SIZE INTO Value-Text
                   END-STRING
               ELSE
                   STRING TRIM(Whole-Display) "."
                          Decimal-Display
                            (10 - Edit-Decimals:Edit-Decimals)
                       DELIMITED BY SIZE INTO Value-Text
                   END-STRING
               END-IF
           END-IF
           .
      *****************************************************************
      ** Prove the masked copy against the vendor's FILEVAL profile. **
      ** FILEVAL reads delimited files only; a fixed-length copy is  **
      ** checked only when the profile names rules explicitly.       **
      *****************************************************************
       400-Validate-Copy.
           IF  Valid-Rules-Name = SPACES
           AND Delimited-Format
               PERFORM 410-Find-Vendor-Profile
           END-IF
           MOVE SPACES TO Report-Line
           PERFORM 290-Write-Report-Line
           MOVE SPACES TO Report-Line
           IF Valid-Rules-Name = SPACES
               MOVE "No FILEVAL profile applies to this file - the "
                  & "masked copy was not validated" TO Report-Line
           ELSE
               CALL "FILEVAL"
                   USING Valid-Rules-Name, Output-Filename,
                         Valid-Error-Count, Valid-Return-Code
               END-CALL
               MOVE Valid-Error-Count TO Count-Display
               EVALUATE Valid-Return-Code
                   WHEN 0
                       STRING "The masked copy passed FILEVAL "
                              "profile " TRIM(Valid-Rules-Name)
                           DELIMITED BY SIZE INTO Report-Line
                       END-STRING
                   WHEN 4
                       MOVE 4 TO Mask-Return-Code
                       STRING "The masked copy FAILED FILEVAL "
                              "profile " TRIM(Valid-Rules-Name)
                              " with " TRIM(Count-Display)
                              " errors - see VALIDERR.RPT"
                           DELIMITED BY SIZE INTO Report-Line
                       END-STRING
                   WHEN OTHER
                       MOVE 4 TO Mask-Return-Code
                       MOVE Valid-Return-Code TO Where-Number
                       STRING "FILEVAL profile "
                              TRIM(Valid-Rules-Name)
                              " could not be used (RC="
                              TRIM(Where-Number) ")"
                           DELIMITED BY SIZE INTO Report-Line
                       END-STRING
               END-EVALUATE
           END-IF
           PERFORM 290-Write-Report-Line
           .
       410-Find-Vendor-Profile.
           MOVE Input-Filename TO Base-Name
           PERFORM VARYING Name-Sub FROM 1 BY 1
                     UNTIL Name-Sub > 255
               IF Input-Filename (Name-Sub:1) = '/'
               OR Input-Filename (Name-Sub:1) = '\'
               OR Input-Filename (Name-Sub:1) = ':'
                   MOVE Input-Filename (Name-Sub + 1:) TO Base-Name
               END-IF
           END-PERFORM
           CALL "CBL_CHECK_FILE_EXIST"
               USING "VALPROF.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Valprof-File
               MOVE 'N' TO Valprof-EOF-Switch
               PERFORM 420-Match-One-Vendor-Profile
                   UNTIL Valprof-EOF
               CLOSE Valprof-File
           END-IF
           .
       420-Match-One-Vendor-Profile.
           READ Valprof-File
               AT END
                   MOVE 'Y' TO Valprof-EOF-Switch
           END-READ
           IF  NOT Valprof-EOF
           AND Valprof-Record NOT = SPACES
               MOVE SPACES TO Match-Pattern-Arg
               MOVE SPACES TO Field-Text
               UNSTRING Valprof-Record DELIMITED BY ','
                   INTO Match-Pattern-Arg, Field-Text
               END-UNSTRING
               MOVE Base-Name TO Match-Filename-Arg
               CALL "MATCHPAT"
                   USING Match-Pattern-Arg, Match-Filename-Arg,
                         Match-Flag
               END-CALL
               IF Match-Flag = 'Y'
                   MOVE Field-Text TO Valid-Rules-Name
                   MOVE 'Y' TO Valprof-EOF-Switch
               END-IF
           END-IF
           .
      *****************************************************************
      ** Consistent substitution of Subst-Text (1:Subst-Length):     **
      ** a hash of the key and the whole value drives a generator   **
      ** that replaces each digit with a digit and each letter with  **
      ** a letter of the same case; everything else stays put.      **
      *****************************************************************
       500-Substitute-Text.
           MOVE Key-Hash TO Hash-Value
           PERFORM VARYING Subst-Sub FROM 1 BY 1
                     UNTIL Subst-Sub > Subst-Length
               IF Subst-Text (Subst-Sub:1) NOT = SPACE
                   MOVE Subst-Text (Subst-Sub:1) TO WB-Char
                   COMPUTE Hash-Value =
                       MOD(Hash-Value * 31 + WB-Halfword,
                           Hash-Modulus)
               END-IF
           END-PERFORM
           PERFORM VARYING Subst-Sub FROM 1 BY 1
                     UNTIL Subst-Sub > Subst-Length
               COMPUTE Hash-Value =
                   MOD(Hash-Value * 16807 + Subst-Sub, Hash-Modulus)
               MOVE Subst-Text (Subst-Sub:1) TO WB-Char
               EVALUATE TRUE
                   WHEN WB-Char >= '0' AND WB-Char <= '9'
                       COMPUTE Subst-Pick = MOD(Hash-Value, 10)
                       COMPUTE WB-Halfword = 48 + Subst-Pick
                   WHEN WB-Char >= 'A' AND WB-Char <= 'Z'
                       COMPUTE Subst-Pick = MOD(Hash-Value, 26)
                       COMPUTE WB-Halfword = 65 + Subst-Pick
                   WHEN WB-Char >= 'a' AND WB-Char <= 'z'
                       COMPUTE Subst-Pick = MOD(Hash-Value, 26)
                       COMPUTE WB-Halfword = 97 + Subst-Pick
               END-EVALUATE
               MOVE WB-Char TO Subst-Text (Subst-Sub:1)
           END-PERFORM
           .
       900-Write-Summary.
           MOVE "Field                Where          Type Method "
              & "  Arg     Masked  Invalid     Held     Left"
             TO Report-Line
           PERFORM 290-Write-Report-Line
           PERFORM VARYING Mask-Sub FROM 1 BY 1
                     UNTIL Mask-Sub > Mask-Count
               MOVE MSK-Field (Mask-Sub) TO Field-Sub
               MOVE SPACES TO Detail-Line
               MOVE MSK-Name (Mask-Sub) TO DL-Name
               MOVE FLD-Start (Field-Sub) TO Where-Number
               IF Fixed-Format
                   COMPUTE Where-Number-2 =
                       FLD-Start (Field-Sub)
                       + FLD-Length (Field-Sub) - 1
                   STRING "bytes " TRIM(Where-Number) "-"
                          TRIM(Where-Number-2)
                       DELIMITED BY SIZE INTO DL-Where
                   END-STRING
                   MOVE FLD-Type (Field-Sub) TO DL-Type
               ELSE
                   STRING "column " TRIM(Where-Number)
                       DELIMITED BY SIZE INTO DL-Where
                   END-STRING
                   MOVE "CSV" TO DL-Type
               END-IF
               MOVE MSK-Method (Mask-Sub) TO DL-Method
               IF MSK-Arg (Mask-Sub) NOT = 0
                   MOVE MSK-Arg (Mask-Sub) TO DL-Arg
               END-IF
               MOVE MSK-Masked (Mask-Sub) TO DL-Masked
               MOVE MSK-Invalid (Mask-Sub) TO DL-Invalid
               MOVE MSK-Clamped (Mask-Sub) TO DL-Clamped
               MOVE MSK-Left (Mask-Sub) TO DL-Left
               MOVE Detail-Line TO Report-Line
               PERFORM 290-Write-Report-Line
           END-PERFORM
           MOVE SPACES TO Report-Line
           PERFORM 290-Write-Report-Line
           MOVE Records-Read TO Count-Display
           MOVE Records-Written TO Count-Display-2
           MOVE SPACES TO Report-Line
           STRING "Records read: " TRIM(Count-Display)
                  "   Records written: " TRIM(Count-Display-2)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           .
