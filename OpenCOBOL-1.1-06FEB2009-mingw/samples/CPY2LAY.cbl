       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPY2LAY.
      *****************************************************************
      ** This builds a RECDUMP-style layout file from a COBOL         **
      ** copybook, so the layouts RECDUMP, CONVFILE, FILESORT,       **
      ** CTLSCAN, TXNAPPLY and the rest of the layout-driven tools   **
      ** read no longer have to be typed by hand from a copybook -   **
      ** the sister shop's copybooks arrive with the files, and      **
      ** hand-counted start offsets were the usual source of a bad   **
      ** layout.  The one CALL (or command-line) argument is comma-  **
      ** separated:                                                  **
      **                                                             **
      **   <copybook>,<layout-out>[,<record-name>]                   **
      **                                                             **
      ** The copybook is read in fixed source format (columns 8-72, **
      ** '*' or '/' in column 7 marks a comment).  The record is the **
      ** first 01 level in it, or the 01 named <record-name>; a      **
      ** copybook holding only a fragment (no 01) is taken whole.    **
      ** Understood are level numbers 01-49, PIC/PICTURE strings     **
      ** (X, A, 9, S, V, repeat counts, editing symbols), USAGE      **
      ** DISPLAY, COMP-3/PACKED-DECIMAL, COMP/COMP-4/COMP-5/BINARY,  **
      ** COMP-X and BINARY-CHAR/SHORT/LONG/DOUBLE [UNSIGNED] (a      **
      ** group's USAGE applies to its members), FILLER, OCCURS and   **
      ** REDEFINES.  66/77/88 entries and VALUE clauses are ignored. **
      **                                                             **
      ** One layout line is written per elementary item:             **
      **                                                             **
      **   name,start,length,type[,decimals]                         **
      **                                                             **
      **   PIC X / A / edited        C                               **
      **   PIC 9 DISPLAY             Z (a sign is trailing overpunch)**
      **   COMP-3                    P                               **
      **   binary, signed            B                               **
      **   binary, unsigned / COMP-X X                               **
      **                                                             **
      ** with the decimals column when a numeric PIC has a V.        **
      ** FILLER is skipped (its bytes still count toward the         **
      ** following starts).  OCCURS is expanded into numbered        **
      ** fields - AMT OCCURS 3 becomes AMT-1, AMT-2, AMT-3, and a    **
      ** field inside an occurring group takes the group's number    **
      ** too - and an OCCURS DEPENDING ON table is laid out at its   **
      ** maximum.  A REDEFINES item is laid out over the item it     **
      ** redefines, so both views appear in the layout, and every    **
      ** field of the redefining view is flagged in the report.      **
      **                                                             **
      ** The cross-check report "CPY2LAY.RPT" (through RPTWRIT)      **
      ** lists every item - groups and FILLER included - with its    **
      ** computed start and length and the total record length, for **
      ** the analyst to verify against the copybook before the       **
      ** layout is trusted.  Anything needing a look is flagged:     **
      ** REDEFINES, a SIGN clause (a separate or leading sign has no **
      ** layout type), COMP-1/COMP-2/INDEX/POINTER items (written as **
      ** C), a name longer than the 20 characters the layout tools   **
      ** keep, and a variable OCCURS.                                **
      **                                                             **
      ** RETURN-CODE is 0, 4 when anything was flagged, or 2 when    **
      ** the parameters or copybook cannot be used.                  **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1042 Initial coding                                       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Copybook-File ASSIGN TO Copybook-Filename
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Layout-File ASSIGN TO Layout-Filename
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Copybook-File.
       01  Copybook-Record                PIC X(80).

       FD  Layout-File.
       01  Layout-Record                  PIC X(80).

       WORKING-STORAGE SECTION.
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

       01  Import-Parm-Text               PIC X(256) VALUE SPACES.
       01  Parm-Size                      USAGE BINARY-LONG.
       01  Argument-Count                 USAGE BINARY-LONG.

       01  Copybook-Filename              PIC X(256).
       01  Layout-Filename                PIC X(256).
       01  Record-Name                    PIC X(30).

       01  Copybook-EOF-Switch            PIC X VALUE 'N'.
           88 Copybook-EOF                VALUE 'Y'.
       01  In-Record-Switch               PIC X.
           88 In-Record                   VALUE 'Y'.
       01  Record-01-Count                USAGE BINARY-LONG VALUE 0.

      *****************************************************************
      ** Statement tokens - a data description entry may run over   **
      ** several lines and ends at the period closing its last word. **
      *****************************************************************
       01  Source-Text                    PIC X(65).
       01  Char-Sub                       USAGE BINARY-LONG.
       01  One-Char                       PIC X(1).
       01  Quote-Char                     PIC X(1).
       01  In-Quote-Switch                PIC X VALUE 'N'.
           88 In-Quote                    VALUE 'Y'.
       01  Current-Token                  PIC X(40).
       01  Current-Length                 USAGE BINARY-LONG VALUE 0.
       01  Token-Table.
           05 Token                       OCCURS 80 TIMES PIC X(40).
       01  Token-Count                    USAGE BINARY-LONG VALUE 0.
       01  Token-Sub                      USAGE BINARY-LONG.
       01  Upper-Token                    PIC X(40).
       01  Statement-End-Switch           PIC X.
           88 Statement-End               VALUE 'Y'.

      *****************************************************************
      ** One entry per data description, in copybook order.  Rel-   **
      ** Start is the item's offset within one occurrence of its     **
      ** parent; Size is one occurrence of the item itself.          **
      *****************************************************************
       01  Entry-Table.
           05 Entry-Item                  OCCURS 500 TIMES.
              10 EN-Level                 PIC 9(2).
              10 EN-Name                  PIC X(30).
              10 EN-Group-Switch          PIC X(1).
                 88 EN-Is-Group           VALUE 'Y'.
              10 EN-Pic                   PIC X(30).
              10 EN-Usage                 PIC X(20).
              10 EN-Unsigned              PIC X(1).
              10 EN-Type                  PIC X(1).
              10 EN-Decimals              USAGE BINARY-LONG.
              10 EN-Occurs                USAGE BINARY-LONG.
              10 EN-Redefines             PIC X(30).
              10 EN-Redefines-Sub         USAGE BINARY-LONG.
              10 EN-Parent                USAGE BINARY-LONG.
              10 EN-Size                  USAGE BINARY-LONG.
              10 EN-Rel-Start             USAGE BINARY-LONG.
              10 EN-Note                  PIC X(30).
       01  Entry-Count                    USAGE BINARY-LONG VALUE 0.
       01  Entry-Sub                      USAGE BINARY-LONG.
       01  Search-Sub                     USAGE BINARY-LONG.

       01  Level-Stack.
           05 Level-Stack-Entry           OCCURS 50 TIMES
                                          USAGE BINARY-LONG.
       01  Level-Depth                    USAGE BINARY-LONG VALUE 0.

      *****************************************************************
      ** PIC string analysis.                                        **
      *****************************************************************
       01  Pic-Sub                        USAGE BINARY-LONG.
       01  Pic-Char                       PIC X(1).
       01  Pic-Repeat                     USAGE BINARY-LONG.
       01  Repeat-Text                    PIC X(10).
       01  Repeat-Pointer                 USAGE BINARY-LONG.
       01  Pic-Display-Chars              USAGE BINARY-LONG.
       01  Pic-Digits                     USAGE BINARY-LONG.
       01  Pic-Decimals                   USAGE BINARY-LONG.
       01  Pic-Signed-Switch              PIC X.
           88 Pic-Signed                  VALUE 'Y'.
       01  Pic-After-V-Switch             PIC X.
           88 Pic-After-V                 VALUE 'Y'.
       01  Pic-Alpha-Switch               PIC X.
           88 Pic-Alpha                   VALUE 'Y'.
       01  Pic-Edited-Switch              PIC X.
           88 Pic-Edited                  VALUE 'Y'.

      *****************************************************************
      ** Layout pass: a depth-first walk of the entries that repeats **
      ** an occurring group's members once per occurrence.           **
      *****************************************************************
       01  Walk-Stack.
           05 Walk-Frame                  OCCURS 50 TIMES.
              10 WF-Entry                 USAGE BINARY-LONG.
              10 WF-Occurrence            USAGE BINARY-LONG.
              10 WF-Base                  USAGE BINARY-LONG.
              10 WF-Child                 USAGE BINARY-LONG.
       01  Walk-Depth                     USAGE BINARY-LONG VALUE 0.
       01  Walk-Sub                       USAGE BINARY-LONG.
       01  Top-Entry                      USAGE BINARY-LONG.
       01  Next-Child                     USAGE BINARY-LONG.
       01  Child-Base                     USAGE BINARY-LONG.
       01  Group-Sub                      USAGE BINARY-LONG.
       01  Running-Size                   USAGE BINARY-LONG.
       01  Extent                         USAGE BINARY-LONG.
       01  Record-Length                  USAGE BINARY-LONG VALUE 0.
       01  Occurrence-Sub                 USAGE BINARY-LONG.
       01  Field-Start                    USAGE BINARY-LONG.
       01  Name-Suffix                    PIC X(30).
       01  Suffix-Pointer                 USAGE BINARY-LONG.
       01  Emit-Name                      PIC X(64).
       01  Redefines-Note                 PIC X(30).
       01  Number-Text                    PIC Z(4)9.

       01  Fields-Written                 USAGE BINARY-LONG VALUE 0.
       01  Flag-Count                     USAGE BINARY-LONG VALUE 0.
       01  Start-Display                  PIC Z(4)9.
       01  Length-Display                 PIC Z(4)9.
       01  Decimals-Display               PIC Z9.
       01  Level-Display                  PIC 99.
       01  Count-Display                  PIC Z(8)9.

       01  Report-Line                    PIC X(132).
       01  Report-Note                    PIC X(60).
       01  Layout-Pointer                 USAGE BINARY-LONG.

       01  Import-Return-Code             USAGE BINARY-LONG VALUE 0.

       01  Import-Detail-Text             PIC X(152).
       01  Audit-Source                   PIC X(8) VALUE 'CPY2LAY'.

       COPY RPTWRITcb.

       LINKAGE SECTION.
       01  Import-Parm                    PIC X ANY LENGTH.

       PROCEDURE DIVISION USING OPTIONAL Import-Parm.
       000-MAIN.
           PERFORM 010-Parse-Parameters
           IF Import-Return-Code = 0
               PERFORM 100-Read-Copybook
           END-IF
           INITIALIZE Rptwrit-CB
           MOVE "CPY2LAY.RPT" TO RWB-Filename
           MOVE SPACES TO RWB-Title
           STRING "COPYBOOK LAYOUT CROSS-CHECK - "
                  TRIM(Copybook-Filename, TRAILING)
               DELIMITED BY SIZE INTO RWB-Title
           END-STRING
           MOVE "CPY2LAY" TO RWB-Program-Id
           MOVE 'O' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           IF  Import-Return-Code = 0
           AND Entry-Count = 0
               MOVE "No data description entries found"
                 TO Report-Line
               PERFORM 290-Write-Report-Line
               MOVE 2 TO Import-Return-Code
           END-IF
           IF Import-Return-Code = 0
               PERFORM 300-Size-Everything
               PERFORM 400-Write-Layout
           ELSE
               IF Entry-Count > 0
                   MOVE "Parameters or copybook could not be used"
                     TO Report-Line
                   PERFORM 290-Write-Report-Line
               END-IF
           END-IF
           MOVE 'C' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           IF  Import-Return-Code = 0
           AND Flag-Count > 0
               MOVE 4 TO Import-Return-Code
           END-IF
           MOVE SPACES TO Import-Detail-Text
           STRING "layout " TRIM(Layout-Filename, TRAILING)
                  " built from " TRIM(Copybook-Filename, TRAILING)
               DELIMITED BY SIZE INTO Import-Detail-Text
           END-STRING
           CALL "AUDITLOG"
               USING Audit-Source, Import-Detail-Text,
                     Import-Return-Code
           END-CALL
           MOVE Import-Return-Code TO RETURN-CODE
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
                   MOVE Import-Parm TO Import-Parm-Text
               ELSE
                   ACCEPT Argument-Count FROM ARGUMENT-NUMBER
                   IF Argument-Count > 0
                       ACCEPT Import-Parm-Text FROM ARGUMENT-VALUE
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO Copybook-Filename
           MOVE SPACES TO Layout-Filename
           MOVE SPACES TO Record-Name
           UNSTRING Import-Parm-Text DELIMITED BY ','
               INTO Copybook-Filename, Layout-Filename, Record-Name
           END-UNSTRING
           MOVE UPPER-CASE(Record-Name) TO Record-Name
           IF Copybook-Filename = SPACES
           OR Layout-Filename = SPACES
               DISPLAY 'CPY2LAY: usage: copybook,layout-out'
                   '[,record-name]' UPON SYSERR
               MOVE 2 TO Import-Return-Code
           ELSE
               CALL "CBL_CHECK_FILE_EXIST"
                   USING TRIM(Copybook-Filename, TRAILING)
                         File-Details
               END-CALL
               IF RETURN-CODE NOT = 0
                   DISPLAY 'CPY2LAY: copybook '
                       TRIM(Copybook-Filename) ' not found'
                       UPON SYSERR
                   MOVE 2 TO Import-Return-Code
               END-IF
           END-IF
           IF Record-Name = SPACES
               MOVE 'Y' TO In-Record-Switch
           ELSE
               MOVE 'N' TO In-Record-Switch
           END-IF
           .
      *****************************************************************
      ** Read the copybook a line at a time, splitting columns 8-72  **
      ** into words; a quoted literal stays one word, whatever it    **
      ** holds, so a VALUE '. ' can never end an entry early.        **
      *****************************************************************
       100-Read-Copybook.
           OPEN INPUT Copybook-File
           MOVE 'N' TO Copybook-EOF-Switch
           PERFORM 110-Read-One-Line
               UNTIL Copybook-EOF
           CLOSE Copybook-File
           .
       110-Read-One-Line.
           READ Copybook-File
               AT END
                   MOVE 'Y' TO Copybook-EOF-Switch
           END-READ
           IF  NOT Copybook-EOF
           AND Copybook-Record (7:1) NOT = '*'
           AND Copybook-Record (7:1) NOT = '/'
               MOVE Copybook-Record (8:65) TO Source-Text
               PERFORM VARYING Char-Sub FROM 1 BY 1
                         UNTIL Char-Sub > 65
                   MOVE Source-Text (Char-Sub:1) TO One-Char
                   EVALUATE TRUE
                       WHEN In-Quote
                           PERFORM 130-Add-Char
                           IF One-Char = Quote-Char
                               MOVE 'N' TO In-Quote-Switch
                           END-IF
                       WHEN One-Char = SPACE
                           PERFORM 120-End-Token
                       WHEN One-Char = QUOTE
                         OR One-Char = "'"
                           MOVE 'Y' TO In-Quote-Switch
                           MOVE One-Char TO Quote-Char
                           PERFORM 130-Add-Char
                       WHEN OTHER
                           PERFORM 130-Add-Char
                   END-EVALUATE
               END-PERFORM
               IF NOT In-Quote
                   PERFORM 120-End-Token
               END-IF
           END-IF
           .
      *> a word ending in a period closes the entry - the period is
      *> the separator, not part of the word (a PIC string can hold a
      *> period, but never as its last character, and a literal
      *> ends in its closing quote)
       120-End-Token.
           IF Current-Length > 0
               MOVE 'N' TO Statement-End-Switch
               IF Current-Token (Current-Length:1) = '.'
                   MOVE 'Y' TO Statement-End-Switch
                   MOVE SPACE TO Current-Token (Current-Length:1)
                   SUBTRACT 1 FROM Current-Length
               END-IF
               IF  Current-Length > 0
               AND Token-Count < 80
                   ADD 1 TO Token-Count
                   MOVE Current-Token TO Token (Token-Count)
               END-IF
               MOVE SPACES TO Current-Token
               MOVE 0 TO Current-Length
               IF Statement-End
                   PERFORM 200-Parse-Statement
                   MOVE 0 TO Token-Count
               END-IF
           END-IF
           .
       130-Add-Char.
           IF Current-Length < 40
               ADD 1 TO Current-Length
               MOVE One-Char TO Current-Token (Current-Length:1)
           END-IF
           .
      *****************************************************************
      ** One complete data description entry is in Token (1) thru    **
      ** Token (Token-Count).                                        **
      *****************************************************************
       200-Parse-Statement.
           IF  Token-Count > 0
           AND Token (1) (1:1) IS NUMERIC
           AND TEST-NUMVAL(TRIM(Token (1))) = 0
               EVALUATE NUMVAL(Token (1))
                   WHEN 1
                       ADD 1 TO Record-01-Count
                       IF Record-Name = SPACES
                           IF Record-01-Count = 1
                               MOVE 'Y' TO In-Record-Switch
                           ELSE
                               MOVE 'N' TO In-Record-Switch
                           END-IF
                       ELSE
                           IF  Token-Count >= 2
                           AND UPPER-CASE(Token (2)) = Record-Name
                               MOVE 'Y' TO In-Record-Switch
                           ELSE
                               MOVE 'N' TO In-Record-Switch
                           END-IF
                       END-IF
                       IF In-Record
                           PERFORM 210-Add-Entry
                       END-IF
                   WHEN 2 THRU 49
                       IF In-Record
                           PERFORM 210-Add-Entry
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
       210-Add-Entry.
           IF Entry-Count >= 500
               IF Entry-Count = 500
                   DISPLAY 'CPY2LAY: more than 500 entries - the '
                       'rest are ignored' UPON SYSERR
                   ADD 1 TO Flag-Count
                   ADD 1 TO Entry-Count
               END-IF
           ELSE
               ADD 1 TO Entry-Count
               MOVE Entry-Count TO Entry-Sub
               INITIALIZE Entry-Item (Entry-Sub)
               MOVE NUMVAL(Token (1)) TO EN-Level (Entry-Sub)
               MOVE 1 TO EN-Occurs (Entry-Sub)
               MOVE 'FILLER' TO EN-Name (Entry-Sub)
               MOVE 2 TO Token-Sub
               IF Token-Count >= 2
                   MOVE UPPER-CASE(Token (2)) TO Upper-Token
                   PERFORM 215-Check-Clause-Word
                   IF Statement-End
                       MOVE Token (2) TO EN-Name (Entry-Sub)
                       MOVE 3 TO Token-Sub
                   END-IF
               END-IF
               PERFORM 220-Parse-Clause
                   UNTIL Token-Sub > Token-Count
      *> the enclosing group is the nearest open entry with a lower
      *> level number
               PERFORM UNTIL Level-Depth = 0
                   OR EN-Level (Level-Stack-Entry (Level-Depth))
                        < EN-Level (Entry-Sub)
                   SUBTRACT 1 FROM Level-Depth
               END-PERFORM
               IF Level-Depth > 0
                   MOVE Level-Stack-Entry (Level-Depth)
                     TO EN-Parent (Entry-Sub)
                   IF EN-Usage (Entry-Sub) = SPACES
                       MOVE EN-Usage (EN-Parent (Entry-Sub))
                         TO EN-Usage (Entry-Sub)
                       MOVE EN-Unsigned (EN-Parent (Entry-Sub))
                         TO EN-Unsigned (Entry-Sub)
                   END-IF
               END-IF
               IF Level-Depth < 50
                   ADD 1 TO Level-Depth
                   MOVE Entry-Sub TO Level-Stack-Entry (Level-Depth)
               END-IF
               IF EN-Redefines (Entry-Sub) NOT = SPACES
                   PERFORM 225-Find-Redefined-Item
               END-IF
               PERFORM 230-Size-Elementary
           END-IF
           .
      *> Statement-End doubles as the "this word is a name" answer
       215-Check-Clause-Word.
           EVALUATE Upper-Token
               WHEN 'PIC'             WHEN 'PICTURE'
               WHEN 'USAGE'           WHEN 'OCCURS'
               WHEN 'REDEFINES'       WHEN 'VALUE'
               WHEN 'VALUES'          WHEN 'SIGN'
               WHEN 'COMP'            WHEN 'COMP-1'
               WHEN 'COMP-2'          WHEN 'COMP-3'
               WHEN 'COMP-4'          WHEN 'COMP-5'
               WHEN 'COMP-X'          WHEN 'COMPUTATIONAL'
               WHEN 'COMPUTATIONAL-1' WHEN 'COMPUTATIONAL-2'
               WHEN 'COMPUTATIONAL-3' WHEN 'COMPUTATIONAL-4'
               WHEN 'COMPUTATIONAL-5' WHEN 'COMPUTATIONAL-X'
               WHEN 'BINARY'          WHEN 'PACKED-DECIMAL'
               WHEN 'DISPLAY'         WHEN 'INDEX'
               WHEN 'POINTER'         WHEN 'PROGRAM-POINTER'
               WHEN 'BINARY-CHAR'     WHEN 'BINARY-SHORT'
               WHEN 'BINARY-LONG'     WHEN 'BINARY-DOUBLE'
               WHEN 'JUSTIFIED'       WHEN 'JUST'
               WHEN 'BLANK'           WHEN 'SYNC'
               WHEN 'SYNCHRONIZED'    WHEN 'EXTERNAL'
               WHEN 'GLOBAL'          WHEN 'UNSIGNED'
               WHEN 'SIGNED'
                   MOVE 'N' TO Statement-End-Switch
               WHEN OTHER
                   MOVE 'Y' TO Statement-End-Switch
           END-EVALUATE
           .
       220-Parse-Clause.
           MOVE UPPER-CASE(Token (Token-Sub)) TO Upper-Token
           ADD 1 TO Token-Sub
           EVALUATE Upper-Token
               WHEN 'PIC'
               WHEN 'PICTURE'
                   PERFORM 221-Skip-IS
                   IF Token-Sub <= Token-Count
                       MOVE UPPER-CASE(Token (Token-Sub))
                         TO EN-Pic (Entry-Sub)
                       ADD 1 TO Token-Sub
                   END-IF
               WHEN 'USAGE'
                   PERFORM 221-Skip-IS
                   IF Token-Sub <= Token-Count
                       MOVE UPPER-CASE(Token (Token-Sub))
                         TO EN-Usage (Entry-Sub)
                       ADD 1 TO Token-Sub
                   END-IF
               WHEN 'UNSIGNED'
                   MOVE 'Y' TO EN-Unsigned (Entry-Sub)
               WHEN 'OCCURS'
                   IF  Token-Sub <= Token-Count
                   AND TEST-NUMVAL(TRIM(Token (Token-Sub))) = 0
                       MOVE NUMVAL(Token (Token-Sub))
                         TO EN-Occurs (Entry-Sub)
                       ADD 1 TO Token-Sub
                   END-IF
                   IF  Token-Sub < Token-Count
                   AND UPPER-CASE(Token (Token-Sub)) = 'TO'
                       ADD 1 TO Token-Sub
                       IF TEST-NUMVAL(TRIM(Token (Token-Sub))) = 0
                           MOVE NUMVAL(Token (Token-Sub))
                             TO EN-Occurs (Entry-Sub)
                       END-IF
                       ADD 1 TO Token-Sub
                       MOVE 'variable OCCURS - maximum used'
                         TO EN-Note (Entry-Sub)
                       ADD 1 TO Flag-Count
                   END-IF
                   IF EN-Occurs (Entry-Sub) < 1
                       MOVE 1 TO EN-Occurs (Entry-Sub)
                   END-IF
               WHEN 'REDEFINES'
                   IF Token-Sub <= Token-Count
                       MOVE UPPER-CASE(Token (Token-Sub))
                         TO EN-Redefines (Entry-Sub)
                       ADD 1 TO Token-Sub
                   END-IF
               WHEN 'SIGN'
                   MOVE 'SIGN clause - check the sign'
                     TO EN-Note (Entry-Sub)
                   ADD 1 TO Flag-Count
               WHEN 'VALUE'
               WHEN 'VALUES'
      *> the literal(s) may hold anything - nothing after VALUE is
      *> a clause this layout needs
                   COMPUTE Token-Sub = Token-Count + 1
               WHEN 'COMP'            WHEN 'COMP-1'
               WHEN 'COMP-2'          WHEN 'COMP-3'
               WHEN 'COMP-4'          WHEN 'COMP-5'
               WHEN 'COMP-X'          WHEN 'COMPUTATIONAL'
               WHEN 'COMPUTATIONAL-1' WHEN 'COMPUTATIONAL-2'
               WHEN 'COMPUTATIONAL-3' WHEN 'COMPUTATIONAL-4'
               WHEN 'COMPUTATIONAL-5' WHEN 'COMPUTATIONAL-X'
               WHEN 'BINARY'          WHEN 'PACKED-DECIMAL'
               WHEN 'DISPLAY'         WHEN 'INDEX'
               WHEN 'POINTER'         WHEN 'PROGRAM-POINTER'
               WHEN 'BINARY-CHAR'     WHEN 'BINARY-SHORT'
               WHEN 'BINARY-LONG'     WHEN 'BINARY-DOUBLE'
                   MOVE Upper-Token TO EN-Usage (Entry-Sub)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       221-Skip-IS.
           IF  Token-Sub <= Token-Count
           AND UPPER-CASE(Token (Token-Sub)) = 'IS'
               ADD 1 TO Token-Sub
           END-IF
           .
      *> the redefined item is the nearest earlier entry of that name
       225-Find-Redefined-Item.
           MOVE 0 TO EN-Redefines-Sub (Entry-Sub)
           PERFORM VARYING Search-Sub FROM Entry-Sub BY -1
                     UNTIL Search-Sub < 2
                        OR EN-Redefines-Sub (Entry-Sub) > 0
               IF UPPER-CASE(EN-Name (Search-Sub - 1))
                    = EN-Redefines (Entry-Sub)
                   COMPUTE EN-Redefines-Sub (Entry-Sub) =
                       Search-Sub - 1
               END-IF
           END-PERFORM
           ADD 1 TO Flag-Count
           IF EN-Redefines-Sub (Entry-Sub) = 0
               MOVE 'REDEFINES target not found'
                 TO EN-Note (Entry-Sub)
           END-IF
           .
      *****************************************************************
      ** An item with neither a PIC nor a fixed-size USAGE is a      **
      ** group; its size is settled once all its members are known. **
      *****************************************************************
       230-Size-Elementary.
           EVALUATE TRUE
               WHEN EN-Pic (Entry-Sub) NOT = SPACES
                   PERFORM 240-Analyze-Pic
                   PERFORM 250-Size-From-Pic
               WHEN EN-Usage (Entry-Sub) = 'BINARY-CHAR'
                   MOVE 1 TO EN-Size (Entry-Sub)
                   PERFORM 260-Binary-Type
               WHEN EN-Usage (Entry-Sub) = 'BINARY-SHORT'
                   MOVE 2 TO EN-Size (Entry-Sub)
                   PERFORM 260-Binary-Type
               WHEN EN-Usage (Entry-Sub) = 'BINARY-LONG'
                   MOVE 4 TO EN-Size (Entry-Sub)
                   PERFORM 260-Binary-Type
               WHEN EN-Usage (Entry-Sub) = 'BINARY-DOUBLE'
                   MOVE 8 TO EN-Size (Entry-Sub)
                   PERFORM 260-Binary-Type
               WHEN EN-Usage (Entry-Sub) = 'COMP-1'
                 OR EN-Usage (Entry-Sub) = 'COMPUTATIONAL-1'
                 OR EN-Usage (Entry-Sub) = 'INDEX'
                   MOVE 4 TO EN-Size (Entry-Sub)
                   PERFORM 265-No-Layout-Type
               WHEN EN-Usage (Entry-Sub) = 'COMP-2'
                 OR EN-Usage (Entry-Sub) = 'COMPUTATIONAL-2'
                 OR EN-Usage (Entry-Sub) = 'POINTER'
                 OR EN-Usage (Entry-Sub) = 'PROGRAM-POINTER'
                   MOVE 8 TO EN-Size (Entry-Sub)
                   PERFORM 265-No-Layout-Type
               WHEN OTHER
                   MOVE 'Y' TO EN-Group-Switch (Entry-Sub)
                   MOVE 0 TO EN-Size (Entry-Sub)
           END-EVALUATE
           .
       240-Analyze-Pic.
           MOVE 0 TO Pic-Display-Chars
           MOVE 0 TO Pic-Digits
           MOVE 0 TO Pic-Decimals
           MOVE 'N' TO Pic-Signed-Switch
           MOVE 'N' TO Pic-After-V-Switch
           MOVE 'N' TO Pic-Alpha-Switch
           MOVE 'N' TO Pic-Edited-Switch
           MOVE 1 TO Pic-Sub
           PERFORM 245-Analyze-One-Symbol
               UNTIL Pic-Sub > 30
                  OR EN-Pic (Entry-Sub) (Pic-Sub:1) = SPACE
           .
       245-Analyze-One-Symbol.
           MOVE EN-Pic (Entry-Sub) (Pic-Sub:1) TO Pic-Char
           ADD 1 TO Pic-Sub
           MOVE 1 TO Pic-Repeat
           IF  Pic-Sub <= 30
           AND EN-Pic (Entry-Sub) (Pic-Sub:1) = '('
               MOVE SPACES TO Repeat-Text
               ADD 1 TO Pic-Sub
               MOVE 1 TO Repeat-Pointer
               PERFORM UNTIL Pic-Sub > 30
                          OR EN-Pic (Entry-Sub) (Pic-Sub:1) = ')'
                   IF Repeat-Pointer <= 10
                       MOVE EN-Pic (Entry-Sub) (Pic-Sub:1)
                         TO Repeat-Text (Repeat-Pointer:1)
                       ADD 1 TO Repeat-Pointer
                   END-IF
                   ADD 1 TO Pic-Sub
               END-PERFORM
               ADD 1 TO Pic-Sub
               IF TEST-NUMVAL(TRIM(Repeat-Text)) = 0
                   MOVE NUMVAL(Repeat-Text) TO Pic-Repeat
               END-IF
           END-IF
           EVALUATE Pic-Char
               WHEN 'S'
                   MOVE 'Y' TO Pic-Signed-Switch
               WHEN 'V'
                   MOVE 'Y' TO Pic-After-V-Switch
               WHEN 'P'
                   CONTINUE
               WHEN '9'
                   ADD Pic-Repeat TO Pic-Display-Chars
                   ADD Pic-Repeat TO Pic-Digits
                   IF Pic-After-V
                       ADD Pic-Repeat TO Pic-Decimals
                   END-IF
               WHEN 'X'
               WHEN 'A'
                   ADD Pic-Repeat TO Pic-Display-Chars
                   MOVE 'Y' TO Pic-Alpha-Switch
               WHEN OTHER
                   ADD Pic-Repeat TO Pic-Display-Chars
                   MOVE 'Y' TO Pic-Edited-Switch
           END-EVALUATE
           .
       250-Size-From-Pic.
           EVALUATE TRUE
               WHEN EN-Usage (Entry-Sub) = 'COMP-3'
                 OR EN-Usage (Entry-Sub) = 'COMPUTATIONAL-3'
                 OR EN-Usage (Entry-Sub) = 'PACKED-DECIMAL'
                   COMPUTE EN-Size (Entry-Sub) = Pic-Digits / 2 + 1
                   MOVE 'P' TO EN-Type (Entry-Sub)
                   MOVE Pic-Decimals TO EN-Decimals (Entry-Sub)
               WHEN EN-Usage (Entry-Sub) = 'COMP'
                 OR EN-Usage (Entry-Sub) = 'COMPUTATIONAL'
                 OR EN-Usage (Entry-Sub) = 'COMP-4'
                 OR EN-Usage (Entry-Sub) = 'COMPUTATIONAL-4'
                 OR EN-Usage (Entry-Sub) = 'COMP-5'
                 OR EN-Usage (Entry-Sub) = 'COMPUTATIONAL-5'
                 OR EN-Usage (Entry-Sub) = 'BINARY'
                   EVALUATE TRUE
                       WHEN Pic-Digits <= 4
                           MOVE 2 TO EN-Size (Entry-Sub)
                       WHEN Pic-Digits <= 9
                           MOVE 4 TO EN-Size (Entry-Sub)
                       WHEN OTHER
                           MOVE 8 TO EN-Size (Entry-Sub)
                   END-EVALUATE
                   IF Pic-Signed
                       MOVE 'B' TO EN-Type (Entry-Sub)
                   ELSE
                       MOVE 'X' TO EN-Type (Entry-Sub)
                   END-IF
                   MOVE Pic-Decimals TO EN-Decimals (Entry-Sub)
               WHEN EN-Usage (Entry-Sub) = 'COMP-X'
                 OR EN-Usage (Entry-Sub) = 'COMPUTATIONAL-X'
                   IF Pic-Alpha
                       MOVE Pic-Display-Chars TO EN-Size (Entry-Sub)
                   ELSE
                       EVALUATE TRUE
                           WHEN Pic-Digits <= 2
                               MOVE 1 TO EN-Size (Entry-Sub)
                           WHEN Pic-Digits <= 4
                               MOVE 2 TO EN-Size (Entry-Sub)
                           WHEN Pic-Digits <= 7
                               MOVE 3 TO EN-Size (Entry-Sub)
                           WHEN Pic-Digits <= 9
                               MOVE 4 TO EN-Size (Entry-Sub)
                           WHEN Pic-Digits <= 12
                               MOVE 5 TO EN-Size (Entry-Sub)
                           WHEN Pic-Digits <= 14
                               MOVE 6 TO EN-Size (Entry-Sub)
                           WHEN Pic-Digits <= 16
                               MOVE 7 TO EN-Size (Entry-Sub)
                           WHEN OTHER
                               MOVE 8 TO EN-Size (Entry-Sub)
                       END-EVALUATE
                   END-IF
                   MOVE 'X' TO EN-Type (Entry-Sub)
                   MOVE Pic-Decimals TO EN-Decimals (Entry-Sub)
               WHEN Pic-Alpha OR Pic-Edited
                   MOVE Pic-Display-Chars TO EN-Size (Entry-Sub)
                   MOVE 'C' TO EN-Type (Entry-Sub)
               WHEN OTHER
                   MOVE Pic-Display-Chars TO EN-Size (Entry-Sub)
                   MOVE 'Z' TO EN-Type (Entry-Sub)
                   MOVE Pic-Decimals TO EN-Decimals (Entry-Sub)
           END-EVALUATE
           .
       260-Binary-Type.
           IF EN-Unsigned (Entry-Sub) = 'Y'
               MOVE 'X' TO EN-Type (Entry-Sub)
           ELSE
               MOVE 'B' TO EN-Type (Entry-Sub)
           END-IF
           .
       265-No-Layout-Type.
           MOVE 'C' TO EN-Type (Entry-Sub)
           MOVE 'no layout type - written as C'
             TO EN-Note (Entry-Sub)
           ADD 1 TO Flag-Count
           .
       290-Write-Report-Line.
           MOVE 'W' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB, Report-Line
           END-CALL
           .
      *****************************************************************
      ** Groups are sized last-first, so every member group is done  **
      ** before its parent.  A REDEFINES member starts where the     **
      ** item it redefines starts and only widens the group if it is **
      ** the longer of the two.  Group 0 stands for the record level **
      ** itself (the entries with no parent).                        **
      *****************************************************************
       300-Size-Everything.
           PERFORM VARYING Group-Sub FROM Entry-Count BY -1
                     UNTIL Group-Sub < 1
               IF EN-Is-Group (Group-Sub)
                   PERFORM 310-Size-One-Group
                   MOVE Running-Size TO EN-Size (Group-Sub)
               END-IF
           END-PERFORM
           MOVE 0 TO Group-Sub
           PERFORM 310-Size-One-Group
           MOVE Running-Size TO Record-Length
           .
       310-Size-One-Group.
           MOVE 0 TO Running-Size
           MOVE 0 TO Extent
           PERFORM VARYING Search-Sub FROM Group-Sub BY 1
                     UNTIL Search-Sub >= Entry-Count
                        OR (Group-Sub > 0 AND
                            EN-Level (Search-Sub + 1)
                              <= EN-Level (Group-Sub))
               IF EN-Parent (Search-Sub + 1) = Group-Sub
                   MOVE Search-Sub TO Entry-Sub
                   ADD 1 TO Entry-Sub
                   IF EN-Redefines-Sub (Entry-Sub) > 0
                       MOVE EN-Rel-Start (EN-Redefines-Sub (Entry-Sub))
                         TO EN-Rel-Start (Entry-Sub)
                   ELSE
                       MOVE Extent TO EN-Rel-Start (Entry-Sub)
                   END-IF
                   COMPUTE Running-Size = EN-Rel-Start (Entry-Sub)
                       + EN-Size (Entry-Sub) * EN-Occurs (Entry-Sub)
                   IF Running-Size > Extent
                       MOVE Running-Size TO Extent
                   END-IF
               END-IF
           END-PERFORM
           MOVE Extent TO Running-Size
           .
      *****************************************************************
      ** Walk the entries depth first.  A frame stays on the stack   **
      ** while its members are visited; an occurring group's frame   **
      ** restarts its members once per occurrence.                   **
      *****************************************************************
       400-Write-Layout.
           OPEN OUTPUT Layout-File
           MOVE SPACES TO Report-Line
           STRING "LV NAME                                  START "
                  "LENGTH TYPE DEC  NOTES"
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           MOVE ALL '-' TO Report-Line (1:100)
           PERFORM 290-Write-Report-Line
           PERFORM VARYING Top-Entry FROM 1 BY 1
                     UNTIL Top-Entry > Entry-Count
               IF EN-Parent (Top-Entry) = 0
                   MOVE 1 TO Walk-Depth
                   MOVE Top-Entry TO WF-Entry (1)
                   MOVE 1 TO WF-Occurrence (1)
                   COMPUTE WF-Base (1) = EN-Rel-Start (Top-Entry) + 1
                   MOVE 0 TO WF-Child (1)
                   PERFORM 420-Report-Group-Or-Filler
                   PERFORM 410-Walk-One-Step
                       UNTIL Walk-Depth = 0
               END-IF
           END-PERFORM
           CLOSE Layout-File
           MOVE SPACES TO Report-Line
           PERFORM 290-Write-Report-Line
           MOVE Record-Length TO Count-Display
           MOVE SPACES TO Report-Line
           STRING "Record length:  " Count-Display " bytes"
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           MOVE Fields-Written TO Count-Display
           MOVE SPACES TO Report-Line
           STRING "Layout fields:  " Count-Display " written to "
                  TRIM(Layout-Filename, TRAILING)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           MOVE Flag-Count TO Count-Display
           MOVE SPACES TO Report-Line
           STRING "Items flagged:  " Count-Display
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           .
       410-Walk-One-Step.
           MOVE WF-Entry (Walk-Depth) TO Entry-Sub
           IF NOT EN-Is-Group (Entry-Sub)
               PERFORM 430-Emit-Elementary
               SUBTRACT 1 FROM Walk-Depth
           ELSE
               MOVE 0 TO Next-Child
               IF WF-Child (Walk-Depth) = 0
                   MOVE Entry-Sub TO Search-Sub
               ELSE
                   MOVE WF-Child (Walk-Depth) TO Search-Sub
               END-IF
               PERFORM UNTIL Next-Child > 0
                          OR Search-Sub >= Entry-Count
                          OR EN-Level (Search-Sub + 1)
                               <= EN-Level (Entry-Sub)
                   ADD 1 TO Search-Sub
                   IF EN-Parent (Search-Sub) = Entry-Sub
                       MOVE Search-Sub TO Next-Child
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN Next-Child > 0
                       MOVE Next-Child TO WF-Child (Walk-Depth)
                       COMPUTE Child-Base = WF-Base (Walk-Depth)
                           + (WF-Occurrence (Walk-Depth) - 1)
                             * EN-Size (Entry-Sub)
                           + EN-Rel-Start (Next-Child)
                       IF Walk-Depth < 50
                           ADD 1 TO Walk-Depth
                           MOVE Next-Child TO WF-Entry (Walk-Depth)
                           MOVE 1 TO WF-Occurrence (Walk-Depth)
                           MOVE Child-Base TO WF-Base (Walk-Depth)
                           MOVE 0 TO WF-Child (Walk-Depth)
                           IF EN-Is-Group (Next-Child)
                               PERFORM 420-Report-Group-Or-Filler
                           END-IF
                       END-IF
                   WHEN WF-Occurrence (Walk-Depth)
                          < EN-Occurs (Entry-Sub)
                       ADD 1 TO WF-Occurrence (Walk-Depth)
                       MOVE 0 TO WF-Child (Walk-Depth)
                   WHEN OTHER
                       SUBTRACT 1 FROM Walk-Depth
               END-EVALUATE
           END-IF
           .
      *> the group line carries the whole extent, all occurrences
       420-Report-Group-Or-Filler.
           MOVE WF-Entry (Walk-Depth) TO Entry-Sub
           PERFORM 440-Build-Suffix
           MOVE WF-Base (Walk-Depth) TO Field-Start
           PERFORM 445-Build-Redefines-Note
           MOVE Redefines-Note TO Report-Note
           IF EN-Note (Entry-Sub) NOT = SPACES
               MOVE EN-Note (Entry-Sub) TO Report-Note
           END-IF
           MOVE SPACES TO Emit-Name
           STRING TRIM(EN-Name (Entry-Sub), TRAILING)
                  TRIM(Name-Suffix, TRAILING)
               DELIMITED BY SIZE INTO Emit-Name
           END-STRING
           COMPUTE Length-Display =
               EN-Size (Entry-Sub) * EN-Occurs (Entry-Sub)
           MOVE Field-Start TO Start-Display
           MOVE EN-Level (Entry-Sub) TO Level-Display
           MOVE SPACES TO Report-Line
           STRING Level-Display " " Emit-Name (1:36) " "
                  Start-Display "  " Length-Display
                  "  grp      "
                  TRIM(Report-Note, TRAILING)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           IF EN-Occurs (Entry-Sub) > 1
               MOVE EN-Occurs (Entry-Sub) TO Number-Text
               MOVE SPACES TO Report-Note
               STRING "OCCURS " TRIM(Number-Text) " "
                      TRIM(Report-Line (64:60), TRAILING)
                   DELIMITED BY SIZE INTO Report-Note
               END-STRING
               MOVE Report-Note TO Report-Line (64:60)
           END-IF
           PERFORM 290-Write-Report-Line
           .
      *****************************************************************
      ** One layout line (and one report line) per occurrence of an  **
      ** elementary item; FILLER is reported but not written.        **
      *****************************************************************
       430-Emit-Elementary.
           PERFORM 440-Build-Suffix
           PERFORM 445-Build-Redefines-Note
           PERFORM VARYING Occurrence-Sub FROM 1 BY 1
                     UNTIL Occurrence-Sub > EN-Occurs (Entry-Sub)
               COMPUTE Field-Start = WF-Base (Walk-Depth)
                   + (Occurrence-Sub - 1) * EN-Size (Entry-Sub)
               MOVE SPACES TO Emit-Name
               MOVE 1 TO Layout-Pointer
               STRING TRIM(EN-Name (Entry-Sub), TRAILING)
                      TRIM(Name-Suffix, TRAILING)
                   DELIMITED BY SIZE INTO Emit-Name
                   WITH POINTER Layout-Pointer
               END-STRING
               IF EN-Occurs (Entry-Sub) > 1
                   MOVE Occurrence-Sub TO Number-Text
                   STRING "-" TRIM(Number-Text)
                       DELIMITED BY SIZE INTO Emit-Name
                       WITH POINTER Layout-Pointer
                   END-STRING
               END-IF
               MOVE Redefines-Note TO Report-Note
               EVALUATE TRUE
                   WHEN EN-Note (Entry-Sub) NOT = SPACES
                       MOVE EN-Note (Entry-Sub) TO Report-Note
                   WHEN UPPER-CASE(EN-Name (Entry-Sub)) = 'FILLER'
                       MOVE 'FILLER - not written' TO Report-Note
                   WHEN Layout-Pointer > 21
                       MOVE 'name over 20 - layout tools cut it'
                         TO Report-Note
                       ADD 1 TO Flag-Count
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF UPPER-CASE(EN-Name (Entry-Sub)) NOT = 'FILLER'
                   PERFORM 450-Write-Layout-Line
               END-IF
               MOVE Field-Start TO Start-Display
               MOVE EN-Size (Entry-Sub) TO Length-Display
               MOVE EN-Decimals (Entry-Sub) TO Decimals-Display
               MOVE EN-Level (Entry-Sub) TO Level-Display
               MOVE SPACES TO Report-Line
               STRING Level-Display " " Emit-Name (1:36) " "
                      Start-Display "  " Length-Display
                      "  " EN-Type (Entry-Sub)
                      "    " Decimals-Display "   "
                      TRIM(Report-Note, TRAILING)
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               PERFORM 290-Write-Report-Line
           END-PERFORM
           .
      *> one "-n" per enclosing occurring group, outermost first
       440-Build-Suffix.
           MOVE SPACES TO Name-Suffix
           MOVE 1 TO Suffix-Pointer
           PERFORM VARYING Walk-Sub FROM 1 BY 1
                     UNTIL Walk-Sub >= Walk-Depth
               IF EN-Occurs (WF-Entry (Walk-Sub)) > 1
                   MOVE WF-Occurrence (Walk-Sub) TO Number-Text
                   STRING "-" TRIM(Number-Text)
                       DELIMITED BY SIZE INTO Name-Suffix
                       WITH POINTER Suffix-Pointer
                   END-STRING
               END-IF
           END-PERFORM
           .
      *> an item inside (or being) a redefining view is flagged with
      *> the nearest REDEFINES above it
       445-Build-Redefines-Note.
           MOVE SPACES TO Redefines-Note
           PERFORM VARYING Walk-Sub FROM Walk-Depth BY -1
                     UNTIL Walk-Sub < 1
                        OR Redefines-Note NOT = SPACES
               IF EN-Redefines (WF-Entry (Walk-Sub)) NOT = SPACES
                   STRING "REDEFINES "
                          EN-Redefines (WF-Entry (Walk-Sub))
                       DELIMITED BY SIZE INTO Redefines-Note
                   END-STRING
               END-IF
           END-PERFORM
           .
       450-Write-Layout-Line.
           MOVE SPACES TO Layout-Record
           MOVE 1 TO Layout-Pointer
           MOVE Field-Start TO Start-Display
           MOVE EN-Size (Entry-Sub) TO Length-Display
           STRING TRIM(Emit-Name, TRAILING) ","
                  TRIM(Start-Display) ","
                  TRIM(Length-Display) ","
                  EN-Type (Entry-Sub)
               DELIMITED BY SIZE INTO Layout-Record
               WITH POINTER Layout-Pointer
           END-STRING
           IF  EN-Decimals (Entry-Sub) > 0
           AND EN-Type (Entry-Sub) NOT = 'C'
               MOVE EN-Decimals (Entry-Sub) TO Decimals-Display
               STRING "," TRIM(Decimals-Display)
                   DELIMITED BY SIZE INTO Layout-Record
                   WITH POINTER Layout-Pointer
               END-STRING
           END-IF
           WRITE Layout-Record
           ADD 1 TO Fields-Written
           .
