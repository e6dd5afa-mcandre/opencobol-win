       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELTAGEN.
      *****************************************************************
      ** This turns a vendor's full-refresh file - the whole         **
      ** reference table, sent every week in place of A/C/D          **
      ** transactions - into the transaction file TXNAPPLY applies,  **
      ** so nobody has to eyeball the refresh against the master to **
      ** key the differences by hand.  The one CALL (or command-     **
      ** line) argument is comma-separated:                          **
      **                                                             **
      **   <layout>,<master>,<refresh>,<txn-out>[,<max-delete-pct>]  **
      **                                                             **
      ** <layout> is the master's RECDUMP-style layout, exactly as   **
      ** TXNAPPLY uses it: the first field is the key (start 1,      **
      ** length up to 64).  <refresh> holds fixed-length records in  **
      ** that same layout (record length = the layout's highest      **
      ** start+length-1), in any order - it is sequenced by key      **
      ** through FILESORT into a work file first, and then matched   **
      ** against the INDEXED <master> read in key order.  The key    **
      ** field should be type C (or unsigned Z), so FILESORT's order **
      ** is the master's key order.  Every field must be type C or   **
      ** Z: TXNAPPLY moves each column's text straight back into the **
      ** record, so packed and binary fields cannot travel in the    **
      ** CSV and such a layout is refused (return code 2).           **
      **                                                             **
      ** <txn-out> receives the TXNAPPLY CSV, one line per           **
      ** difference (action,key-value,field2,...):                   **
      **                                                             **
      **   A  a key in the refresh that is not on the master         **
      **   C  a key on both whose layout fields differ (every data   **
      **      field is written, so the change makes the master      **
      **      match the refresh)                                     **
      **   D  a key on the master that is missing from the refresh   **
      **                                                             **
      ** A truncated vendor file must not wipe the table: when the   **
      ** deletes would exceed <max-delete-pct> percent of the        **
      ** master's records (default 10), nothing is produced - the    **
      ** transaction file is removed, a SEVERE alert is raised and   **
      ** the return code is 8, so the TXNAPPLY step after it has     **
      ** nothing to apply.  A key appearing twice in the refresh     **
      ** keeps its first record; the repeats are reported.  A record **
      ** with a control byte (a line delimiter, tab, x'00' ...) in   **
      ** any field would break the line-sequential CSV, so it gets   **
      ** no transaction: it is reported as rejected, for the vendor  **
      ** or the master to be corrected, and the rest go ahead.       **
      **                                                             **
      ** The counts per action (and every key to be deleted) are     **
      ** reported in "DELTAGEN.RPT" through RPTWRIT, and the run is  **
      ** audited.  RETURN-CODE is 0, 4 when the refresh carried      **
      ** duplicate keys or records were rejected, 8 when the delete  **
      ** cap refused the run, or 2 when the parameters/layout/files  **
      ** cannot be used.  Run it as the JOBDRV step before TXNAPPLY: **
      **                                                             **
      **   DELTAGEN  VENDTBL.LAY,VENDTBL.MDX,&INFILE,VENDTBL.TXN,10  **
      **   TXNAPPLY  VENDTBL.LAY,VENDTBL.MDX,VENDTBL.TXN             **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1041 Initial coding                                       **
      ** GC1063 Refuse layouts with fields other than C and Z, and   **
      **        reject (rather than write) a record holding a        **
      **        control byte                                         **
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
       COPY STREAMIOcb.

       COPY STREAMIOcb REPLACING LEADING ==SCB== BY ==SCBO==
                                 LEADING ==Streamio== BY
                                         ==Streamio-O==.

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

       01  Delta-Parm-Text                PIC X(256) VALUE SPACES.
       01  Parm-Size                      USAGE BINARY-LONG.
       01  Argument-Count                 USAGE BINARY-LONG.

       01  Layout-Filename                PIC X(64).
       01  Master-Filename                PIC X(256).
       01  Refresh-Filename               PIC X(256).
       01  Txn-Out-Filename               PIC X(256).
       01  Cap-Text                       PIC X(8).
       01  Max-Delete-Pct                 USAGE BINARY-LONG VALUE 10.

       01  Sorted-Filename                PIC X(256).
       01  Sort-Parm-Text                 PIC X(256).

       01  Layout-EOF-Switch              PIC X.
           88 Layout-EOF                  VALUE 'Y'.

       01  Field-Table.
           05 Field-Entry                 OCCURS 30 TIMES.
              10 FLD-Name                 PIC X(20).
              10 FLD-Start                USAGE BINARY-LONG.
              10 FLD-Length               USAGE BINARY-LONG.
              10 FLD-Type                 PIC X(1).
       01  Field-Count                    PIC 9(2) VALUE 0.
       01  Field-Sub                      PIC 9(2).
       01  Record-Length                  USAGE BINARY-LONG VALUE 0.

       01  Refresh-Record                 PIC X(512).
       01  Refresh-Key                    PIC X(64).
       01  Previous-Refresh-Key           PIC X(64).
       01  Refresh-EOF-Switch             PIC X VALUE 'N'.
           88 Refresh-EOF                 VALUE 'Y'.
       01  Master-EOF-Switch              PIC X VALUE 'N'.
           88 Master-EOF                  VALUE 'Y'.
       01  Master-Open-Switch             PIC X VALUE 'N'.
           88 Master-Open                 VALUE 'Y'.

       01  Fields-Differ-Switch           PIC X.
           88 Fields-Differ               VALUE 'Y'.

       01  Out-Line                       PIC X(1024).
       01  Out-Pointer                    USAGE BINARY-LONG.
       01  Value-Text                     PIC X(80).
       01  Value-Length                   USAGE BINARY-LONG.
       01  Quote-Count                    USAGE BINARY-LONG.
       01  Comma-Count                    USAGE BINARY-LONG.
       01  Quote-Sub                      USAGE BINARY-LONG.

       01  Bad-Byte-Switch                PIC X.
           88 Bad-Byte                    VALUE 'Y'.
       01  Bad-Field-Sub                  PIC 9(2).
       01  Byte-Sub                       USAGE BINARY-LONG.

       01  Refresh-Count                  USAGE BINARY-LONG VALUE 0.
       01  Master-Count                   USAGE BINARY-LONG VALUE 0.
       01  Add-Count                      USAGE BINARY-LONG VALUE 0.
       01  Change-Count                   USAGE BINARY-LONG VALUE 0.
       01  Delete-Count                   USAGE BINARY-LONG VALUE 0.
       01  Unchanged-Count                USAGE BINARY-LONG VALUE 0.
       01  Duplicate-Count                USAGE BINARY-LONG VALUE 0.
       01  Rejected-Count                 USAGE BINARY-LONG VALUE 0.
       01  Count-Display                  PIC Z(8)9.
       01  Pct-Display                    PIC ZZ9.

       01  Cap-Exceeded-Switch            PIC X VALUE 'N'.
           88 Cap-Exceeded                VALUE 'Y'.

       01  Report-Line                    PIC X(132).

       01  Delta-Return-Code              USAGE BINARY-LONG VALUE 0.

       01  Delta-Detail-Text              PIC X(152).
       01  Audit-Source                   PIC X(8) VALUE 'DELTAGEN'.
       01  Alert-Message-Text             PIC X(100).
       01  Alert-Severity                 USAGE BINARY-LONG.

       COPY RPTWRITcb.

       LINKAGE SECTION.
       01  Delta-Parm                     PIC X ANY LENGTH.

       PROCEDURE DIVISION USING OPTIONAL Delta-Parm.
       000-MAIN.
           PERFORM 010-Parse-Parameters
           IF Delta-Return-Code = 0
               PERFORM 020-Load-Layout
           END-IF
           INITIALIZE Rptwrit-CB
           MOVE "DELTAGEN.RPT" TO RWB-Filename
           MOVE SPACES TO RWB-Title
           STRING "REFRESH DELTA - "
                  TRIM(Master-Filename, TRAILING)
               DELIMITED BY SIZE INTO RWB-Title
           END-STRING
           MOVE "DELTAGEN" TO RWB-Program-Id
           MOVE 'O' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           IF Delta-Return-Code = 0
               PERFORM 100-Sort-Refresh
           END-IF
           IF Delta-Return-Code = 0
               PERFORM 200-Generate-Delta
               PERFORM 400-Apply-Delete-Cap
               PERFORM 500-Report-Summary
           ELSE
               MOVE "Parameters, layout or files could not be used"
                 TO Report-Line
               PERFORM 290-Write-Report-Line
           END-IF
           MOVE 'C' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           IF Delta-Return-Code = 0
               EVALUATE TRUE
                   WHEN Cap-Exceeded
                       MOVE 8 TO Delta-Return-Code
                   WHEN Duplicate-Count > 0
                     OR Rejected-Count > 0
                       MOVE 4 TO Delta-Return-Code
               END-EVALUATE
           END-IF
           MOVE SPACES TO Delta-Detail-Text
           STRING "delta of " TRIM(Refresh-Filename, TRAILING)
                  " against " TRIM(Master-Filename, TRAILING)
                  " to " TRIM(Txn-Out-Filename, TRAILING)
               DELIMITED BY SIZE INTO Delta-Detail-Text
           END-STRING
           CALL "AUDITLOG"
               USING Audit-Source, Delta-Detail-Text,
                     Delta-Return-Code
           END-CALL
           MOVE Delta-Return-Code TO RETURN-CODE
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
                   MOVE Delta-Parm TO Delta-Parm-Text
               ELSE
                   ACCEPT Argument-Count FROM ARGUMENT-NUMBER
                   IF Argument-Count > 0
                       ACCEPT Delta-Parm-Text FROM ARGUMENT-VALUE
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO Layout-Filename
           MOVE SPACES TO Master-Filename
           MOVE SPACES TO Refresh-Filename
           MOVE SPACES TO Txn-Out-Filename
           MOVE SPACES TO Cap-Text
           UNSTRING Delta-Parm-Text DELIMITED BY ','
               INTO Layout-Filename, Master-Filename,
                    Refresh-Filename, Txn-Out-Filename, Cap-Text
           END-UNSTRING
           IF Layout-Filename = SPACES
           OR Master-Filename = SPACES
           OR Refresh-Filename = SPACES
           OR Txn-Out-Filename = SPACES
               DISPLAY 'DELTAGEN: usage: layout,master,refresh,'
                   'txn-out[,max-delete-pct]' UPON SYSERR
               MOVE 2 TO Delta-Return-Code
           END-IF
           IF Cap-Text NOT = SPACES
               IF  TEST-NUMVAL(TRIM(Cap-Text)) = 0
               AND NUMVAL(Cap-Text) >= 0
               AND NUMVAL(Cap-Text) <= 100
                   MOVE NUMVAL(Cap-Text) TO Max-Delete-Pct
               ELSE
                   DISPLAY 'DELTAGEN: max-delete-pct must be 0-100'
                       UPON SYSERR
                   MOVE 2 TO Delta-Return-Code
               END-IF
           END-IF
           MOVE SPACES TO Sorted-Filename
           STRING TRIM(Txn-Out-Filename, TRAILING) ".SRT"
               DELIMITED BY SIZE INTO Sorted-Filename
           END-STRING
           .
       020-Load-Layout.
           CALL "CBL_CHECK_FILE_EXIST"
               USING TRIM(Layout-Filename, TRAILING)
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY 'DELTAGEN: layout file '
                   TRIM(Layout-Filename) ' not found' UPON SYSERR
               MOVE 2 TO Delta-Return-Code
           ELSE
               OPEN INPUT Layout-File
               MOVE 'N' TO Layout-EOF-Switch
               PERFORM 030-Load-One-Field
                   UNTIL Layout-EOF
               CLOSE Layout-File
               PERFORM 040-Check-Layout
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
                   ELSE
                       DISPLAY 'DELTAGEN: bad layout line '
                           'ignored: ' TRIM(Layout-Record)
                           UPON SYSERR
                   END-IF
               END-IF
           END-IF
           .
      *****************************************************************
      ** The layout must be one TXNAPPLY can apply: key first, at    **
      ** byte 1, within 64 bytes; no field wider than a transaction  **
      ** column; no more fields than CSVPARSE returns columns for;   **
      ** only character and zoned fields, whose bytes are text.      **
      *****************************************************************
       040-Check-Layout.
           EVALUATE TRUE
               WHEN Field-Count = 0
                   DISPLAY 'DELTAGEN: layout holds no fields'
                       UPON SYSERR
                   MOVE 2 TO Delta-Return-Code
               WHEN FLD-Start (1) NOT = 1
                 OR FLD-Length (1) > 64
                   DISPLAY 'DELTAGEN: the first layout field must '
                       'be the key (start 1, length <= 64)'
                       UPON SYSERR
                   MOVE 2 TO Delta-Return-Code
               WHEN Field-Count > 19
                   DISPLAY 'DELTAGEN: more than 19 layout fields - '
                       'TXNAPPLY cannot take that many columns'
                       UPON SYSERR
                   MOVE 2 TO Delta-Return-Code
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE 0 TO Record-Length
           PERFORM VARYING Field-Sub FROM 1 BY 1
                     UNTIL Field-Sub > Field-Count
               IF FLD-Length (Field-Sub) > 80
                   DISPLAY 'DELTAGEN: field '
                       TRIM(FLD-Name (Field-Sub))
                       ' is longer than an 80-byte '
                       'transaction column' UPON SYSERR
                   MOVE 2 TO Delta-Return-Code
               END-IF
               IF FLD-Type (Field-Sub) NOT = 'C' AND 'Z'
                   DISPLAY 'DELTAGEN: field '
                       TRIM(FLD-Name (Field-Sub)) ' is type "'
                       FLD-Type (Field-Sub) '" - only C and Z fields '
                       'can be carried in a transaction' UPON SYSERR
                   MOVE 2 TO Delta-Return-Code
               END-IF
               IF FLD-Start (Field-Sub) + FLD-Length (Field-Sub) - 1
                    > Record-Length
                   COMPUTE Record-Length = FLD-Start (Field-Sub)
                                         + FLD-Length (Field-Sub) - 1
               END-IF
           END-PERFORM
           IF Record-Length > 512
               DISPLAY 'DELTAGEN: layout extends past the 512-byte '
                   'master record' UPON SYSERR
               MOVE 2 TO Delta-Return-Code
           END-IF
           .
      *****************************************************************
      ** FILESORT sequences the refresh on the key field into        **
      ** "<txn-out>.SRT", removed again once the delta is built.     **
      *****************************************************************
       100-Sort-Refresh.
           CALL "CBL_CHECK_FILE_EXIST"
               USING TRIM(Refresh-Filename, TRAILING)
                     File-Details
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY 'DELTAGEN: refresh file '
                   TRIM(Refresh-Filename) ' not found' UPON SYSERR
               MOVE 2 TO Delta-Return-Code
           ELSE
               MOVE SPACES TO Sort-Parm-Text
               STRING TRIM(Layout-Filename, TRAILING) ","
                      TRIM(Refresh-Filename, TRAILING) ","
                      TRIM(Sorted-Filename, TRAILING) ","
                      TRIM(FLD-Name (1), TRAILING)
                   DELIMITED BY SIZE INTO Sort-Parm-Text
               END-STRING
               CALL "FILESORT" USING Sort-Parm-Text
               END-CALL
               IF RETURN-CODE NOT = 0
                   DISPLAY 'DELTAGEN: FILESORT of the refresh '
                       'failed, RC=' RETURN-CODE UPON SYSERR
                   MOVE 2 TO Delta-Return-Code
               END-IF
               CANCEL "FILESORT"
           END-IF
           .
      *****************************************************************
      ** The classic matched read: both files in key order, the      **
      ** lower key decides the action, an exhausted file reads as    **
      ** HIGH-VALUES.                                                **
      *****************************************************************
       200-Generate-Delta.
           CALL "CBL_CHECK_FILE_EXIST"
               USING TRIM(Master-Filename, TRAILING)
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Master-File
               MOVE 'Y' TO Master-Open-Switch
               PERFORM 230-Read-Master
           ELSE
               MOVE SPACES TO Report-Line
               STRING "Master " TRIM(Master-Filename, TRAILING)
                      " does not exist - every key is an add"
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               PERFORM 290-Write-Report-Line
               MOVE 'Y' TO Master-EOF-Switch
               MOVE HIGH-VALUES TO Master-Key
           END-IF
           INITIALIZE Streamio-CB
           MOVE Sorted-Filename TO SCB-Filename
           MOVE 'I'  TO SCB-Mode
           MOVE 'O ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB
           END-CALL
           MOVE Record-Length TO SCB-Record-Length
           INITIALIZE Streamio-O-CB
           MOVE Txn-Out-Filename TO SCBO-Filename
           MOVE 'O'  TO SCBO-Mode
           MOVE 'O ' TO SCBO-Function
           CALL "STREAMIO" USING Streamio-O-CB
           END-CALL
           IF SCB-Return-Code NOT = 0
           OR SCBO-Return-Code NOT = 0
               DISPLAY 'DELTAGEN: cannot open the sorted refresh or '
                   TRIM(Txn-Out-Filename) UPON SYSERR
               MOVE 2 TO Delta-Return-Code
           ELSE
               MOVE LOW-VALUES TO Previous-Refresh-Key
               PERFORM 220-Read-Refresh
               PERFORM 210-Match-One-Key
                   UNTIL Refresh-EOF AND Master-EOF
               MOVE 'C ' TO SCB-Function
               CALL "STREAMIO" USING Streamio-CB
               END-CALL
               MOVE 'C ' TO SCBO-Function
               CALL "STREAMIO" USING Streamio-O-CB
               END-CALL
           END-IF
           IF Master-Open
               CLOSE Master-File
           END-IF
           INITIALIZE Streamio-CB
           MOVE Sorted-Filename TO SCB-Filename
           MOVE 'D ' TO SCB-Function
           CALL "STREAMIO" USING Streamio-CB
           END-CALL
           .
       210-Match-One-Key.
           EVALUATE TRUE
               WHEN Refresh-Key < Master-Key
                   PERFORM 250-Check-Refresh-Bytes
                   IF Bad-Byte
                       PERFORM 260-Reject-Refresh-Record
                   ELSE
                       ADD 1 TO Add-Count
                       MOVE 'A' TO Out-Line
                       PERFORM 300-Write-Full-Transaction
                   END-IF
                   PERFORM 220-Read-Refresh
               WHEN Refresh-Key = Master-Key
                   PERFORM 240-Compare-Fields
                   EVALUATE TRUE
                       WHEN NOT Fields-Differ
                           ADD 1 TO Unchanged-Count
                       WHEN OTHER
                           PERFORM 250-Check-Refresh-Bytes
                           IF Bad-Byte
                               PERFORM 260-Reject-Refresh-Record
                           ELSE
                               ADD 1 TO Change-Count
                               MOVE 'C' TO Out-Line
                               PERFORM 300-Write-Full-Transaction
                           END-IF
                   END-EVALUATE
                   PERFORM 220-Read-Refresh
                   PERFORM 230-Read-Master
               WHEN OTHER
                   MOVE SPACES TO Value-Text
                   MOVE Master-Key (1:FLD-Length (1)) TO Value-Text
                   MOVE 'N' TO Bad-Byte-Switch
                   PERFORM 255-Check-Value-Bytes
                   IF Bad-Byte
                       ADD 1 TO Rejected-Count
                       MOVE Master-Count TO Count-Display
                       MOVE SPACES TO Report-Line
                       STRING "Master record " TRIM(Count-Display)
                              " - key holds a control byte, "
                              "delete rejected"
                           DELIMITED BY SIZE INTO Report-Line
                       END-STRING
                       PERFORM 290-Write-Report-Line
                   ELSE
                       ADD 1 TO Delete-Count
                       PERFORM 310-Write-Delete
                   END-IF
                   PERFORM 230-Read-Master
           END-EVALUATE
           .
      *> a repeated key is skipped here, so the match logic only
      *> ever sees each refresh key once
       220-Read-Refresh.
           PERFORM WITH TEST AFTER
                   UNTIL Refresh-EOF
                      OR Refresh-Key NOT = Previous-Refresh-Key
               MOVE SPACES TO Refresh-Record
               MOVE 'RF' TO SCB-Function
               CALL "STREAMIO"
                   USING Streamio-CB,
                         Refresh-Record (1:Record-Length)
               END-CALL
               IF SCB-Return-Code NOT = 0
                   MOVE 'Y' TO Refresh-EOF-Switch
                   MOVE HIGH-VALUES TO Refresh-Key
               ELSE
                   ADD 1 TO Refresh-Count
                   MOVE SPACES TO Refresh-Key
                   MOVE Refresh-Record (1:FLD-Length (1))
                     TO Refresh-Key
                   IF Refresh-Key = Previous-Refresh-Key
                       ADD 1 TO Duplicate-Count
                       MOVE SPACES TO Report-Line
                       STRING "Duplicate refresh key "
                              TRIM(Refresh-Key, TRAILING)
                              " - repeat ignored"
                           DELIMITED BY SIZE INTO Report-Line
                       END-STRING
                       PERFORM 290-Write-Report-Line
                   END-IF
               END-IF
           END-PERFORM
           IF NOT Refresh-EOF
               MOVE Refresh-Key TO Previous-Refresh-Key
           END-IF
           .
       230-Read-Master.
           READ Master-File NEXT RECORD
               AT END
                   MOVE 'Y' TO Master-EOF-Switch
                   MOVE HIGH-VALUES TO Master-Key
               NOT AT END
                   ADD 1 TO Master-Count
           END-READ
           .
       240-Compare-Fields.
           MOVE 'N' TO Fields-Differ-Switch
           PERFORM VARYING Field-Sub FROM 2 BY 1
                     UNTIL Field-Sub > Field-Count
               IF Refresh-Record (FLD-Start (Field-Sub):
                                  FLD-Length (Field-Sub))
                  NOT = Master-Record (FLD-Start (Field-Sub):
                                       FLD-Length (Field-Sub))
                   MOVE 'Y' TO Fields-Differ-Switch
               END-IF
           END-PERFORM
           .
      *****************************************************************
      ** A control byte (x'00'-x'1F', x'7F') in any field - a line   **
      ** delimiter above all - would split or corrupt the CSV line   **
      ** TXNAPPLY reads, and quoting cannot carry it.                **
      *****************************************************************
       250-Check-Refresh-Bytes.
           MOVE 'N' TO Bad-Byte-Switch
           MOVE 0 TO Bad-Field-Sub
           PERFORM VARYING Field-Sub FROM 1 BY 1
                     UNTIL Field-Sub > Field-Count
                        OR Bad-Byte
               MOVE SPACES TO Value-Text
               MOVE Refresh-Record (FLD-Start (Field-Sub):
                                    FLD-Length (Field-Sub))
                 TO Value-Text
               PERFORM 255-Check-Value-Bytes
               IF Bad-Byte
                   MOVE Field-Sub TO Bad-Field-Sub
               END-IF
           END-PERFORM
           .
       255-Check-Value-Bytes.
           PERFORM VARYING Byte-Sub FROM 1 BY 1
                     UNTIL Byte-Sub > LENGTH OF Value-Text
                        OR Bad-Byte
               IF Value-Text (Byte-Sub:1) < SPACE
               OR Value-Text (Byte-Sub:1) = X'7F'
                   MOVE 'Y' TO Bad-Byte-Switch
               END-IF
           END-PERFORM
           .
      *> the record is named by its position in the sorted refresh,
      *> not its key - the key may be the field holding the byte
       260-Reject-Refresh-Record.
           ADD 1 TO Rejected-Count
           MOVE Refresh-Count TO Count-Display
           MOVE SPACES TO Report-Line
           STRING "Refresh record " TRIM(Count-Display)
                  " - field " TRIM(FLD-Name (Bad-Field-Sub), TRAILING)
                  " holds a control byte, rejected"
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           .
       290-Write-Report-Line.
           MOVE 'W' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB, Report-Line
           END-CALL
           .
      *****************************************************************
      ** Out-Line arrives holding the action; every layout field of  **
      ** the refresh record follows as its own column, in the form   **
      ** TXNAPPLY moves back into the record positions.              **
      *****************************************************************
       300-Write-Full-Transaction.
           MOVE 2 TO Out-Pointer
           PERFORM VARYING Field-Sub FROM 1 BY 1
                     UNTIL Field-Sub > Field-Count
               STRING "," DELIMITED BY SIZE
                   INTO Out-Line WITH POINTER Out-Pointer
               END-STRING
               MOVE SPACES TO Value-Text
               MOVE Refresh-Record (FLD-Start (Field-Sub):
                                    FLD-Length (Field-Sub))
                 TO Value-Text
               PERFORM 320-Append-Value
           END-PERFORM
           PERFORM 330-Write-Out-Line
           .
       310-Write-Delete.
           MOVE SPACES TO Out-Line
           MOVE "D," TO Out-Line
           MOVE 3 TO Out-Pointer
           MOVE SPACES TO Value-Text
           MOVE Master-Key (1:FLD-Length (1)) TO Value-Text
           PERFORM 320-Append-Value
           PERFORM 330-Write-Out-Line
           MOVE SPACES TO Report-Line
           STRING "Delete: " TRIM(Value-Text, TRAILING)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
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
           MOVE 'WD' TO SCBO-Function
           MOVE 'W'  TO SCBO-Delimiter-Mode
           CALL "STREAMIO"
               USING Streamio-O-CB, Out-Line (1:Out-Pointer - 1)
           END-CALL
           .
      *****************************************************************
      ** The safety cap: more deletes than the allowed share of the  **
      ** master means a short or truncated refresh, not a purge.     **
      *****************************************************************
       400-Apply-Delete-Cap.
           IF  Delta-Return-Code = 0
           AND Delete-Count > 0
           AND Delete-Count * 100 > Max-Delete-Pct * Master-Count
               MOVE 'Y' TO Cap-Exceeded-Switch
               INITIALIZE Streamio-O-CB
               MOVE Txn-Out-Filename TO SCBO-Filename
               MOVE 'D ' TO SCBO-Function
               CALL "STREAMIO" USING Streamio-O-CB
               END-CALL
               MOVE Max-Delete-Pct TO Pct-Display
               MOVE Delete-Count TO Count-Display
               MOVE SPACES TO Alert-Message-Text
               STRING "refresh " TRIM(Refresh-Filename, TRAILING)
                      " would delete " TRIM(Count-Display)
                      " keys - over " TRIM(Pct-Display)
                      "% cap, refused"
                   DELIMITED BY SIZE INTO Alert-Message-Text
               END-STRING
               MOVE 3 TO Alert-Severity
               CALL "ALERTER"
                   USING Audit-Source, Alert-Message-Text,
                         Alert-Severity
               END-CALL
           END-IF
           .
       500-Report-Summary.
           MOVE SPACES TO Report-Line
           PERFORM 290-Write-Report-Line
           MOVE Refresh-Count TO Count-Display
           MOVE SPACES TO Report-Line
           STRING "Refresh records read: " Count-Display
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           MOVE Master-Count TO Count-Display
           MOVE SPACES TO Report-Line
           STRING "Master records read:  " Count-Display
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           MOVE Add-Count TO Count-Display
           MOVE SPACES TO Report-Line
           STRING "Adds (A):             " Count-Display
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           MOVE Change-Count TO Count-Display
           MOVE SPACES TO Report-Line
           STRING "Changes (C):          " Count-Display
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           MOVE Delete-Count TO Count-Display
           MOVE SPACES TO Report-Line
           STRING "Deletes (D):          " Count-Display
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           MOVE Unchanged-Count TO Count-Display
           MOVE SPACES TO Report-Line
           STRING "Unchanged:            " Count-Display
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           MOVE Duplicate-Count TO Count-Display
           MOVE SPACES TO Report-Line
           STRING "Duplicate keys:       " Count-Display
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           MOVE Rejected-Count TO Count-Display
           MOVE SPACES TO Report-Line
           STRING "Rejected (ctl byte):  " Count-Display
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           MOVE SPACES TO Report-Line
           PERFORM 290-Write-Report-Line
           MOVE Max-Delete-Pct TO Pct-Display
           MOVE SPACES TO Report-Line
           IF Cap-Exceeded
               STRING "REFUSED - deletes exceed the "
                      TRIM(Pct-Display) "% cap; "
                      TRIM(Txn-Out-Filename, TRAILING)
                      " was not produced"
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
           ELSE
               STRING "Transactions written to "
                      TRIM(Txn-Out-Filename, TRAILING)
                      " (delete cap " TRIM(Pct-Display) "%)"
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
           END-IF
           PERFORM 290-Write-Report-Line
           .
