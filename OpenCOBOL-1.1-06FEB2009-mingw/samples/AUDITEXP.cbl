       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITEXP.
      *****************************************************************
      ** This is the audit export step.  It forwards the shop-wide   **
      ** audit trail (AUDITLOG.LOG, see AUDITLOG.cbl) and the        **
      ** operator alert file (OPERALRT.LOG, see ALERTER.cbl) to the  **
      ** central log collector, so the trail can be searched beside  **
      ** every other system's logs and is safe from the machine it   **
      ** was written on.                                             **
      **                                                             **
      ** Each entry not yet exported becomes one structured line of  **
      ** the feed file "AUDITEXP.OUT":                               **
      **                                                             **
      **   {"type":"AUDIT","timestamp":"2026-10-15T02:10:07",        **
      **    "host":"BATCH01","source":"JOBDRV","severity":"INFO",    **
      **    "rc":0,"detail":"...","operator":null,                   **
      **    "chain":"0123456789"}                                    **
      **                                                             **
      ** (all on one line).  type is AUDIT or ALERT.  An audit       **
      ** entry's severity follows its return code - 0 INFO, 1 to 4   **
      ** WARNING, 5 to 11 SEVERE, 12 and over (or negative)          **
      ** CRITICAL; an alert keeps the severity ALERTER gave it and   **
      ** has no rc.  operator is the id that follows "by" or         **
      ** "operator" in the text, when OPERATOR.DAT knows it.  chain  **
      ** is the entry's AL-Chain value, so the collector can check   **
      ** the trail's tamper-evidence chain (alerts have none).       **
      **                                                             **
      ** The settings file "AUDITEXP.DAT" has one line:              **
      **                                                             **
      **   host,failure-limit,transmit-command                       **
      **                                                             **
      **   host             the name the collector files the lines   **
      **                    under (defaults to the COMPUTERNAME or   **
      **                    HOSTNAME environment variable)           **
      **   failure-limit    failed sends in a row before an alert is **
      **                    raised (defaults to 3)                   **
      **   transmit-command the rest of the line, so it may hold     **
      **                    commas of its own; every &FILE is        **
      **                    replaced with the feed's filename (which **
      **                    is appended when there is no &FILE) and  **
      **                    the command is run through WINSYSTEM     **
      **                                                             **
      ** The high-water mark file "AUDITEXP.HWM" records the last    **
      ** audit and alert timestamps exported and how many entries    **
      ** bearing that timestamp went with them, so every entry is    **
      ** exported exactly once - through AUDITARC's nightly rotation **
      ** (the dated archives listed in AUDITARC.CAT are read first,  **
      ** so nothing rotated away before it was exported is lost) and **
      ** across restarts.  New lines are added to AUDITEXP.OUT and   **
      ** the mark is saved before the send is tried; a successful    **
      ** send renames the feed to AUDITEXP.SNT, a failed one leaves  **
      ** it where it is to go again, with the next run's entries     **
      ** added to it.  Once failure-limit sends in a row have failed **
      ** every run raises a CRITICAL alert until a send succeeds.    **
      **                                                             **
      ** A typical JOBSTEPS.DAT line, before the AUDITARC step:      **
      **                                                             **
      **   990,AUDITEXP,,C,Export audit trail to the collector       **
      **                                                             **
      ** RETURN-CODE is 0 when the feed was sent (or there was       **
      ** nothing to send), 8 when the send failed and 2 when         **
      ** AUDITEXP.DAT is missing or has no transmit command.         **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1059 Initial coding                                       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Settings-File ASSIGN TO "AUDITEXP.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Mark-File ASSIGN TO Mark-Filename
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Archive-Catalog-File ASSIGN TO "AUDITARC.CAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Audit-File ASSIGN TO Audit-Filename
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Alert-File ASSIGN TO "OPERALRT.LOG"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Operator-File ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Feed-File ASSIGN TO "AUDITEXP.OUT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Settings-File.
       01  Settings-Record                PIC X(300).

       FD  Mark-File.
       01  Mark-Record                    PIC X(80).

       FD  Archive-Catalog-File.
       01  Archive-Catalog-Record         PIC X(60).

       FD  Audit-File.
       01  Audit-Record                   PIC X(210).

       FD  Alert-File.
       01  Alert-Record                   PIC X(160).

       FD  Operator-File.
       01  Operator-Record                PIC X(80).

       FD  Feed-File.
       01  Feed-Record                    PIC X(700).

       WORKING-STORAGE SECTION.
       COPY AUDITLOGrec.

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

       01  Alert-Line.
           05 ALT-Timestamp             PIC X(19).
           05 FILLER                    PIC X VALUE SPACE.
           05 ALT-Severity              PIC X(8).
           05 FILLER                    PIC X VALUE SPACE.
           05 ALT-Source                PIC X(8).
           05 FILLER                    PIC X VALUE SPACE.
           05 ALT-Message               PIC X(100).

       01  Catalog-Line.
           05 CL-Archive-Name            PIC X(24).
           05 FILLER                     PIC X.
           05 CL-Entry-Count             PIC Z(7)9.
           05 FILLER                     PIC X.
           05 CL-Archived                PIC X(19).

       01  Settings-EOF-Switch            PIC X.
           88 Settings-EOF                VALUE 'Y'.
       01  Settings-Found-Switch          PIC X VALUE 'N'.
           88 Settings-Found              VALUE 'Y'.

       01  Export-Host                    PIC X(40).
       01  Failure-Limit-Text             PIC X(10).
       01  Failure-Limit                  USAGE BINARY-LONG.
       01  Transmit-Template              PIC X(256).
       01  Settings-Pointer               USAGE BINARY-LONG.

       01  Operator-EOF-Switch            PIC X.
           88 Operator-EOF                VALUE 'Y'.
       01  Operator-Table.
           05 OP-Id                       PIC X(8) OCCURS 50 TIMES.
       01  Operator-Count                 USAGE BINARY-LONG VALUE 0.
       01  Operator-Sub                   USAGE BINARY-LONG.

      *> mark 1 is the audit trail, mark 2 the alert file
       01  Mark-Filename                  PIC X(12).
       01  Mark-EOF-Switch                PIC X.
           88 Mark-EOF                    VALUE 'Y'.
       01  Mark-Kind                      PIC X(10).
       01  Mark-Value-1                   PIC X(26).
       01  Mark-Value-2                   PIC X(10).
       01  Mark-Table.
           05 Mark-Entry                  OCCURS 2 TIMES.
              10 MK-Timestamp             PIC X(26).
              10 MK-Count                 PIC 9(6).
              10 MK-Seen                  PIC 9(6).
              10 MK-New-Timestamp         PIC X(26).
              10 MK-New-Count             PIC 9(6).
       01  Mark-Sub                       USAGE BINARY-LONG.
       01  Failure-Count                  PIC 9(6) VALUE 0.

       01  Catalog-EOF-Switch             PIC X.
           88 Catalog-EOF                 VALUE 'Y'.
       01  Archive-Compare                PIC X(19).

       01  Audit-Filename                 PIC X(64).
       01  Audit-EOF-Switch               PIC X.
           88 Audit-EOF                   VALUE 'Y'.
       01  Alert-EOF-Switch               PIC X.
           88 Alert-EOF                   VALUE 'Y'.

       01  Entry-Fields.
           05 EN-Type                     PIC X(5).
           05 EN-Timestamp                PIC X(26).
           05 EN-Source                   PIC X(8).
           05 EN-Severity                 PIC X(8).
           05 EN-RC                       PIC X(11).
           05 EN-Detail                   PIC X(152).
           05 EN-Operator                 PIC X(8).
           05 EN-Chain                    PIC X(10).
       01  Entry-RC                       USAGE BINARY-LONG.
       01  Entry-New-Switch               PIC X.
           88 Entry-Is-New                VALUE 'Y'.

       01  Escaped-Detail                 PIC X(304).
       01  Escape-Length                  USAGE BINARY-LONG.
       01  Escape-In-Ptr                  USAGE BINARY-LONG.
       01  Escape-Out-Ptr                 USAGE BINARY-LONG.

       01  Scan-Pointer                   USAGE BINARY-LONG.
       01  Scan-Length                    USAGE BINARY-LONG.
       01  Scan-Token                     PIC X(40).
       01  Previous-Token                 PIC X(40).
       01  Candidate-Id                   PIC X(40).

       01  Operator-Text                  PIC X(10).
       01  Chain-Text                     PIC X(12).
       01  Feed-Line                      PIC X(700).
       01  Feed-Open-Switch               PIC X VALUE 'N'.
           88 Feed-Open                   VALUE 'Y'.

       01  Transmit-Command               PIC X(256).
       01  Transmit-Exit-Status           USAGE BINARY-LONG.
       01  Transmit-Status-Display        PIC -(4)9.
       01  Feed-Filename                  PIC X(12)
                                          VALUE 'AUDITEXP.OUT'.
       01  Build-Out-Ptr                  USAGE BINARY-LONG.
       01  Build-In-Ptr                   USAGE BINARY-LONG.
       01  Template-Length                USAGE BINARY-LONG.
       01  Path-Length                    USAGE BINARY-LONG.
       01  Build-Overflow-Switch          PIC X.
           88 Build-Overflowed            VALUE 'Y'.
       01  File-Token-Count               USAGE BINARY-LONG.

       01  Audit-New-Count                USAGE BINARY-LONG VALUE 0.
       01  Alert-New-Count                USAGE BINARY-LONG VALUE 0.
       01  Audit-New-Display              PIC 9(6).
       01  Alert-New-Display              PIC 9(6).
       01  Failure-Display                PIC Z(5)9.

       01  Export-Detail-Text             PIC X(152).
       01  Alert-Text                     PIC X(100).
       01  Alert-Severity                 USAGE BINARY-LONG.
       01  Export-RC                      USAGE BINARY-LONG VALUE 0.
       01  Audit-Source                   PIC X(8) VALUE 'AUDITEXP'.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-Load-Settings
           IF NOT Settings-Found
           OR Transmit-Template = SPACES
               DISPLAY 'AUDITEXP: no transmit command in AUDITEXP.DAT'
                   ' - nothing exported' UPON SYSERR
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 020-Identify-Host
           PERFORM 030-Load-Operators
           PERFORM 040-Load-Marks
           PERFORM 100-Export-Audit-Trail
           PERFORM 200-Export-Alerts
           IF Feed-Open
               CLOSE Feed-File
           END-IF
           PERFORM 500-Save-Marks
           MOVE Audit-New-Count TO Audit-New-Display
           MOVE Alert-New-Count TO Alert-New-Display
           DISPLAY 'AUDITEXP: ' Audit-New-Display ' audit and '
               Alert-New-Display ' alert entries added to the feed'
               UPON SYSERR
           PERFORM 600-Transmit-Feed
           PERFORM 500-Save-Marks
           MOVE Export-RC TO RETURN-CODE
           GOBACK
           .
      *****************************************************************
      ** The transmit command is the rest of the line after the      **
      ** second comma, so it may hold commas of its own.             **
      *****************************************************************
       010-Load-Settings.
           MOVE SPACES TO Export-Host
           MOVE SPACES TO Transmit-Template
           MOVE 3 TO Failure-Limit
           CALL "CBL_CHECK_FILE_EXIST"
               USING "AUDITEXP.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Settings-File
               MOVE 'N' TO Settings-EOF-Switch
               PERFORM 011-Load-One-Setting
                   UNTIL Settings-EOF
                      OR Settings-Found
               CLOSE Settings-File
           END-IF
           .
       011-Load-One-Setting.
           READ Settings-File
               AT END
                   MOVE 'Y' TO Settings-EOF-Switch
           END-READ
           IF  NOT Settings-EOF
           AND Settings-Record NOT = SPACES
           AND Settings-Record (1:1) NOT = '*'
               MOVE 'Y' TO Settings-Found-Switch
               MOVE SPACES TO Failure-Limit-Text
               MOVE 1 TO Settings-Pointer
               UNSTRING Settings-Record DELIMITED BY ','
                   INTO Export-Host, Failure-Limit-Text
                   WITH POINTER Settings-Pointer
               END-UNSTRING
               IF Settings-Pointer <= LENGTH(Settings-Record)
                   MOVE Settings-Record (Settings-Pointer:)
                     TO Transmit-Template
               END-IF
               MOVE TRIM(Export-Host) TO Export-Host
               MOVE TRIM(Transmit-Template) TO Transmit-Template
               IF  Failure-Limit-Text NOT = SPACES
               AND TEST-NUMVAL(TRIM(Failure-Limit-Text)) = 0
               AND NUMVAL(Failure-Limit-Text) > 0
                   MOVE NUMVAL(Failure-Limit-Text) TO Failure-Limit
               END-IF
           END-IF
           .
       020-Identify-Host.
           IF Export-Host = SPACES
               ACCEPT Export-Host FROM ENVIRONMENT "COMPUTERNAME"
           END-IF
           IF Export-Host = SPACES
               ACCEPT Export-Host FROM ENVIRONMENT "HOSTNAME"
           END-IF
           IF Export-Host = SPACES
               MOVE 'UNKNOWN' TO Export-Host
           END-IF
           INSPECT Export-Host REPLACING ALL '"' BY "'"
                                         ALL '\' BY '/'
           .
       030-Load-Operators.
           MOVE 0 TO Operator-Count
           CALL "CBL_CHECK_FILE_EXIST"
               USING "OPERATOR.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Operator-File
               MOVE 'N' TO Operator-EOF-Switch
               PERFORM 031-Load-One-Operator
                   UNTIL Operator-EOF
               CLOSE Operator-File
           END-IF
           .
       031-Load-One-Operator.
           READ Operator-File
               AT END
                   MOVE 'Y' TO Operator-EOF-Switch
           END-READ
           IF  NOT Operator-EOF
           AND Operator-Record NOT = SPACES
           AND Operator-Count < 50
               INITIALIZE Csvparse-CB
               CALL "CSVPARSE"
                   USING Csvparse-CB, Operator-Record
               END-CALL
               IF CPB-Field-Count >= 1
               AND CPB-Field (1) NOT = SPACES
                   ADD 1 TO Operator-Count
                   MOVE UPPER-CASE(CPB-Field (1) (1:8))
                     TO OP-Id (Operator-Count)
               END-IF
           END-IF
           .
      *****************************************************************
      ** AUDITEXP.HWM holds                                          **
      **                                                             **
      **   AUDIT,<timestamp>,<entries with that timestamp exported>  **
      **   ALERT,<timestamp>,<entries with that timestamp exported>  **
      **   FAILURES,<failed sends in a row>                          **
      **                                                             **
      ** No file (the first run) means everything is new.            **
      *****************************************************************
       040-Load-Marks.
           INITIALIZE Mark-Table
           MOVE 0 TO Failure-Count
           MOVE 'AUDITEXP.HWM' TO Mark-Filename
           CALL "CBL_CHECK_FILE_EXIST"
               USING Mark-Filename
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Mark-File
               MOVE 'N' TO Mark-EOF-Switch
               PERFORM 041-Load-One-Mark
                   UNTIL Mark-EOF
               CLOSE Mark-File
           END-IF
           PERFORM VARYING Mark-Sub FROM 1 BY 1
                     UNTIL Mark-Sub > 2
               MOVE MK-Timestamp (Mark-Sub)
                 TO MK-New-Timestamp (Mark-Sub)
               MOVE MK-Count (Mark-Sub) TO MK-New-Count (Mark-Sub)
               MOVE 0 TO MK-Seen (Mark-Sub)
           END-PERFORM
           .
       041-Load-One-Mark.
           READ Mark-File
               AT END
                   MOVE 'Y' TO Mark-EOF-Switch
           END-READ
           IF NOT Mark-EOF
               MOVE SPACES TO Mark-Kind
               MOVE SPACES TO Mark-Value-1
               MOVE SPACES TO Mark-Value-2
               UNSTRING Mark-Record DELIMITED BY ','
                   INTO Mark-Kind, Mark-Value-1, Mark-Value-2
               END-UNSTRING
               EVALUATE Mark-Kind
                   WHEN 'AUDIT'
                       MOVE 1 TO Mark-Sub
                       PERFORM 042-Set-One-Mark
                   WHEN 'ALERT'
                       MOVE 2 TO Mark-Sub
                       PERFORM 042-Set-One-Mark
                   WHEN 'FAILURES'
                       IF  Mark-Value-1 NOT = SPACES
                       AND TEST-NUMVAL(TRIM(Mark-Value-1)) = 0
                           MOVE NUMVAL(Mark-Value-1) TO Failure-Count
                       END-IF
               END-EVALUATE
           END-IF
           .
       042-Set-One-Mark.
           MOVE Mark-Value-1 TO MK-Timestamp (Mark-Sub)
           IF  Mark-Value-2 NOT = SPACES
           AND TEST-NUMVAL(TRIM(Mark-Value-2)) = 0
               MOVE NUMVAL(Mark-Value-2) TO MK-Count (Mark-Sub)
           ELSE
               MOVE 0 TO MK-Count (Mark-Sub)
           END-IF
           .
      *****************************************************************
      ** The audit trail oldest first: every archive AUDITARC.CAT    **
      ** lists that was still being written to after the mark, then  **
      ** the live AUDITLOG.LOG.                                      **
      *****************************************************************
       100-Export-Audit-Trail.
           MOVE 1 TO Mark-Sub
           CALL "CBL_CHECK_FILE_EXIST"
               USING "AUDITARC.CAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Archive-Catalog-File
               MOVE 'N' TO Catalog-EOF-Switch
               PERFORM 110-Export-One-Archive
                   UNTIL Catalog-EOF
               CLOSE Archive-Catalog-File
           END-IF
           MOVE 'AUDITLOG.LOG' TO Audit-Filename
           PERFORM 120-Export-Audit-File
           .
       110-Export-One-Archive.
           READ Archive-Catalog-File
               AT END
                   MOVE 'Y' TO Catalog-EOF-Switch
           END-READ
           IF  NOT Catalog-EOF
           AND Archive-Catalog-Record NOT = SPACES
               MOVE Archive-Catalog-Record TO Catalog-Line
               MOVE CL-Archived TO Archive-Compare
               MOVE 'T' TO Archive-Compare (11:1)
               IF Archive-Compare NOT < MK-Timestamp (1) (1:19)
                   MOVE CL-Archive-Name TO Audit-Filename
                   PERFORM 120-Export-Audit-File
               END-IF
           END-IF
           .
       120-Export-Audit-File.
           CALL "CBL_CHECK_FILE_EXIST"
               USING Audit-Filename
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Audit-File
               MOVE 'N' TO Audit-EOF-Switch
               PERFORM 121-Export-One-Audit-Entry
                   UNTIL Audit-EOF
               CLOSE Audit-File
           ELSE
               IF Audit-Filename NOT = 'AUDITLOG.LOG'
                   DISPLAY 'AUDITEXP: archive '
                       TRIM(Audit-Filename) ' not found - skipped'
                       UPON SYSERR
               END-IF
           END-IF
           .
       121-Export-One-Audit-Entry.
           READ Audit-File
               AT END
                   MOVE 'Y' TO Audit-EOF-Switch
           END-READ
           IF  NOT Audit-EOF
           AND Audit-Record NOT = SPACES
               MOVE Audit-Record TO Audit-Line
               MOVE AL-Timestamp TO EN-Timestamp
               PERFORM 300-Check-Mark
               IF Entry-Is-New
                   MOVE 'AUDIT'      TO EN-Type
                   MOVE AL-Source    TO EN-Source
                   MOVE AL-Detail    TO EN-Detail
                   MOVE AL-Chain     TO EN-Chain
                   MOVE SPACES       TO EN-RC
                   MOVE TRIM(AL-Return-Code) TO EN-RC
                   IF TEST-NUMVAL(TRIM(AL-Return-Code)) = 0
                       MOVE NUMVAL(AL-Return-Code) TO Entry-RC
                   ELSE
                       MOVE 0 TO Entry-RC
                       MOVE '0' TO EN-RC
                   END-IF
                   EVALUATE TRUE
                       WHEN Entry-RC = 0
                           MOVE 'INFO'     TO EN-Severity
                       WHEN Entry-RC > 0 AND Entry-RC < 5
                           MOVE 'WARNING'  TO EN-Severity
                       WHEN Entry-RC > 4 AND Entry-RC < 12
                           MOVE 'SEVERE'   TO EN-Severity
                       WHEN OTHER
                           MOVE 'CRITICAL' TO EN-Severity
                   END-EVALUATE
                   PERFORM 400-Write-Feed-Line
                   ADD 1 TO Audit-New-Count
               END-IF
           END-IF
           .
       200-Export-Alerts.
           MOVE 2 TO Mark-Sub
           CALL "CBL_CHECK_FILE_EXIST"
               USING "OPERALRT.LOG"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Alert-File
               MOVE 'N' TO Alert-EOF-Switch
               PERFORM 201-Export-One-Alert
                   UNTIL Alert-EOF
               CLOSE Alert-File
           END-IF
           .
       201-Export-One-Alert.
           READ Alert-File
               AT END
                   MOVE 'Y' TO Alert-EOF-Switch
           END-READ
           IF  NOT Alert-EOF
           AND Alert-Record NOT = SPACES
               MOVE Alert-Record TO Alert-Line
               MOVE SPACES TO EN-Timestamp
               STRING ALT-Timestamp (1:10) "T" ALT-Timestamp (12:8)
                   DELIMITED BY SIZE INTO EN-Timestamp
               END-STRING
               PERFORM 300-Check-Mark
               IF Entry-Is-New
                   MOVE 'ALERT'      TO EN-Type
                   MOVE ALT-Source   TO EN-Source
                   MOVE ALT-Severity TO EN-Severity
                   MOVE ALT-Message  TO EN-Detail
                   MOVE SPACES       TO EN-RC
                   MOVE SPACES       TO EN-Chain
                   PERFORM 400-Write-Feed-Line
                   ADD 1 TO Alert-New-Count
               END-IF
           END-IF
           .
      *****************************************************************
      ** Is the entry in EN-Timestamp past mark Mark-Sub?  Entries   **
      ** older than the mark were exported before; of those bearing  **
      ** the mark's own timestamp, the first MK-Count were.  A new   **
      ** entry moves the mark along for the next run.                **
      *****************************************************************
       300-Check-Mark.
           MOVE 'N' TO Entry-New-Switch
           EVALUATE TRUE
               WHEN EN-Timestamp < MK-Timestamp (Mark-Sub)
                   CONTINUE
               WHEN EN-Timestamp = MK-Timestamp (Mark-Sub)
                   ADD 1 TO MK-Seen (Mark-Sub)
                   IF MK-Seen (Mark-Sub) > MK-Count (Mark-Sub)
                       MOVE 'Y' TO Entry-New-Switch
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO Entry-New-Switch
           END-EVALUATE
           IF Entry-Is-New
               EVALUATE TRUE
                   WHEN EN-Timestamp = MK-New-Timestamp (Mark-Sub)
                       ADD 1 TO MK-New-Count (Mark-Sub)
                   WHEN EN-Timestamp > MK-New-Timestamp (Mark-Sub)
                       MOVE EN-Timestamp
                         TO MK-New-Timestamp (Mark-Sub)
                       MOVE 1 TO MK-New-Count (Mark-Sub)
               END-EVALUATE
           END-IF
           .
       400-Write-Feed-Line.
           IF NOT Feed-Open
               CALL "CBL_CHECK_FILE_EXIST"
                   USING Feed-Filename
                         File-Details
               END-CALL
               IF RETURN-CODE = 0
                   OPEN EXTEND Feed-File
               ELSE
                   OPEN OUTPUT Feed-File
               END-IF
               MOVE 'Y' TO Feed-Open-Switch
           END-IF
           PERFORM 410-Escape-Detail
           PERFORM 420-Find-Operator
           IF EN-Operator = SPACES
               MOVE 'null' TO Operator-Text
           ELSE
               MOVE SPACES TO Operator-Text
               STRING '"' TRIM(EN-Operator, TRAILING) '"'
                   DELIMITED BY SIZE INTO Operator-Text
               END-STRING
           END-IF
           IF EN-Chain = SPACES
               MOVE 'null' TO Chain-Text
           ELSE
               MOVE SPACES TO Chain-Text
               STRING '"' EN-Chain '"'
                   DELIMITED BY SIZE INTO Chain-Text
               END-STRING
           END-IF
           IF EN-RC = SPACES
               MOVE 'null' TO EN-RC
           END-IF
           MOVE SPACES TO Feed-Line
           STRING '{"type":"' TRIM(EN-Type, TRAILING)
                  '","timestamp":"' TRIM(EN-Timestamp, TRAILING)
                  '","host":"' TRIM(Export-Host, TRAILING)
                  '","source":"' TRIM(EN-Source, TRAILING)
                  '","severity":"' TRIM(EN-Severity, TRAILING)
                  '","rc":' TRIM(EN-RC, TRAILING)
                  ',"detail":"'
                  Escaped-Detail (1:Escape-Out-Ptr - 1)
                  '","operator":' TRIM(Operator-Text, TRAILING)
                  ',"chain":' TRIM(Chain-Text, TRAILING) '}'
               DELIMITED BY SIZE INTO Feed-Line
           END-STRING
           MOVE Feed-Line TO Feed-Record
           WRITE Feed-Record
           .
      *> quotes and backslashes in the text are escaped for the
      *> collector; Escape-Out-Ptr ends one past the last character
       410-Escape-Detail.
           MOVE SPACES TO Escaped-Detail
           MOVE 1 TO Escape-Out-Ptr
           IF EN-Detail = SPACES
               MOVE 0 TO Escape-Length
           ELSE
               MOVE LENGTH(TRIM(EN-Detail, TRAILING)) TO Escape-Length
           END-IF
           PERFORM VARYING Escape-In-Ptr FROM 1 BY 1
                     UNTIL Escape-In-Ptr > Escape-Length
               IF EN-Detail (Escape-In-Ptr:1) = '"' OR '\'
                   MOVE '\' TO Escaped-Detail (Escape-Out-Ptr:1)
                   ADD 1 TO Escape-Out-Ptr
               END-IF
               IF EN-Detail (Escape-In-Ptr:1) < SPACE
                   MOVE SPACE TO Escaped-Detail (Escape-Out-Ptr:1)
               ELSE
                   MOVE EN-Detail (Escape-In-Ptr:1)
                     TO Escaped-Detail (Escape-Out-Ptr:1)
               END-IF
               ADD 1 TO Escape-Out-Ptr
           END-PERFORM
           IF Escape-Out-Ptr = 1
               MOVE 2 TO Escape-Out-Ptr
           END-IF
           .
      *****************************************************************
      ** The operator is the word after "by" or "operator" (as in    **
      ** "runbook updated by JSMITH" or "operator JSMITH signed on") **
      ** when that word, less any trailing punctuation, is an id in  **
      ** OPERATOR.DAT.                                               **
      *****************************************************************
       420-Find-Operator.
           MOVE SPACES TO EN-Operator
           MOVE SPACES TO Previous-Token
           IF EN-Detail = SPACES
               MOVE 0 TO Scan-Length
           ELSE
               MOVE LENGTH(TRIM(EN-Detail, TRAILING)) TO Scan-Length
           END-IF
           MOVE 1 TO Scan-Pointer
           PERFORM UNTIL Scan-Pointer > Scan-Length
                      OR EN-Operator NOT = SPACES
               MOVE SPACES TO Scan-Token
               UNSTRING EN-Detail (1:Scan-Length)
                   DELIMITED BY ALL SPACE
                   INTO Scan-Token
                   WITH POINTER Scan-Pointer
               END-UNSTRING
               IF UPPER-CASE(Previous-Token) = 'BY' OR 'OPERATOR'
                   PERFORM 421-Match-Operator
               END-IF
               MOVE Scan-Token TO Previous-Token
           END-PERFORM
           .
       421-Match-Operator.
           MOVE SPACES TO Candidate-Id
           UNSTRING Scan-Token
               DELIMITED BY ':' OR ',' OR '.' OR ')' OR ';' OR "'"
                         OR '"'
               INTO Candidate-Id
           END-UNSTRING
           MOVE UPPER-CASE(Candidate-Id) TO Candidate-Id
           IF  Candidate-Id NOT = SPACES
           AND Candidate-Id (9:) = SPACES
               PERFORM VARYING Operator-Sub FROM 1 BY 1
                         UNTIL Operator-Sub > Operator-Count
                   IF OP-Id (Operator-Sub) = Candidate-Id (1:8)
                       MOVE OP-Id (Operator-Sub) TO EN-Operator
                       MOVE Operator-Count TO Operator-Sub
                   END-IF
               END-PERFORM
           END-IF
           .
      *> written through a .NEW copy so a failure part way through
      *> never leaves a damaged mark behind
       500-Save-Marks.
           MOVE 'AUDITEXP.NEW' TO Mark-Filename
           OPEN OUTPUT Mark-File
           MOVE SPACES TO Mark-Record
           STRING "AUDIT," TRIM(MK-New-Timestamp (1), TRAILING) ","
                  MK-New-Count (1)
               DELIMITED BY SIZE INTO Mark-Record
           END-STRING
           WRITE Mark-Record
           MOVE SPACES TO Mark-Record
           STRING "ALERT," TRIM(MK-New-Timestamp (2), TRAILING) ","
                  MK-New-Count (2)
               DELIMITED BY SIZE INTO Mark-Record
           END-STRING
           WRITE Mark-Record
           MOVE SPACES TO Mark-Record
           STRING "FAILURES," Failure-Count
               DELIMITED BY SIZE INTO Mark-Record
           END-STRING
           WRITE Mark-Record
           CLOSE Mark-File
           CALL "CBL_DELETE_FILE" USING "AUDITEXP.HWM"
           END-CALL
           CALL "CBL_RENAME_FILE"
               USING "AUDITEXP.NEW", "AUDITEXP.HWM"
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY 'AUDITEXP: could not save AUDITEXP.HWM - '
                   'entries may be exported again' UPON SYSERR
           END-IF
           .
      *****************************************************************
      ** Send whatever is waiting in AUDITEXP.OUT - this run's lines **
      ** and any a failed send left behind.                          **
      *****************************************************************
       600-Transmit-Feed.
           CALL "CBL_CHECK_FILE_EXIST"
               USING Feed-Filename
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               IF FD-File-Size = 0
                   CALL "CBL_DELETE_FILE" USING Feed-Filename
                   END-CALL
               ELSE
                   PERFORM 605-Send-Feed
               END-IF
           END-IF
           .
       605-Send-Feed.
           PERFORM 610-Build-Transmit-Command
           CALL "WINSYSTEM"
               USING Transmit-Command, Transmit-Exit-Status
           END-CALL
           MOVE Transmit-Exit-Status TO Transmit-Status-Display
           IF Transmit-Exit-Status = 0
               MOVE 0 TO Failure-Count
               MOVE 0 TO Export-RC
               CALL "CBL_DELETE_FILE" USING "AUDITEXP.SNT"
               END-CALL
               CALL "CBL_RENAME_FILE"
                   USING Feed-Filename, "AUDITEXP.SNT"
               END-CALL
               MOVE SPACES TO Export-Detail-Text
               STRING "audit export sent: " Audit-New-Display
                      " audit and " Alert-New-Display
                      " alert entries added this run"
                   DELIMITED BY SIZE INTO Export-Detail-Text
               END-STRING
               DISPLAY 'AUDITEXP: feed sent' UPON SYSERR
           ELSE
               ADD 1 TO Failure-Count
               MOVE 8 TO Export-RC
               MOVE Failure-Count TO Failure-Display
               MOVE SPACES TO Export-Detail-Text
               STRING "audit export send failed, status "
                      TRIM(Transmit-Status-Display)
                      " - AUDITEXP.OUT held for the next run ("
                      TRIM(Failure-Display) " in a row)"
                   DELIMITED BY SIZE INTO Export-Detail-Text
               END-STRING
               DISPLAY 'AUDITEXP: ' TRIM(Export-Detail-Text)
                   UPON SYSERR
           END-IF
           CALL "AUDITLOG"
               USING Audit-Source, Export-Detail-Text, Export-RC
           END-CALL
           IF Failure-Count NOT < Failure-Limit
               MOVE SPACES TO Alert-Text
               STRING "audit export has failed "
                      TRIM(Failure-Display)
                      " times in a row - collector feed held"
                   DELIMITED BY SIZE INTO Alert-Text
               END-STRING
               MOVE 4 TO Alert-Severity
               CALL "ALERTER"
                   USING Audit-Source, Alert-Text, Alert-Severity
               END-CALL
           END-IF
           .
      *****************************************************************
      ** Splice the feed's filename into the transmit command        **
      ** wherever &FILE appears (at the end when it does not), the   **
      ** way OUTBOUND builds its send commands.                      **
      *****************************************************************
       610-Build-Transmit-Command.
           MOVE 0 TO File-Token-Count
           INSPECT Transmit-Template TALLYING
               File-Token-Count FOR ALL "&FILE"
           MOVE SPACES TO Transmit-Command
           MOVE LENGTH(TRIM(Transmit-Template, TRAILING))
             TO Template-Length
           MOVE LENGTH(TRIM(Feed-Filename, TRAILING))
             TO Path-Length
           MOVE 1 TO Build-In-Ptr
           MOVE 1 TO Build-Out-Ptr
           MOVE 'N' TO Build-Overflow-Switch
           PERFORM UNTIL Build-In-Ptr > Template-Length
               IF  Build-In-Ptr + 4 <= Template-Length
               AND Transmit-Template (Build-In-Ptr:5) = "&FILE"
                   PERFORM 615-Append-Feed-Filename
                   ADD 5 TO Build-In-Ptr
               ELSE
                   IF Build-Out-Ptr <= 256
                       MOVE Transmit-Template (Build-In-Ptr:1)
                         TO Transmit-Command (Build-Out-Ptr:1)
                       ADD 1 TO Build-Out-Ptr
                   ELSE
                       MOVE 'Y' TO Build-Overflow-Switch
                   END-IF
                   ADD 1 TO Build-In-Ptr
               END-IF
           END-PERFORM
           IF File-Token-Count = 0
               ADD 1 TO Build-Out-Ptr
               PERFORM 615-Append-Feed-Filename
           END-IF
           IF Build-Overflowed
               DISPLAY 'AUDITEXP: transmit command exceeds 256 '
                   'characters - truncated' UPON SYSERR
           END-IF
           .
       615-Append-Feed-Filename.
           IF Build-Out-Ptr + Path-Length - 1 <= 256
               MOVE Feed-Filename (1:Path-Length)
                 TO Transmit-Command (Build-Out-Ptr:Path-Length)
               ADD Path-Length TO Build-Out-Ptr
           ELSE
               MOVE 'Y' TO Build-Overflow-Switch
           END-IF
           .
