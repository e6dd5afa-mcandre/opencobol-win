       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCCON.
      *****************************************************************
      ** This is the incident console - where the shift that finds   **
      ** a stopped night records who is working it and what was      **
      ** done, instead of piecing it together from JOBDRV.STA,       **
      ** AUDITLOG.LOG, OPERALRT.LOG and the step log every time.     **
      **                                                             **
      ** INCCON lists every incident in the register "INCIDENT.MDX"  **
      ** (opened by INCOPEN - see INCIDENTrec.cpy) that is not yet   **
      ** CLOSED, one at a time, oldest first, with what broke, the   **
      ** alert it raised, who has it and its latest notes.  The      **
      ** operator signs on (SIGNON, update level) first.  Commands:  **
      **                                                             **
      **   N next incident      P previous incident                  **
      **   A assign it to the operator id typed in the assign field  **
      **     (blank = yourself); an OPEN incident becomes WORKING    **
      **   T add the text typed in the note field as a note          **
      **   R mark it RESOLVED - the note field must say what fixed   **
      **     it, and is added as the resolution note                 **
      **   C close a RESOLVED incident (it drops off the list)       **
      **   X exit                                                    **
      **                                                             **
      ** Every state change - assignment, note, resolution, close -  **
      ** is recorded in the incident itself (stamped with the time   **
      ** and the signed-on operator) and in the audit trail.  An     **
      ** assignee must be an operator in OPERATOR.DAT, when that     **
      ** file exists.                                                **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1045 Initial coding                                       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Incident-File ASSIGN TO "INCIDENT.MDX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IN-Number.
           SELECT Operator-File ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Incident-File.
       COPY INCIDENTrec.

       FD  Operator-File.
       01  Operator-Record                PIC X(80).

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

       01  Incident-List.
           05 Listed-Number               OCCURS 500 TIMES
                                          PIC 9(6).
       01  Listed-Count                   PIC 9(3) VALUE 0.
       01  Listed-Sub                     PIC 9(3).
       01  Current-Sub                    PIC 9(3) VALUE 1.

       01  Incident-EOF-Switch            PIC X.
           88 Incident-EOF                VALUE 'Y'.
       01  Incident-Found-Switch          PIC X.
           88 Incident-Found              VALUE 'Y'.

       01  Operator-Table.
           05 Operator-Id                 OCCURS 50 TIMES
                                          PIC X(8).
       01  Operator-Count                 PIC 9(2) VALUE 0.
       01  Operator-Sub                   PIC 9(2).
       01  Operator-File-Switch           PIC X VALUE 'N'.
           88 Operator-File-Present       VALUE 'Y'.
       01  Operator-EOF-Switch            PIC X.
           88 Operator-EOF                VALUE 'Y'.
       01  Assignee-Valid-Switch          PIC X.
           88 Assignee-Valid              VALUE 'Y'.

       01  Update-Level                   USAGE BINARY-LONG VALUE 2.
       01  Signon-Operator                PIC X(8).
       01  Signon-Return-Code             USAGE BINARY-LONG.

       01  Timestamp-Fields.
           05 TF-Year                   PIC 9(4).
           05 TF-Month                  PIC 9(2).
           05 TF-Day                    PIC 9(2).
           05 TF-Hours                  PIC 9(2).
           05 TF-Minutes                PIC 9(2).
           05 TF-Seconds                PIC 9(2).
           05 FILLER                    PIC X(11).
       01  Now-Timestamp                  PIC X(19).

       01  Session-Done-Switch            PIC X VALUE 'N'.
           88 Session-Done                VALUE 'Y'.

       01  Inccon-Command                 PIC X VALUE 'N'.
       01  Inccon-Position                PIC X(11).
       01  Inccon-Number                  PIC 9(6).
       01  Inccon-Opened                  PIC X(19).
       01  Inccon-Status                  PIC X(8).
       01  Inccon-Where                   PIC X(50).
       01  Inccon-What                    PIC X(50).
       01  Inccon-Alert                   PIC X(50).
       01  Inccon-Alert-Key               PIC X(10).
       01  Inccon-Assigned                PIC X(8).
       01  Inccon-Updated                 PIC X(19).
       01  Inccon-Note-1                  PIC X(78).
       01  Inccon-Note-2                  PIC X(78).
       01  Inccon-Note-3                  PIC X(78).
       01  Inccon-Note-4                  PIC X(78).
       01  Inccon-Assign-To               PIC X(8) VALUE SPACES.
       01  Inccon-Note-Text               PIC X(50) VALUE SPACES.
       01  Inccon-Message                 PIC X(70).

       01  Note-Sub                       PIC 9(2).
       01  Note-Line                      PIC X(80).
       01  Step-Display                   PIC 9(3).
       01  RC-Display                     PIC -(8)9.
       01  Old-Status                     PIC X(8).

       01  Audit-Source                   PIC X(8) VALUE 'INCCON'.
       01  Audit-Detail-Text              PIC X(152).
       01  Audit-Return-Code              USAGE BINARY-LONG VALUE 0.

       01  Color-Element                  PIC X(20) VALUE 'INCCON'.
       COPY GETCOLORcb.

       SCREEN SECTION.
       01  Inccon-Screen  BACKGROUND-COLOR GCB-Background
                           FOREGROUND-COLOR GCB-Foreground.
           05 LINE 01 COLUMN 01
                  VALUE 'INCIDENT CONSOLE'.
           05 LINE 02 COLUMN 01
                  VALUE 'Showing incident........: '.
           05 LINE 02 COLUMN 27 PIC X(11) FROM Inccon-Position.
           05 LINE 04 COLUMN 01
                  VALUE 'Incident number.........: '.
           05 LINE 04 COLUMN 27 PIC 9(6) FROM Inccon-Number.
           05 LINE 04 COLUMN 40
                  VALUE 'Opened: '.
           05 LINE 04 COLUMN 48 PIC X(19) FROM Inccon-Opened.
           05 LINE 05 COLUMN 01
                  VALUE 'Status..................: '.
           05 LINE 05 COLUMN 27 PIC X(8) FROM Inccon-Status.
           05 LINE 05 COLUMN 40
                  VALUE 'Assigned to: '.
           05 LINE 05 COLUMN 53 PIC X(8) FROM Inccon-Assigned.
           05 LINE 06 COLUMN 01
                  VALUE 'Job table / step........: '.
           05 LINE 06 COLUMN 27 PIC X(50) FROM Inccon-Where.
           05 LINE 07 COLUMN 01
                  VALUE 'Program / return code...: '.
           05 LINE 07 COLUMN 27 PIC X(50) FROM Inccon-What.
           05 LINE 08 COLUMN 01
                  VALUE 'Alert...................: '.
           05 LINE 08 COLUMN 27 PIC X(50) FROM Inccon-Alert.
           05 LINE 09 COLUMN 01
                  VALUE 'Alert key...............: '.
           05 LINE 09 COLUMN 27 PIC X(10) FROM Inccon-Alert-Key.
           05 LINE 09 COLUMN 40
                  VALUE 'Updated: '.
           05 LINE 09 COLUMN 49 PIC X(19) FROM Inccon-Updated.
           05 LINE 11 COLUMN 01
                  VALUE 'Latest notes:'.
           05 LINE 12 COLUMN 01 PIC X(78) FROM Inccon-Note-1.
           05 LINE 13 COLUMN 01 PIC X(78) FROM Inccon-Note-2.
           05 LINE 14 COLUMN 01 PIC X(78) FROM Inccon-Note-3.
           05 LINE 15 COLUMN 01 PIC X(78) FROM Inccon-Note-4.
           05 LINE 17 COLUMN 01
                  VALUE 'Assign to (blank=self)..: '.
           05 LINE 17 COLUMN 27 PIC X(8) USING Inccon-Assign-To.
           05 LINE 18 COLUMN 01
                  VALUE 'Note / resolution.......: '.
           05 LINE 18 COLUMN 27 PIC X(50) USING Inccon-Note-Text.
           05 LINE 20 COLUMN 01 PIC X(70) FROM Inccon-Message.
           05 LINE 22 COLUMN 01
                  VALUE 'N=next P=prev A=assign T=add note '
                      & 'R=resolved C=close'.
           05 LINE 23 COLUMN 01
                  VALUE 'X=exit..................: '.
           05 LINE 23 COLUMN 27 PIC X USING Inccon-Command.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "SIGNON"
               USING Update-Level, Signon-Operator,
                     Signon-Return-Code
           END-CALL
           IF Signon-Return-Code NOT = 0
               DISPLAY 'INCCON: operator sign-on required'
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "GETCOLOR" USING Color-Element, Getcolor-CB
           END-CALL
           PERFORM 010-Load-Operators
           PERFORM 020-Load-Open-Incidents
           PERFORM 100-Process-One-Command
               UNTIL Session-Done
           STOP RUN
           .
       010-Load-Operators.
           MOVE 0 TO Operator-Count
           CALL "CBL_CHECK_FILE_EXIST"
               USING "OPERATOR.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               MOVE 'Y' TO Operator-File-Switch
               OPEN INPUT Operator-File
               MOVE 'N' TO Operator-EOF-Switch
               PERFORM 011-Load-One-Operator
                   UNTIL Operator-EOF
               CLOSE Operator-File
           END-IF
           .
       011-Load-One-Operator.
           READ Operator-File
               AT END
                   MOVE 'Y' TO Operator-EOF-Switch
           END-READ
           IF NOT Operator-EOF
               IF  Operator-Record NOT = SPACES
               AND Operator-Count < 50
                   INITIALIZE Csvparse-CB
                   CALL "CSVPARSE"
                       USING Csvparse-CB, Operator-Record
                   END-CALL
                   IF CPB-Field-Count >= 3
                       ADD 1 TO Operator-Count
                       MOVE UPPER-CASE(CPB-Field (1))
                         TO Operator-Id (Operator-Count)
                   END-IF
               END-IF
           END-IF
           .
       020-Load-Open-Incidents.
           MOVE 0 TO Listed-Count
           CALL "CBL_CHECK_FILE_EXIST"
               USING "INCIDENT.MDX"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Incident-File
               MOVE 0 TO IN-Number
               START Incident-File KEY NOT < IN-Number
                   INVALID KEY
                       MOVE 'Y' TO Incident-EOF-Switch
                   NOT INVALID KEY
                       MOVE 'N' TO Incident-EOF-Switch
               END-START
               PERFORM 021-Load-One-Incident
                   UNTIL Incident-EOF
               CLOSE Incident-File
           END-IF
           .
       021-Load-One-Incident.
           READ Incident-File NEXT RECORD
               AT END
                   MOVE 'Y' TO Incident-EOF-Switch
           END-READ
           IF NOT Incident-EOF
               IF  NOT IN-Status-Closed
               AND Listed-Count < 500
                   ADD 1 TO Listed-Count
                   MOVE IN-Number TO Listed-Number (Listed-Count)
               END-IF
           END-IF
           .
       100-Process-One-Command.
           PERFORM 110-Show-Current-Incident
           DISPLAY Inccon-Screen
           ACCEPT Inccon-Screen
           MOVE SPACES TO Inccon-Message
           EVALUATE TRUE
               WHEN Inccon-Command = 'X' OR 'x'
                   MOVE 'Y' TO Session-Done-Switch
               WHEN Listed-Count = 0
                   MOVE 'No incidents are open' TO Inccon-Message
               WHEN Inccon-Command = 'N' OR 'n'
                   IF Current-Sub < Listed-Count
                       ADD 1 TO Current-Sub
                   END-IF
               WHEN Inccon-Command = 'P' OR 'p'
                   IF Current-Sub > 1
                       SUBTRACT 1 FROM Current-Sub
                   END-IF
               WHEN Inccon-Command = 'A' OR 'a'
                   PERFORM 200-Assign-Current
               WHEN Inccon-Command = 'T' OR 't'
                   PERFORM 300-Note-Current
               WHEN Inccon-Command = 'R' OR 'r'
                   PERFORM 400-Resolve-Current
               WHEN Inccon-Command = 'C' OR 'c'
                   PERFORM 500-Close-Current
               WHEN OTHER
                   MOVE 'Commands are N P A T R C X'
                     TO Inccon-Message
           END-EVALUATE
           MOVE SPACE TO Inccon-Command
           .
       110-Show-Current-Incident.
           MOVE SPACES TO Inccon-Opened
           MOVE SPACES TO Inccon-Status
           MOVE SPACES TO Inccon-Where
           MOVE SPACES TO Inccon-What
           MOVE SPACES TO Inccon-Alert
           MOVE SPACES TO Inccon-Alert-Key
           MOVE SPACES TO Inccon-Assigned
           MOVE SPACES TO Inccon-Updated
           MOVE SPACES TO Inccon-Note-1
           MOVE SPACES TO Inccon-Note-2
           MOVE SPACES TO Inccon-Note-3
           MOVE SPACES TO Inccon-Note-4
           MOVE 0      TO Inccon-Number
           IF Listed-Count = 0
               MOVE '0 of 0' TO Inccon-Position
           ELSE
               IF Current-Sub > Listed-Count
                   MOVE Listed-Count TO Current-Sub
               END-IF
               MOVE SPACES TO Inccon-Position
               STRING Current-Sub " of " Listed-Count
                   DELIMITED BY SIZE INTO Inccon-Position
               END-STRING
               OPEN INPUT Incident-File
               PERFORM 120-Read-Current-Incident
               CLOSE Incident-File
               IF Incident-Found
                   PERFORM 130-Fill-Display-Fields
               END-IF
           END-IF
           .
       120-Read-Current-Incident.
           MOVE Listed-Number (Current-Sub) TO IN-Number
           READ Incident-File
               INVALID KEY
                   MOVE 'N' TO Incident-Found-Switch
               NOT INVALID KEY
                   MOVE 'Y' TO Incident-Found-Switch
           END-READ
           IF IN-Note-Count NOT NUMERIC
               MOVE 0 TO IN-Note-Count
           END-IF
           .
       130-Fill-Display-Fields.
           MOVE IN-Number      TO Inccon-Number
           MOVE IN-Opened      TO Inccon-Opened
           MOVE IN-Status      TO Inccon-Status
           MOVE IN-Assigned    TO Inccon-Assigned
           MOVE IN-Last-Update TO Inccon-Updated
           MOVE IN-Alert-Text  TO Inccon-Alert
           IF IN-Alert-Key = 0
               MOVE '(none)' TO Inccon-Alert-Key
           ELSE
               MOVE IN-Alert-Key TO Inccon-Alert-Key
           END-IF
           MOVE IN-Step TO Step-Display
           IF IN-Job-Table = SPACES
               STRING "(not run under JOBDRV)"
                   DELIMITED BY SIZE INTO Inccon-Where
               END-STRING
           ELSE
               STRING TRIM(IN-Job-Table, TRAILING)
                      " step " Step-Display
                   DELIMITED BY SIZE INTO Inccon-Where
               END-STRING
           END-IF
           MOVE IN-Return-Code TO RC-Display
           STRING TRIM(IN-Program, TRAILING) " RC="
                  TRIM(RC-Display) "  (opened by "
                  TRIM(IN-Source, TRAILING) ")"
               DELIMITED BY SIZE INTO Inccon-What
           END-STRING
      *> the four most recent notes, oldest of them first
           MOVE IN-Note-Count TO Note-Sub
           IF Note-Sub > 4
               SUBTRACT 3 FROM Note-Sub
           ELSE
               MOVE 1 TO Note-Sub
           END-IF
           IF Note-Sub <= IN-Note-Count
               MOVE IN-Note (Note-Sub) TO Inccon-Note-1
               ADD 1 TO Note-Sub
           END-IF
           IF Note-Sub <= IN-Note-Count
               MOVE IN-Note (Note-Sub) TO Inccon-Note-2
               ADD 1 TO Note-Sub
           END-IF
           IF Note-Sub <= IN-Note-Count
               MOVE IN-Note (Note-Sub) TO Inccon-Note-3
               ADD 1 TO Note-Sub
           END-IF
           IF Note-Sub <= IN-Note-Count
               MOVE IN-Note (Note-Sub) TO Inccon-Note-4
           END-IF
           .
       200-Assign-Current.
           IF Inccon-Assign-To = SPACES
               MOVE Signon-Operator TO Inccon-Assign-To
           END-IF
           MOVE UPPER-CASE(Inccon-Assign-To) TO Inccon-Assign-To
           PERFORM 210-Check-Assignee
           IF NOT Assignee-Valid
               MOVE SPACES TO Inccon-Message
               STRING TRIM(Inccon-Assign-To, TRAILING)
                      " is not an operator in OPERATOR.DAT"
                   DELIMITED BY SIZE INTO Inccon-Message
               END-STRING
           ELSE
               PERFORM 800-Begin-Update
               IF Incident-Found
                   MOVE Inccon-Assign-To TO IN-Assigned
                   IF IN-Status-Open
                       MOVE 'WORKING' TO IN-Status
                   END-IF
                   MOVE SPACES TO Note-Line
                   STRING "assigned to "
                          TRIM(Inccon-Assign-To, TRAILING)
                       DELIMITED BY SIZE INTO Note-Line
                   END-STRING
                   PERFORM 810-Append-Note
                   PERFORM 820-End-Update
                   MOVE 'Assigned and audited' TO Inccon-Message
                   MOVE SPACES TO Inccon-Assign-To
               END-IF
           END-IF
           .
       210-Check-Assignee.
           IF NOT Operator-File-Present
               MOVE 'Y' TO Assignee-Valid-Switch
           ELSE
               MOVE 'N' TO Assignee-Valid-Switch
               PERFORM VARYING Operator-Sub FROM 1 BY 1
                         UNTIL Operator-Sub > Operator-Count
                   IF Operator-Id (Operator-Sub) = Inccon-Assign-To
                       MOVE 'Y' TO Assignee-Valid-Switch
                   END-IF
               END-PERFORM
           END-IF
           .
       300-Note-Current.
           IF Inccon-Note-Text = SPACES
               MOVE 'Type the note first' TO Inccon-Message
           ELSE
               PERFORM 800-Begin-Update
               IF Incident-Found
                   MOVE Inccon-Note-Text TO Note-Line
                   PERFORM 810-Append-Note
                   PERFORM 820-End-Update
                   MOVE 'Note added and audited' TO Inccon-Message
                   MOVE SPACES TO Inccon-Note-Text
               END-IF
           END-IF
           .
      *****************************************************************
      ** RESOLVED means the fix is in; the note field has to say     **
      ** what it was - "what was done" is the question the next      **
      ** shift asks.                                                 **
      *****************************************************************
       400-Resolve-Current.
           IF Inccon-Note-Text = SPACES
               MOVE 'Resolving needs a note saying what fixed it'
                 TO Inccon-Message
           ELSE
               PERFORM 800-Begin-Update
               IF Incident-Found
                   MOVE 'RESOLVED' TO IN-Status
                   IF IN-Assigned = SPACES
                       MOVE Signon-Operator TO IN-Assigned
                   END-IF
                   MOVE SPACES TO Note-Line
                   STRING "RESOLVED: "
                          TRIM(Inccon-Note-Text, TRAILING)
                       DELIMITED BY SIZE INTO Note-Line
                   END-STRING
                   PERFORM 810-Append-Note
                   PERFORM 820-End-Update
                   MOVE 'Resolved and audited' TO Inccon-Message
                   MOVE SPACES TO Inccon-Note-Text
               END-IF
           END-IF
           .
       500-Close-Current.
           OPEN INPUT Incident-File
           PERFORM 120-Read-Current-Incident
           CLOSE Incident-File
           IF  Incident-Found
           AND NOT IN-Status-Resolved
               MOVE 'Only a RESOLVED incident can be closed'
                 TO Inccon-Message
           ELSE
               PERFORM 800-Begin-Update
               IF Incident-Found
                   MOVE 'CLOSED' TO IN-Status
                   MOVE Now-Timestamp TO IN-Closed
                   MOVE "closed" TO Note-Line
                   PERFORM 810-Append-Note
                   PERFORM 820-End-Update
                   MOVE 'Closed and audited' TO Inccon-Message
                   PERFORM 510-Drop-Current-Incident
               END-IF
           END-IF
           .
       510-Drop-Current-Incident.
           PERFORM VARYING Listed-Sub FROM Current-Sub BY 1
                     UNTIL Listed-Sub >= Listed-Count
               MOVE Listed-Number (Listed-Sub + 1)
                 TO Listed-Number (Listed-Sub)
           END-PERFORM
           SUBTRACT 1 FROM Listed-Count
           IF  Current-Sub > Listed-Count
           AND Listed-Count > 0
               MOVE Listed-Count TO Current-Sub
           END-IF
           .
      *****************************************************************
      ** Every change reads the incident fresh under I-O, so a note  **
      ** INCOPEN added since the screen was shown is never lost.     **
      *****************************************************************
       800-Begin-Update.
           MOVE FUNCTION CURRENT-DATE TO Timestamp-Fields
           MOVE SPACES TO Now-Timestamp
           STRING TF-Year "-" TF-Month "-" TF-Day " "
                  TF-Hours ":" TF-Minutes ":" TF-Seconds
               DELIMITED BY SIZE INTO Now-Timestamp
           END-STRING
           OPEN I-O Incident-File
           PERFORM 120-Read-Current-Incident
           IF Incident-Found
               MOVE IN-Status TO Old-Status
           ELSE
               CLOSE Incident-File
               MOVE 'The incident is no longer on file'
                 TO Inccon-Message
           END-IF
           .
      *> a full note list keeps its latest entries - the full
      *> history is in the audit trail
       810-Append-Note.
           IF IN-Note-Count < 10
               ADD 1 TO IN-Note-Count
           ELSE
               PERFORM VARYING Note-Sub FROM 1 BY 1
                         UNTIL Note-Sub > 9
                   MOVE IN-Note (Note-Sub + 1) TO IN-Note (Note-Sub)
               END-PERFORM
           END-IF
           MOVE SPACES TO IN-Note (IN-Note-Count)
           STRING Now-Timestamp (1:16) " "
                  TRIM(Signon-Operator, TRAILING) " "
                  TRIM(Note-Line, TRAILING)
               DELIMITED BY SIZE INTO IN-Note (IN-Note-Count)
           END-STRING
           .
       820-End-Update.
           MOVE Now-Timestamp TO IN-Last-Update
           REWRITE Incident-Record
               INVALID KEY
                   MOVE 8 TO Audit-Return-Code
               NOT INVALID KEY
                   MOVE 0 TO Audit-Return-Code
           END-REWRITE
           MOVE SPACES TO Audit-Detail-Text
           STRING "incident " IN-Number " "
                  TRIM(Old-Status, TRAILING) "->"
                  TRIM(IN-Status, TRAILING) " by "
                  TRIM(Signon-Operator, TRAILING) ": "
                  TRIM(Note-Line, TRAILING)
               DELIMITED BY SIZE INTO Audit-Detail-Text
           END-STRING
           CALL "AUDITLOG"
               USING Audit-Source, Audit-Detail-Text,
                     Audit-Return-Code
           END-CALL
           CLOSE Incident-File
           .
