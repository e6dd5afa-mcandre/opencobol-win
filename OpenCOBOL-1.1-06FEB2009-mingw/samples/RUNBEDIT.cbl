       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBEDIT.
      *****************************************************************
      ** This is an interactive maintenance screen for the shop      **
      ** runbook "RUNBOOK.DAT" - the recovery instructions RUNBOOK   **
      ** hands to JOBDRV's failure alerts, JOBMON and AMPREP when a  **
      ** step fails (see RUNBOOK.cbl for the line layout and the    **
      ** matching rules).  An entry is keyed by job table, step     **
      ** number, program and return-code range:                     **
      **                                                             **
      **   - a job table and step number make a step entry; the     **
      **     program may then be left blank to match whatever runs  **
      **     at that step                                            **
      **   - a blank job table and step with a program name make    **
      **     that program's default entry, used wherever no step    **
      **     entry matches                                           **
      **   - a blank RC range covers any non-zero return code; a    **
      **     blank "RC to" covers "RC from" alone                    **
      **                                                             **
      ** The screen lets the operator Add an entry (an existing     **
      ** entry with the same key is replaced) or Delete one by key. **
      ** A new entry with a specific RC range is placed ahead of    **
      ** any catch-all entry for the same step or program, so the   **
      ** narrower entry is the one found.  Enter a blank job table, **
      ** step and program to end the session; the file is rewritten **
      ** (and the change audited) only when changes were actually  **
      ** made.                                                       **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1054 Initial coding                                       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Runbook-File ASSIGN TO Runbook-Filename
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Runbook-File.
       01  Runbook-Record                  PIC X(250).

       WORKING-STORAGE SECTION.
       COPY screenio.

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

       01  Runbook-Table.
           05 Runbook-Entry                OCCURS 200 TIMES.
              10 RBE-Job-Table             PIC X(64).
              10 RBE-Step                  PIC X(3).
              10 RBE-Program               PIC X(9).
              10 RBE-RC-From               PIC X(5).
              10 RBE-RC-To                 PIC X(5).
              10 RBE-Action                PIC X(50).
              10 RBE-Contact               PIC X(30).
              10 RBE-Meaning               PIC X(50).
       01  Entry-Count                     PIC 9(3) VALUE 0.
       01  Entry-Sub                       PIC 9(3).
       01  Matched-Sub                     PIC 9(3).
       01  Insert-Sub                      PIC 9(3).

       01  Runbook-EOF-Switch              PIC X VALUE 'N'.
           88 Runbook-EOF                  VALUE 'Y'.

       01  Changes-Made-Switch             PIC X VALUE 'N'.
           88 Changes-Made                 VALUE 'Y'.

       01  Runbedit-Job-Table              PIC X(64) VALUE SPACES.
       01  Runbedit-Step                   PIC X(3) VALUE SPACES.
       01  Runbedit-Program                PIC X(9) VALUE SPACES.
       01  Runbedit-Action-Code            PIC X VALUE 'A'.
       01  Runbedit-RC-From                PIC X(5) VALUE SPACES.
       01  Runbedit-RC-To                  PIC X(5) VALUE SPACES.
       01  Runbedit-Action                 PIC X(50) VALUE SPACES.
       01  Runbedit-Contact                PIC X(30) VALUE SPACES.
       01  Runbedit-Meaning                PIC X(50) VALUE SPACES.
       01  Runbedit-Count-Display          PIC ZZ9.
       01  Runbedit-Message                PIC X(60) VALUE SPACES.

       01  Runbedit-Done-Switch            PIC X VALUE 'N'.
           88 Runbedit-Done                VALUE 'Y'.
       01  Runbedit-Entry-Valid-Switch     PIC X VALUE 'N'.
           88 Runbedit-Entry-Valid         VALUE 'Y'.

       01  Audit-Source                    PIC X(8) VALUE 'RUNBEDIT'.

       01  Update-Level                    USAGE BINARY-LONG
                                           VALUE 2.
       01  Signon-Operator                 PIC X(8).
       01  Signon-Return-Code              USAGE BINARY-LONG.
       01  Save-Detail-Text                PIC X(152).
       01  Runbook-Filename                PIC X(70)
                                           VALUE "RUNBOOK.DAT".
       01  Live-Table-Name                 PIC X(64)
                                           VALUE "RUNBOOK.DAT".
       01  Expected-Records                USAGE BINARY-LONG.
       01  Save-Return-Code                USAGE BINARY-LONG.

       COPY CHGAUTHcb.

       COPY CSVPARSEcb.

       01  Comma-Tally                     USAGE BINARY-LONG.
       01  Build-Ptr                       PIC 9(3).
       01  Quote-Field-Text                PIC X(80).
       01  Quote-Field-Length              USAGE BINARY-LONG.
       01  Quote-Sub                       USAGE BINARY-LONG.

       SCREEN SECTION.
       01  Runbedit-Screen  BACKGROUND-COLOR COB-COLOR-BLACK
                             FOREGROUND-COLOR COB-COLOR-WHITE.
           05 LINE 01 COLUMN 01
                  VALUE 'STEP FAILURE RUNBOOK MAINTENANCE'.
           05 LINE 03 COLUMN 01
                  VALUE 'Entries on file.........: '.
           05 LINE 03 COLUMN 27 PIC ZZ9 FROM Runbedit-Count-Display.
           05 LINE 05 COLUMN 01
                  VALUE 'Job table (blank=dflt)..: '.
           05 LINE 05 COLUMN 27 PIC X(40)
                  USING Runbedit-Job-Table.
           05 LINE 06 COLUMN 01
                  VALUE 'Step number.............: '.
           05 LINE 06 COLUMN 27 PIC X(3)  USING Runbedit-Step.
           05 LINE 07 COLUMN 01
                  VALUE 'Program.................: '.
           05 LINE 07 COLUMN 27 PIC X(9)  USING Runbedit-Program.
           05 LINE 08 COLUMN 01
                  VALUE 'Action (A=add D=delete).: '.
           05 LINE 08 COLUMN 27 PIC X     USING Runbedit-Action-Code.
           05 LINE 09 COLUMN 01
                  VALUE 'RC from (blank=any fail): '.
           05 LINE 09 COLUMN 27 PIC X(5)  USING Runbedit-RC-From.
           05 LINE 10 COLUMN 01
                  VALUE 'RC to (blank=RC from)...: '.
           05 LINE 10 COLUMN 27 PIC X(5)  USING Runbedit-RC-To.
           05 LINE 11 COLUMN 01
                  VALUE 'Meaning.................: '.
           05 LINE 11 COLUMN 27 PIC X(50) USING Runbedit-Meaning.
           05 LINE 12 COLUMN 01
                  VALUE 'Recovery action.........: '.
           05 LINE 12 COLUMN 27 PIC X(50) USING Runbedit-Action.
           05 LINE 13 COLUMN 01
                  VALUE 'Who to call.............: '.
           05 LINE 13 COLUMN 27 PIC X(30) USING Runbedit-Contact.
           05 LINE 15 COLUMN 01 PIC X(60) FROM Runbedit-Message.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "SIGNON"
               USING Update-Level, Signon-Operator,
                     Signon-Return-Code
           END-CALL
           IF Signon-Return-Code NOT = 0
               DISPLAY 'RUNBEDIT: update sign-on required'
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 010-Load-Runbook
           PERFORM 100-Maintain-One-Entry
               UNTIL Runbedit-Done
           IF Changes-Made
               PERFORM 200-Rewrite-Runbook
               MOVE SPACES TO Save-Detail-Text
               IF Save-Return-Code = 0
                   STRING "runbook updated by "
                          TRIM(Signon-Operator, TRAILING)
                          TRIM(CAB-Audit-Text, TRAILING)
                       DELIMITED BY SIZE INTO Save-Detail-Text
                   END-STRING
               ELSE
                   STRING "runbook update by "
                          TRIM(Signon-Operator, TRAILING)
                          " REFUSED by SAFESAVE"
                          TRIM(CAB-Audit-Text, TRAILING)
                       DELIMITED BY SIZE INTO Save-Detail-Text
                   END-STRING
               END-IF
               CALL "AUDITLOG"
                   USING Audit-Source, Save-Detail-Text,
                         Save-Return-Code
               END-CALL
           END-IF
           STOP RUN
           .
       010-Load-Runbook.
           MOVE 0 TO Entry-Count
           CALL "CBL_CHECK_FILE_EXIST"
               USING "RUNBOOK.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Runbook-File
               MOVE 'N' TO Runbook-EOF-Switch
               PERFORM 020-Load-One-Entry
                   UNTIL Runbook-EOF
               CLOSE Runbook-File
           END-IF
           .
       020-Load-One-Entry.
           READ Runbook-File
               AT END
                   MOVE 'Y' TO Runbook-EOF-Switch
           END-READ
           IF NOT Runbook-EOF
               IF  Runbook-Record NOT = SPACES
               AND Entry-Count < 200
                   ADD 1 TO Entry-Count
                   INITIALIZE Csvparse-CB
                   CALL "CSVPARSE"
                       USING Csvparse-CB, Runbook-Record
                   END-CALL
                   MOVE CPB-Field (1) TO RBE-Job-Table (Entry-Count)
                   MOVE CPB-Field (2) TO RBE-Step (Entry-Count)
                   MOVE CPB-Field (3) TO RBE-Program (Entry-Count)
                   MOVE CPB-Field (4) TO RBE-RC-From (Entry-Count)
                   MOVE CPB-Field (5) TO RBE-RC-To (Entry-Count)
                   MOVE CPB-Field (6) TO RBE-Action (Entry-Count)
                   MOVE CPB-Field (7) TO RBE-Contact (Entry-Count)
                   MOVE CPB-Field (8) TO RBE-Meaning (Entry-Count)
               END-IF
           END-IF
           .
       100-Maintain-One-Entry.
           MOVE 'N' TO Runbedit-Entry-Valid-Switch
           PERFORM 110-Get-Entry
               UNTIL Runbedit-Entry-Valid
           IF NOT Runbedit-Done
               MOVE UPPER-CASE(Runbedit-Program) TO Runbedit-Program
               IF Runbedit-Action-Code = 'D' OR 'd'
                   PERFORM 130-Delete-Entry
               ELSE
                   PERFORM 120-Add-Entry
               END-IF
               MOVE SPACES TO Runbedit-Job-Table
               MOVE SPACES TO Runbedit-Step
               MOVE SPACES TO Runbedit-Program
               MOVE SPACES TO Runbedit-RC-From
               MOVE SPACES TO Runbedit-RC-To
               MOVE SPACES TO Runbedit-Action
               MOVE SPACES TO Runbedit-Contact
               MOVE SPACES TO Runbedit-Meaning
               MOVE 'A' TO Runbedit-Action-Code
           END-IF
           .
       110-Get-Entry.
           MOVE Entry-Count TO Runbedit-Count-Display
           DISPLAY Runbedit-Screen
           ACCEPT Runbedit-Screen
           MOVE SPACES TO Runbedit-Message
           EVALUATE TRUE
               WHEN Runbedit-Job-Table = SPACES
                AND Runbedit-Step = SPACES
                AND Runbedit-Program = SPACES
                   MOVE 'Y' TO Runbedit-Done-Switch
                   MOVE 'Y' TO Runbedit-Entry-Valid-Switch
               WHEN Runbedit-Job-Table = SPACES
                AND Runbedit-Step NOT = SPACES
                   MOVE 'A step entry needs its job table'
                     TO Runbedit-Message
               WHEN Runbedit-Job-Table NOT = SPACES
                AND (Runbedit-Step = SPACES
                  OR TEST-NUMVAL(TRIM(Runbedit-Step)) NOT = 0)
                   MOVE 'A step entry needs a step number'
                     TO Runbedit-Message
               WHEN Runbedit-Job-Table = SPACES
                AND Runbedit-Program = SPACES
                   MOVE 'A default entry needs a program'
                     TO Runbedit-Message
               WHEN Runbedit-RC-From = SPACES
                AND Runbedit-RC-To NOT = SPACES
                   MOVE 'Give RC from when RC to is given'
                     TO Runbedit-Message
               WHEN Runbedit-RC-From NOT = SPACES
                AND TEST-NUMVAL(TRIM(Runbedit-RC-From)) NOT = 0
                   MOVE 'RC from must be blank or a number'
                     TO Runbedit-Message
               WHEN Runbedit-RC-To NOT = SPACES
                AND TEST-NUMVAL(TRIM(Runbedit-RC-To)) NOT = 0
                   MOVE 'RC to must be blank or a number'
                     TO Runbedit-Message
               WHEN Runbedit-RC-To NOT = SPACES
                AND NUMVAL(Runbedit-RC-To) < NUMVAL(Runbedit-RC-From)
                   MOVE 'RC to must not be below RC from'
                     TO Runbedit-Message
               WHEN Runbedit-Action-Code = 'D' OR 'd'
                   MOVE 'Y' TO Runbedit-Entry-Valid-Switch
               WHEN Runbedit-Action = SPACES
                   MOVE 'A recovery action is required to add an entry'
                     TO Runbedit-Message
               WHEN OTHER
                   MOVE 'Y' TO Runbedit-Entry-Valid-Switch
           END-EVALUATE
           .
       120-Add-Entry.
           PERFORM 140-Find-Entry
           EVALUATE TRUE
               WHEN Matched-Sub > 0
                   PERFORM 160-Store-Entry
                   MOVE 'Y' TO Changes-Made-Switch
                   MOVE 'Entry replaced' TO Runbedit-Message
               WHEN Entry-Count >= 200
                   MOVE 'Runbook is full' TO Runbedit-Message
               WHEN OTHER
                   PERFORM 150-Find-Insert-Position
                   PERFORM VARYING Entry-Sub FROM Entry-Count BY -1
                             UNTIL Entry-Sub < Insert-Sub
                       MOVE Runbook-Entry (Entry-Sub)
                         TO Runbook-Entry (Entry-Sub + 1)
                   END-PERFORM
                   ADD 1 TO Entry-Count
                   MOVE Insert-Sub TO Matched-Sub
                   PERFORM 160-Store-Entry
                   MOVE 'Y' TO Changes-Made-Switch
                   MOVE 'Entry added' TO Runbedit-Message
           END-EVALUATE
           .
       130-Delete-Entry.
           PERFORM 140-Find-Entry
           IF Matched-Sub = 0
               MOVE 'No such entry on file' TO Runbedit-Message
           ELSE
               PERFORM VARYING Entry-Sub FROM Matched-Sub BY 1
                         UNTIL Entry-Sub >= Entry-Count
                   MOVE Runbook-Entry (Entry-Sub + 1)
                     TO Runbook-Entry (Entry-Sub)
               END-PERFORM
               SUBTRACT 1 FROM Entry-Count
               MOVE 'Y' TO Changes-Made-Switch
               MOVE 'Entry deleted' TO Runbedit-Message
           END-IF
           .
      *****************************************************************
      ** An entry's key is its job table, step, program and RC      **
      ** range (step numbers compare by value, so 5 and 005 are the **
      ** same step).                                                 **
      *****************************************************************
       140-Find-Entry.
           MOVE 0 TO Matched-Sub
           PERFORM VARYING Entry-Sub FROM 1 BY 1
                     UNTIL Entry-Sub > Entry-Count
               IF  UPPER-CASE(RBE-Job-Table (Entry-Sub))
                     = UPPER-CASE(Runbedit-Job-Table)
               AND NUMVAL(RBE-Step (Entry-Sub))
                     = NUMVAL(Runbedit-Step)
               AND UPPER-CASE(RBE-Program (Entry-Sub))
                     = Runbedit-Program
               AND RBE-RC-From (Entry-Sub) = Runbedit-RC-From
               AND RBE-RC-To (Entry-Sub) = Runbedit-RC-To
                   MOVE Entry-Sub TO Matched-Sub
               END-IF
           END-PERFORM
           .
      *****************************************************************
      ** RUNBOOK takes the first entry covering the return code, so  **
      ** a new entry with a specific range goes ahead of the first   **
      ** catch-all entry for the same job table, step and program;  **
      ** anything else goes on the end.                              **
      *****************************************************************
       150-Find-Insert-Position.
           COMPUTE Insert-Sub = Entry-Count + 1
           IF Runbedit-RC-From NOT = SPACES
               PERFORM VARYING Entry-Sub FROM Entry-Count BY -1
                         UNTIL Entry-Sub < 1
                   IF  UPPER-CASE(RBE-Job-Table (Entry-Sub))
                         = UPPER-CASE(Runbedit-Job-Table)
                   AND NUMVAL(RBE-Step (Entry-Sub))
                         = NUMVAL(Runbedit-Step)
                   AND UPPER-CASE(RBE-Program (Entry-Sub))
                         = Runbedit-Program
                   AND RBE-RC-From (Entry-Sub) = SPACES
                       MOVE Entry-Sub TO Insert-Sub
                   END-IF
               END-PERFORM
           END-IF
           .
       160-Store-Entry.
           MOVE Runbedit-Job-Table TO RBE-Job-Table (Matched-Sub)
           MOVE Runbedit-Step      TO RBE-Step (Matched-Sub)
           MOVE Runbedit-Program   TO RBE-Program (Matched-Sub)
           MOVE Runbedit-RC-From   TO RBE-RC-From (Matched-Sub)
           MOVE Runbedit-RC-To     TO RBE-RC-To (Matched-Sub)
           MOVE Runbedit-Action    TO RBE-Action (Matched-Sub)
           MOVE Runbedit-Contact   TO RBE-Contact (Matched-Sub)
           MOVE Runbedit-Meaning   TO RBE-Meaning (Matched-Sub)
           .
      *****************************************************************
      ** The new contents go to a side file, verified and swapped   **
      ** into place by SAFESAVE - a crash mid-rewrite can no longer **
      ** leave a truncated runbook.                                 **
      *****************************************************************
       200-Rewrite-Runbook.
           MOVE "RUNBOOK.NEW" TO Runbook-Filename
           OPEN OUTPUT Runbook-File
           PERFORM VARYING Entry-Sub FROM 1 BY 1
                     UNTIL Entry-Sub > Entry-Count
               MOVE SPACES TO Runbook-Record
               MOVE 1 TO Build-Ptr
               STRING TRIM(RBE-Job-Table (Entry-Sub), TRAILING) ","
                      TRIM(RBE-Step (Entry-Sub), TRAILING) ","
                      TRIM(RBE-Program (Entry-Sub), TRAILING) ","
                      TRIM(RBE-RC-From (Entry-Sub), TRAILING) ","
                      TRIM(RBE-RC-To (Entry-Sub), TRAILING) ","
                   DELIMITED BY SIZE INTO Runbook-Record
                   WITH POINTER Build-Ptr
               END-STRING
               MOVE SPACES TO Quote-Field-Text
               MOVE RBE-Action (Entry-Sub) TO Quote-Field-Text
               PERFORM 210-Append-One-Field
               STRING ","
                   DELIMITED BY SIZE INTO Runbook-Record
                   WITH POINTER Build-Ptr
               END-STRING
               MOVE SPACES TO Quote-Field-Text
               MOVE RBE-Contact (Entry-Sub) TO Quote-Field-Text
               PERFORM 210-Append-One-Field
               STRING ","
                   DELIMITED BY SIZE INTO Runbook-Record
                   WITH POINTER Build-Ptr
               END-STRING
               MOVE SPACES TO Quote-Field-Text
               MOVE RBE-Meaning (Entry-Sub) TO Quote-Field-Text
               PERFORM 210-Append-One-Field
               WRITE Runbook-Record
           END-PERFORM
           CLOSE Runbook-File
           MOVE "RUNBOOK.DAT" TO Runbook-Filename
           MOVE Entry-Count TO Expected-Records
           INITIALIZE Chgauth-CB
           MOVE Audit-Source    TO CAB-Screen
           MOVE Signon-Operator TO CAB-Operator
           CALL "SAFESAVE"
               USING Live-Table-Name, Expected-Records,
                     Save-Return-Code, Chgauth-CB
           END-CALL
           IF Save-Return-Code NOT = 0
               DISPLAY 'RUNBEDIT: save NOT applied, SAFESAVE RC='
                   Save-Return-Code UPON SYSERR
           END-IF
           .
      *****************************************************************
      ** A free-text field containing a comma or a quote is written  **
      ** quoted, with embedded quotes doubled, which CSVPARSE (and   **
      ** so RUNBOOK) reads back whole.                               **
      *****************************************************************
       210-Append-One-Field.
           MOVE 0 TO Comma-Tally
           INSPECT Quote-Field-Text
               TALLYING Comma-Tally FOR ALL ','
           INSPECT Quote-Field-Text
               TALLYING Comma-Tally FOR ALL '"'
           IF Comma-Tally = 0
               STRING TRIM(Quote-Field-Text, TRAILING)
                   DELIMITED BY SIZE INTO Runbook-Record
                   WITH POINTER Build-Ptr
               END-STRING
           ELSE
               IF Quote-Field-Text = SPACES
                   MOVE 0 TO Quote-Field-Length
               ELSE
                   MOVE LENGTH(TRIM(Quote-Field-Text, TRAILING))
                     TO Quote-Field-Length
               END-IF
               STRING '"'
                   DELIMITED BY SIZE INTO Runbook-Record
                   WITH POINTER Build-Ptr
               END-STRING
               PERFORM VARYING Quote-Sub FROM 1 BY 1
                         UNTIL Quote-Sub > Quote-Field-Length
                   STRING Quote-Field-Text (Quote-Sub:1)
                       DELIMITED BY SIZE INTO Runbook-Record
                       WITH POINTER Build-Ptr
                   END-STRING
                   IF Quote-Field-Text (Quote-Sub:1) = '"'
                       STRING '"'
                           DELIMITED BY SIZE INTO Runbook-Record
                           WITH POINTER Build-Ptr
                       END-STRING
                   END-IF
               END-PERFORM
               STRING '"'
                   DELIMITED BY SIZE INTO Runbook-Record
                   WITH POINTER Build-Ptr
               END-STRING
           END-IF
           .
