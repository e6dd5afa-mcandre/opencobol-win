       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CHGAUTH.
      *****************************************************************
      ** This is the change-authorization subroutine behind every    **
      ** maintenance-screen save.  The screens could be saved at any **
      ** time by anyone with update level - at 02:00 in the middle   **
      ** of the night job, or in the quarter-end freeze - and the    **
      ** auditors' "show me every production change and its          **
      ** authorization" was an argument instead of a report:         **
      **                                                             **
      ** CALL "CHGAUTH" USING <control-block>                        **
      **                                                             **
      ** <control-block> is laid out by CHGAUTHcb.cpy.  SAFESAVE     **
      ** makes both calls for the screens that save through it.      **
      **                                                             **
      ** FUNC 'A' (authorize) checks the change calendar             **
      ** "CHGCAL.DAT", one freeze window per line:                   **
      **                                                             **
      **   from-timestamp,to-timestamp,reason                        **
      **                                                             **
      ** (timestamps "yyyy-mm-dd hh:mm", both ends inclusive to the  **
      ** minute; blank lines and lines starting '*' are ignored).    **
      **                                                             **
      **   - outside a freeze the operator must enter a change       **
      **     ticket number                                           **
      **   - inside a freeze the operator must enter an emergency    **
      **     change number AND an administrator (SIGNON level 3,     **
      **     someone other than the operator making the change)     **
      **     must sign it off with id and password                   **
      **                                                             **
      ** Three tries; a blank ticket withdraws the save.  The answer **
      ** is CAB-Return-Code 0 (authorized) or 8 (refused).  Every    **
      ** refusal is audited, and one during a freeze also raises a   **
      ** WARNING operator alert.                                     **
      **                                                             **
      ** FUNC 'R' (record), made after the save, appends the change  **
      ** to the change register "CHGREG.DAT", one line per change:   **
      **                                                             **
      **   date,time,screen,operator,ticket,type,approver,           **
      **   file,result,freeze-reason                                 **
      **                                                             **
      ** (type NORMAL or EMERGENCY, result APPLIED or FAILED-nn with **
      ** the SAFESAVE return code) - the register CHGRPT prints.     **
      **                                                             **
      ** >>> Note that the subroutine name MUST be specified in  <<< **
      ** >>> UPPERCASE                                           <<< **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1046 Initial coding                                       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Calendar-File ASSIGN TO "CHGCAL.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Operator-File ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT Register-File ASSIGN TO "CHGREG.DAT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Calendar-File.
       01  Calendar-Record                PIC X(132).

       FD  Operator-File.
       01  Operator-Record                PIC X(80).

       FD  Register-File.
       01  Register-Record                PIC X(220).

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

       01  Timestamp-Fields.
           05 TF-Year                   PIC 9(4).
           05 TF-Month                  PIC 9(2).
           05 TF-Day                    PIC 9(2).
           05 TF-Hours                  PIC 9(2).
           05 TF-Minutes                PIC 9(2).
           05 TF-Seconds                PIC 9(2).
           05 FILLER                    PIC X(11).
       01  Now-Timestamp                  PIC X(19).

       01  Calendar-EOF-Switch            PIC X.
           88 Calendar-EOF                VALUE 'Y'.
       01  Freeze-Switch                  PIC X VALUE 'N'.
           88 Freeze-In-Effect            VALUE 'Y'.
       01  Window-From                    PIC X(16).
       01  Window-To                      PIC X(16).
       01  Freeze-Until                   PIC X(16).

       01  Operator-Table.
           05 Operator-Entry              OCCURS 50 TIMES.
              10 OP-Id                    PIC X(8).
              10 OP-Checksum              PIC 9(10).
              10 OP-Level                 PIC 9(1).
       01  Operator-Count                 PIC 9(2) VALUE 0.
       01  Operator-Sub                   PIC 9(2).
       01  Matched-Sub                    PIC 9(2).
       01  Operator-EOF-Switch            PIC X.
           88 Operator-EOF                VALUE 'Y'.

       01  Chain-Work-Record              PIC X(210).
       01  Entry-Checksum                 PIC 9(10).

       01  Attempt-Number                 USAGE BINARY-LONG.
       01  Max-Attempts                   USAGE BINARY-LONG
                                          VALUE 3.
       01  Decision-Switch                PIC X.
           88 Decision-Authorized         VALUE 'A'.
           88 Decision-Refused            VALUE 'R'.
           88 Decision-Pending            VALUE 'P'.

       01  Chgauth-Status                 PIC X(70).
       01  Chgauth-By                     PIC X(40).
       01  Chgauth-Target                 PIC X(50).
       01  Chgauth-Ticket                 PIC X(12).
       01  Chgauth-Admin-Id               PIC X(8).
       01  Chgauth-Admin-Password         PIC X(20).
       01  Chgauth-Message                PIC X(70).
       01  Refusal-Reason                 PIC X(60).

       01  Result-Text                    PIC X(10).
       01  RC-Display                     PIC 9(2).
       01  Register-Reason                PIC X(40).

       01  Audit-Source                   PIC X(8) VALUE 'CHGAUTH'.
       01  Audit-Detail-Text              PIC X(152).
       01  Audit-Return-Code              USAGE BINARY-LONG.
       01  Alert-Message-Text             PIC X(100).
       01  Alert-Severity                 USAGE BINARY-LONG.

       01  Color-Element                  PIC X(20) VALUE 'CHGAUTH'.
       COPY GETCOLORcb.

       LINKAGE SECTION.
       COPY CHGAUTHcb.

       SCREEN SECTION.
       01  Ticket-Screen  BACKGROUND-COLOR GCB-Background
                           FOREGROUND-COLOR GCB-Foreground.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01
                  VALUE 'CHANGE AUTHORIZATION'.
           05 LINE 03 COLUMN 01
                  VALUE 'Change to...............: '.
           05 LINE 03 COLUMN 27 PIC X(50) FROM Chgauth-Target.
           05 LINE 04 COLUMN 01
                  VALUE 'Changed by..............: '.
           05 LINE 04 COLUMN 27 PIC X(40) FROM Chgauth-By.
           05 LINE 06 COLUMN 01 PIC X(70) FROM Chgauth-Status.
           05 LINE 08 COLUMN 01
                  VALUE 'Change ticket number....: '.
           05 LINE 08 COLUMN 27 PIC X(12) USING Chgauth-Ticket.
           05 LINE 11 COLUMN 01 PIC X(70) FROM Chgauth-Message.
           05 LINE 13 COLUMN 01
                  VALUE 'A blank ticket number withdraws the save'.

       01  Freeze-Screen  BACKGROUND-COLOR GCB-Background
                           FOREGROUND-COLOR GCB-Foreground.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01
                  VALUE 'CHANGE AUTHORIZATION - CHANGE FREEZE'.
           05 LINE 03 COLUMN 01
                  VALUE 'Change to...............: '.
           05 LINE 03 COLUMN 27 PIC X(50) FROM Chgauth-Target.
           05 LINE 04 COLUMN 01
                  VALUE 'Changed by..............: '.
           05 LINE 04 COLUMN 27 PIC X(40) FROM Chgauth-By.
           05 LINE 06 COLUMN 01 PIC X(70) FROM Chgauth-Status.
           05 LINE 08 COLUMN 01
                  VALUE 'Emergency change number.: '.
           05 LINE 08 COLUMN 27 PIC X(12) USING Chgauth-Ticket.
           05 LINE 09 COLUMN 01
                  VALUE 'Approving administrator.: '.
           05 LINE 09 COLUMN 27 PIC X(8) USING Chgauth-Admin-Id.
           05 LINE 10 COLUMN 01
                  VALUE 'Administrator password..: '.
           05 LINE 10 COLUMN 27 PIC X(20)
                  USING Chgauth-Admin-Password SECURE.
           05 LINE 11 COLUMN 01 PIC X(70) FROM Chgauth-Message.
           05 LINE 13 COLUMN 01
                  VALUE 'A blank change number withdraws the save'.

       PROCEDURE DIVISION USING Chgauth-CB.
       000-CHGAUTH.
           MOVE FUNCTION CURRENT-DATE TO Timestamp-Fields
           MOVE SPACES TO Now-Timestamp
           STRING TF-Year "-" TF-Month "-" TF-Day " "
                  TF-Hours ":" TF-Minutes ":" TF-Seconds
               DELIMITED BY SIZE INTO Now-Timestamp
           END-STRING
           EVALUATE TRUE
               WHEN Chgauth-FUNC-AUTHORIZE
                   PERFORM 100-Authorize-Change
               WHEN Chgauth-FUNC-RECORD
                   PERFORM 500-Record-Change
               WHEN OTHER
                   MOVE 8 TO CAB-Return-Code
           END-EVALUATE
           GOBACK
           .
       100-Authorize-Change.
           MOVE SPACES TO CAB-Ticket
           MOVE SPACES TO CAB-Change-Type
           MOVE SPACES TO CAB-Approver
           MOVE SPACES TO CAB-Freeze-Reason
           MOVE SPACES TO CAB-Audit-Text
           MOVE 8 TO CAB-Return-Code
           PERFORM 110-Check-Change-Calendar
           CALL "GETCOLOR" USING Color-Element, Getcolor-CB
           END-CALL
           MOVE CAB-Target TO Chgauth-Target
           MOVE SPACES TO Chgauth-By
           STRING TRIM(CAB-Operator, TRAILING) " using "
                  TRIM(CAB-Screen, TRAILING)
               DELIMITED BY SIZE INTO Chgauth-By
           END-STRING
           MOVE SPACES TO Chgauth-Status
           IF Freeze-In-Effect
               STRING "CHANGE FREEZE until " Freeze-Until ": "
                      TRIM(CAB-Freeze-Reason, TRAILING)
                   DELIMITED BY SIZE INTO Chgauth-Status
               END-STRING
               PERFORM 200-Load-Operators
           ELSE
               MOVE "No change freeze is in effect"
                 TO Chgauth-Status
           END-IF
           MOVE SPACES TO Chgauth-Ticket
           MOVE SPACES TO Chgauth-Message
           MOVE SPACES TO Refusal-Reason
           MOVE 0 TO Attempt-Number
           MOVE 'P' TO Decision-Switch
           PERFORM 120-Attempt-Authorization
               UNTIL NOT Decision-Pending
           IF Decision-Authorized
               MOVE 0 TO CAB-Return-Code
               MOVE UPPER-CASE(Chgauth-Ticket) TO CAB-Ticket
               IF Freeze-In-Effect
                   MOVE 'EMERGENCY' TO CAB-Change-Type
                   STRING " EMERGENCY " TRIM(CAB-Ticket, TRAILING)
                          " approved by "
                          TRIM(CAB-Approver, TRAILING)
                       DELIMITED BY SIZE INTO CAB-Audit-Text
                   END-STRING
               ELSE
                   MOVE 'NORMAL' TO CAB-Change-Type
                   STRING " ticket " TRIM(CAB-Ticket, TRAILING)
                       DELIMITED BY SIZE INTO CAB-Audit-Text
                   END-STRING
               END-IF
           ELSE
               PERFORM 150-Refuse-Change
           END-IF
           .
      *****************************************************************
      ** The freeze in effect is the first window whose span covers  **
      ** the current minute.                                         **
      *****************************************************************
       110-Check-Change-Calendar.
           MOVE 'N' TO Freeze-Switch
           CALL "CBL_CHECK_FILE_EXIST"
               USING "CHGCAL.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Calendar-File
               MOVE 'N' TO Calendar-EOF-Switch
               PERFORM 111-Check-One-Window
                   UNTIL Calendar-EOF
                      OR Freeze-In-Effect
               CLOSE Calendar-File
           END-IF
           .
       111-Check-One-Window.
           READ Calendar-File
               AT END
                   MOVE 'Y' TO Calendar-EOF-Switch
           END-READ
           IF  NOT Calendar-EOF
           AND Calendar-Record NOT = SPACES
           AND Calendar-Record (1:1) NOT = '*'
               INITIALIZE Csvparse-CB
               CALL "CSVPARSE"
                   USING Csvparse-CB, Calendar-Record
               END-CALL
               MOVE CPB-Field (1) (1:16) TO Window-From
               MOVE CPB-Field (2) (1:16) TO Window-To
               IF  CPB-Field-Count >= 2
               AND Window-From (5:1)  = '-'
               AND Window-From (11:1) = ' '
               AND Window-To (5:1)    = '-'
               AND Window-To (11:1)   = ' '
                   IF  Now-Timestamp (1:16) >= Window-From
                   AND Now-Timestamp (1:16) <= Window-To
                       MOVE 'Y' TO Freeze-Switch
                       MOVE Window-To TO Freeze-Until
                       MOVE CPB-Field (3) TO CAB-Freeze-Reason
                       IF CAB-Freeze-Reason = SPACES
                           MOVE "(no reason given)"
                             TO CAB-Freeze-Reason
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'CHGAUTH: bad CHGCAL.DAT line ignored: '
                       TRIM(Calendar-Record) UPON SYSERR
               END-IF
           END-IF
           .
       120-Attempt-Authorization.
           ADD 1 TO Attempt-Number
           MOVE SPACES TO Chgauth-Admin-Password
           IF Freeze-In-Effect
               DISPLAY Freeze-Screen
               ACCEPT Freeze-Screen
           ELSE
               DISPLAY Ticket-Screen
               ACCEPT Ticket-Screen
           END-IF
           MOVE SPACES TO Chgauth-Message
           EVALUATE TRUE
               WHEN Chgauth-Ticket = SPACES
                   MOVE 'R' TO Decision-Switch
                   MOVE "withdrawn - no change ticket entered"
                     TO Refusal-Reason
               WHEN NOT Freeze-In-Effect
                   MOVE 'A' TO Decision-Switch
               WHEN OTHER
                   PERFORM 130-Check-Administrator
           END-EVALUATE
           IF  Decision-Pending
           AND Attempt-Number >= Max-Attempts
               MOVE 'R' TO Decision-Switch
               MOVE "no administrator sign-off for the freeze"
                 TO Refusal-Reason
           END-IF
           .
      *****************************************************************
      ** An emergency change during a freeze needs a second person:  **
      ** an administrator, other than the operator making the        **
      ** change, signing off with id and password (checked exactly   **
      ** as SIGNON checks them).                                     **
      *****************************************************************
       130-Check-Administrator.
           MOVE UPPER-CASE(Chgauth-Admin-Id) TO Chgauth-Admin-Id
           MOVE SPACES TO Chain-Work-Record
           MOVE Chgauth-Admin-Password TO Chain-Work-Record
           CALL "AUDITCHN"
               USING Chain-Work-Record, Entry-Checksum
           END-CALL
           MOVE SPACES TO Chgauth-Admin-Password
           MOVE 0 TO Matched-Sub
           PERFORM VARYING Operator-Sub FROM 1 BY 1
                     UNTIL Operator-Sub > Operator-Count
               IF OP-Id (Operator-Sub) = Chgauth-Admin-Id
                   MOVE Operator-Sub TO Matched-Sub
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN Matched-Sub = 0
                 OR OP-Checksum (Matched-Sub) NOT = Entry-Checksum
                   MOVE 'Administrator id or password not recognized'
                     TO Chgauth-Message
               WHEN OP-Level (Matched-Sub) < 3
                   MOVE SPACES TO Chgauth-Message
                   STRING TRIM(Chgauth-Admin-Id, TRAILING)
                          " is not an administrator"
                       DELIMITED BY SIZE INTO Chgauth-Message
                   END-STRING
               WHEN Chgauth-Admin-Id = CAB-Operator
                   MOVE 'The approver must be someone other than '
                        & 'the operator making the change'
                     TO Chgauth-Message
               WHEN OTHER
                   MOVE 'A' TO Decision-Switch
                   MOVE Chgauth-Admin-Id TO CAB-Approver
           END-EVALUATE
           .
       150-Refuse-Change.
           MOVE " - change not authorized" TO CAB-Audit-Text
           MOVE SPACES TO Audit-Detail-Text
           STRING "change to " TRIM(CAB-Target, TRAILING)
                  " by " TRIM(CAB-Operator, TRAILING)
                  " (" TRIM(CAB-Screen, TRAILING) ") refused: "
                  TRIM(Refusal-Reason, TRAILING)
               DELIMITED BY SIZE INTO Audit-Detail-Text
           END-STRING
           MOVE 8 TO Audit-Return-Code
           CALL "AUDITLOG"
               USING Audit-Source, Audit-Detail-Text,
                     Audit-Return-Code
           END-CALL
           IF Freeze-In-Effect
               MOVE 2 TO Alert-Severity
               MOVE SPACES TO Alert-Message-Text
               STRING "change to " TRIM(CAB-Target, TRAILING)
                      " refused during change freeze ("
                      TRIM(CAB-Operator, TRAILING) ")"
                   DELIMITED BY SIZE INTO Alert-Message-Text
               END-STRING
               CALL "ALERTER"
                   USING Audit-Source, Alert-Message-Text,
                         Alert-Severity
               END-CALL
           END-IF
           .
       200-Load-Operators.
           MOVE 0 TO Operator-Count
           CALL "CBL_CHECK_FILE_EXIST"
               USING "OPERATOR.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Operator-File
               MOVE 'N' TO Operator-EOF-Switch
               PERFORM 210-Load-One-Operator
                   UNTIL Operator-EOF
               CLOSE Operator-File
           END-IF
           .
       210-Load-One-Operator.
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
                   IF  CPB-Field-Count >= 3
                   AND TEST-NUMVAL(TRIM(CPB-Field (2))) = 0
                   AND TEST-NUMVAL(TRIM(CPB-Field (3))) = 0
                       ADD 1 TO Operator-Count
                       MOVE UPPER-CASE(CPB-Field (1) (1:8))
                         TO OP-Id (Operator-Count)
                       MOVE NUMVAL(CPB-Field (2))
                         TO OP-Checksum (Operator-Count)
                       MOVE NUMVAL(CPB-Field (3))
                         TO OP-Level (Operator-Count)
                   END-IF
               END-IF
           END-IF
           .
      *****************************************************************
      ** One register line per authorized change, with its outcome.  **
      ** The freeze reason goes last, its commas made semicolons so  **
      ** the line always splits into the same ten columns.           **
      *****************************************************************
       500-Record-Change.
           IF CAB-Save-Return-Code = 0
               MOVE "APPLIED" TO Result-Text
           ELSE
               MOVE CAB-Save-Return-Code TO RC-Display
               MOVE SPACES TO Result-Text
               STRING "FAILED-" RC-Display
                   DELIMITED BY SIZE INTO Result-Text
               END-STRING
           END-IF
           MOVE CAB-Freeze-Reason TO Register-Reason
           INSPECT Register-Reason REPLACING ALL ',' BY ';'
           MOVE SPACES TO Register-Record
           STRING Now-Timestamp (1:10) ","
                  Now-Timestamp (12:8) ","
                  TRIM(CAB-Screen, TRAILING) ","
                  TRIM(CAB-Operator, TRAILING) ","
                  TRIM(CAB-Ticket, TRAILING) ","
                  TRIM(CAB-Change-Type, TRAILING) ","
                  TRIM(CAB-Approver, TRAILING) ","
                  TRIM(CAB-Target, TRAILING) ","
                  TRIM(Result-Text, TRAILING) ","
                  TRIM(Register-Reason, TRAILING)
               DELIMITED BY SIZE INTO Register-Record
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST"
               USING "CHGREG.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN EXTEND Register-File
           ELSE
               OPEN OUTPUT Register-File
           END-IF
           WRITE Register-Record
           CLOSE Register-File
           MOVE 0 TO CAB-Return-Code
           .
