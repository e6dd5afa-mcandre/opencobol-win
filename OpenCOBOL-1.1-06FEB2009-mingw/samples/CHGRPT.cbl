       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGRPT.
      *****************************************************************
      ** This is the change register report - the auditors' "show   **
      ** me every production change and its authorization", as a    **
      ** report.  It prints the change register "CHGREG.DAT" that   **
      ** CHGAUTH appends to on every maintenance-screen save (see    **
      ** CHGAUTH.cbl for the line layout) to "CHGRPT.RPT":           **
      **                                                             **
      **   - every change, in date and time order: screen, operator, **
      **     ticket, NORMAL or EMERGENCY (with the approving         **
      **     administrator), the file changed and whether the save   **
      **     was applied                                             **
      **   - changes by screen and by operator, with how many were   **
      **     emergency changes and how many failed                   **
      **   - changes by ticket, with the dates each ticket was used  **
      **                                                             **
      ** The one CALL argument narrows the report, positionally:     **
      **                                                             **
      **   from-date,to-date,screen,operator,ticket                  **
      **                                                             **
      ** (dates yyyy-mm-dd, inclusive; any item left empty matches   **
      ** everything, so ",,JOBEDIT" is every JOBEDIT change and no   **
      ** argument at all is the whole register).                     **
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
           SELECT Register-File ASSIGN TO "CHGREG.DAT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Register-File.
       01  Register-Record                PIC X(220).

       WORKING-STORAGE SECTION.
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

       01  Report-Parm-Text               PIC X(80) VALUE SPACES.
       01  Parm-Size                      USAGE BINARY-LONG.
       01  Argument-Count                 USAGE BINARY-LONG.

       01  Selection.
           05 SEL-From-Date             PIC X(10) VALUE SPACES.
           05 SEL-To-Date               PIC X(10) VALUE SPACES.
           05 SEL-Screen                PIC X(8)  VALUE SPACES.
           05 SEL-Operator              PIC X(8)  VALUE SPACES.
           05 SEL-Ticket                PIC X(12) VALUE SPACES.

       01  Register-EOF-Switch            PIC X.
           88 Register-EOF                VALUE 'Y'.

       01  Change-Fields.
           05 CF-Date                   PIC X(10).
           05 CF-Time                   PIC X(8).
           05 CF-Screen                 PIC X(8).
           05 CF-Operator               PIC X(8).
           05 CF-Ticket                 PIC X(12).
           05 CF-Type                   PIC X(9).
           05 CF-Approver               PIC X(8).
           05 CF-File                   PIC X(64).
           05 CF-Result                 PIC X(10).
           05 CF-Reason                 PIC X(40).

       01  Detail-Line.
           05 DL-Date                   PIC X(10).
           05 FILLER                    PIC X VALUE SPACE.
           05 DL-Time                   PIC X(8).
           05 FILLER                    PIC X VALUE SPACE.
           05 DL-Screen                 PIC X(8).
           05 FILLER                    PIC X VALUE SPACE.
           05 DL-Operator               PIC X(8).
           05 FILLER                    PIC X VALUE SPACE.
           05 DL-Ticket                 PIC X(12).
           05 FILLER                    PIC X VALUE SPACE.
           05 DL-Type                   PIC X(9).
           05 FILLER                    PIC X VALUE SPACE.
           05 DL-Approver               PIC X(8).
           05 FILLER                    PIC X VALUE SPACE.
           05 DL-File                   PIC X(30).
           05 FILLER                    PIC X VALUE SPACE.
           05 DL-Result                 PIC X(10).

       01  Tally-Table.
           05 Tally-Entry               OCCURS 100 TIMES.
              10 TT-Kind                PIC X(1).
              10 TT-Name                PIC X(12).
              10 TT-Changes             USAGE BINARY-LONG.
              10 TT-Emergency           USAGE BINARY-LONG.
              10 TT-Failed              USAGE BINARY-LONG.
              10 TT-First-Date          PIC X(10).
              10 TT-Last-Date           PIC X(10).
       01  Tally-Count                    PIC 9(3) VALUE 0.
       01  Tally-Sub                      PIC 9(3).
       01  Matched-Sub                    PIC 9(3).
       01  Tally-Kind                     PIC X(1).
       01  Tally-Name                     PIC X(12).
       01  Tally-Full-Switch              PIC X VALUE 'N'.
           88 Tally-Table-Full            VALUE 'Y'.

       01  Summary-Line.
           05 SL-Name                   PIC X(12).
           05 FILLER                    PIC X VALUE SPACE.
           05 SL-Changes                PIC Z(6)9.
           05 FILLER                    PIC X VALUE SPACE.
           05 SL-Emergency              PIC Z(8)9.
           05 FILLER                    PIC X VALUE SPACE.
           05 SL-Failed                 PIC Z(5)9.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 SL-Dates                  PIC X(24).

       01  Total-Changes                  USAGE BINARY-LONG VALUE 0.
       01  Total-Emergency                USAGE BINARY-LONG VALUE 0.
       01  Total-Failed                   USAGE BINARY-LONG VALUE 0.
       01  Count-Display                  PIC Z(6)9.
       01  Count-Display-2                PIC Z(6)9.
       01  Count-Display-3                PIC Z(6)9.

       01  Report-Line                    PIC X(132).

       LINKAGE SECTION.
       01  Report-Parm                    PIC X ANY LENGTH.

       PROCEDURE DIVISION USING OPTIONAL Report-Parm.
       000-MAIN.
           PERFORM 010-Parse-Parameters
           INITIALIZE Rptwrit-CB
           MOVE "CHGRPT.RPT" TO RWB-Filename
           MOVE "CHANGE REGISTER" TO RWB-Title
           MOVE "CHGRPT" TO RWB-Program-Id
           MOVE 'O' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           PERFORM 020-Write-Selection
           MOVE "Date       Time     Screen   Operator Ticket       "
              & "Type      Approver File                           "
              & "Result"
             TO Report-Line
           PERFORM 290-Write-Report-Line
           MOVE "---------- -------- -------- -------- ------------ "
              & "--------- -------- ------------------------------ "
              & "----------"
             TO Report-Line
           PERFORM 290-Write-Report-Line
           CALL "CBL_CHECK_FILE_EXIST"
               USING "CHGREG.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Register-File
               MOVE 'N' TO Register-EOF-Switch
               PERFORM 100-Report-One-Change
                   UNTIL Register-EOF
               CLOSE Register-File
           END-IF
           MOVE SPACES TO Report-Line
           PERFORM 290-Write-Report-Line
           MOVE Total-Changes   TO Count-Display
           MOVE Total-Emergency TO Count-Display-2
           MOVE Total-Failed    TO Count-Display-3
           MOVE SPACES TO Report-Line
           STRING "Changes: " TRIM(Count-Display)
                  "  Emergency: " TRIM(Count-Display-2)
                  "  Failed: " TRIM(Count-Display-3)
               DELIMITED BY SIZE INTO Report-Line
           END-STRING
           PERFORM 290-Write-Report-Line
           IF Total-Changes > 0
               MOVE 'S' TO Tally-Kind
               MOVE "CHANGES BY SCREEN" TO Report-Line
               PERFORM 200-Write-Summary
               MOVE 'O' TO Tally-Kind
               MOVE "CHANGES BY OPERATOR" TO Report-Line
               PERFORM 200-Write-Summary
               MOVE 'T' TO Tally-Kind
               MOVE "CHANGES BY TICKET" TO Report-Line
               PERFORM 200-Write-Summary
           END-IF
           IF Tally-Table-Full
               MOVE SPACES TO Report-Line
               PERFORM 290-Write-Report-Line
               MOVE "*** summary table full - the summaries above "
                  & "are incomplete; narrow the selection ***"
                 TO Report-Line
               PERFORM 290-Write-Report-Line
           END-IF
           MOVE 'C' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB
           END-CALL
           MOVE 0 TO RETURN-CODE
           GOBACK
           .
       010-Parse-Parameters.
      *> a command-line parameter arrives as a zero-length CALL
      *> parameter; its text is only readable from ARGUMENT-VALUE,
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
           IF Report-Parm-Text = LOW-VALUES
               MOVE SPACES TO Report-Parm-Text
           END-IF
           UNSTRING Report-Parm-Text DELIMITED BY ','
               INTO SEL-From-Date, SEL-To-Date, SEL-Screen,
                    SEL-Operator, SEL-Ticket
           END-UNSTRING
           MOVE UPPER-CASE(SEL-Screen)   TO SEL-Screen
           MOVE UPPER-CASE(SEL-Operator) TO SEL-Operator
           MOVE UPPER-CASE(SEL-Ticket)   TO SEL-Ticket
           .
       020-Write-Selection.
           MOVE SPACES TO Report-Line
           IF Selection = SPACES
               MOVE "Selection: the whole change register"
                 TO Report-Line
           ELSE
               STRING "Selection: from "
                      SEL-From-Date " to " SEL-To-Date
                      " screen " SEL-Screen
                      " operator " SEL-Operator
                      " ticket " SEL-Ticket
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
           END-IF
           PERFORM 290-Write-Report-Line
           MOVE SPACES TO Report-Line
           PERFORM 290-Write-Report-Line
           .
       100-Report-One-Change.
           READ Register-File
               AT END
                   MOVE 'Y' TO Register-EOF-Switch
           END-READ
           IF  NOT Register-EOF
           AND Register-Record NOT = SPACES
               INITIALIZE Csvparse-CB
               CALL "CSVPARSE"
                   USING Csvparse-CB, Register-Record
               END-CALL
               MOVE CPB-Field (1)  TO CF-Date
               MOVE CPB-Field (2)  TO CF-Time
               MOVE CPB-Field (3)  TO CF-Screen
               MOVE CPB-Field (4)  TO CF-Operator
               MOVE CPB-Field (5)  TO CF-Ticket
               MOVE CPB-Field (6)  TO CF-Type
               MOVE CPB-Field (7)  TO CF-Approver
               MOVE CPB-Field (8)  TO CF-File
               MOVE CPB-Field (9)  TO CF-Result
               MOVE CPB-Field (10) TO CF-Reason
               IF  (SEL-From-Date = SPACES
                    OR CF-Date >= SEL-From-Date)
               AND (SEL-To-Date = SPACES
                    OR CF-Date <= SEL-To-Date)
               AND (SEL-Screen = SPACES
                    OR CF-Screen = SEL-Screen)
               AND (SEL-Operator = SPACES
                    OR UPPER-CASE(CF-Operator) = SEL-Operator)
               AND (SEL-Ticket = SPACES
                    OR CF-Ticket = SEL-Ticket)
                   PERFORM 110-Write-Change-Detail
                   PERFORM 120-Tally-Change
               END-IF
           END-IF
           .
       110-Write-Change-Detail.
           MOVE CF-Date     TO DL-Date
           MOVE CF-Time     TO DL-Time
           MOVE CF-Screen   TO DL-Screen
           MOVE CF-Operator TO DL-Operator
           MOVE CF-Ticket   TO DL-Ticket
           MOVE CF-Type     TO DL-Type
           MOVE CF-Approver TO DL-Approver
           MOVE CF-File     TO DL-File
           MOVE CF-Result   TO DL-Result
           MOVE Detail-Line TO Report-Line
           PERFORM 290-Write-Report-Line
           IF CF-Type = 'EMERGENCY'
               MOVE SPACES TO Report-Line
               STRING "           freeze: "
                      TRIM(CF-Reason, TRAILING)
                   DELIMITED BY SIZE INTO Report-Line
               END-STRING
               PERFORM 290-Write-Report-Line
           END-IF
           .
       120-Tally-Change.
           ADD 1 TO Total-Changes
           IF CF-Type = 'EMERGENCY'
               ADD 1 TO Total-Emergency
           END-IF
           IF CF-Result NOT = 'APPLIED'
               ADD 1 TO Total-Failed
           END-IF
           MOVE 'S' TO Tally-Kind
           MOVE CF-Screen TO Tally-Name
           PERFORM 130-Post-Tally
           MOVE 'O' TO Tally-Kind
           MOVE CF-Operator TO Tally-Name
           PERFORM 130-Post-Tally
           MOVE 'T' TO Tally-Kind
           MOVE CF-Ticket TO Tally-Name
           PERFORM 130-Post-Tally
           .
       130-Post-Tally.
           MOVE 0 TO Matched-Sub
           PERFORM VARYING Tally-Sub FROM 1 BY 1
                     UNTIL Tally-Sub > Tally-Count
               IF  TT-Kind (Tally-Sub) = Tally-Kind
               AND TT-Name (Tally-Sub) = Tally-Name
                   MOVE Tally-Sub TO Matched-Sub
               END-IF
           END-PERFORM
           IF Matched-Sub = 0
               IF Tally-Count < 100
                   ADD 1 TO Tally-Count
                   MOVE Tally-Count TO Matched-Sub
                   MOVE Tally-Kind TO TT-Kind (Matched-Sub)
                   MOVE Tally-Name TO TT-Name (Matched-Sub)
                   MOVE 0 TO TT-Changes (Matched-Sub)
                   MOVE 0 TO TT-Emergency (Matched-Sub)
                   MOVE 0 TO TT-Failed (Matched-Sub)
                   MOVE CF-Date TO TT-First-Date (Matched-Sub)
               ELSE
                   MOVE 'Y' TO Tally-Full-Switch
               END-IF
           END-IF
           IF Matched-Sub > 0
               ADD 1 TO TT-Changes (Matched-Sub)
               IF CF-Type = 'EMERGENCY'
                   ADD 1 TO TT-Emergency (Matched-Sub)
               END-IF
               IF CF-Result NOT = 'APPLIED'
                   ADD 1 TO TT-Failed (Matched-Sub)
               END-IF
               MOVE CF-Date TO TT-Last-Date (Matched-Sub)
           END-IF
           .
      *****************************************************************
      ** One summary section: the heading is already in Report-Line **
      ** and Tally-Kind says which entries belong to it.             **
      *****************************************************************
       200-Write-Summary.
           MOVE Report-Line TO SL-Dates
           MOVE SPACES TO Report-Line
           PERFORM 290-Write-Report-Line
           MOVE SL-Dates TO Report-Line
           PERFORM 290-Write-Report-Line
           MOVE "Name         Changes Emergency Failed  Dates"
             TO Report-Line
           PERFORM 290-Write-Report-Line
           MOVE "------------ ------- --------- ------  "
              & "-----------------------"
             TO Report-Line
           PERFORM 290-Write-Report-Line
           PERFORM VARYING Tally-Sub FROM 1 BY 1
                     UNTIL Tally-Sub > Tally-Count
               IF TT-Kind (Tally-Sub) = Tally-Kind
                   MOVE TT-Name (Tally-Sub)      TO SL-Name
                   MOVE TT-Changes (Tally-Sub)   TO SL-Changes
                   MOVE TT-Emergency (Tally-Sub) TO SL-Emergency
                   MOVE TT-Failed (Tally-Sub)    TO SL-Failed
                   MOVE SPACES TO SL-Dates
                   IF TT-First-Date (Tally-Sub)
                          = TT-Last-Date (Tally-Sub)
                       MOVE TT-First-Date (Tally-Sub) TO SL-Dates
                   ELSE
                       STRING TT-First-Date (Tally-Sub) " to "
                              TT-Last-Date (Tally-Sub)
                           DELIMITED BY SIZE INTO SL-Dates
                       END-STRING
                   END-IF
                   MOVE Summary-Line TO Report-Line
                   PERFORM 290-Write-Report-Line
               END-IF
           END-PERFORM
           .
       290-Write-Report-Line.
           MOVE 'W' TO RWB-Function
           CALL "RPTWRIT" USING Rptwrit-CB, Report-Line
           END-CALL
           .
