       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RUNBOOK.
      *****************************************************************
      ** This subroutine looks up the recovery instructions for a    **
      ** failed job step in the shop runbook "RUNBOOK.DAT", so the   **
      ** operator on shift does not depend on one person's memory    **
      ** of what RC 8 from CTLBAL means for a particular job:        **
      **                                                             **
      ** CALL "RUNBOOK" USING <runbook-cb>                           **
      **                                                             **
      ** (see RUNBOOKcb.cpy).  Each runbook entry is one comma-      **
      ** separated line (maintained with RUNBEDIT):                  **
      **                                                             **
      **   table,step,program,rc-from,rc-to,action,contact,meaning   **
      **                                                             **
      **   table    the job table the step belongs to, e.g.         **
      **            JOBSTEPS.DAT - leave table AND step blank for    **
      **            the program's default entry                      **
      **   step     the step number within that table               **
      **   program  the step's program; on a table/step entry it    **
      **            may be left blank to match whatever runs there  **
      **   rc-from  the lowest return code the entry covers; rc-to  **
      **   rc-to    the highest (blank = rc-from only); both blank  **
      **            covers any non-zero return code                 **
      **   action   the one-line recovery action: rerun, skip, fix  **
      **            the data then REROUTE, call the vendor ...      **
      **   contact  who to call                                     **
      **   meaning  what the return code means                      **
      **                                                             **
      ** The text columns may be quoted (they are read with          **
      ** CSVPARSE), so they can hold commas.  An entry written for   **
      ** the job table and step wins over the program's default;    **
      ** among entries of the same kind, the first that covers the  **
      ** return code wins - list narrow ranges before catch-alls.   **
      ** A missing runbook simply finds nothing.                     **
      **                                                             **
      ** >>> Note that the subroutine name MUST be specified in  <<< **
      ** >>> UPPERCASE                                           <<< **
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
           SELECT Runbook-File ASSIGN TO "RUNBOOK.DAT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  Runbook-File.
       01  Runbook-Record                 PIC X(250).

       WORKING-STORAGE SECTION.
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

       01  Runbook-EOF-Switch             PIC X VALUE 'N'.
           88 Runbook-EOF                 VALUE 'Y'.
       01  Step-Match-Switch              PIC X VALUE 'N'.
           88 Step-Match-Found            VALUE 'Y'.
       01  Default-Match-Switch           PIC X VALUE 'N'.
           88 Default-Match-Found         VALUE 'Y'.
       01  Covers-RC-Switch               PIC X VALUE 'N'.
           88 Entry-Covers-RC             VALUE 'Y'.

       01  Wanted-Job-Table               PIC X(64).
       01  Wanted-Program                 PIC X(9).
       01  Entry-Job-Table                PIC X(64).
       01  Entry-Program                  PIC X(9).
       01  Entry-RC-From                  USAGE BINARY-LONG.
       01  Entry-RC-To                    USAGE BINARY-LONG.

       01  Default-Meaning                PIC X(50).
       01  Default-Action                 PIC X(50).
       01  Default-Contact                PIC X(30).

       LINKAGE SECTION.
       COPY RUNBOOKcb.

       PROCEDURE DIVISION USING Runbook-CB.
       000-RUNBOOK.
           MOVE 'N' TO RBB-Found-Switch
           MOVE SPACES TO RBB-Source
           MOVE SPACES TO RBB-Meaning
           MOVE SPACES TO RBB-Action
           MOVE SPACES TO RBB-Contact
           MOVE 'N' TO Step-Match-Switch
           MOVE 'N' TO Default-Match-Switch
           MOVE UPPER-CASE(TRIM(RBB-Job-Table)) TO Wanted-Job-Table
           MOVE UPPER-CASE(TRIM(RBB-Program)) TO Wanted-Program
           CALL "CBL_CHECK_FILE_EXIST"
               USING "RUNBOOK.DAT"
                     File-Details
           END-CALL
           IF RETURN-CODE = 0
               OPEN INPUT Runbook-File
               MOVE 'N' TO Runbook-EOF-Switch
               PERFORM 100-Check-One-Entry
                   UNTIL Runbook-EOF OR Step-Match-Found
               CLOSE Runbook-File
           END-IF
           EVALUATE TRUE
               WHEN Step-Match-Found
                   MOVE 'Y' TO RBB-Found-Switch
                   MOVE 'STEP' TO RBB-Source
               WHEN Default-Match-Found
                   MOVE 'Y' TO RBB-Found-Switch
                   MOVE 'PROGRAM' TO RBB-Source
                   MOVE Default-Meaning TO RBB-Meaning
                   MOVE Default-Action TO RBB-Action
                   MOVE Default-Contact TO RBB-Contact
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           GOBACK
           .
       100-Check-One-Entry.
           READ Runbook-File
               AT END
                   MOVE 'Y' TO Runbook-EOF-Switch
           END-READ
           IF NOT Runbook-EOF
               IF Runbook-Record NOT = SPACES
                   INITIALIZE Csvparse-CB
                   CALL "CSVPARSE"
                       USING Csvparse-CB, Runbook-Record
                   END-CALL
                   PERFORM 110-Check-Return-Code-Range
                   IF Entry-Covers-RC
                       PERFORM 120-Match-Entry
                   END-IF
               END-IF
           END-IF
           .
      *****************************************************************
      ** Both bounds blank = any failure (non-zero RC); a blank      **
      ** upper bound = the lower bound alone.  A bound that is not   **
      ** a number makes the entry unusable - it never matches.      **
      *****************************************************************
       110-Check-Return-Code-Range.
           MOVE 'N' TO Covers-RC-Switch
           EVALUATE TRUE
               WHEN CPB-Field (4) = SPACES AND CPB-Field (5) = SPACES
                   IF RBB-Return-Code NOT = 0
                       MOVE 'Y' TO Covers-RC-Switch
                   END-IF
               WHEN TEST-NUMVAL(TRIM(CPB-Field (4))) NOT = 0
                   CONTINUE
               WHEN CPB-Field (5) = SPACES
                   MOVE NUMVAL(CPB-Field (4)) TO Entry-RC-From
                   IF RBB-Return-Code = Entry-RC-From
                       MOVE 'Y' TO Covers-RC-Switch
                   END-IF
               WHEN TEST-NUMVAL(TRIM(CPB-Field (5))) NOT = 0
                   CONTINUE
               WHEN OTHER
                   MOVE NUMVAL(CPB-Field (4)) TO Entry-RC-From
                   MOVE NUMVAL(CPB-Field (5)) TO Entry-RC-To
                   IF  RBB-Return-Code >= Entry-RC-From
                   AND RBB-Return-Code <= Entry-RC-To
                       MOVE 'Y' TO Covers-RC-Switch
                   END-IF
           END-EVALUATE
           .
       120-Match-Entry.
           MOVE UPPER-CASE(TRIM(CPB-Field (1))) TO Entry-Job-Table
           MOVE UPPER-CASE(TRIM(CPB-Field (3))) TO Entry-Program
           EVALUATE TRUE
               WHEN CPB-Field (1) = SPACES AND CPB-Field (2) = SPACES
                   IF  Entry-Program = Wanted-Program
                   AND Entry-Program NOT = SPACES
                   AND NOT Default-Match-Found
                       MOVE 'Y' TO Default-Match-Switch
                       MOVE CPB-Field (8) (1:50) TO Default-Meaning
                       MOVE CPB-Field (6) (1:50) TO Default-Action
                       MOVE CPB-Field (7) (1:30) TO Default-Contact
                   END-IF
               WHEN Entry-Job-Table NOT = Wanted-Job-Table
                   CONTINUE
               WHEN TEST-NUMVAL(TRIM(CPB-Field (2))) NOT = 0
                   CONTINUE
               WHEN NUMVAL(CPB-Field (2)) NOT = RBB-Step-Number
                   CONTINUE
               WHEN Entry-Program NOT = SPACES
                AND Entry-Program NOT = Wanted-Program
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y' TO Step-Match-Switch
                   MOVE CPB-Field (8) (1:50) TO RBB-Meaning
                   MOVE CPB-Field (6) (1:50) TO RBB-Action
                   MOVE CPB-Field (7) (1:30) TO RBB-Contact
           END-EVALUATE
           .
