      ** at its next step boundary; JOBDRV audits every accepted    **
      ** command.                                                   **
      **                                                             **
      ** When the job has FAILED, JOBMON also shows the failed       **
      ** step's entry from the shop runbook "RUNBOOK.DAT" (through   **
      ** RUNBOOK - see RUNBEDIT): what the return code means, the    **
      ** recovery action, and who to call.                           **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      ** GC1017 Show the projected finish from JOBCAST.STA (see     **
      **        JOBCAST.cbl) when one is on file, so the operator   **
      **        sees the batch-window forecast at a glance          **
      ** GC1054 Show the failed step's runbook entry (meaning,       **
      **        recovery action, who to call - see RUNBOOK.cbl)      **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              10 FILLER                    PIC 9(2).
           05 NOW-Offset                   PIC X(9).

       COPY RUNBOOKcb.

       01  Jobmon-Meaning-Display          PIC X(50).
       01  Jobmon-Action-Display           PIC X(50).
       01  Jobmon-Contact-Display          PIC X(30).

       01  Color-Element                   PIC X(20) VALUE 'JOBMON'.
       COPY GETCOLORcb.

           05 LINE 17 COLUMN 01
                  VALUE 'C=cancel X=exit.......: '.
           05 LINE 17 COLUMN 25 PIC X USING Jobmon-Reply.
           05 LINE 19 COLUMN 01
                  VALUE 'Runbook meaning.......: '.
           05 LINE 19 COLUMN 27 PIC X(50)
                  FROM Jobmon-Meaning-Display.
           05 LINE 20 COLUMN 01
                  VALUE 'Recovery action.......: '.
           05 LINE 20 COLUMN 27 PIC X(50)
                  FROM Jobmon-Action-Display.
           05 LINE 21 COLUMN 01
                  VALUE 'Who to call...........: '.
           05 LINE 21 COLUMN 27 PIC X(30)
                  FROM Jobmon-Contact-Display.

       PROCEDURE DIVISION.
       000-MAIN.
               END-IF
               MOVE SPACES TO Jobmon-Message
           END-IF
           PERFORM 125-Find-Runbook-Entry
           .
      *****************************************************************
      ** A FAILED job shows the failed step's runbook entry - the    **
      ** status file is JOBSTEPS.DAT's, so that is the job table.   **
      *****************************************************************
       125-Find-Runbook-Entry.
           MOVE SPACES TO Jobmon-Meaning-Display
           MOVE SPACES TO Jobmon-Action-Display
           MOVE SPACES TO Jobmon-Contact-Display
           IF Status-Found AND JS-State = 'FAILED'
               INITIALIZE Runbook-CB
               MOVE "JOBSTEPS.DAT"  TO RBB-Job-Table
               MOVE JS-Step-Number  TO RBB-Step-Number
               MOVE JS-Step-Program TO RBB-Program
               MOVE NUMVAL(JS-Return-Code) TO RBB-Return-Code
               CALL "RUNBOOK" USING Runbook-CB
               END-CALL
               IF RBB-Found
                   MOVE RBB-Meaning TO Jobmon-Meaning-Display
                   MOVE RBB-Action  TO Jobmon-Action-Display
                   MOVE RBB-Contact TO Jobmon-Contact-Display
               ELSE
                   MOVE '(no runbook entry - see RUNBEDIT)'
                     TO Jobmon-Action-Display
               END-IF
           END-IF
           .
      *****************************************************************
      ** Elapsed time = now minus JS-Start-Timestamp, crossing       **
