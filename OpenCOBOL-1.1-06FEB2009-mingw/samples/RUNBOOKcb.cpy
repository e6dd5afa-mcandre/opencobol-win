      ******************************************************************
      ** RUNBOOKcb.cpy                                                 **
      **                                                                **
      ** Control block for the RUNBOOK recovery-instruction lookup     **
      ** subroutine (see RUNBOOK.cbl).  INITIALIZE it, fill in the     **
      ** failed step - its job table, step number, program and        **
      ** return code - then:                                            **
      **                                                                **
      **     CALL "RUNBOOK" USING Runbook-CB                            **
      **                                                                **
      ** RBB-Found is set when RUNBOOK.DAT holds an entry for the      **
      ** failure; RBB-Meaning, RBB-Action and RBB-Contact then carry   **
      ** what the return code means, what to do about it and who to    **
      ** call.  RBB-Source says whether the entry was written for this **
      ** job table and step ('STEP') or is the program's default      **
      ** ('PROGRAM').                                                   **
      **                                                                **
      ** AUTHOR:       GARY L. CUTLER                                  **
      **               CutlerGL@gmail.com                              **
      ******************************************************************
      **  DATE  CHANGE DESCRIPTION                                     **
      ** ====== ==================================================== **
      ** GC1054 Initial coding                                        **
      ******************************************************************
       01  Runbook-CB.
           05 RBB-Job-Table                     PIC X(64).
           05 RBB-Step-Number                   PIC 9(3).
           05 RBB-Program                       PIC X(9).
           05 RBB-Return-Code                   USAGE BINARY-LONG.
           05 RBB-Found-Switch                  PIC X(1).
              88 RBB-Found                      VALUE 'Y'.
           05 RBB-Source                        PIC X(7).
           05 RBB-Meaning                       PIC X(50).
           05 RBB-Action                        PIC X(50).
           05 RBB-Contact                       PIC X(30).
