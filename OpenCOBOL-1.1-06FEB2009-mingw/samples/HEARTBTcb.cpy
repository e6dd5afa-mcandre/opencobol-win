      ******************************************************************
      ** HEARTBTcb.cpy                                                 **
      **                                                                **
      ** Control block for the HEARTBT heartbeat subroutine (see       **
      ** HEARTBT.cbl).  A resident program INITIALIZEs it ONCE, fills  **
      ** in HBB-Program (its heartbeat file is "<program>.HBT"), and   **
      ** then:                                                          **
      **                                                                **
      **     CALL "HEARTBT" USING Heartbt-CB   (FUNC 'O' at start-up)   **
      **     CALL "HEARTBT" USING Heartbt-CB   (FUNC 'B' every cycle)   **
      **     CALL "HEARTBT" USING Heartbt-CB   (FUNC 'C' at clean stop) **
      **                                                                **
      ** Before a 'B', set HBB-Work-Done when the cycle did useful     **
      ** work; HEARTBT clears it again.  HBB-Started, HBB-Cycle-Count  **
      ** and HBB-Last-Work are kept in the block between calls - do    **
      ** not re-INITIALIZE it.  HBB-Cycle-Count counts the completed   **
      ** cycles.                                                        **
      **                                                                **
      ** AUTHOR:       GARY L. CUTLER                                  **
      **               CutlerGL@gmail.com                              **
      ******************************************************************
      **  DATE  CHANGE DESCRIPTION                                     **
      ** ====== ==================================================== **
      ** GC1055 Initial coding                                        **
      ******************************************************************
       01  Heartbt-CB.
           05 HBB-Function                      PIC X(1).
              88 Heartbt-FUNC-OPEN              VALUE 'O', 'o'.
              88 Heartbt-FUNC-BEAT              VALUE 'B', 'b'.
              88 Heartbt-FUNC-CLOSE             VALUE 'C', 'c'.
           05 HBB-Program                       PIC X(8).
           05 HBB-Work-Done-Switch              PIC X(1).
              88 HBB-Work-Done                  VALUE 'Y'.
           05 HBB-Started                       PIC X(19).
           05 HBB-Cycle-Count                   PIC 9(9).
           05 HBB-Last-Work                     PIC X(19).
