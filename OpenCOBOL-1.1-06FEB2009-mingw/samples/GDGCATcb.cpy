      ******************************************************************
      ** GDGCATcb.cpy                                                  **
      **                                                                **
      ** Control block for the GDGCAT generation data group subroutine **
      ** (see GDGCAT.cbl).  Fill in the job table, the step number and **
      ** the run's business date (yyyymmdd), then:                      **
      **                                                                **
      **     CALL "GDGCAT" USING Gdgcat-CB                              **
      **                                                                **
      **   'R' resolve   every &GDG(group,rel) in GCB-Text is replaced  **
      **                 by the generation's filename; GCB-New-Count    **
      **                 says how many new (+1) generations the text    **
      **                 names, GCB-Error-Count/-Text what could not   **
      **                 be resolved (left as written), GCB-Overflowed **
      **                 that the result was cut to 80 characters      **
      **   'H' hold      record the step's new generations as pending  **
      **                 (call after 'R' for the SAME step, just       **
      **                 before the step runs)                          **
      **   'C' catalog   the step ended cleanly: catalog its pending   **
      **                 generations and roll off the oldest beyond    **
      **                 each group's limit (GCB-Cataloged-Count,      **
      **                 GCB-Rolled-Off-Count)                          **
      **   'D' drop      forget the step's pending generations (the    **
      **                 job has moved past the step without it)       **
      **   'P' plan      dry run only: treat the step's new            **
      **                 generations from the last 'R' as cataloged,   **
      **                 in memory, for the steps planned after it     **
      **                                                                **
      ** AUTHOR:       GARY L. CUTLER                                  **
      **               CutlerGL@gmail.com                              **
      ******************************************************************
      **  DATE  CHANGE DESCRIPTION                                     **
      ** ====== ==================================================== **
      ** GC1057 Initial coding                                        **
      ******************************************************************
       01  Gdgcat-CB.
           05 GCB-Function                      PIC X(1).
              88 Gdgcat-FUNC-RESOLVE            VALUE 'R', 'r'.
              88 Gdgcat-FUNC-HOLD               VALUE 'H', 'h'.
              88 Gdgcat-FUNC-CATALOG            VALUE 'C', 'c'.
              88 Gdgcat-FUNC-DROP               VALUE 'D', 'd'.
              88 Gdgcat-FUNC-PLAN               VALUE 'P', 'p'.
           05 GCB-Job-Table                     PIC X(64).
           05 GCB-Step-Number                   PIC 9(3).
           05 GCB-Business-Date                 PIC X(8).
           05 GCB-Text                          PIC X(80).
           05 GCB-Overflow-Switch               PIC X(1).
              88 GCB-Overflowed                 VALUE 'Y'.
           05 GCB-New-Count                     PIC 9(2).
           05 GCB-Cataloged-Count               PIC 9(2).
           05 GCB-Rolled-Off-Count              PIC 9(2).
           05 GCB-Error-Count                   PIC 9(2).
           05 GCB-Error-Text                    PIC X(80).
