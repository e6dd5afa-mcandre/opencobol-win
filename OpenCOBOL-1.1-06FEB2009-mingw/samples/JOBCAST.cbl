      **     when the step started                                   **
      **   - the per-step historical average elapsed seconds from    **
      **     JOBSTAT.CSV (every prior accounting row of the same     **
      **     step number/program, except catch-up replays flagged    **
      **     CATCHUP, which ran on a different footing)              **
      **   - the remaining steps of the job table itself             **
      **                                                             **
      ** and projects a completion time: the rest of the current     **
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1017 Initial coding                                       **
      ** GC1053 Leave catch-up replays (rows flagged CATCHUP) out of **
      **        the historical averages; widened the history record **
      **        for the flag columns                                 **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  Status-Record                  PIC X(80).

       FD  History-File.
       01  History-Record                 PIC X(120).

       FD  Job-Table-File.
       01  Job-Table-Record               PIC X(200).
       01  Row-End                        PIC X(19).
       01  Row-Elapsed                    PIC X(7).
       01  Row-Return-Code                PIC X(11).
       01  Row-Run-Type                   PIC X(7).

       01  Step-Stats-Table.
           05 Step-Stats-Entry            OCCURS 200 TIMES.
               MOVE SPACES TO Row-Job-Date
               MOVE SPACES TO Row-Step-Number
               MOVE SPACES TO Row-Elapsed
               MOVE SPACES TO Row-Run-Type
               UNSTRING History-Record DELIMITED BY ','
                   INTO Row-Job-Date, Row-Step-Number,
                        Row-Step-Program, Row-Start, Row-End,
                        Row-Elapsed, Row-Return-Code, Row-Run-Type
               END-UNSTRING
               IF  Row-Step-Number NUMERIC
               AND Row-Elapsed NUMERIC
               AND Row-Run-Type NOT = 'CATCHUP'
                   MOVE NUMVAL(Row-Step-Number)
                     TO Row-Step-Numeric
                   MOVE NUMVAL(Row-Elapsed)
