      ** one step is over norm, and 2 when there is no history to    **
      ** report on, so the job table can alert on a slow night.      **
      **                                                             **
      ** Rows JOBDRV flagged CATCHUP (a missed night replayed after  **
      ** an outage - see JOBSCHED CATCHUP) are left out entirely:    **
      ** they are neither "tonight" nor part of any norm.            **
      **                                                             **
      ** AUTHOR:       GARY L. CUTLER                                **
      **               CutlerGL@gmail.com                            **
      *****************************************************************
      **        rows past the retention period - the norms keep     **
      **        their full depth without re-reading last year's     **
      **        timings every night                                  **
      ** GC1053 Leave catch-up replays (rows flagged CATCHUP) out of **
      **        tonight and the norms; widened the history record   **
      **        for the flag columns                                 **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  History-File.
       01  History-Record                 PIC X(120).

       FD  Report-File.
       01  Report-Record                  PIC X(132).
       01  Row-End                        PIC X(19).
       01  Row-Elapsed                    PIC X(7).
       01  Row-Return-Code                PIC X(11).
       01  Row-Run-Type                   PIC X(7).

      *****************************************************************
      ** One entry per distinct step number/program pair: tonight's  **
               PERFORM 070-Parse-One-Row
               IF  Row-Step-Number NUMERIC
               AND Row-Elapsed NUMERIC
               AND Row-Run-Type NOT = 'CATCHUP'
                   ADD 1 TO Rows-Seen
                   IF Row-Job-Date > Latest-Job-Date
                       MOVE Row-Job-Date TO Latest-Job-Date
           MOVE SPACES TO Row-Job-Date
           MOVE SPACES TO Row-Step-Number
           MOVE SPACES TO Row-Elapsed
           MOVE SPACES TO Row-Run-Type
           UNSTRING History-Record DELIMITED BY ','
               INTO Row-Job-Date, Row-Step-Number,
                    Row-Step-Program, Row-Start, Row-End,
                    Row-Elapsed, Row-Return-Code, Row-Run-Type
           END-UNSTRING
           .
      *****************************************************************
               PERFORM 070-Parse-One-Row
               IF  Row-Step-Number NUMERIC
               AND Row-Elapsed NUMERIC
               AND Row-Run-Type NOT = 'CATCHUP'
                   MOVE NUMVAL(Row-Step-Number)
                     TO Row-Step-Numeric
                   MOVE NUMVAL(Row-Elapsed)
