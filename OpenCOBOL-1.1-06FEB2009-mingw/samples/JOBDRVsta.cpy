      **   ENDED-OK  that step just completed with return code zero    **
      **   FAILED    that step just failed (JS-Return-Code has the     **
      **             step's return code)                               **
      **   DONE      the whole job table has been processed; at DONE   **
      **             JS-Start-Timestamp is when the table finished     **
      **             and JS-Return-Code the highest step return code   **
      **             of the run (JOBSCHED's job-network test)          **
      **                                                                **
      ** JS-Last-Failure-* carry the most recent failure seen during   **
      ** this run (zero/spaces when nothing has failed), so an         **
      ** GC0916 Initial coding                                        **
      ** GC1010 Widened JS-Step-Program to 9 characters to match     **
      **        JOBDRV's widened step program name                    **
      ** GC1037 DONE now carries the finish time and the run's       **
      **        highest step return code                              **
      ******************************************************************
       01  Job-Status-Line.
           05 JS-Step-Number            PIC 9(3).
