      ******************************************************************
      ** INCOPENcb.cpy                                                 **
      **                                                                **
      ** Control block for the INCOPEN incident-opening subroutine     **
      ** (see INCOPEN.cbl).  INITIALIZE it, fill in the failure        **
      ** details - ICB-Alert-Text and ICB-Source exactly as they were  **
      ** passed to ALERTER, so the incident can find and link its      **
      ** alert - then:                                                  **
      **                                                                **
      **     CALL "INCOPEN" USING Incopen-CB                            **
      **                                                                **
      ** ICB-Incident-Number returns the incident the failure was      **
      ** recorded under.  ICB-Return-Code is 0 when a new incident     **
      ** was opened, 4 when the failure was added as a note to an      **
      ** incident already open for the same program, job table and    **
      ** step, and 8 when the register could not be updated.           **
      **                                                                **
      ** AUTHOR:       GARY L. CUTLER                                  **
      **               CutlerGL@gmail.com                              **
      ******************************************************************
      **  DATE  CHANGE DESCRIPTION                                     **
      ** ====== ==================================================== **
      ** GC1045 Initial coding                                        **
      ******************************************************************
       01  Incopen-CB.
           05 ICB-Source                        PIC X(8).
           05 ICB-Job-Table                     PIC X(64).
           05 ICB-Step                          PIC 9(3).
           05 ICB-Program                       PIC X(9).
           05 ICB-Step-Return-Code              USAGE BINARY-LONG.
           05 ICB-Alert-Text                    PIC X(100).
           05 ICB-Incident-Number               PIC 9(6).
           05 ICB-Return-Code                   USAGE BINARY-LONG.
