      ******************************************************************
      ** CHGAUTHcb.cpy                                                 **
      **                                                                **
      ** Control block for the CHGAUTH change-authorization            **
      ** subroutine (see CHGAUTH.cbl).  A maintenance screen           **
      ** INITIALIZEs it, fills in CAB-Screen (its audit source) and    **
      ** CAB-Operator (the SIGNON id), and hands it to SAFESAVE as     **
      ** the fourth argument; SAFESAVE fills in CAB-Target and makes   **
      ** both calls.  A screen that does not save through SAFESAVE     **
      ** makes them itself:                                             **
      **                                                                **
      **     CALL "CHGAUTH" USING Chgauth-CB   (FUNC 'A' authorize)     **
      **     CALL "CHGAUTH" USING Chgauth-CB   (FUNC 'R' record)        **
      **                                                                **
      ** 'A' asks for the change ticket (during a change freeze: the   **
      ** emergency change number and an administrator's sign-off) and **
      ** returns CAB-Return-Code 0 authorized or 8 refused.  'R',      **
      ** after the save, writes the change register line with         **
      ** CAB-Save-Return-Code as the outcome.  CAB-Audit-Text returns  **
      ** the authorization as a phrase (" ticket CHG123", or           **
      ** " EMERGENCY E45 approved by ADMIN1") for the caller to add to **
      ** its own audit entry.                                           **
      **                                                                **
      ** AUTHOR:       GARY L. CUTLER                                  **
      **               CutlerGL@gmail.com                              **
      ******************************************************************
      **  DATE  CHANGE DESCRIPTION                                     **
      ** ====== ==================================================== **
      ** GC1046 Initial coding                                        **
      ******************************************************************
       01  Chgauth-CB.
           05 CAB-Function                      PIC X(1).
              88 Chgauth-FUNC-AUTHORIZE         VALUE 'A', 'a'.
              88 Chgauth-FUNC-RECORD            VALUE 'R', 'r'.
           05 CAB-Screen                        PIC X(8).
           05 CAB-Operator                      PIC X(8).
           05 CAB-Target                        PIC X(64).
           05 CAB-Ticket                        PIC X(12).
           05 CAB-Change-Type                   PIC X(9).
              88 CAB-Emergency-Change           VALUE 'EMERGENCY'.
           05 CAB-Approver                      PIC X(8).
           05 CAB-Freeze-Reason                 PIC X(40).
           05 CAB-Audit-Text                    PIC X(48).
           05 CAB-Save-Return-Code              USAGE BINARY-LONG.
           05 CAB-Return-Code                   USAGE BINARY-LONG.
