      ** GC1034 Save through the shared SAFESAVE side-file swap, so  **
      **        a crash mid-save can no longer truncate the          **
      **        parameter file (the prior one stays as .BAK)         **
      ** GC1046 Saves carry a change ticket (CHGAUTH, through       **
      **        SAFESAVE) - during a change freeze, an emergency     **
      **        change number and an administrator's sign-off - and  **
      **        the ticket goes into the audit entry                 **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  Expected-Records                USAGE BINARY-LONG.
       01  Save-Return-Code                USAGE BINARY-LONG.

       COPY CHGAUTHcb.

       01  Build-Ptr                      PIC 9(4).
       01  Comma-Tally                    USAGE BINARY-LONG.
           CLOSE Shop-Parm-File
           MOVE "SHOPPARM.DAT" TO Shop-Parm-Filename
           MOVE 1 TO Expected-Records
           INITIALIZE Chgauth-CB
           MOVE Audit-Source    TO CAB-Screen
           MOVE Signon-Operator TO CAB-Operator
           CALL "SAFESAVE"
               USING Live-Table-Name, Expected-Records,
                     Save-Return-Code, Chgauth-CB
           END-CALL
           IF Save-Return-Code NOT = 0
               DISPLAY 'SHOPPARM: save NOT applied, SAFESAVE RC='
           IF Save-Return-Code = 0
               STRING "shop parameters updated by "
                      TRIM(Signon-Operator, TRAILING)
                      TRIM(CAB-Audit-Text, TRAILING)
                   DELIMITED BY SIZE INTO Save-Detail-Text
               END-STRING
           ELSE
               STRING "shop parameter update by "
                      TRIM(Signon-Operator, TRAILING)
                      " REFUSED by SAFESAVE"
                      TRIM(CAB-Audit-Text, TRAILING)
                   DELIMITED BY SIZE INTO Save-Detail-Text
               END-STRING
           END-IF
