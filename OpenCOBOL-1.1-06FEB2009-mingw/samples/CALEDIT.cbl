      ** GC1034 Save through the shared SAFESAVE side-file swap, so  **
      **        a crash mid-rewrite can no longer truncate the       **
      **        calendar (the prior version stays as SHOPCAL.BAK)    **
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

       SCREEN SECTION.
       01  Caledit-Screen  BACKGROUND-COLOR COB-COLOR-BLACK
                            FOREGROUND-COLOR COB-COLOR-WHITE.
               IF Save-Return-Code = 0
                   STRING "shop calendar updated by "
                          TRIM(Signon-Operator, TRAILING)
                          TRIM(CAB-Audit-Text, TRAILING)
                       DELIMITED BY SIZE INTO Save-Detail-Text
                   END-STRING
               ELSE
                   STRING "shop calendar update by "
                          TRIM(Signon-Operator, TRAILING)
                          " REFUSED by SAFESAVE"
                          TRIM(CAB-Audit-Text, TRAILING)
                       DELIMITED BY SIZE INTO Save-Detail-Text
                   END-STRING
               END-IF
           CLOSE Calendar-File
           MOVE "SHOPCAL.DAT" TO Calendar-Filename
           MOVE Holiday-Count TO Expected-Records
           INITIALIZE Chgauth-CB
           MOVE Audit-Source    TO CAB-Screen
           MOVE Signon-Operator TO CAB-Operator
           CALL "SAFESAVE"
               USING Live-Table-Name, Expected-Records,
                     Save-Return-Code, Chgauth-CB
           END-CALL
           IF Save-Return-Code NOT = 0
               DISPLAY 'CALEDIT: save NOT applied, SAFESAVE RC='
