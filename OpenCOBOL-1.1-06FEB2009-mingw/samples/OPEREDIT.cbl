      ** GC1034 Save through the shared SAFESAVE side-file swap, so  **
      **        a crash mid-save can no longer truncate the          **
      **        operator file (the prior one stays as .BAK)          **
      ** GC1046 Saves carry a change ticket (CHGAUTH, through       **
      **        SAFESAVE) - during a change freeze, an emergency     **
      **        change number and an administrator's sign-off - and  **
      **        the ticket goes into the audit entry                 **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                                           VALUE "OPERATOR.DAT".
       01  Expected-Records                USAGE BINARY-LONG.
       01  Save-Return-Code                USAGE BINARY-LONG.

       COPY CHGAUTHcb.
       01  Audit-Source                    PIC X(8) VALUE 'OPEREDIT'.

       SCREEN SECTION.
               IF Save-Return-Code = 0
                   STRING "operator table updated by "
                          TRIM(Signon-Operator, TRAILING)
                          TRIM(CAB-Audit-Text, TRAILING)
                       DELIMITED BY SIZE INTO Save-Detail-Text
                   END-STRING
               ELSE
                   STRING "operator table update by "
                          TRIM(Signon-Operator, TRAILING)
                          " REFUSED by SAFESAVE"
                          TRIM(CAB-Audit-Text, TRAILING)
                       DELIMITED BY SIZE INTO Save-Detail-Text
                   END-STRING
               END-IF
           CLOSE Operator-File
           MOVE "OPERATOR.DAT" TO Operator-Filename
           MOVE Operator-Count TO Expected-Records
           INITIALIZE Chgauth-CB
           MOVE Audit-Source    TO CAB-Screen
           MOVE Signon-Operator TO CAB-Operator
           CALL "SAFESAVE"
               USING Live-Table-Name, Expected-Records,
                     Save-Return-Code, Chgauth-CB
           END-CALL
           IF Save-Return-Code NOT = 0
               DISPLAY 'OPEREDIT: save NOT applied, SAFESAVE RC='
