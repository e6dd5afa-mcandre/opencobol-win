      ** GC1033 Require an update-level operator sign-on (see        **
      **        SIGNON.cbl) before the session, and audit the saved  **
      **        entries under the signed-on id                       **
      ** GC1046 Authorize the session's changes through CHGAUTH      **
      **        before any entry is written (change ticket, or       **
      **        emergency change number and administrator sign-off   **
      **        during a change freeze), carry the ticket into the   **
      **        audit entry and record the change in the register    **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  Audit-Source                    PIC X(8)
                                           VALUE 'COLORPIC'.

       COPY CHGAUTHcb.

       01  Colorpick-Entry-Valid-Switch    PIC X VALUE 'N'.
           88 Colorpick-Entry-Valid        VALUE 'Y'.

               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *> entries are appended as they are picked, so the change is
      *> authorized up front rather than at a single final save
           INITIALIZE Chgauth-CB
           MOVE Audit-Source    TO CAB-Screen
           MOVE Signon-Operator TO CAB-Operator
           MOVE "COLORPARM.DAT" TO CAB-Target
           MOVE 'A' TO CAB-Function
           CALL "CHGAUTH" USING Chgauth-CB
           END-CALL
           IF CAB-Return-Code NOT = 0
               DISPLAY 'COLORPICK: change not authorized'
                   UPON SYSERR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 010-Open-Parm-File
           PERFORM 100-Maintain-One-Element
               UNTIL Colorpick-Done
               MOVE SPACES TO Save-Detail-Text
               STRING "color scheme entries saved by "
                      TRIM(Signon-Operator, TRAILING)
                      TRIM(CAB-Audit-Text, TRAILING)
                   DELIMITED BY SIZE INTO Save-Detail-Text
               END-STRING
               CALL "AUDITLOG"
                   USING Audit-Source, Save-Detail-Text, 0
               END-CALL
               MOVE 0 TO CAB-Save-Return-Code
               MOVE 'R' TO CAB-Function
               CALL "CHGAUTH" USING Chgauth-CB
               END-CALL
           END-IF
           STOP RUN
           .
