      ** CALL "SAFESAVE" USING <filename>                            **
      **                       <expected-count>                      **
      **                       <return-code>                         **
      **                       <change-control-block>                **
      **                                                             **
      ** <filename> (PIC X(64)) is the LIVE file's name; the side    **
      ** file must already exist as <filename>.NEW.  SAFESAVE then:  **
      **                                                             **
      ** If the final rename fails, the .BAK is put straight back    **
      ** as the live file, so there is never a moment without one.   **
      **                                                             **
      ** Between the verification and the swap, the save must be     **
      ** authorized: <change-control-block> (CHGAUTHcb.cpy, with the **
      ** screen and signed-on operator filled in) goes to CHGAUTH,   **
      ** which asks for the change ticket - or, during a change      **
      ** freeze, the emergency change number and an administrator's **
      ** sign-off.  After the swap CHGAUTH records the change and    **
      ** its outcome in the change register.  A save without the     **
      ** block, or one CHGAUTH refuses, never reaches the live name. **
      **                                                             **
      ** <return-code> is 0 swapped, 4 record-count mismatch (side   **
      ** file left for inspection), 8 no side file, 12 swap failed   **
      ** (live file restored from .BAK), 16 refused by change        **
      ** control (side file left).                                   **
      **                                                             **
      ** >>> Note that the subroutine name MUST be specified in  <<< **
      ** >>> UPPERCASE                                           <<< **
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** GC1034 Initial coding                                       **
      ** GC1046 Authorize every save through CHGAUTH (change ticket, **
      **        or emergency change and administrator sign-off      **
      **        during a change freeze) and record it in the change **
      **        register; return code 16 when refused               **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01  Save-Return-Code               USAGE BINARY-LONG.

       COPY CHGAUTHcb.

       PROCEDURE DIVISION USING Live-Filename, Expected-Count,
                                 Save-Return-Code,
                                 OPTIONAL Chgauth-CB.
       000-SAFESAVE.
           MOVE 0 TO Save-Return-Code
           MOVE SPACES TO Side-Filename
               GOBACK
           END-IF
           PERFORM 100-Verify-Side-File
           IF Save-Return-Code = 0
               PERFORM 150-Authorize-Change
           END-IF
           IF Save-Return-Code = 0
               PERFORM 200-Swap-Into-Place
               MOVE Save-Return-Code TO CAB-Save-Return-Code
               MOVE 'R' TO CAB-Function
               CALL "CHGAUTH" USING Chgauth-CB
               END-CALL
           END-IF
           IF Save-Return-Code = 0
               MOVE Record-Tally TO Tally-Display
                      TRIM(Live-Filename, TRAILING)
                      " (" Tally-Display " records, crc "
                      CRC-Display ")"
                      TRIM(CAB-Audit-Text, TRAILING)
                   DELIMITED BY SIZE INTO Save-Detail-Text
               END-STRING
               CALL "AUDITLOG"
           GOBACK
           .
      *****************************************************************
      ** No change-control block, no save: every production change  **
      ** carries a ticket (see CHGAUTH.cbl).                         **
      *****************************************************************
       150-Authorize-Change.
           IF NUMBER-OF-CALL-PARAMETERS < 4
               DISPLAY 'SAFESAVE: no change-control block for '
                   TRIM(Live-Filename) ' - swap refused' UPON SYSERR
               MOVE 16 TO Save-Return-Code
           ELSE
               MOVE Live-Filename TO CAB-Target
               MOVE 'A' TO CAB-Function
               CALL "CHGAUTH" USING Chgauth-CB
               END-CALL
               IF CAB-Return-Code NOT = 0
                   DISPLAY 'SAFESAVE: change to '
                       TRIM(Live-Filename)
                       ' not authorized - swap refused' UPON SYSERR
                   MOVE 16 TO Save-Return-Code
               END-IF
           END-IF
           .
      *****************************************************************
      ** Count the side file's records and checksum it - a write     **
      ** that fell short, or a file that cannot be read back to the  **
      ** end, never replaces the live table.                         **
