      ** SHOULD arrive in the drop directory (see INBOUND.cbl).      **
      ** Each profile is one comma-separated line:                   **
      **                                                             **
      **   vendor,pattern,days,cutoff,contact[,calendar[,amount,     **
      **   band]]                                                    **
      **                                                             **
      **   vendor   a short name, e.g. ACME (the delete key)         **
      **   pattern  the filename pattern the vendor uses, with at    **
      **            SHOPCAL.DAT); INBOUND's missing-file check       **
      **            observes it instead of the shop calendar, for    **
      **            vendors keeping different holidays               **
      **   amount   optional: the column (1-20) of the vendor's file **
      **            holding an amount, totalled by INBOUND's volume  **
      **            check alongside the record count                 **
      **   band     optional: how far (in percent, default 50) a     **
      **            file's count or total may stray from the         **
      **            vendor's same-weekday average before INBOUND     **
      **            holds it as VOLUME SUSPECT                       **
      **                                                             **
      ** The screen lets the operator Add a profile or Delete one by **
      ** vendor name.  Enter a blank vendor to end the session; the  **
      ** GC1034 Save through the shared SAFESAVE side-file swap, so  **
      **        a crash mid-rewrite can no longer truncate the       **
      **        profiles (the prior version stays as VENDPROF.BAK)   **
      ** GC1046 Saves carry a change ticket (CHGAUTH, through       **
      **        SAFESAVE) - during a change freeze, an emergency     **
      **        change number and an administrator's sign-off - and  **
      **        the ticket goes into the audit entry                 **
      ** GC1051 Added the amount-column and volume-band columns     **
      **        (see INBOUND.cbl's volume anomaly check)             **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              10 PRF-Cutoff                PIC X(5).
              10 PRF-Contact               PIC X(30).
              10 PRF-Calendar              PIC X(64).
              10 PRF-Amount-Column         PIC X(2).
              10 PRF-Band                  PIC X(3).
       01  Profile-Count                   PIC 9(3) VALUE 0.
       01  Profile-Sub                     PIC 9(3).
       01  Matched-Sub                     PIC 9(3).
       01  Profile-Pointer                 USAGE BINARY-LONG.

       01  Profile-EOF-Switch              PIC X VALUE 'N'.
           88 Profile-EOF                  VALUE 'Y'.
       01  Vendedit-Cutoff                 PIC X(5) VALUE SPACES.
       01  Vendedit-Contact                PIC X(30) VALUE SPACES.
       01  Vendedit-Calendar               PIC X(64) VALUE SPACES.
       01  Vendedit-Amount-Column          PIC X(2) VALUE SPACES.
       01  Vendedit-Band                   PIC X(3) VALUE SPACES.
       01  Vendedit-Count-Display          PIC ZZ9.
       01  Vendedit-Message                PIC X(60) VALUE SPACES.

       01  Expected-Records                USAGE BINARY-LONG.
       01  Save-Return-Code                USAGE BINARY-LONG.

       COPY CHGAUTHcb.


       SCREEN SECTION.
       01  Vendedit-Screen  BACKGROUND-COLOR COB-COLOR-BLACK
                  VALUE 'Holiday calendar file...: '.
           05 LINE 11 COLUMN 27 PIC X(40)
                  USING Vendedit-Calendar.
           05 LINE 12 COLUMN 01
                  VALUE 'Amount column (1-20)....: '.
           05 LINE 12 COLUMN 27 PIC X(2)  USING Vendedit-Amount-Column.
           05 LINE 13 COLUMN 01
                  VALUE 'Volume band % (dft 50)..: '.
           05 LINE 13 COLUMN 27 PIC X(3)  USING Vendedit-Band.
           05 LINE 15 COLUMN 01 PIC X(60) FROM Vendedit-Message.

       PROCEDURE DIVISION.
       000-MAIN.
               IF Save-Return-Code = 0
                   STRING "vendor profiles updated by "
                          TRIM(Signon-Operator, TRAILING)
                          TRIM(CAB-Audit-Text, TRAILING)
                       DELIMITED BY SIZE INTO Save-Detail-Text
                   END-STRING
               ELSE
                   STRING "vendor profile update by "
                          TRIM(Signon-Operator, TRAILING)
                          " REFUSED by SAFESAVE"
                          TRIM(CAB-Audit-Text, TRAILING)
                       DELIMITED BY SIZE INTO Save-Detail-Text
                   END-STRING
               END-IF
                            PRF-Days (Profile-Count),
                            PRF-Cutoff (Profile-Count),
                            PRF-Contact (Profile-Count),
                            PRF-Calendar (Profile-Count),
                            PRF-Amount-Column (Profile-Count),
                            PRF-Band (Profile-Count)
                   END-UNSTRING
               END-IF
           END-IF
               MOVE SPACES TO Vendedit-Cutoff
               MOVE SPACES TO Vendedit-Contact
               MOVE SPACES TO Vendedit-Calendar
               MOVE SPACES TO Vendedit-Amount-Column
               MOVE SPACES TO Vendedit-Band
               MOVE 'A' TO Vendedit-Action
           END-IF
           .
               WHEN Vendedit-Pattern = SPACES
                   MOVE 'A pattern is required to add a profile'
                     TO Vendedit-Message
               WHEN Vendedit-Amount-Column NOT = SPACES
                AND (TEST-NUMVAL(TRIM(Vendedit-Amount-Column)) NOT = 0
                  OR NUMVAL(Vendedit-Amount-Column) < 1
                  OR NUMVAL(Vendedit-Amount-Column) > 20)
                   MOVE 'Amount column must be blank or 1 to 20'
                     TO Vendedit-Message
               WHEN Vendedit-Band NOT = SPACES
                AND (TEST-NUMVAL(TRIM(Vendedit-Band)) NOT = 0
                  OR NUMVAL(Vendedit-Band) < 1)
                   MOVE 'Volume band must be blank or 1 to 999'
                     TO Vendedit-Message
               WHEN OTHER
                   MOVE 'Y' TO Vendedit-Entry-Valid-Switch
           END-EVALUATE
                     TO PRF-Contact (Matched-Sub)
                   MOVE Vendedit-Calendar
                     TO PRF-Calendar (Matched-Sub)
                   MOVE Vendedit-Amount-Column
                     TO PRF-Amount-Column (Matched-Sub)
                   MOVE Vendedit-Band
                     TO PRF-Band (Matched-Sub)
                   MOVE 'Y' TO Changes-Made-Switch
                   MOVE 'Profile replaced' TO Vendedit-Message
               WHEN Profile-Count >= 50
                     TO PRF-Contact (Profile-Count)
                   MOVE Vendedit-Calendar
                     TO PRF-Calendar (Profile-Count)
                   MOVE Vendedit-Amount-Column
                     TO PRF-Amount-Column (Profile-Count)
                   MOVE Vendedit-Band
                     TO PRF-Band (Profile-Count)
                   MOVE 'Y' TO Changes-Made-Switch
                   MOVE 'Profile added' TO Vendedit-Message
           END-EVALUATE
                      TRIM(PRF-Calendar (Profile-Sub), TRAILING)
                   DELIMITED BY SIZE INTO Profile-Record
               END-STRING
      *> the volume columns are only written when set, so a plain
      *> profile keeps its familiar six-column line
               IF PRF-Amount-Column (Profile-Sub) NOT = SPACES
               OR PRF-Band (Profile-Sub) NOT = SPACES
                   COMPUTE Profile-Pointer =
                       LENGTH(TRIM(Profile-Record, TRAILING)) + 1
                   END-COMPUTE
                   STRING ","
                          TRIM(PRF-Amount-Column (Profile-Sub))
                          ","
                          TRIM(PRF-Band (Profile-Sub))
                       DELIMITED BY SIZE INTO Profile-Record
                       WITH POINTER Profile-Pointer
                   END-STRING
               END-IF
               WRITE Profile-Record
           END-PERFORM
           CLOSE Profile-File
           MOVE "VENDPROF.DAT" TO Profile-Filename
           MOVE Profile-Count TO Expected-Records
           INITIALIZE Chgauth-CB
           MOVE Audit-Source    TO CAB-Screen
           MOVE Signon-Operator TO CAB-Operator
           CALL "SAFESAVE"
               USING Live-Table-Name, Expected-Records,
                     Save-Return-Code, Chgauth-CB
           END-CALL
           IF Save-Return-Code NOT = 0
               DISPLAY 'VENDEDIT: save NOT applied, SAFESAVE RC='
