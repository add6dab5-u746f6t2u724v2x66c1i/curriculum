          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-ACCOUNT-CODE          PIC X(10).
       01 WS-NEW-VALUE-X           PIC X(30).
       01 WS-EXISTS-SW             PIC X(1) VALUE "N".
          88 WS-EXISTS             VALUE "Y".
       01 WS-LIST-EOF-SW           PIC X(1) VALUE "N".
               NOT INVALID KEY
                   MOVE "Y" TO WS-EXISTS-SW
                   DISPLAY "Current name: " AC-ACCOUNT-NAME
                   DISPLAY "Type " AC-ACCOUNT-TYPE " statement line "
                           AC-STATEMENT-LINE " " AC-STATEMENT-CAPTION
           END-READ
           IF NOT WS-EXISTS
               INITIALIZE CHART-ACCOUNT-RECORD
           END-IF
           MOVE WS-ACCOUNT-CODE TO AC-ACCOUNT-CODE
           DISPLAY "Account name (30 characters): "
           ACCEPT AC-ACCOUNT-NAME
           PERFORM ACCEPT-STATEMENT-PLACEMENT
           IF NOT AC-TYPE-VALID
               DISPLAY "Account type must be A, L, E, R or X - "
                       "account not saved."
               EXIT PARAGRAPH
           END-IF
           IF WS-EXISTS
               REWRITE CHART-ACCOUNT-RECORD
               DISPLAY "Account updated."
               DISPLAY "Account added."
           END-IF.

      * Where the account lands on the financial statements: its
      * type, and the statement line it rolls up into.  Blank keeps
      * what is there; a blank caption uses the account name.
       ACCEPT-STATEMENT-PLACEMENT.
           DISPLAY "Account type (A=Asset, L=Liability, E=Equity, "
                   "R=Revenue, X=Expense, blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE WS-NEW-VALUE-X (1:1) TO AC-ACCOUNT-TYPE
           END-IF
           DISPLAY "Statement line (001-999, sort order within the "
                   "type, blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                   TO AC-STATEMENT-LINE
           END-IF
           DISPLAY "Statement line caption (30 characters, blank to "
                   "keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE WS-NEW-VALUE-X TO AC-STATEMENT-CAPTION
           END-IF
           IF AC-STATEMENT-CAPTION = SPACES
               MOVE AC-ACCOUNT-NAME TO AC-STATEMENT-CAPTION
           END-IF.

       MAINTAIN-MAPPING.
           DISPLAY "Company code (3 characters): "
           ACCEPT GM-COMPANY-CODE
