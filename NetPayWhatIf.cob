       IDENTIFICATION DIVISION.
       PROGRAM-ID. NetPayWhatIf.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO WS-EMPMAST-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT DEDUCTION-MASTER-FILE ASSIGN TO WS-DEDMAST-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEDUCTION-KEY
               FILE STATUS IS WS-DEDUCTION-MASTER-STATUS.

           SELECT FED-TAX-FILE ASSIGN TO "FEDTAX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-BRACKET-KEY
               FILE STATUS IS WS-FED-TAX-STATUS.

           SELECT STATE-TAX-FILE ASSIGN TO "STATETAX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STATE-CODE
               FILE STATUS IS WS-STATE-TAX-STATUS.

           SELECT LOCAL-TAX-FILE ASSIGN TO "LOCALTAX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-LOCALITY-CODE
               FILE STATUS IS WS-LOCAL-TAX-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  DEDUCTION-MASTER-FILE.
           COPY DEDMAST.

       FD  FED-TAX-FILE.
           COPY FEDTAX.

       FD  STATE-TAX-FILE.
           COPY STATETAX.

       FD  LOCAL-TAX-FILE.
           COPY LOCALTAX.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 EMPLOYEE-RECORD.
           05 EMPLOYEE-ID     PIC 9(5).
           05 SALARY          PIC S9(7)V99.
       01 NET-PAY                  PIC S9(7)V99.

       01 WS-EMPLOYEE-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-DEDUCTION-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-FED-TAX-STATUS        PIC X(2) VALUE "00".
       01 WS-STATE-TAX-STATUS      PIC X(2) VALUE "00".
       01 WS-LOCAL-TAX-STATUS      PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-WHATIF       VALUE "W" "w".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-NEW-VALUE-X           PIC X(20).
       01 WS-DED-CODE-WANTED       PIC X(4).

      * Withholding rates and work fields, as the payroll run keeps
      * them, so the shared calculation prices a check here exactly
      * the way the run would.
       01 WS-RUN-TYPE              PIC X(1) VALUE "R".
          88 WS-RUN-SUPPLEMENTAL   VALUE "S".
       01 WS-SUPPLEMENTAL-RATE     PIC V9(4) VALUE .2200.
       01 WS-FEDERAL-TAX-RATE      PIC V9(4) VALUE .1500.
       01 WS-STATE-TAX-RATE        PIC V9(4) VALUE .0500.
       01 WS-SOC-SEC-TAX-RATE      PIC V9(4) VALUE .0620.
       01 WS-MEDICARE-TAX-RATE     PIC V9(4) VALUE .0145.
       01 WS-SOC-SEC-WAGES         PIC S9(9)V99.
       01 WS-SOC-SEC-ROOM          PIC S9(9)V99.
       01 WS-SOC-SEC-TAX           PIC S9(7)V99.
       01 WS-MEDICARE-TAX          PIC S9(7)V99.
       01 WS-STANDARD-DEDUCTION    PIC S9(5)V99 VALUE 100.00.
       01 WS-TAXABLE-PAY           PIC S9(7)V99.
       01 WS-FED-TABLE-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-FED-TABLE-AVAILABLE VALUE "Y".
       01 WS-FED-EOF-SW            PIC X(1) VALUE "N".
          88 WS-FED-EOF            VALUE "Y".
       01 WS-ALLOWANCE-AMOUNT      PIC 9(5)V99 VALUE 4300.00.
       01 WS-ANNUAL-TAXABLE        PIC S9(9)V99.
       01 WS-ANNUAL-FED-TAX        PIC S9(9)V99.
       01 WS-FILING-STATUS         PIC X(1).
       01 WS-BRACKET-FLOOR         PIC 9(9).
       01 WS-BRACKET-BASE          PIC 9(7)V99.
       01 WS-BRACKET-RATE          PIC V9(4).
       01 WS-BRACKET-FOUND-SW      PIC X(1) VALUE "N".
          88 WS-BRACKET-FOUND      VALUE "Y".
       01 WS-FEDERAL-TAX           PIC S9(7)V99.
       01 WS-STATE-TAX             PIC S9(7)V99.
       01 WS-FICA-TAX              PIC S9(7)V99.
       01 WS-LOCAL-TAX-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-LOCAL-TAX-AVAILABLE VALUE "Y".
       01 WS-LOCAL-TAX             PIC S9(7)V99 VALUE 0.
       01 WS-ROUND-RAW             PIC S9(9)V9(4) VALUE 0.
       01 WS-ROUND-RESULT          PIC S9(9)V99 VALUE 0.

       01 WS-DEDUCTIONS-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-DEDUCTIONS-AVAILABLE VALUE "Y".
       01 WS-DED-EOF-SW            PIC X(1) VALUE "N".
          88 WS-DED-EOF            VALUE "Y".
       01 WS-EMP-DED-TABLE.
          05 WS-EMP-DED-ENTRY OCCURS 20 TIMES
                                   INDEXED BY WS-EMP-DED-IDX.
             10 WS-EMP-DED-CODE      PIC X(4).
             10 WS-EMP-DED-METHOD    PIC X(1).
             10 WS-EMP-DED-AMOUNT    PIC 9(5)V99.
             10 WS-EMP-DED-PERCENT   PIC V9(4).
             10 WS-EMP-DED-PRIORITY  PIC 9(2).
             10 WS-EMP-DED-GOAL      PIC 9(7)V99.
             10 WS-EMP-DED-YTD       PIC S9(7)V99.
             10 WS-EMP-DED-TAKEN     PIC S9(7)V99.
             10 WS-EMP-DED-GARNISH   PIC X(1).
             10 WS-EMP-DED-ARREARS   PIC S9(7)V99.
             10 WS-EMP-DED-ARRCAP    PIC 9(5)V99.
             10 WS-EMP-DED-START     PIC 9(8).
       01 WS-EMP-DED-COUNT         PIC 9(2) VALUE 0.
       01 WS-DED-SORTED-SW         PIC X(1) VALUE "N".
          88 WS-DED-SORTED         VALUE "Y".
       01 WS-DED-SWAP-ENTRY        PIC X(70).
       01 WS-DED-THIS-AMOUNT       PIC S9(7)V99.
       01 WS-DED-BASE-AMOUNT       PIC S9(7)V99.
       01 WS-DED-BASE-DUE          PIC S9(7)V99.
       01 WS-DED-SLOT              PIC 9(2) VALUE 0.
       01 WS-DED-CATCHUP           PIC S9(7)V99.
       01 WS-DED-ARREARS-DELTA     PIC S9(7)V99.
       01 WS-DED-REMAINING-NET     PIC S9(7)V99.
       01 WS-DED-GOAL-ROOM         PIC S9(7)V99.
       01 WS-DISPOSABLE-PAY        PIC S9(7)V99 VALUE 0.
       01 WS-GARNISH-ROOM          PIC S9(7)V99 VALUE 0.
       01 WS-GARNISH-WANTED        PIC S9(7)V99 VALUE 0.
       01 WS-GARNISH-SHORT         PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-DEDUCTIONS      PIC S9(9)V99 VALUE 0.

      * The employee as the master has them, kept aside so the
      * proposed figures can be keyed over a copy and put back.
       01 WS-CURRENT-GROSS         PIC S9(7)V99 VALUE 0.
       01 WS-CURRENT-FILING-STATUS PIC X(1).
       01 WS-CURRENT-ALLOWANCES    PIC 9(2).
       01 WS-PROPOSED-GROSS        PIC S9(7)V99 VALUE 0.
       01 WS-PROPOSED-FILING-STATUS PIC X(1).
       01 WS-PROPOSED-ALLOWANCES   PIC 9(2).
       01 WS-SAVED-DED-TABLE       PIC X(1400).
       01 WS-SAVED-DED-COUNT       PIC 9(2) VALUE 0.

      * One column of results per scenario: 1 is current, 2 is
      * proposed.
       01 WS-SCENARIO-TABLE.
          05 WS-SCENARIO OCCURS 2 TIMES.
             10 WS-SCN-GROSS         PIC S9(7)V99.
             10 WS-SCN-FEDERAL       PIC S9(7)V99.
             10 WS-SCN-STATE         PIC S9(7)V99.
             10 WS-SCN-LOCAL         PIC S9(7)V99.
             10 WS-SCN-FICA          PIC S9(7)V99.
             10 WS-SCN-DEDUCTIONS    PIC S9(9)V99.
             10 WS-SCN-NET           PIC S9(7)V99.
       01 WS-SCN-SUB               PIC 9(1) VALUE 1.

      * Each deduction code either scenario took, with what it took
      * in each, for the side-by-side listing.
       01 WS-CMP-TABLE.
          05 WS-CMP-ENTRY OCCURS 25 TIMES
                                   INDEXED BY WS-CMP-IDX.
             10 WS-CMP-CODE          PIC X(4).
             10 WS-CMP-TAKEN         PIC S9(7)V99 OCCURS 2 TIMES.
       01 WS-CMP-COUNT             PIC 9(2) VALUE 0.
       01 WS-CMP-FOUND-SW          PIC X(1) VALUE "N".
          88 WS-CMP-FOUND          VALUE "Y".

       01 WS-COMPARE-HEADING.
          05 FILLER               PIC X(20) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE "      Current ".
          05 FILLER               PIC X(14) VALUE "     Proposed ".
          05 FILLER               PIC X(13) VALUE "   Difference".
       01 WS-COMPARE-LINE.
          05 WS-CMP-LABEL-OUT      PIC X(20).
          05 WS-CMP-CURRENT-OUT    PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CMP-PROPOSED-OUT   PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CMP-DIFF-OUT       PIC Z,ZZZ,ZZ9.99-.
       01 WS-CMP-CURRENT           PIC S9(9)V99.
       01 WS-CMP-PROPOSED          PIC S9(9)V99.

      * Data files assigned through these names so a training
      * session can swing the whole program onto the .TRN copies
      * without touching a live file.
       01 WS-EMPMAST-FN               PIC X(12) VALUE "EMPMAST.DAT".
       01 WS-DEDMAST-FN               PIC X(12) VALUE "DEDMAST.DAT".

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Net pay what-if for HR counseling.  Loads one employee's
      * master, deduction elections and year-to-date, lets the
      * operator key a different filing status, allowance count,
      * period pay or deduction election, and shows the check
      * both ways side by side.  It runs the payroll run's own
      * withholding and deduction paragraphs, and every file is
      * read only - nothing is posted, written or rewritten.
       RUN-START.
           OPEN INPUT OPERATOR-MASTER-FILE.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           MOVE SL-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM SET-TRAINING-FILE-NAMES.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               DISPLAY "No employee master file on hand - nothing "
                       "to model."
               CLOSE RUN-CONTROL-FILE
               CLOSE OPERATOR-MASTER-FILE
               GOBACK
           END-IF.
           OPEN INPUT DEDUCTION-MASTER-FILE.
           IF WS-DEDUCTION-MASTER-STATUS = "00"
               MOVE "Y" TO WS-DEDUCTIONS-AVAILABLE-SW
           END-IF.
           OPEN INPUT STATE-TAX-FILE.
           OPEN INPUT LOCAL-TAX-FILE.
           IF WS-LOCAL-TAX-STATUS = "00"
               MOVE "Y" TO WS-LOCAL-TAX-AVAILABLE-SW
           END-IF.
           OPEN INPUT FED-TAX-FILE.
           IF WS-FED-TAX-STATUS = "00"
               MOVE "Y" TO WS-FED-TABLE-AVAILABLE-SW
           ELSE
               DISPLAY "No federal bracket table FEDTAX.DAT on "
                       "file - withholding at the flat rate."
           END-IF.

           DISPLAY "Net pay what-if - (W)hat-if, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-WHATIF
                       PERFORM MODEL-ONE-EMPLOYEE
                   WHEN OTHER
                       DISPLAY "Please enter W or Q."
               END-EVALUATE
               DISPLAY "Net pay what-if - (W)hat-if, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           IF WS-DEDUCTIONS-AVAILABLE
               CLOSE DEDUCTION-MASTER-FILE
           END-IF.
           IF WS-LOCAL-TAX-AVAILABLE
               CLOSE LOCAL-TAX-FILE
           END-IF.
           IF WS-FED-TABLE-AVAILABLE
               CLOSE FED-TAX-FILE
           END-IF.
           CLOSE STATE-TAX-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE RUN-CONTROL-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           GOBACK.

       SET-TRAINING-FILE-NAMES.
           IF SL-TRAINING
               MOVE "EMPMAST.TRN" TO WS-EMPMAST-FN
               MOVE "DEDMAST.TRN" TO WS-DEDMAST-FN
               DISPLAY "*** TRAINING MODE - this session "
                       "reads and writes the .TRN training "
                       "files only. ***"
           END-IF.

       COPY OPENRCTL.

       COPY ROUNDCTL.

       COPY TAXCALC.

       COPY DEDCALC.

      * The current check is priced first from the master as it
      * stands; the operator's changes are then keyed over the
      * in-memory copy and the proposed check priced the same way.
      * The master record is never rewritten - it is re-read the
      * next time round.
       MODEL-ONE-EMPLOYEE.
           DISPLAY "Employee ID (5 digits): "
           ACCEPT EMPLOYEE-ID
           MOVE EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               KEY IS EM-EMPLOYEE-ID
               INVALID KEY
                   DISPLAY "Employee " EMPLOYEE-ID
                           " not on the master."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Employee " EMPLOYEE-ID " " EM-EMPLOYEE-NAME
           DISPLAY "  Filing status " EM-FILING-STATUS
                   "  allowances " EM-ALLOWANCES
                   "  state " EM-WORK-STATE
                   "  locality " EM-LOCALITY-CODE
           DISPLAY "  Pay rate " EM-PAY-RATE
                   "  YTD gross " EM-YTD-GROSS
           MOVE EM-PAY-RATE      TO WS-CURRENT-GROSS
           MOVE EM-FILING-STATUS TO WS-CURRENT-FILING-STATUS
           MOVE EM-ALLOWANCES    TO WS-CURRENT-ALLOWANCES
           DISPLAY "Current period gross (blank for the master "
                   "pay rate): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                   TO WS-CURRENT-GROSS
           END-IF
           IF WS-CURRENT-GROSS NOT > 0
               DISPLAY "Gross must be more than zero - nothing "
                       "modeled."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CMP-COUNT
           MOVE 1 TO WS-SCN-SUB
           MOVE WS-CURRENT-GROSS TO SALARY
           MOVE 0 TO WS-EMP-DED-COUNT
           IF WS-DEDUCTIONS-AVAILABLE
               PERFORM LOAD-EMPLOYEE-DEDUCTIONS
           END-IF
           MOVE WS-EMP-DED-TABLE TO WS-SAVED-DED-TABLE
           MOVE WS-EMP-DED-COUNT TO WS-SAVED-DED-COUNT
           PERFORM PRICE-SCENARIO

           PERFORM ACCEPT-PROPOSED-CHANGES
           MOVE 2 TO WS-SCN-SUB
           MOVE WS-PROPOSED-GROSS         TO SALARY
           MOVE WS-PROPOSED-FILING-STATUS TO EM-FILING-STATUS
           MOVE WS-PROPOSED-ALLOWANCES    TO EM-ALLOWANCES
           PERFORM PRICE-SCENARIO
           MOVE WS-CURRENT-FILING-STATUS TO EM-FILING-STATUS
           MOVE WS-CURRENT-ALLOWANCES    TO EM-ALLOWANCES

           PERFORM SHOW-COMPARISON.

      * Prices SALARY with the elections in WS-EMP-DED-TABLE and
      * files the results under scenario WS-SCN-SUB.
       PRICE-SCENARIO.
           MOVE 0 TO WS-TOTAL-DEDUCTIONS
           PERFORM COMPUTE-NET-PAY
           PERFORM TAKE-LOADED-DEDUCTIONS
           MOVE SALARY              TO WS-SCN-GROSS (WS-SCN-SUB)
           MOVE WS-FEDERAL-TAX      TO WS-SCN-FEDERAL (WS-SCN-SUB)
           MOVE WS-STATE-TAX        TO WS-SCN-STATE (WS-SCN-SUB)
           MOVE WS-LOCAL-TAX        TO WS-SCN-LOCAL (WS-SCN-SUB)
           MOVE WS-FICA-TAX         TO WS-SCN-FICA (WS-SCN-SUB)
           MOVE WS-TOTAL-DEDUCTIONS TO WS-SCN-DEDUCTIONS (WS-SCN-SUB)
           MOVE NET-PAY             TO WS-SCN-NET (WS-SCN-SUB)
           PERFORM VARYING WS-EMP-DED-IDX FROM 1 BY 1
                   UNTIL WS-EMP-DED-IDX > WS-EMP-DED-COUNT
               PERFORM FILE-DEDUCTION-TAKEN
           END-PERFORM.

       FILE-DEDUCTION-TAKEN.
           MOVE "N" TO WS-CMP-FOUND-SW
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT OR WS-CMP-FOUND
               IF WS-CMP-CODE (WS-CMP-IDX) =
                  WS-EMP-DED-CODE (WS-EMP-DED-IDX)
                   MOVE "Y" TO WS-CMP-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-CMP-FOUND
               SET WS-CMP-IDX DOWN BY 1
           ELSE
               IF WS-CMP-COUNT NOT < 25
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CMP-COUNT
               SET WS-CMP-IDX TO WS-CMP-COUNT
               MOVE WS-EMP-DED-CODE (WS-EMP-DED-IDX)
                   TO WS-CMP-CODE (WS-CMP-IDX)
               MOVE 0 TO WS-CMP-TAKEN (WS-CMP-IDX, 1)
               MOVE 0 TO WS-CMP-TAKEN (WS-CMP-IDX, 2)
           END-IF
           MOVE WS-EMP-DED-TAKEN (WS-EMP-DED-IDX)
               TO WS-CMP-TAKEN (WS-CMP-IDX, WS-SCN-SUB).

      * A blank answer keeps the current value throughout.  The
      * election table is put back to what the master holds before
      * any deduction is changed, so the proposed check starts
      * from the same elections the current one used.
       ACCEPT-PROPOSED-CHANGES.
           MOVE WS-CURRENT-GROSS         TO WS-PROPOSED-GROSS
           MOVE WS-CURRENT-FILING-STATUS TO WS-PROPOSED-FILING-STATUS
           MOVE WS-CURRENT-ALLOWANCES    TO WS-PROPOSED-ALLOWANCES
           MOVE WS-SAVED-DED-TABLE TO WS-EMP-DED-TABLE
           MOVE WS-SAVED-DED-COUNT TO WS-EMP-DED-COUNT
           PERFORM VARYING WS-EMP-DED-IDX FROM 1 BY 1
                   UNTIL WS-EMP-DED-IDX > WS-EMP-DED-COUNT
               MOVE 0 TO WS-EMP-DED-TAKEN (WS-EMP-DED-IDX)
           END-PERFORM
           DISPLAY "Proposed filing status (S/M, blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               IF WS-NEW-VALUE-X (1:1) = "S" OR "s"
                   MOVE "S" TO WS-PROPOSED-FILING-STATUS
               ELSE
                   IF WS-NEW-VALUE-X (1:1) = "M" OR "m"
                       MOVE "M" TO WS-PROPOSED-FILING-STATUS
                   ELSE
                       DISPLAY "Filing status must be S or M - "
                               "current status kept."
                   END-IF
               END-IF
           END-IF
           DISPLAY "Proposed allowances (0-99, blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                   TO WS-PROPOSED-ALLOWANCES
           END-IF
           DISPLAY "Proposed period gross / pay rate (blank to "
                   "keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                   TO WS-PROPOSED-GROSS
               IF WS-PROPOSED-GROSS NOT > 0
                   DISPLAY "Gross must be more than zero - current "
                           "gross kept."
                   MOVE WS-CURRENT-GROSS TO WS-PROPOSED-GROSS
               END-IF
           END-IF
           PERFORM LIST-ELECTIONS
           DISPLAY "Deduction code to change (blank when done): "
           ACCEPT WS-DED-CODE-WANTED
           PERFORM UNTIL WS-DED-CODE-WANTED = SPACES
               PERFORM CHANGE-ONE-ELECTION
               DISPLAY "Deduction code to change (blank when "
                       "done): "
               ACCEPT WS-DED-CODE-WANTED
           END-PERFORM.

       LIST-ELECTIONS.
           IF WS-EMP-DED-COUNT = 0
               DISPLAY "  No deduction elections in force."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  Elections in force:"
           PERFORM VARYING WS-EMP-DED-IDX FROM 1 BY 1
                   UNTIL WS-EMP-DED-IDX > WS-EMP-DED-COUNT
               DISPLAY "    " WS-EMP-DED-CODE (WS-EMP-DED-IDX)
                       " method " WS-EMP-DED-METHOD (WS-EMP-DED-IDX)
                       " amount " WS-EMP-DED-AMOUNT (WS-EMP-DED-IDX)
                       " percent "
                       WS-EMP-DED-PERCENT (WS-EMP-DED-IDX)
                       " priority "
                       WS-EMP-DED-PRIORITY (WS-EMP-DED-IDX)
           END-PERFORM.

      * Changes one election in the in-memory table, or adds a new
      * code as the employee would elect it.  A zero amount drops
      * the deduction from the proposed check.
       CHANGE-ONE-ELECTION.
           MOVE WS-DED-CODE-WANTED TO DM-DEDUCTION-CODE
           PERFORM FIND-ELECTION-SLOT
           IF WS-DED-SLOT = 0
               DISPLAY "No room for another deduction - nothing "
                       "changed."
               EXIT PARAGRAPH
           END-IF
           SET WS-EMP-DED-IDX TO WS-DED-SLOT
           IF WS-EMP-DED-CODE (WS-EMP-DED-IDX) NOT =
              WS-DED-CODE-WANTED
               INITIALIZE WS-EMP-DED-ENTRY (WS-EMP-DED-IDX)
               MOVE WS-DED-CODE-WANTED
                   TO WS-EMP-DED-CODE (WS-EMP-DED-IDX)
               MOVE "A" TO WS-EMP-DED-METHOD (WS-EMP-DED-IDX)
               MOVE 99  TO WS-EMP-DED-PRIORITY (WS-EMP-DED-IDX)
               MOVE "N" TO WS-EMP-DED-GARNISH (WS-EMP-DED-IDX)
               DISPLAY "New election " WS-DED-CODE-WANTED
                       " - taken last, after existing deductions."
           END-IF
           DISPLAY "Method (A=amount, P=percent of gross, blank "
                   "to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X (1:1) = "A" OR "a"
               MOVE "A" TO WS-EMP-DED-METHOD (WS-EMP-DED-IDX)
           END-IF
           IF WS-NEW-VALUE-X (1:1) = "P" OR "p"
               MOVE "P" TO WS-EMP-DED-METHOD (WS-EMP-DED-IDX)
           END-IF
           IF WS-EMP-DED-METHOD (WS-EMP-DED-IDX) = "P"
               DISPLAY "Percent of gross (e.g. 6 for 6%, blank to "
                       "keep): "
               ACCEPT WS-NEW-VALUE-X
               IF WS-NEW-VALUE-X NOT = SPACES
                   COMPUTE WS-EMP-DED-PERCENT (WS-EMP-DED-IDX) =
                       FUNCTION NUMVAL (WS-NEW-VALUE-X) / 100
               END-IF
           ELSE
               DISPLAY "Amount per period (blank to keep): "
               ACCEPT WS-NEW-VALUE-X
               IF WS-NEW-VALUE-X NOT = SPACES
                   MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                       TO WS-EMP-DED-AMOUNT (WS-EMP-DED-IDX)
               END-IF
           END-IF.

       SHOW-COMPARISON.
           DISPLAY " "
           DISPLAY "Net pay what-if for employee " EMPLOYEE-ID
                   " - nothing has been posted."
           DISPLAY WS-COMPARE-HEADING
           MOVE "Gross pay"        TO WS-CMP-LABEL-OUT
           MOVE WS-SCN-GROSS (1)   TO WS-CMP-CURRENT
           MOVE WS-SCN-GROSS (2)   TO WS-CMP-PROPOSED
           PERFORM SHOW-COMPARE-LINE
           MOVE "Federal tax"      TO WS-CMP-LABEL-OUT
           MOVE WS-SCN-FEDERAL (1) TO WS-CMP-CURRENT
           MOVE WS-SCN-FEDERAL (2) TO WS-CMP-PROPOSED
           PERFORM SHOW-COMPARE-LINE
           MOVE "State tax"        TO WS-CMP-LABEL-OUT
           MOVE WS-SCN-STATE (1)   TO WS-CMP-CURRENT
           MOVE WS-SCN-STATE (2)   TO WS-CMP-PROPOSED
           PERFORM SHOW-COMPARE-LINE
           MOVE "Local tax"        TO WS-CMP-LABEL-OUT
           MOVE WS-SCN-LOCAL (1)   TO WS-CMP-CURRENT
           MOVE WS-SCN-LOCAL (2)   TO WS-CMP-PROPOSED
           PERFORM SHOW-COMPARE-LINE
           MOVE "FICA"             TO WS-CMP-LABEL-OUT
           MOVE WS-SCN-FICA (1)    TO WS-CMP-CURRENT
           MOVE WS-SCN-FICA (2)    TO WS-CMP-PROPOSED
           PERFORM SHOW-COMPARE-LINE
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
               MOVE SPACES TO WS-CMP-LABEL-OUT
               STRING "  Deduction " DELIMITED BY SIZE
                      WS-CMP-CODE (WS-CMP-IDX) DELIMITED BY SIZE
                   INTO WS-CMP-LABEL-OUT
               MOVE WS-CMP-TAKEN (WS-CMP-IDX, 1) TO WS-CMP-CURRENT
               MOVE WS-CMP-TAKEN (WS-CMP-IDX, 2) TO WS-CMP-PROPOSED
               PERFORM SHOW-COMPARE-LINE
           END-PERFORM
           MOVE "Total deductions" TO WS-CMP-LABEL-OUT
           MOVE WS-SCN-DEDUCTIONS (1) TO WS-CMP-CURRENT
           MOVE WS-SCN-DEDUCTIONS (2) TO WS-CMP-PROPOSED
           PERFORM SHOW-COMPARE-LINE
           MOVE "Net pay"          TO WS-CMP-LABEL-OUT
           MOVE WS-SCN-NET (1)     TO WS-CMP-CURRENT
           MOVE WS-SCN-NET (2)     TO WS-CMP-PROPOSED
           PERFORM SHOW-COMPARE-LINE
           DISPLAY " ".

       SHOW-COMPARE-LINE.
           MOVE WS-CMP-CURRENT  TO WS-CMP-CURRENT-OUT
           MOVE WS-CMP-PROPOSED TO WS-CMP-PROPOSED-OUT
           COMPUTE WS-CMP-DIFF-OUT = WS-CMP-PROPOSED - WS-CMP-CURRENT
           DISPLAY WS-COMPARE-LINE.

      * What the payroll run does with a deduction once its amount
      * is decided - roll the year-to-date and arrears, total it for
      * remittance, leave a remittance detail row - has no place in
      * an inquiry.  The amounts stay in the table for the listing.
       UPDATE-DEDUCTION-YTD.
           CONTINUE.

       ADD-TO-RUN-DEDUCTION-TOTAL.
           CONTINUE.

       WRITE-REMIT-DETAIL.
           CONTINUE.

       REPORT-GARNISH-SHORTFALL.
           DISPLAY "  Garnishment " WS-EMP-DED-CODE (WS-EMP-DED-IDX)
                   " would be held to the disposable-earnings cap - "
                   WS-GARNISH-SHORT " short.".
