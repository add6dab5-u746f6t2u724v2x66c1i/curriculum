               RECORD KEY IS BD-BUDGET-KEY
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT PROPOSED-BUDGET-FILE ASSIGN TO "BUDGPROP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROPOSED-BUDGET-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-INTERFACE-STATUS.
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

           SELECT BUDGET-REPORT-FILE ASSIGN TO WS-BUDGET-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-REPORT-STATUS.

           SELECT REPORT-GEN-FILE ASSIGN TO "REPORTGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-GEN-KEY
               FILE STATUS IS WS-REPORT-GEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
           COPY BUDGET.

       FD  PROPOSED-BUDGET-FILE.
       01 PROPOSED-BUDGET-RECORD   PIC X(33).

       FD  GL-INTERFACE-FILE.
           COPY GLFEED.

       FD  BUDGET-REPORT-FILE.
       01 BUDGET-REPORT-LINE       PIC X(100).

       FD  REPORT-GEN-FILE.
           COPY REPGEN.

       WORKING-STORAGE SECTION.
       01 WS-BUDGET-STATUS         PIC X(2) VALUE "00".
       01 WS-GL-INTERFACE-STATUS   PIC X(2) VALUE "00".
       01 WS-PROPOSED-BUDGET-STATUS PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-BUDGET-REPORT-STATUS  PIC X(2) VALUE "00".
       01 WS-REPORT-GEN-STATUS     PIC X(2) VALUE "00".
       01 WS-RG-BASE-NAME          PIC X(8).
       01 WS-RG-BUILT-NAME         PIC X(30).
       01 WS-RG-RUN-NUMBER         PIC 9(3) VALUE 0.
       01 WS-RG-PROBE-FOUND-SW     PIC X(1) VALUE "N".
          88 WS-RG-PROBE-FOUND     VALUE "Y".
       01 WS-BUDGET-REPORT-NAME    PIC X(30) VALUE "BUDVSACT.PRT".

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNON-PASSWORD       PIC X(8).
          88 WS-MAINT-SET          VALUE "S" "s".
          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-REPORT       VALUE "R" "r".
          88 WS-MAINT-FORECAST     VALUE "F" "f".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-BUDGET-EXISTS-SW      PIC X(1) VALUE "N".
          88 WS-BUDGET-EXISTS      VALUE "Y".
       01 WS-VARIANCE-PCT          PIC S9(5)V99 VALUE 0.
       01 WS-LINES-WRITTEN         PIC 9(5) VALUE 0.
       01 WS-FLAGGED-COUNT         PIC 9(5) VALUE 0.
       01 WS-LOAD-MODE             PIC X(1) VALUE SPACE.
          88 WS-LOAD-NEW-ONLY      VALUE "L" "l".
          88 WS-LOAD-REPLACE       VALUE "R" "r".
       01 WS-PROPOSED-EOF-SW       PIC X(1) VALUE "N".
          88 WS-PROPOSED-EOF       VALUE "Y".
       01 WS-LOADED-COUNT          PIC 9(5) VALUE 0.
       01 WS-REPLACED-COUNT        PIC 9(5) VALUE 0.
       01 WS-KEPT-COUNT            PIC 9(5) VALUE 0.

       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 50 TIMES
           END-IF.

           DISPLAY "Budgets - (S)et budget, (L)ist, (R)eport, "
                   "(F)orecast load, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                       PERFORM LIST-BUDGETS
                   WHEN WS-MAINT-REPORT
                       PERFORM WRITE-BVA-REPORT
                   WHEN WS-MAINT-FORECAST
                       PERFORM LOAD-PROPOSED-BUDGET
                   WHEN OTHER
                       DISPLAY "Please enter S, L, R, F, or Q."
               END-EVALUATE
               DISPLAY "Budgets - (S)et budget, (L)ist, "
                       "(R)eport, (F)orecast load, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

               DISPLAY "Budget added."
           END-IF.

      * The payroll cost forecast's proposed lines come in one of
      * two ways: Load adds only the lines finance has not budgeted
      * yet, keeping every amount already set by hand; Replace
      * overwrites the matching lines with the forecast.
       LOAD-PROPOSED-BUDGET.
           OPEN INPUT PROPOSED-BUDGET-FILE
           IF WS-PROPOSED-BUDGET-STATUS NOT = "00"
               DISPLAY "No proposed budget file BUDGPROP.DAT on hand "
                       "- run the payroll cost forecast first."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "(L)oad new lines only or (R)eplace existing "
                   "lines: "
           ACCEPT WS-LOAD-MODE
           IF NOT WS-LOAD-NEW-ONLY AND NOT WS-LOAD-REPLACE
               DISPLAY "Nothing loaded."
               CLOSE PROPOSED-BUDGET-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LOADED-COUNT
           MOVE 0 TO WS-REPLACED-COUNT
           MOVE 0 TO WS-KEPT-COUNT
           MOVE "N" TO WS-PROPOSED-EOF-SW
           PERFORM UNTIL WS-PROPOSED-EOF
               READ PROPOSED-BUDGET-FILE
                   AT END
                       MOVE "Y" TO WS-PROPOSED-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-PROPOSED-LINE
               END-READ
           END-PERFORM
           CLOSE PROPOSED-BUDGET-FILE
           DISPLAY "Forecast lines added: " WS-LOADED-COUNT
                   " replaced: " WS-REPLACED-COUNT
                   " kept as budgeted: " WS-KEPT-COUNT ".".

       LOAD-ONE-PROPOSED-LINE.
           MOVE PROPOSED-BUDGET-RECORD TO BUDGET-RECORD
           READ BUDGET-FILE
               KEY IS BD-BUDGET-KEY
               INVALID KEY
                   MOVE PROPOSED-BUDGET-RECORD TO BUDGET-RECORD
                   WRITE BUDGET-RECORD
                   ADD 1 TO WS-LOADED-COUNT
               NOT INVALID KEY
                   IF WS-LOAD-REPLACE
                       MOVE PROPOSED-BUDGET-RECORD TO BUDGET-RECORD
                       REWRITE BUDGET-RECORD
                       ADD 1 TO WS-REPLACED-COUNT
                   ELSE
                       ADD 1 TO WS-KEPT-COUNT
                   END-IF
           END-READ.

       LIST-BUDGETS.
           DISPLAY "Period (YYYYMM, 0 for all): "
           ACCEPT WS-WANTED-MONTH
           MOVE 0 TO WS-LINES-WRITTEN
           MOVE 0 TO WS-FLAGGED-COUNT
           MOVE 0 TO WS-DEPT-COUNT
           MOVE "BUDVSACT" TO WS-RG-BASE-NAME
           PERFORM NEW-REPORT-GENERATION
           MOVE WS-RG-BUILT-NAME TO WS-BUDGET-REPORT-NAME
           OPEN OUTPUT BUDGET-REPORT-FILE
           MOVE WS-WANTED-MONTH TO WS-BVA-MONTH-OUT
           MOVE WS-BVA-HEADER TO BUDGET-REPORT-LINE
           CLOSE BUDGET-REPORT-FILE
           DISPLAY "Budget-versus-actual written - "
                   WS-LINES-WRITTEN " lines, " WS-FLAGGED-COUNT
                   " flagged ("
                   FUNCTION TRIM (WS-BUDGET-REPORT-NAME) ").".

       COPY REPGENRG.

       REPORT-ONE-BUDGET-LINE.
           PERFORM SUM-ACTUAL-FOR-LINE
