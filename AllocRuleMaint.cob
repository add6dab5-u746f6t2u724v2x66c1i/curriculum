       IDENTIFICATION DIVISION.
       PROGRAM-ID. AllocRuleMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ACCOUNT-CODE
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.

           SELECT ALLOCATION-RULE-FILE ASSIGN TO "ALLOCRUL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-RULE-KEY
               FILE STATUS IS WS-ALLOCATION-RULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  CHART-ACCOUNT-FILE.
           COPY CHARTACC.

       FD  ALLOCATION-RULE-FILE.
           COPY ALLOCRUL.

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-CHART-ACCOUNT-STATUS  PIC X(2) VALUE "00".
       01 WS-ALLOCATION-RULE-STATUS PIC X(2) VALUE "00".
       01 WS-CHART-AVAILABLE-SW    PIC X(1) VALUE "N".
          88 WS-CHART-AVAILABLE    VALUE "Y".

       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-RULE         VALUE "A" "a".
          88 WS-MAINT-DEACTIVATE   VALUE "D" "d".
          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-RULE-COMPANY          PIC X(3).
       01 WS-RULE-ID               PIC X(6).
       01 WS-NEW-VALUE-X           PIC X(30).
       01 WS-EXISTS-SW             PIC X(1) VALUE "N".
          88 WS-EXISTS             VALUE "Y".
       01 WS-LIST-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LIST-EOF           VALUE "Y".
       01 WS-TARGETS-DONE-SW       PIC X(1) VALUE "N".
          88 WS-TARGETS-DONE       VALUE "Y".
       01 WS-TARGET-IDX            PIC 9(2) VALUE 0.
       01 WS-CHECK-IDX             PIC 9(2) VALUE 0.
       01 WS-PERCENT-TOTAL         PIC 9(5)V99 VALUE 0.
       01 WS-RULE-ERROR-SW         PIC X(1) VALUE "N".
          88 WS-RULE-ERROR         VALUE "Y".

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Accounting's screen for the month-end cost allocation rules.
      * A rule names the pool - a GL account as charged to one
      * department - the departments it is spread over, and the
      * driver: fixed percentages keyed here, active headcount, or
      * the month's gross wages.  A rule is deactivated rather than
      * deleted, so the history of what drove past charges stays
      * readable.
       RUN-START.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           IF NOT SL-IS-SUPERVISOR
               DISPLAY "Allocation rule maintenance requires a "
                       "supervisor sign-on - exiting."
               GOBACK
           END-IF.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE SL-COMPANY-CODE TO WS-RULE-COMPANY.
           IF WS-RULE-COMPANY = SPACES
               MOVE RC-COMPANY-CODE TO WS-RULE-COMPANY
           END-IF.
           CLOSE RUN-CONTROL-FILE.
           OPEN INPUT CHART-ACCOUNT-FILE.
           IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE "Y" TO WS-CHART-AVAILABLE-SW
           END-IF.
           OPEN I-O ALLOCATION-RULE-FILE.
           IF WS-ALLOCATION-RULE-STATUS = "35"
               OPEN OUTPUT ALLOCATION-RULE-FILE
               CLOSE ALLOCATION-RULE-FILE
               OPEN I-O ALLOCATION-RULE-FILE
           END-IF.

           DISPLAY "Allocation rules - (A)dd/change, (D)eactivate, "
                   "(L)ist, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-RULE
                       PERFORM MAINTAIN-RULE
                   WHEN WS-MAINT-DEACTIVATE
                       PERFORM DEACTIVATE-RULE
                   WHEN WS-MAINT-LIST
                       PERFORM LIST-RULES
                   WHEN OTHER
                       DISPLAY "Please enter A, D, L, or Q."
               END-EVALUATE
               DISPLAY "Allocation rules - (A)dd/change, "
                       "(D)eactivate, (L)ist, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           IF WS-CHART-AVAILABLE
               CLOSE CHART-ACCOUNT-FILE
           END-IF.
           CLOSE ALLOCATION-RULE-FILE.
           GOBACK.

       COPY OPENRCTL.

      * A change keys the whole rule again; the target list is
      * replaced, not merged.
       MAINTAIN-RULE.
           DISPLAY "Rule id (6 characters): "
           ACCEPT WS-RULE-ID
           IF WS-RULE-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RULE-COMPANY TO AL-COMPANY-CODE
           MOVE WS-RULE-ID TO AL-RULE-ID
           MOVE "N" TO WS-EXISTS-SW
           READ ALLOCATION-RULE-FILE
               KEY IS AL-RULE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EXISTS-SW
                   PERFORM SHOW-RULE
           END-READ
           IF NOT WS-EXISTS
               INITIALIZE ALLOCATION-RULE-RECORD
               MOVE WS-RULE-COMPANY TO AL-COMPANY-CODE
               MOVE WS-RULE-ID TO AL-RULE-ID
           END-IF
           DISPLAY "Description (30 characters, blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE WS-NEW-VALUE-X TO AL-DESCRIPTION
           END-IF
           DISPLAY "Pool GL account (blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE WS-NEW-VALUE-X (1:10) TO AL-SOURCE-ACCOUNT
           END-IF
           DISPLAY "Pool department (blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE WS-NEW-VALUE-X (1:4) TO AL-SOURCE-DEPARTMENT
           END-IF
           DISPLAY "Driver (P=fixed percent, H=headcount, "
                   "W=gross wages, blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE WS-NEW-VALUE-X (1:1) TO AL-DRIVER
           END-IF
           PERFORM ACCEPT-TARGETS
           PERFORM VALIDATE-RULE
           IF WS-RULE-ERROR
               DISPLAY "Rule not saved."
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO AL-STATUS
           MOVE WS-TODAY-DATE TO AL-CHANGED-DATE
           MOVE SL-OPERATOR-ID TO AL-CHANGED-BY
           IF WS-EXISTS
               REWRITE ALLOCATION-RULE-RECORD
               DISPLAY "Rule updated."
           ELSE
               WRITE ALLOCATION-RULE-RECORD
               DISPLAY "Rule added."
           END-IF.

      * Blank at the first target keeps the list as it stands.
       ACCEPT-TARGETS.
           MOVE "N" TO WS-TARGETS-DONE-SW
           MOVE 0 TO WS-TARGET-IDX
           PERFORM UNTIL WS-TARGETS-DONE OR WS-TARGET-IDX = 20
               COMPUTE WS-CHECK-IDX = WS-TARGET-IDX + 1
               DISPLAY "Target department " WS-CHECK-IDX
                       " (blank to end): "
               ACCEPT WS-NEW-VALUE-X
               IF WS-NEW-VALUE-X = SPACES
                   MOVE "Y" TO WS-TARGETS-DONE-SW
               ELSE
                   IF WS-TARGET-IDX = 0
                       MOVE 0 TO AL-TARGET-COUNT
                   END-IF
                   ADD 1 TO WS-TARGET-IDX
                   MOVE WS-TARGET-IDX TO AL-TARGET-COUNT
                   MOVE WS-NEW-VALUE-X (1:4)
                       TO AL-TARGET-DEPARTMENT (WS-TARGET-IDX)
                   MOVE 0 TO AL-TARGET-PERCENT (WS-TARGET-IDX)
                   IF AL-DRIVER-PERCENT
                       DISPLAY "  Percent of the pool (e.g. 25.5): "
                       ACCEPT WS-NEW-VALUE-X
                       MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                           TO AL-TARGET-PERCENT (WS-TARGET-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       VALIDATE-RULE.
           MOVE "N" TO WS-RULE-ERROR-SW
           IF NOT AL-DRIVER-VALID
               DISPLAY "Driver must be P, H or W."
               MOVE "Y" TO WS-RULE-ERROR-SW
           END-IF
           IF AL-SOURCE-ACCOUNT = SPACES
              OR AL-SOURCE-DEPARTMENT = SPACES
               DISPLAY "The pool needs both an account and a "
                       "department."
               MOVE "Y" TO WS-RULE-ERROR-SW
           END-IF
           IF WS-CHART-AVAILABLE AND AL-SOURCE-ACCOUNT NOT = SPACES
               MOVE AL-SOURCE-ACCOUNT TO AC-ACCOUNT-CODE
               READ CHART-ACCOUNT-FILE
                   KEY IS AC-ACCOUNT-CODE
                   INVALID KEY
                       DISPLAY "Account " AL-SOURCE-ACCOUNT " is not "
                               "on the chart of accounts."
                       MOVE "Y" TO WS-RULE-ERROR-SW
               END-READ
           END-IF
           IF AL-TARGET-COUNT = 0
               DISPLAY "At least one target department is needed."
               MOVE "Y" TO WS-RULE-ERROR-SW
           END-IF
      * A pool spread back onto itself would be found again at the
      * next run and spread a second time.
           MOVE 0 TO WS-PERCENT-TOTAL
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > AL-TARGET-COUNT
               IF AL-TARGET-DEPARTMENT (WS-CHECK-IDX) =
                  AL-SOURCE-DEPARTMENT
                   DISPLAY "The pool department cannot also be a "
                           "target."
                   MOVE "Y" TO WS-RULE-ERROR-SW
               END-IF
               ADD AL-TARGET-PERCENT (WS-CHECK-IDX)
                   TO WS-PERCENT-TOTAL
           END-PERFORM
           IF AL-DRIVER-PERCENT AND WS-PERCENT-TOTAL NOT = 100
               DISPLAY "Target percentages total " WS-PERCENT-TOTAL
                       " - they must total 100."
               MOVE "Y" TO WS-RULE-ERROR-SW
           END-IF.

       DEACTIVATE-RULE.
           DISPLAY "Rule id to deactivate: "
           ACCEPT WS-RULE-ID
           MOVE WS-RULE-COMPANY TO AL-COMPANY-CODE
           MOVE WS-RULE-ID TO AL-RULE-ID
           READ ALLOCATION-RULE-FILE
               KEY IS AL-RULE-KEY
               INVALID KEY
                   DISPLAY "No rule " WS-RULE-ID " for company "
                           WS-RULE-COMPANY "."
               NOT INVALID KEY
                   MOVE "I" TO AL-STATUS
                   MOVE WS-TODAY-DATE TO AL-CHANGED-DATE
                   MOVE SL-OPERATOR-ID TO AL-CHANGED-BY
                   REWRITE ALLOCATION-RULE-RECORD
                   DISPLAY "Rule " WS-RULE-ID " deactivated."
           END-READ.

       LIST-RULES.
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE WS-RULE-COMPANY TO AL-COMPANY-CODE
           MOVE LOW-VALUES TO AL-RULE-ID
           START ALLOCATION-RULE-FILE KEY IS NOT LESS THAN AL-RULE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ ALLOCATION-RULE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       IF AL-COMPANY-CODE NOT = WS-RULE-COMPANY
                           MOVE "Y" TO WS-LIST-EOF-SW
                       ELSE
                           PERFORM SHOW-RULE
                       END-IF
               END-READ
           END-PERFORM.

       SHOW-RULE.
           DISPLAY AL-RULE-ID " " AL-DESCRIPTION " status " AL-STATUS
           DISPLAY "  Pool " AL-SOURCE-ACCOUNT " dept "
                   AL-SOURCE-DEPARTMENT " driver " AL-DRIVER
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > AL-TARGET-COUNT
               IF AL-DRIVER-PERCENT
                   DISPLAY "    -> " AL-TARGET-DEPARTMENT (WS-CHECK-IDX)
                           " " AL-TARGET-PERCENT (WS-CHECK-IDX) "%"
               ELSE
                   DISPLAY "    -> " AL-TARGET-DEPARTMENT (WS-CHECK-IDX)
               END-IF
           END-PERFORM.
