       IDENTIFICATION DIVISION.
       PROGRAM-ID. AssignmentMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-ASSIGNMENT-FILE ASSIGN TO WS-EMPASSGN-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EA-ASSIGNMENT-KEY
               FILE STATUS IS WS-EMPLOYEE-ASSIGNMENT-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO WS-EMPMAST-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

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
       FD  EMPLOYEE-ASSIGNMENT-FILE.
           COPY EMPASSGN.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-ASSIGNMENT-STATUS PIC X(2) VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-ASSIGNMENT   VALUE "A" "a".
          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-CONFIRM               PIC X(1).
       01 WS-EMPLOYEE-ID           PIC 9(5).
       01 WS-ASSIGNMENT-NUMBER     PIC 9(2).
       01 WS-NEW-VALUE-X           PIC X(20).
       01 WS-ASSIGNMENT-EXISTS-SW  PIC X(1) VALUE "N".
          88 WS-ASSIGNMENT-EXISTS  VALUE "Y".
       01 WS-LIST-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LIST-EOF           VALUE "Y".

      * Data files assigned through these names so a training
      * session can swing the whole program onto the .TRN copies
      * without touching a live file.
       01 WS-EMPASSGN-FN              PIC X(12) VALUE "EMPASSGN.DAT".
       01 WS-EMPMAST-FN               PIC X(12) VALUE "EMPMAST.DAT".

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Concurrent positions for employees who hold more than one
      * job at once.  Each assignment carries its own pay mode,
      * rate, department and comp class; the payroll run prices
      * every active one under the employee's single ID.  Setting
      * a rate is a supervisor's call, as on the master.
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
           CLOSE RUN-CONTROL-FILE.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               DISPLAY "No employee master file on hand - no "
                       "assignments can be kept."
               CLOSE OPERATOR-MASTER-FILE
               GOBACK
           END-IF.
           OPEN I-O EMPLOYEE-ASSIGNMENT-FILE.
           IF WS-EMPLOYEE-ASSIGNMENT-STATUS = "35"
               OPEN OUTPUT EMPLOYEE-ASSIGNMENT-FILE
               CLOSE EMPLOYEE-ASSIGNMENT-FILE
               OPEN I-O EMPLOYEE-ASSIGNMENT-FILE
           END-IF.

           DISPLAY "Employee assignments - (A)dd / change, "
                   "(L)ist, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-ASSIGNMENT
                       PERFORM MAINTAIN-ASSIGNMENT
                   WHEN WS-MAINT-LIST
                       PERFORM LIST-ASSIGNMENTS
                   WHEN OTHER
                       DISPLAY "Please enter A, L, or Q."
               END-EVALUATE
               DISPLAY "Employee assignments - (A)dd / change, "
                       "(L)ist, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE EMPLOYEE-ASSIGNMENT-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           GOBACK.

       SET-TRAINING-FILE-NAMES.
           IF SL-TRAINING
               MOVE "EMPASSGN.TRN" TO WS-EMPASSGN-FN
               MOVE "EMPMAST.TRN" TO WS-EMPMAST-FN
               DISPLAY "*** TRAINING MODE - this session "
                       "reads and writes the .TRN training "
                       "files only. ***"
           END-IF.

       COPY OPENRCTL.

      * Add one assignment, or change or end an existing one.  A
      * blank answer keeps the current value; a blank department
      * or comp class means the employee's home one on the master.
      * An ended assignment is kept inactive rather than deleted so
      * the history's assignment numbers still mean something.
       MAINTAIN-ASSIGNMENT.
           IF NOT SL-IS-SUPERVISOR
               DISPLAY "Assignment rates require a supervisor "
                       "sign-on."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Employee ID (5 digits): "
           ACCEPT WS-EMPLOYEE-ID
           MOVE WS-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               KEY IS EM-EMPLOYEE-ID
               INVALID KEY
                   DISPLAY "Employee " WS-EMPLOYEE-ID
                           " not on the master."
                   EXIT PARAGRAPH
           END-READ
           IF EM-TERMINATED
               DISPLAY "Employee " WS-EMPLOYEE-ID " is terminated "
                       "- no assignments can be added."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Employee " WS-EMPLOYEE-ID " " EM-EMPLOYEE-NAME
                   " home department " EM-DEPARTMENT-CODE
           DISPLAY "Assignment number (01-99): "
           ACCEPT WS-ASSIGNMENT-NUMBER
           IF WS-ASSIGNMENT-NUMBER = 0
               DISPLAY "No assignment number entered - nothing "
                       "changed."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMPLOYEE-ID       TO EA-EMPLOYEE-ID
           MOVE WS-ASSIGNMENT-NUMBER TO EA-ASSIGNMENT-NUMBER
           MOVE "N" TO WS-ASSIGNMENT-EXISTS-SW
           READ EMPLOYEE-ASSIGNMENT-FILE
               KEY IS EA-ASSIGNMENT-KEY
               INVALID KEY
                   INITIALIZE EMPLOYEE-ASSIGNMENT-RECORD
                   MOVE WS-EMPLOYEE-ID       TO EA-EMPLOYEE-ID
                   MOVE WS-ASSIGNMENT-NUMBER TO EA-ASSIGNMENT-NUMBER
                   MOVE "A" TO EA-STATUS
               NOT INVALID KEY
                   MOVE "Y" TO WS-ASSIGNMENT-EXISTS-SW
           END-READ
           IF WS-ASSIGNMENT-EXISTS
               DISPLAY "Assignment " EA-ASSIGNMENT-NUMBER " "
                       EA-DESCRIPTION " mode " EA-PAY-MODE
                       " rate " EA-PAY-RATE " dept "
                       EA-DEPARTMENT-CODE " class " EA-COMP-CLASS
                       " status " EA-STATUS
               DISPLAY "(C)hange, (E)nd, (R)eactivate, or blank to "
                       "leave: "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "E" OR WS-CONFIRM = "e"
                   MOVE "I" TO EA-STATUS
                   PERFORM SAVE-ASSIGNMENT
                   EXIT PARAGRAPH
               END-IF
               IF WS-CONFIRM = "R" OR WS-CONFIRM = "r"
                   MOVE "A" TO EA-STATUS
                   PERFORM SAVE-ASSIGNMENT
                   EXIT PARAGRAPH
               END-IF
               IF WS-CONFIRM NOT = "C" AND WS-CONFIRM NOT = "c"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Description (20 characters, blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE WS-NEW-VALUE-X TO EA-DESCRIPTION
           END-IF
           DISPLAY "Pay mode (S=Salaried per period, H=Hourly, "
                   "blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE WS-NEW-VALUE-X (1:1) TO EA-PAY-MODE
           END-IF
           IF NOT EA-MODE-VALID
               DISPLAY "Pay mode must be S or H - nothing saved."
               EXIT PARAGRAPH
           END-IF
           IF EA-MODE-HOURLY
               DISPLAY "Hourly rate (blank to keep): "
           ELSE
               DISPLAY "Salary per pay period (blank to keep): "
           END-IF
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X) TO EA-PAY-RATE
           END-IF
           IF EA-PAY-RATE NOT > 0
               DISPLAY "Rate must be more than zero - nothing saved."
               EXIT PARAGRAPH
           END-IF
           IF EA-MODE-HOURLY AND EA-PAY-RATE > 999.99
               DISPLAY "Hourly rate cannot exceed 999.99 - nothing "
                       "saved."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Department (4 characters, blank to keep, HOME "
                   "for the master's): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X (1:4) = "HOME"
               MOVE SPACES TO EA-DEPARTMENT-CODE
           ELSE
               IF WS-NEW-VALUE-X NOT = SPACES
                   MOVE WS-NEW-VALUE-X (1:4) TO EA-DEPARTMENT-CODE
               END-IF
           END-IF
           DISPLAY "Workers' comp class (4 characters, blank to "
                   "keep, HOME for the master's): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X (1:4) = "HOME"
               MOVE SPACES TO EA-COMP-CLASS
           ELSE
               IF WS-NEW-VALUE-X NOT = SPACES
                   MOVE WS-NEW-VALUE-X (1:4) TO EA-COMP-CLASS
               END-IF
           END-IF
           PERFORM SAVE-ASSIGNMENT.

       SAVE-ASSIGNMENT.
           MOVE WS-OPERATOR-ID TO EA-UPDATED-BY
           MOVE WS-TODAY-DATE  TO EA-UPDATED-DATE
           IF WS-ASSIGNMENT-EXISTS
               REWRITE EMPLOYEE-ASSIGNMENT-RECORD
               DISPLAY "Assignment " EA-ASSIGNMENT-NUMBER
                       " updated for employee " EA-EMPLOYEE-ID "."
           ELSE
               WRITE EMPLOYEE-ASSIGNMENT-RECORD
               DISPLAY "Assignment " EA-ASSIGNMENT-NUMBER
                       " added for employee " EA-EMPLOYEE-ID "."
           END-IF.

       LIST-ASSIGNMENTS.
           DISPLAY "Employee ID (5 digits): "
           ACCEPT WS-EMPLOYEE-ID
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE WS-EMPLOYEE-ID TO EA-EMPLOYEE-ID
           MOVE 0 TO EA-ASSIGNMENT-NUMBER
           START EMPLOYEE-ASSIGNMENT-FILE KEY IS NOT LESS THAN
                 EA-ASSIGNMENT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ EMPLOYEE-ASSIGNMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       IF EA-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                           MOVE "Y" TO WS-LIST-EOF-SW
                       ELSE
                           DISPLAY "  " EA-ASSIGNMENT-NUMBER " "
                                   EA-DESCRIPTION " " EA-PAY-MODE
                                   " rate " EA-PAY-RATE " dept "
                                   EA-DEPARTMENT-CODE " class "
                                   EA-COMP-CLASS " status "
                                   EA-STATUS
                       END-IF
               END-READ
           END-PERFORM.
