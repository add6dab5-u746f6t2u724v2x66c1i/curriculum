       IDENTIFICATION DIVISION.
       PROGRAM-ID. SodRuleMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT SOD-RULE-FILE ASSIGN TO "SODRULE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-RULE-ID
               FILE STATUS IS WS-SOD-RULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  SOD-RULE-FILE.
           COPY SODRULE.

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-SOD-RULE-STATUS       PIC X(2) VALUE "00".

       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-RULE         VALUE "A" "a".
          88 WS-MAINT-DEACTIVATE   VALUE "D" "d".
          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-RULE-ID               PIC X(6).
       01 WS-NEW-VALUE-X           PIC X(30).
       01 WS-EXISTS-SW             PIC X(1) VALUE "N".
          88 WS-EXISTS             VALUE "Y".
       01 WS-LIST-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LIST-EOF           VALUE "Y".
       01 WS-RULE-ERROR-SW         PIC X(1) VALUE "N".
          88 WS-RULE-ERROR         VALUE "Y".
       01 WS-ROLE-CODE             PIC X(1).
          88 WS-ROLE-VALID         VALUE "P" "Y" "R" "A" "S".

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * The auditors' list of role pairs no one operator should
      * hold at once.  A role is one of the operator master's
      * switches - P purchase, Y payroll, R reports, A admin - or
      * S, the supervisor sign-off that releases credit holds and
      * approves write-offs and large entries.  A rule is
      * deactivated rather than deleted, so a conflict report run
      * earlier can still be read against the rule it cited.
       RUN-START.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           IF NOT SL-IS-SUPERVISOR
               DISPLAY "Segregation-of-duties rule maintenance "
                       "requires a supervisor sign-on - exiting."
               GOBACK
           END-IF.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           CLOSE RUN-CONTROL-FILE.
           OPEN I-O SOD-RULE-FILE.
           IF WS-SOD-RULE-STATUS = "35"
               OPEN OUTPUT SOD-RULE-FILE
               CLOSE SOD-RULE-FILE
               OPEN I-O SOD-RULE-FILE
           END-IF.

           DISPLAY "Duty conflict rules - (A)dd/change, "
                   "(D)eactivate, (L)ist, (Q)uit: ".
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
               DISPLAY "Duty conflict rules - (A)dd/change, "
                       "(D)eactivate, (L)ist, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE SOD-RULE-FILE.
           GOBACK.

       COPY OPENRCTL.

       MAINTAIN-RULE.
           DISPLAY "Rule id (6 characters): "
           ACCEPT WS-RULE-ID
           IF WS-RULE-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RULE-ID TO SR-RULE-ID
           MOVE "N" TO WS-EXISTS-SW
           READ SOD-RULE-FILE
               KEY IS SR-RULE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EXISTS-SW
                   PERFORM SHOW-RULE
           END-READ
           IF NOT WS-EXISTS
               INITIALIZE SOD-RULE-RECORD
               MOVE WS-RULE-ID TO SR-RULE-ID
           END-IF
           DISPLAY "Description (30 characters, blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE WS-NEW-VALUE-X TO SR-DESCRIPTION
           END-IF
           DISPLAY "First role (P=purchase, Y=payroll, R=reports, "
                   "A=admin, S=supervisor, blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE WS-NEW-VALUE-X (1:1) TO SR-ROLE-1
           END-IF
           DISPLAY "Second role (blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE WS-NEW-VALUE-X (1:1) TO SR-ROLE-2
           END-IF
           PERFORM VALIDATE-RULE
           IF WS-RULE-ERROR
               DISPLAY "Rule not saved."
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO SR-STATUS
           MOVE WS-TODAY-DATE TO SR-CHANGED-DATE
           MOVE SL-OPERATOR-ID TO SR-CHANGED-BY
           IF WS-EXISTS
               REWRITE SOD-RULE-RECORD
               DISPLAY "Rule updated."
           ELSE
               WRITE SOD-RULE-RECORD
               DISPLAY "Rule added."
           END-IF.

       VALIDATE-RULE.
           MOVE "N" TO WS-RULE-ERROR-SW
           MOVE SR-ROLE-1 TO WS-ROLE-CODE
           IF NOT WS-ROLE-VALID
               DISPLAY "First role must be P, Y, R, A or S."
               MOVE "Y" TO WS-RULE-ERROR-SW
           END-IF
           MOVE SR-ROLE-2 TO WS-ROLE-CODE
           IF NOT WS-ROLE-VALID
               DISPLAY "Second role must be P, Y, R, A or S."
               MOVE "Y" TO WS-RULE-ERROR-SW
           END-IF
           IF SR-ROLE-1 = SR-ROLE-2
               DISPLAY "A conflict needs two different roles."
               MOVE "Y" TO WS-RULE-ERROR-SW
           END-IF.

       DEACTIVATE-RULE.
           DISPLAY "Rule id to deactivate: "
           ACCEPT WS-RULE-ID
           MOVE WS-RULE-ID TO SR-RULE-ID
           READ SOD-RULE-FILE
               KEY IS SR-RULE-ID
               INVALID KEY
                   DISPLAY "No rule " WS-RULE-ID "."
               NOT INVALID KEY
                   MOVE "I" TO SR-STATUS
                   MOVE WS-TODAY-DATE TO SR-CHANGED-DATE
                   MOVE SL-OPERATOR-ID TO SR-CHANGED-BY
                   REWRITE SOD-RULE-RECORD
                   DISPLAY "Rule " WS-RULE-ID " deactivated."
           END-READ.

       LIST-RULES.
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE LOW-VALUES TO SR-RULE-ID
           START SOD-RULE-FILE KEY IS NOT LESS THAN SR-RULE-ID
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ SOD-RULE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       PERFORM SHOW-RULE
               END-READ
           END-PERFORM.

       SHOW-RULE.
           DISPLAY SR-RULE-ID " " SR-DESCRIPTION " roles "
                   SR-ROLE-1 "+" SR-ROLE-2 " status " SR-STATUS
                   " changed " SR-CHANGED-DATE " by " SR-CHANGED-BY.
