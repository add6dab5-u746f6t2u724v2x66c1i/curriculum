       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayGradeMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-GRADE-FILE ASSIGN TO "PAYGRADE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-GRADE-CODE
               FILE STATUS IS WS-PAY-GRADE-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-GRADE-FILE.
           COPY PAYGRADE.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       WORKING-STORAGE SECTION.
       01 WS-PAY-GRADE-STATUS      PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNON-PASSWORD       PIC X(8).
       01 WS-SIGNON-VALID-SW       PIC X(1) VALUE "N".
          88 WS-SIGNON-VALID       VALUE "Y".

       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-ADD          VALUE "A" "a".
          88 WS-MAINT-CHANGE       VALUE "C" "c".
          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-GRADE-CODE            PIC X(4).
       01 WS-GRADE-EXISTS-SW       PIC X(1) VALUE "N".
          88 WS-GRADE-EXISTS       VALUE "Y".
       01 WS-LIST-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LIST-EOF           VALUE "Y".
       01 WS-NEW-VALUE-X           PIC X(30).
       01 WS-SAVE-GRADE-RECORD     PIC X(57).

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * The salary ranges HR grades every job against.  A range
      * must run minimum, midpoint, maximum in that order - a row
      * keyed out of order is refused rather than let it skew every
      * compa-ratio the merit cycle prints.
       RUN-START.
           OPEN INPUT OPERATOR-MASTER-FILE.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           MOVE SL-OPERATOR-ID TO WS-OPERATOR-ID.
           OPEN I-O PAY-GRADE-FILE.
           IF WS-PAY-GRADE-STATUS = "35"
               OPEN OUTPUT PAY-GRADE-FILE
               CLOSE PAY-GRADE-FILE
               OPEN I-O PAY-GRADE-FILE
           END-IF.

           DISPLAY "Salary grades - (A)dd, (C)hange, (L)ist, "
                   "(Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-ADD
                       PERFORM ADD-PAY-GRADE
                   WHEN WS-MAINT-CHANGE
                       PERFORM CHANGE-PAY-GRADE
                   WHEN WS-MAINT-LIST
                       PERFORM LIST-PAY-GRADES
                   WHEN OTHER
                       DISPLAY "Please enter A, C, L, or Q."
               END-EVALUATE
               DISPLAY "Salary grades - (A)dd, (C)hange, (L)ist, "
                       "(Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE PAY-GRADE-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           GOBACK.

       READ-PAY-GRADE.
           MOVE WS-GRADE-CODE TO PG-GRADE-CODE
           MOVE "N" TO WS-GRADE-EXISTS-SW
           READ PAY-GRADE-FILE
               KEY IS PG-GRADE-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-GRADE-EXISTS-SW
           END-READ.

       ADD-PAY-GRADE.
           DISPLAY "Grade code (4 characters): "
           ACCEPT WS-GRADE-CODE
           PERFORM READ-PAY-GRADE
           IF WS-GRADE-EXISTS
               DISPLAY "Grade already on file - use Change."
           ELSE
               INITIALIZE PAY-GRADE-RECORD
               MOVE WS-GRADE-CODE TO PG-GRADE-CODE
               DISPLAY "Description (20 characters): "
               ACCEPT PG-DESCRIPTION
               DISPLAY "Annual range minimum (9 digits, 2 "
                       "decimals): "
               ACCEPT PG-RANGE-MINIMUM
               DISPLAY "Annual range midpoint (9 digits, 2 "
                       "decimals): "
               ACCEPT PG-RANGE-MIDPOINT
               DISPLAY "Annual range maximum (9 digits, 2 "
                       "decimals): "
               ACCEPT PG-RANGE-MAXIMUM
               IF PG-RANGE-MINIMUM > PG-RANGE-MIDPOINT
                  OR PG-RANGE-MIDPOINT > PG-RANGE-MAXIMUM
                  OR PG-RANGE-MIDPOINT NOT > 0
                   DISPLAY "Range must run minimum, midpoint, "
                           "maximum - grade not added."
               ELSE
                   WRITE PAY-GRADE-RECORD
                   DISPLAY "Grade " WS-GRADE-CODE " added."
               END-IF
           END-IF.

       CHANGE-PAY-GRADE.
           DISPLAY "Grade code (4 characters): "
           ACCEPT WS-GRADE-CODE
           PERFORM READ-PAY-GRADE
           IF NOT WS-GRADE-EXISTS
               DISPLAY "No such grade on file."
           ELSE
               MOVE PAY-GRADE-RECORD TO WS-SAVE-GRADE-RECORD
               DISPLAY "Grade " PG-GRADE-CODE " " PG-DESCRIPTION
               DISPLAY "Minimum " PG-RANGE-MINIMUM
                       " midpoint " PG-RANGE-MIDPOINT
                       " maximum " PG-RANGE-MAXIMUM
               DISPLAY "New description (blank to keep): "
               ACCEPT WS-NEW-VALUE-X
               IF WS-NEW-VALUE-X NOT = SPACES
                   MOVE WS-NEW-VALUE-X TO PG-DESCRIPTION
               END-IF
               DISPLAY "New minimum (blank to keep): "
               ACCEPT WS-NEW-VALUE-X
               IF WS-NEW-VALUE-X NOT = SPACES
                   MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                       TO PG-RANGE-MINIMUM
               END-IF
               DISPLAY "New midpoint (blank to keep): "
               ACCEPT WS-NEW-VALUE-X
               IF WS-NEW-VALUE-X NOT = SPACES
                   MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                       TO PG-RANGE-MIDPOINT
               END-IF
               DISPLAY "New maximum (blank to keep): "
               ACCEPT WS-NEW-VALUE-X
               IF WS-NEW-VALUE-X NOT = SPACES
                   MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                       TO PG-RANGE-MAXIMUM
               END-IF
               IF PG-RANGE-MINIMUM > PG-RANGE-MIDPOINT
                  OR PG-RANGE-MIDPOINT > PG-RANGE-MAXIMUM
                  OR PG-RANGE-MIDPOINT NOT > 0
                   DISPLAY "Range must run minimum, midpoint, "
                           "maximum - grade left unchanged."
                   MOVE WS-SAVE-GRADE-RECORD TO PAY-GRADE-RECORD
               ELSE
                   REWRITE PAY-GRADE-RECORD
                   DISPLAY "Grade " WS-GRADE-CODE " updated."
               END-IF
           END-IF.

       LIST-PAY-GRADES.
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE LOW-VALUES TO PG-GRADE-CODE
           START PAY-GRADE-FILE KEY IS NOT LESS THAN PG-GRADE-CODE
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ PAY-GRADE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       DISPLAY "  " PG-GRADE-CODE " "
                               PG-DESCRIPTION " "
                               PG-RANGE-MINIMUM " "
                               PG-RANGE-MIDPOINT " "
                               PG-RANGE-MAXIMUM
               END-READ
           END-PERFORM.
