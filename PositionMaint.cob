       IDENTIFICATION DIVISION.
       PROGRAM-ID. PositionMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-FILE ASSIGN TO "POSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-POSITION-NUMBER
               FILE STATUS IS WS-POSITION-STATUS.

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
       FD  POSITION-FILE.
           COPY POSITION.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-POSITION-STATUS       PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNON-PASSWORD       PIC X(8).
       01 WS-SIGNON-VALID-SW       PIC X(1) VALUE "N".
          88 WS-SIGNON-VALID       VALUE "Y".

       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-ADD          VALUE "A" "a".
          88 WS-MAINT-CHANGE       VALUE "C" "c".
          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-POSITION-NUMBER       PIC 9(6).
       01 WS-POSITION-EXISTS-SW    PIC X(1) VALUE "N".
          88 WS-POSITION-EXISTS    VALUE "Y".
       01 WS-LIST-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LIST-EOF           VALUE "Y".
       01 WS-NEW-VALUE-X           PIC X(30).

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * The authorized positions finance has budgeted.  A position
      * is never deleted - employees and history point at it - so
      * one no longer wanted is closed, which stops new hires into
      * it while its incumbents stay where they are.
       RUN-START.
           OPEN INPUT OPERATOR-MASTER-FILE.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           MOVE SL-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM OPEN-RUN-CONTROL.
           CLOSE RUN-CONTROL-FILE.
           OPEN I-O POSITION-FILE.
           IF WS-POSITION-STATUS = "35"
               OPEN OUTPUT POSITION-FILE
               CLOSE POSITION-FILE
               OPEN I-O POSITION-FILE
           END-IF.

           DISPLAY "Position control - (A)dd, (C)hange, (L)ist, "
                   "(Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-ADD
                       PERFORM ADD-POSITION
                   WHEN WS-MAINT-CHANGE
                       PERFORM CHANGE-POSITION
                   WHEN WS-MAINT-LIST
                       PERFORM LIST-POSITIONS
                   WHEN OTHER
                       DISPLAY "Please enter A, C, L, or Q."
               END-EVALUATE
               DISPLAY "Position control - (A)dd, (C)hange, "
                       "(L)ist, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE POSITION-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           GOBACK.

       COPY OPENRCTL.

       READ-POSITION.
           MOVE WS-POSITION-NUMBER TO PS-POSITION-NUMBER
           MOVE "N" TO WS-POSITION-EXISTS-SW
           READ POSITION-FILE
               KEY IS PS-POSITION-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-POSITION-EXISTS-SW
           END-READ.

       ADD-POSITION.
           DISPLAY "Position number (6 digits): "
           ACCEPT WS-POSITION-NUMBER
           PERFORM READ-POSITION
           IF WS-POSITION-EXISTS
               DISPLAY "Position already on file - use Change."
           ELSE
               INITIALIZE POSITION-RECORD
               MOVE WS-POSITION-NUMBER TO PS-POSITION-NUMBER
               DISPLAY "Department code (4 characters): "
               ACCEPT PS-DEPARTMENT-CODE
               DISPLAY "Job title (30 characters): "
               ACCEPT PS-JOB-TITLE
               DISPLAY "Authorized FTE (3 digits, 2 decimals): "
               ACCEPT PS-AUTHORIZED-FTE
               DISPLAY "Budgeted annual pay (9 digits, 2 decimals): "
               ACCEPT PS-BUDGETED-ANNUAL-PAY
               DISPLAY "Pay group (W=Weekly, M=Monthly): "
               ACCEPT PS-PAY-GROUP
               IF PS-PAY-GROUP NOT = "M"
                   MOVE "W" TO PS-PAY-GROUP
               END-IF
               MOVE RC-COMPANY-CODE TO PS-COMPANY-CODE
               IF SL-COMPANY-CODE NOT = SPACES
                   MOVE SL-COMPANY-CODE TO PS-COMPANY-CODE
               END-IF
               MOVE "A" TO PS-STATUS
               WRITE POSITION-RECORD
               DISPLAY "Position " WS-POSITION-NUMBER " added."
           END-IF.

       CHANGE-POSITION.
           DISPLAY "Position number (6 digits): "
           ACCEPT WS-POSITION-NUMBER
           PERFORM READ-POSITION
           IF NOT WS-POSITION-EXISTS
               DISPLAY "No such position on file."
           ELSE
               DISPLAY "Department " PS-DEPARTMENT-CODE " job "
                       PS-JOB-TITLE
               DISPLAY "Authorized FTE " PS-AUTHORIZED-FTE
                       " budget " PS-BUDGETED-ANNUAL-PAY
                       " group " PS-PAY-GROUP " status " PS-STATUS
               DISPLAY "New job title (blank to keep): "
               ACCEPT WS-NEW-VALUE-X
               IF WS-NEW-VALUE-X NOT = SPACES
                   MOVE WS-NEW-VALUE-X TO PS-JOB-TITLE
               END-IF
               DISPLAY "New authorized FTE (blank to keep): "
               ACCEPT WS-NEW-VALUE-X
               IF WS-NEW-VALUE-X NOT = SPACES
                   MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                       TO PS-AUTHORIZED-FTE
               END-IF
               DISPLAY "New budgeted annual pay (blank to keep): "
               ACCEPT WS-NEW-VALUE-X
               IF WS-NEW-VALUE-X NOT = SPACES
                   MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                       TO PS-BUDGETED-ANNUAL-PAY
               END-IF
               DISPLAY "Status (A=Open for hire, C=Closed, blank "
                       "to keep): "
               ACCEPT WS-NEW-VALUE-X
               IF WS-NEW-VALUE-X (1:1) = "A"
                  OR WS-NEW-VALUE-X (1:1) = "C"
                   MOVE WS-NEW-VALUE-X (1:1) TO PS-STATUS
               END-IF
               REWRITE POSITION-RECORD
               DISPLAY "Position " WS-POSITION-NUMBER " updated."
           END-IF.

       LIST-POSITIONS.
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE 0 TO PS-POSITION-NUMBER
           START POSITION-FILE KEY IS NOT LESS THAN
                 PS-POSITION-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ POSITION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       DISPLAY "  " PS-POSITION-NUMBER " "
                               PS-DEPARTMENT-CODE " "
                               PS-JOB-TITLE " FTE "
                               PS-AUTHORIZED-FTE " "
                               PS-STATUS
               END-READ
           END-PERFORM.
