               RECORD KEY IS PN-CHANGE-ID
               FILE STATUS IS WS-PENDING-CHANGE-STATUS.

           SELECT EMPLOYEE-PERSONAL-FILE ASSIGN TO WS-EMPPERS-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-PERSONAL-STATUS.

           SELECT POSITION-FILE ASSIGN TO "POSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-POSITION-NUMBER
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT PAY-GRADE-FILE ASSIGN TO "PAYGRADE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-GRADE-CODE
               FILE STATUS IS WS-PAY-GRADE-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT EMPLOYEE-CHARGE-FILE ASSIGN TO WS-EMPCHG-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-CHARGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       FD  PENDING-CHANGE-FILE.
           COPY PENDCHG.

       FD  EMPLOYEE-PERSONAL-FILE.
           COPY EMPPERS.

       FD  POSITION-FILE.
           COPY POSITION.

       FD  PAY-GRADE-FILE.
           COPY PAYGRADE.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  EMPLOYEE-CHARGE-FILE.
           COPY EMPCHG.

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-MASTER-STATUS PIC X(2) VALUE "00".
          88 WS-EMPLOYEE-FOUND     VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-ERROR-LOG-STATUS      PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-EMPLOYEE-CHARGE-STATUS PIC X(2) VALUE "00".
       01 WS-CHARGE-BALANCE-OUT    PIC Z,ZZZ,ZZ9.99-.

       01 WS-CHANGE-JOURNAL-STATUS PIC X(2) VALUE "00".
       01 WS-CJ-FILE-NAME          PIC X(12).
       01 WS-PTO-ADJ-HOURS         PIC 9(3)V99.
       01 WS-PTO-ADJ-SIGNED        PIC S9(3)V99.

       01 WS-POSITION-STATUS       PIC X(2) VALUE "00".
       01 WS-POSITION-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-POSITION-AVAILABLE VALUE "Y".
       01 WS-POSITION-NUMBER       PIC 9(6) VALUE 0.
       01 WS-POSITION-OPEN-SW      PIC X(1) VALUE "N".
          88 WS-POSITION-OPEN      VALUE "Y".
       01 WS-POSITION-FULL-SW      PIC X(1) VALUE "N".
          88 WS-POSITION-FULL      VALUE "Y".
       01 WS-FILLED-FTE            PIC 9(3)V99 VALUE 0.
       01 WS-EMPLOYEE-SAVE-AREA    PIC X(200).
       01 WS-EMPLOYEE-SAVE-STATUS  PIC X(2).
       01 WS-INCUMBENT-EOF-SW      PIC X(1) VALUE "N".
          88 WS-INCUMBENT-EOF      VALUE "Y".

       01 WS-EMPLOYEE-PERSONAL-STATUS PIC X(2) VALUE "00".
       01 WS-PERSONAL-EXISTS-SW    PIC X(1) VALUE "N".
          88 WS-PERSONAL-EXISTS    VALUE "Y".
       01 WS-SSN-WORK              PIC 9(9).
       01 WS-SSN-MASKED.
          05 FILLER                PIC X(7) VALUE "XXX-XX-".
          05 WS-SSN-LAST-FOUR      PIC X(4).

       01 WS-PAY-GRADE-STATUS      PIC X(2) VALUE "00".
       01 WS-PAY-GRADES-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-PAY-GRADES-AVAILABLE VALUE "Y".
       01 WS-GRADE-VALID-SW        PIC X(1) VALUE "N".
          88 WS-GRADE-VALID        VALUE "Y".

      * Data files assigned through these names so a training
      * session can swing the whole program onto the .TRN copies
      * without touching a live file.
       01 WS-PTOLEDG-FN               PIC X(12) VALUE "PTOLEDG.DAT".
       01 WS-CHGJRNL-FN               PIC X(12) VALUE "CHGJRNL.DAT".
       01 WS-PENDCHG-FN               PIC X(12) VALUE "PENDCHG.DAT".
       01 WS-EMPPERS-FN               PIC X(12) VALUE "EMPPERS.DAT".
       01 WS-EMPCHG-FN                PIC X(12) VALUE "EMPCHG.DAT".

       LINKAGE SECTION.
           COPY SIGNONLK.
           END-IF.

           OPEN EXTEND PTO-LEDGER-FILE.
           OPEN I-O EMPLOYEE-PERSONAL-FILE.
           IF WS-EMPLOYEE-PERSONAL-STATUS = "35"
               OPEN OUTPUT EMPLOYEE-PERSONAL-FILE
               CLOSE EMPLOYEE-PERSONAL-FILE
               OPEN I-O EMPLOYEE-PERSONAL-FILE
           END-IF.
           OPEN INPUT POSITION-FILE.
           IF WS-POSITION-STATUS = "00"
               MOVE "Y" TO WS-POSITION-AVAILABLE-SW
           END-IF.
           OPEN INPUT PAY-GRADE-FILE.
           IF WS-PAY-GRADE-STATUS = "00"
               MOVE "Y" TO WS-PAY-GRADES-AVAILABLE-SW
           END-IF.

           DISPLAY "Employee maintenance - (H)ire, (C)hange, "
                   "(T)erminate, (P)TO adjustment, (Q)uit: ".
           CLOSE CHANGE-JOURNAL-FILE.
           CLOSE PENDING-CHANGE-FILE.
           CLOSE PTO-LEDGER-FILE.
           CLOSE EMPLOYEE-PERSONAL-FILE.
           IF WS-POSITION-AVAILABLE
               CLOSE POSITION-FILE
           END-IF.
           IF WS-PAY-GRADES-AVAILABLE
               CLOSE PAY-GRADE-FILE
           END-IF.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE ERROR-LOG-FILE.
           CLOSE RUN-CONTROL-FILE.
               MOVE "PTOLEDG.TRN" TO WS-PTOLEDG-FN
               MOVE "CHGJRNL.TRN" TO WS-CHGJRNL-FN
               MOVE "PENDCHG.TRN" TO WS-PENDCHG-FN
               MOVE "EMPPERS.TRN" TO WS-EMPPERS-FN
               MOVE "EMPCHG.TRN" TO WS-EMPCHG-FN
               DISPLAY "*** TRAINING MODE - this session "
                       "reads and writes the .TRN training "
                       "files only. ***"
                   MOVE "00" TO WS-EMPLOYEE-MASTER-STATUS
           END-READ.

      * A hire must fill an authorized position that still has
      * room; the department and pay group come from the position
      * rather than being keyed.
       HIRE-EMPLOYEE.
           DISPLAY "New employee ID (5 digits): "
           ACCEPT WS-EMPLOYEE-ID
               MOVE WS-EMPLOYEE-ID TO WS-LOG-BAD-VALUE
               PERFORM LOG-ERROR
           ELSE
               DISPLAY "Position number (6 digits): "
               ACCEPT WS-POSITION-NUMBER
               INITIALIZE EMPLOYEE-MASTER-RECORD
               MOVE WS-EMPLOYEE-ID TO EM-EMPLOYEE-ID
               PERFORM CHECK-POSITION-OPENING
           END-IF
           IF NOT WS-EMPLOYEE-FOUND AND NOT WS-POSITION-OPEN
               DISPLAY "Hire refused - employee " WS-EMPLOYEE-ID
                       " not added."
               MOVE "POSITION-NUMBER"  TO WS-LOG-FIELD-NAME
               MOVE WS-POSITION-NUMBER TO WS-LOG-BAD-VALUE
               PERFORM LOG-ERROR
           END-IF
           IF NOT WS-EMPLOYEE-FOUND AND WS-POSITION-OPEN
               MOVE WS-POSITION-NUMBER TO EM-POSITION-NUMBER
               MOVE PS-DEPARTMENT-CODE TO EM-DEPARTMENT-CODE
               MOVE PS-PAY-GROUP       TO EM-PAY-GROUP
               DISPLAY "Position " PS-POSITION-NUMBER " "
                       PS-JOB-TITLE " in department "
                       PS-DEPARTMENT-CODE
               DISPLAY "Employee name (30 characters): "
               ACCEPT EM-EMPLOYEE-NAME
               DISPLAY "Pay rate (7 digits, 2 decimals): "
               ACCEPT EM-PAY-RATE
               DISPLAY "Work state (2 characters): "
               ACCEPT EM-LOCALITY-CODE
               DISPLAY "Workers' comp class code (4 characters): "
               ACCEPT EM-COMP-CLASS
               DISPLAY "Salary grade (4 characters, blank if "
                       "ungraded): "
               ACCEPT WS-NEW-VALUE-X
               PERFORM CHECK-PAY-GRADE
               IF WS-GRADE-VALID
                   MOVE WS-NEW-VALUE-X (1:4) TO EM-PAY-GRADE
               END-IF
               DISPLAY "Bank routing number (9 digits, 0 if none): "
               ACCEPT EM-BANK-ROUTING-NUMBER
               DISPLAY "Bank account number (12 digits, 0 if none): "
               ACCEPT EM-AGE
               DISPLAY "Gender (0=Male, 1=Female): "
               ACCEPT EM-GENDER
               IF EM-PAY-GROUP NOT = "M"
                   MOVE "W" TO EM-PAY-GROUP
               END-IF
               IF EM-HIRE-DATE = 0
                   MOVE WS-TODAY-DATE TO EM-HIRE-DATE
               END-IF
               PERFORM READ-PERSONAL-DATA
               PERFORM KEY-PERSONAL-DATA
               MOVE RC-COMPANY-CODE TO EM-COMPANY-CODE
               IF SL-COMPANY-CODE NOT = SPACES
                   MOVE SL-COMPANY-CODE TO EM-COMPANY-CODE
               MOVE WS-EMPLOYEE-ID TO WS-CJ-RECORD-KEY
               MOVE "A" TO WS-CJ-ACTION
               PERFORM WRITE-CHANGE-JOURNAL
               MOVE "Y" TO EP-NEW-HIRE-DUE-SW
               MOVE "N" TO EP-REHIRE-SW
               PERFORM SAVE-PERSONAL-DATA
               MOVE "EMPLOYEE-HIRED"  TO WS-AUDIT-FIELD-NAME
               MOVE SPACES           TO WS-AUDIT-OLD-VALUE
               MOVE EM-EMPLOYEE-NAME TO WS-AUDIT-NEW-VALUE
                   PERFORM WRITE-EMPLOYEE-AUDIT
                   MOVE WS-NEW-VALUE-X TO EM-EMPLOYEE-NAME
               END-IF
               DISPLAY "Position is " EM-POSITION-NUMBER
                       " in department " EM-DEPARTMENT-CODE
               DISPLAY "New position number (blank to keep): "
               ACCEPT WS-NEW-VALUE-X
               IF WS-NEW-VALUE-X NOT = SPACES
                   MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                       TO WS-POSITION-NUMBER
                   IF WS-POSITION-NUMBER NOT = EM-POSITION-NUMBER
                       PERFORM TRANSFER-EMPLOYEE
                   END-IF
               END-IF
               DISPLAY "Work state is " EM-WORK-STATE
               DISPLAY "New work state (blank to keep): "
                   PERFORM WRITE-EMPLOYEE-AUDIT
                   MOVE WS-NEW-VALUE-X (1:4) TO EM-COMP-CLASS
               END-IF
               DISPLAY "Salary grade is " EM-PAY-GRADE
               DISPLAY "New salary grade (blank to keep): "
               ACCEPT WS-NEW-VALUE-X
               IF WS-NEW-VALUE-X NOT = SPACES
                  AND WS-NEW-VALUE-X (1:4) NOT = EM-PAY-GRADE
                   PERFORM CHECK-PAY-GRADE
                   IF WS-GRADE-VALID
                       MOVE "PAY-GRADE"      TO WS-AUDIT-FIELD-NAME
                       MOVE EM-PAY-GRADE     TO WS-AUDIT-OLD-VALUE
                       MOVE WS-NEW-VALUE-X   TO WS-AUDIT-NEW-VALUE
                       PERFORM WRITE-EMPLOYEE-AUDIT
                       MOVE WS-NEW-VALUE-X (1:4) TO EM-PAY-GRADE
                   END-IF
               END-IF
      * Bank details are exactly what payroll fraud goes after, so
      * a keyed change queues for a second operator instead of
      * landing on the master here.
                   MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                       TO EM-ALLOWANCES
               END-IF
               DISPLAY "Change SSN, birth date or home address? "
                       "(Y/N): "
               ACCEPT WS-NEW-VALUE-X
               IF WS-NEW-VALUE-X (1:1) = "Y"
                  OR WS-NEW-VALUE-X (1:1) = "y"
                   PERFORM READ-PERSONAL-DATA
                   PERFORM KEY-PERSONAL-DATA
                   PERFORM SAVE-PERSONAL-DATA
               END-IF
               IF EM-TERMINATED
                   DISPLAY "Employee is terminated - rehire? (Y/N): "
                   ACCEPT WS-NEW-VALUE-X
                   IF WS-NEW-VALUE-X (1:1) = "Y"
                      OR WS-NEW-VALUE-X (1:1) = "y"
                       MOVE EM-POSITION-NUMBER TO WS-POSITION-NUMBER
                       PERFORM CHECK-POSITION-OPENING
                       IF NOT WS-POSITION-OPEN
                           DISPLAY "Rehire refused - move the "
                                   "employee to an open position "
                                   "first."
                           MOVE "N" TO WS-NEW-VALUE-X
                       END-IF
                   END-IF
                   IF WS-NEW-VALUE-X (1:1) = "Y"
                      OR WS-NEW-VALUE-X (1:1) = "y"
                       MOVE "STATUS"   TO WS-AUDIT-FIELD-NAME
                       MOVE "A" TO EM-STATUS
                       MOVE 0   TO EM-TERMINATION-DATE
                       MOVE WS-TODAY-DATE TO EM-HIRE-DATE
                       DISPLAY "Confirm identity and home address "
                               "for the new-hire report."
                       PERFORM READ-PERSONAL-DATA
                       PERFORM KEY-PERSONAL-DATA
                       MOVE "Y" TO EP-NEW-HIRE-DUE-SW
                       MOVE "Y" TO EP-REHIRE-SW
                       PERFORM SAVE-PERSONAL-DATA
                   END-IF
               END-IF
               REWRITE EMPLOYEE-MASTER-RECORD
               DISPLAY "Employee " WS-EMPLOYEE-ID " updated."
           END-IF.

      * A transfer into a position with room applies at once, and
      * the department follows the position.  One already filled
      * to its authorization is an over-hire finance has not
      * budgeted, so it can only go to a second operator through
      * the pending-change queue; a closed or unknown position is
      * refused outright.
       TRANSFER-EMPLOYEE.
           PERFORM CHECK-POSITION-OPENING
           IF WS-POSITION-OPEN
               MOVE "POSITION-NUMBER"  TO WS-AUDIT-FIELD-NAME
               MOVE EM-POSITION-NUMBER TO WS-AUDIT-OLD-VALUE
               MOVE WS-POSITION-NUMBER TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-EMPLOYEE-AUDIT
               MOVE WS-POSITION-NUMBER TO EM-POSITION-NUMBER
               IF PS-DEPARTMENT-CODE NOT = EM-DEPARTMENT-CODE
                   MOVE "DEPARTMENT-CODE"   TO WS-AUDIT-FIELD-NAME
                   MOVE EM-DEPARTMENT-CODE  TO WS-AUDIT-OLD-VALUE
                   MOVE PS-DEPARTMENT-CODE  TO WS-AUDIT-NEW-VALUE
                   PERFORM WRITE-EMPLOYEE-AUDIT
                   MOVE PS-DEPARTMENT-CODE TO EM-DEPARTMENT-CODE
               END-IF
           ELSE
               IF WS-POSITION-FULL
                   DISPLAY "Route the transfer for second-operator "
                           "approval as an over-hire? (Y/N): "
                   ACCEPT WS-NEW-VALUE-X
                   IF WS-NEW-VALUE-X (1:1) = "Y"
                      OR WS-NEW-VALUE-X (1:1) = "y"
                       MOVE "EMPMAST" TO WS-PN-FILE-NAME
                       MOVE WS-EMPLOYEE-ID TO WS-PN-RECORD-KEY
                       MOVE "POSITION" TO WS-PN-FIELD-NAME
                       MOVE EM-POSITION-NUMBER TO WS-PN-OLD-VALUE
                       MOVE WS-POSITION-NUMBER TO WS-PN-NEW-VALUE
                       PERFORM QUEUE-PENDING-CHANGE
                   END-IF
               ELSE
                   DISPLAY "Transfer refused - position stays "
                           EM-POSITION-NUMBER "."
               END-IF
           END-IF.

      * A position has room while the employees already in it -
      * active or awaiting final pay, one FTE each, not counting
      * the employee being placed - fall short of its authorized
      * FTE.  The count walks the employee master, so the record
      * being keyed is set aside and put back around the scan.
       CHECK-POSITION-OPENING.
           MOVE "N" TO WS-POSITION-OPEN-SW
           MOVE "N" TO WS-POSITION-FULL-SW
           IF NOT WS-POSITION-AVAILABLE
               DISPLAY "No position file POSMAST.DAT - set up "
                       "authorized positions first."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POSITION-NUMBER TO PS-POSITION-NUMBER
           READ POSITION-FILE
               KEY IS PS-POSITION-NUMBER
               INVALID KEY
                   DISPLAY "Position " WS-POSITION-NUMBER
                           " is not an authorized position."
                   EXIT PARAGRAPH
           END-READ
           IF PS-CLOSED
               DISPLAY "Position " WS-POSITION-NUMBER
                       " is closed to new hires."
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-POSITION-INCUMBENTS
           IF WS-FILLED-FTE + 1 > PS-AUTHORIZED-FTE
               MOVE "Y" TO WS-POSITION-FULL-SW
               DISPLAY "Position " WS-POSITION-NUMBER " is filled - "
                       WS-FILLED-FTE " of " PS-AUTHORIZED-FTE
                       " authorized FTE."
           ELSE
               MOVE "Y" TO WS-POSITION-OPEN-SW
           END-IF.

       COUNT-POSITION-INCUMBENTS.
           MOVE EMPLOYEE-MASTER-RECORD TO WS-EMPLOYEE-SAVE-AREA
           MOVE WS-EMPLOYEE-MASTER-STATUS TO WS-EMPLOYEE-SAVE-STATUS
           MOVE 0 TO WS-FILLED-FTE
           MOVE "N" TO WS-INCUMBENT-EOF-SW
           MOVE 0 TO EM-EMPLOYEE-ID
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN
                 EM-EMPLOYEE-ID
               INVALID KEY
                   MOVE "Y" TO WS-INCUMBENT-EOF-SW
           END-START
           PERFORM UNTIL WS-INCUMBENT-EOF
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-INCUMBENT-EOF-SW
                   NOT AT END
                       IF EM-POSITION-NUMBER = WS-POSITION-NUMBER
                          AND NOT EM-TERMINATED
                          AND EM-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                           ADD 1 TO WS-FILLED-FTE
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-EMPLOYEE-SAVE-AREA TO EMPLOYEE-MASTER-RECORD
           MOVE WS-EMPLOYEE-SAVE-STATUS TO WS-EMPLOYEE-MASTER-STATUS.

      * A grade must be on the salary-grade file so the merit cycle
      * can find its range; one that is not is logged and left off
      * the employee.  Blank means ungraded.
       CHECK-PAY-GRADE.
           MOVE "Y" TO WS-GRADE-VALID-SW
           IF WS-NEW-VALUE-X (1:4) NOT = SPACES
               MOVE "N" TO WS-GRADE-VALID-SW
               IF WS-PAY-GRADES-AVAILABLE
                   MOVE WS-NEW-VALUE-X (1:4) TO PG-GRADE-CODE
                   READ PAY-GRADE-FILE
                       KEY IS PG-GRADE-CODE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-GRADE-VALID-SW
                   END-READ
               END-IF
               IF NOT WS-GRADE-VALID
                   DISPLAY "Salary grade " WS-NEW-VALUE-X (1:4)
                           " is not on file - grade not set."
                   MOVE "PAY-GRADE"    TO WS-LOG-FIELD-NAME
                   MOVE WS-NEW-VALUE-X TO WS-LOG-BAD-VALUE
                   PERFORM LOG-ERROR
               END-IF
           END-IF.

      * Identity and home address live on the personal data file
      * beside the master.  Each item is blank to keep, so the same
      * prompts serve a hire, a rehire and a change; an SSN that is
      * not nine digits is logged and left as it was, and only its
      * last four digits ever reach the audit trail.
       READ-PERSONAL-DATA.
           MOVE WS-EMPLOYEE-ID TO EP-EMPLOYEE-ID
           MOVE "N" TO WS-PERSONAL-EXISTS-SW
           READ EMPLOYEE-PERSONAL-FILE
               KEY IS EP-EMPLOYEE-ID
               INVALID KEY
                   INITIALIZE EMPLOYEE-PERSONAL-RECORD
                   MOVE WS-EMPLOYEE-ID TO EP-EMPLOYEE-ID
                   MOVE "N" TO EP-NEW-HIRE-DUE-SW
                   MOVE "N" TO EP-REHIRE-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-PERSONAL-EXISTS-SW
           END-READ.

       KEY-PERSONAL-DATA.
           IF WS-PERSONAL-EXISTS
               MOVE EP-SSN TO WS-SSN-WORK
               MOVE WS-SSN-WORK (6:4) TO WS-SSN-LAST-FOUR
               DISPLAY "SSN is " WS-SSN-MASKED
                       " born " EP-BIRTH-DATE
               DISPLAY "Home address is " EP-STREET
               DISPLAY "                " EP-CITY " " EP-STATE
                       " " EP-POSTAL-CODE
           END-IF
           DISPLAY "Social security number (9 digits, blank to "
                   "keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               IF WS-NEW-VALUE-X (1:9) IS NUMERIC
                  AND WS-NEW-VALUE-X (10:21) = SPACES
                  AND WS-NEW-VALUE-X (1:9) NOT = "000000000"
                   IF EP-SSN NOT = 0
                       MOVE "SSN" TO WS-AUDIT-FIELD-NAME
                       MOVE EP-SSN TO WS-SSN-WORK
                       MOVE WS-SSN-WORK (6:4) TO WS-SSN-LAST-FOUR
                       MOVE WS-SSN-MASKED TO WS-AUDIT-OLD-VALUE
                       MOVE WS-NEW-VALUE-X (6:4) TO WS-SSN-LAST-FOUR
                       MOVE WS-SSN-MASKED TO WS-AUDIT-NEW-VALUE
                       PERFORM WRITE-EMPLOYEE-AUDIT
                   END-IF
                   MOVE WS-NEW-VALUE-X (1:9) TO EP-SSN
               ELSE
                   DISPLAY "SSN must be 9 digits - not changed."
                   MOVE "SSN" TO WS-LOG-FIELD-NAME
                   MOVE WS-NEW-VALUE-X TO WS-LOG-BAD-VALUE
                   PERFORM LOG-ERROR
               END-IF
           END-IF
           DISPLAY "Birth date (YYYYMMDD, blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               IF WS-NEW-VALUE-X (1:8) IS NUMERIC
                  AND WS-NEW-VALUE-X (9:22) = SPACES
                   MOVE WS-NEW-VALUE-X (1:8) TO EP-BIRTH-DATE
               ELSE
                   DISPLAY "Birth date must be YYYYMMDD - not "
                           "changed."
               END-IF
           END-IF
           DISPLAY "Home street (30 characters, blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               IF WS-PERSONAL-EXISTS
                   MOVE "HOME-STREET"  TO WS-AUDIT-FIELD-NAME
                   MOVE EP-STREET      TO WS-AUDIT-OLD-VALUE
                   MOVE WS-NEW-VALUE-X TO WS-AUDIT-NEW-VALUE
                   PERFORM WRITE-EMPLOYEE-AUDIT
               END-IF
               MOVE WS-NEW-VALUE-X TO EP-STREET
           END-IF
           DISPLAY "City (20 characters, blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE WS-NEW-VALUE-X (1:20) TO EP-CITY
           END-IF
           DISPLAY "State (2 characters, blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE WS-NEW-VALUE-X (1:2) TO EP-STATE
           END-IF
           DISPLAY "ZIP code (10 characters, blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE WS-NEW-VALUE-X (1:10) TO EP-POSTAL-CODE
           END-IF.

       SAVE-PERSONAL-DATA.
           IF WS-PERSONAL-EXISTS
               REWRITE EMPLOYEE-PERSONAL-RECORD
           ELSE
               WRITE EMPLOYEE-PERSONAL-RECORD
               MOVE "Y" TO WS-PERSONAL-EXISTS-SW
           END-IF.

      * Termination keeps the record on file so year-to-date totals
      * and the W-2 run still cover the employee; the status flag
      * is what stops further pay entry.
                   DISPLAY "Employee " WS-EMPLOYEE-ID " terminated "
                           "effective " WS-TERM-DATE " - final pay "
                           "due on the next payroll run."
                   PERFORM FLAG-CHARGE-FOR-FINAL-PAY
               END-IF
           END-IF.

      * A payroll charge balance still owing at termination is
      * flagged so the final pay run collects it in one go instead
      * of leaving it to the remaining scheduled deductions.
       FLAG-CHARGE-FOR-FINAL-PAY.
           OPEN I-O EMPLOYEE-CHARGE-FILE
           IF WS-EMPLOYEE-CHARGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMPLOYEE-ID TO EC-EMPLOYEE-ID
           READ EMPLOYEE-CHARGE-FILE
               KEY IS EC-EMPLOYEE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EC-BALANCE > 0
                       MOVE "Y" TO EC-COLLECT-FINAL-SW
                       MOVE WS-TERM-DATE TO EC-FLAGGED-DATE
                       REWRITE EMPLOYEE-CHARGE-RECORD
                       MOVE EC-BALANCE TO WS-CHARGE-BALANCE-OUT
                       DISPLAY "Unpaid employee charge balance of "
                               WS-CHARGE-BALANCE-OUT " flagged for "
                               "collection from the final pay."
                   END-IF
           END-READ
           CLOSE EMPLOYEE-CHARGE-FILE.

      * A manual PTO correction goes through the ledger as an
      * adjustment ("J") entry with its approver, so the balance
      * stays derivable from the ledger after a correction.
