               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT POSITION-FILE ASSIGN TO "POSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-POSITION-NUMBER
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "CUSTAUD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-AUDIT-STATUS.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  POSITION-FILE.
           COPY POSITION.

       FD  CUSTOMER-AUDIT-FILE.
           COPY CUSTAUDIT.

          88 WS-CUSTOMER-FOUND     VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS PIC X(2) VALUE "00".
          88 WS-EMPLOYEE-FOUND     VALUE "00".
       01 WS-POSITION-STATUS       PIC X(2) VALUE "00".
       01 WS-CUSTOMER-AUDIT-STATUS PIC X(2) VALUE "00".
       01 WS-EMPLOYEE-AUDIT-STATUS PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
                    AND (PN-FIELD-NAME = "BANK-ROUTING" OR
                         PN-FIELD-NAME = "BANK-ACCOUNT")
                   PERFORM APPLY-BANK-DETAIL
               WHEN PN-FILE-NAME = "EMPMAST"
                    AND PN-FIELD-NAME = "POSITION"
                   PERFORM APPLY-POSITION-TRANSFER
               WHEN OTHER
                   DISPLAY "  Unknown change shape - not applied."
           END-EVALUATE.
           END-READ
           CLOSE EMPLOYEE-MASTER-FILE.

      * An over-hire transfer EmployeeMaint could not apply: the
      * approver accepts the position running past its authorized
      * FTE, and the department follows the position as it would
      * have on a transfer with room.
       APPLY-POSITION-TRANSFER.
           OPEN I-O EMPLOYEE-MASTER-FILE
           MOVE FUNCTION NUMVAL (PN-RECORD-KEY) TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               KEY IS EM-EMPLOYEE-ID
               INVALID KEY
                   DISPLAY "  Employee no longer on file - not "
                           "applied."
               NOT INVALID KEY
                   OPEN INPUT POSITION-FILE
                   MOVE FUNCTION NUMVAL (PN-NEW-VALUE)
                       TO PS-POSITION-NUMBER
                   READ POSITION-FILE
                       KEY IS PS-POSITION-NUMBER
                       INVALID KEY
                           DISPLAY "  Position no longer on file - "
                                   "not applied."
                       NOT INVALID KEY
                           PERFORM MOVE-EMPLOYEE-TO-POSITION
                   END-READ
                   CLOSE POSITION-FILE
           END-READ
           CLOSE EMPLOYEE-MASTER-FILE.

       MOVE-EMPLOYEE-TO-POSITION.
           OPEN EXTEND EMPLOYEE-AUDIT-FILE
           MOVE EM-EMPLOYEE-ID TO EA-EMPLOYEE-ID
           MOVE "POSITION-NUMBER" TO EA-FIELD-NAME
           MOVE PN-OLD-VALUE   TO EA-OLD-VALUE
           MOVE PN-NEW-VALUE   TO EA-NEW-VALUE
           MOVE WS-TODAY-DATE  TO EA-CHANGE-DATE
           MOVE WS-OPERATOR-ID TO EA-CHANGED-BY
           WRITE EMPLOYEE-AUDIT-RECORD
           IF PS-DEPARTMENT-CODE NOT = EM-DEPARTMENT-CODE
               MOVE "DEPARTMENT-CODE"  TO EA-FIELD-NAME
               MOVE EM-DEPARTMENT-CODE TO EA-OLD-VALUE
               MOVE PS-DEPARTMENT-CODE TO EA-NEW-VALUE
               WRITE EMPLOYEE-AUDIT-RECORD
               MOVE PS-DEPARTMENT-CODE TO EM-DEPARTMENT-CODE
           END-IF
           CLOSE EMPLOYEE-AUDIT-FILE
           MOVE PS-POSITION-NUMBER TO EM-POSITION-NUMBER
           REWRITE EMPLOYEE-MASTER-RECORD
           MOVE "Y" TO WS-APPLY-OK-SW.

       WRITE-PENDING-AGING.
           MOVE 0 TO WS-PENDING-COUNT
           OPEN OUTPUT PENDING-AGE-FILE
