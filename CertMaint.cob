       IDENTIFICATION DIVISION.
       PROGRAM-ID. CertMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-CERT-FILE ASSIGN TO "EMPCERT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-CERT-KEY
               FILE STATUS IS WS-EMPLOYEE-CERT-STATUS.

           SELECT CERT-REQUIREMENT-FILE ASSIGN TO "CERTREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-REQUIREMENT-KEY
               FILE STATUS IS WS-CERT-REQUIREMENT-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT JOB-MASTER-FILE ASSIGN TO "JOBMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JB-JOB-CODE
               FILE STATUS IS WS-JOB-MASTER-STATUS.

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
       FD  EMPLOYEE-CERT-FILE.
           COPY EMPCERT.

       FD  CERT-REQUIREMENT-FILE.
           COPY CERTREQ.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  JOB-MASTER-FILE.
           COPY JOBMAST.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-CERT-STATUS  PIC X(2) VALUE "00".
       01 WS-CERT-REQUIREMENT-STATUS PIC X(2) VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-JOB-MASTER-STATUS     PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-EMPLOYEE     VALUE "E" "e".
          88 WS-MAINT-REQUIREMENT  VALUE "R" "r".
          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-CONFIRM               PIC X(1).
       01 WS-EMPLOYEE-ID           PIC 9(5).
       01 WS-CERT-TYPE             PIC X(4).
       01 WS-SCOPE                 PIC X(1).
       01 WS-SCOPE-CODE            PIC X(6).
       01 WS-NEW-VALUE-X           PIC X(30).
       01 WS-NEW-DATE              PIC 9(8).

       01 WS-JOBMAST-AVAILABLE-SW  PIC X(1) VALUE "N".
          88 WS-JOBMAST-AVAILABLE  VALUE "Y".
       01 WS-CERT-EXISTS-SW        PIC X(1) VALUE "N".
          88 WS-CERT-EXISTS        VALUE "Y".
       01 WS-LIST-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LIST-EOF           VALUE "Y".

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Certifications and licenses held by employees, and the list
      * of those a department or a job on the job master requires.
      * A renewal simply replaces the number and dates on the
      * employee's row for that certification type; the nightly
      * expiry report and the time clock import read both files.
       RUN-START.
           OPEN INPUT OPERATOR-MASTER-FILE.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           MOVE SL-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           CLOSE RUN-CONTROL-FILE.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               DISPLAY "No employee master file on hand - nothing "
                       "to certify."
               CLOSE OPERATOR-MASTER-FILE
               GOBACK
           END-IF.
           OPEN INPUT JOB-MASTER-FILE.
           IF WS-JOB-MASTER-STATUS = "00"
               MOVE "Y" TO WS-JOBMAST-AVAILABLE-SW
           END-IF.
           OPEN I-O EMPLOYEE-CERT-FILE.
           IF WS-EMPLOYEE-CERT-STATUS = "35"
               OPEN OUTPUT EMPLOYEE-CERT-FILE
               CLOSE EMPLOYEE-CERT-FILE
               OPEN I-O EMPLOYEE-CERT-FILE
           END-IF.
           OPEN I-O CERT-REQUIREMENT-FILE.
           IF WS-CERT-REQUIREMENT-STATUS = "35"
               OPEN OUTPUT CERT-REQUIREMENT-FILE
               CLOSE CERT-REQUIREMENT-FILE
               OPEN I-O CERT-REQUIREMENT-FILE
           END-IF.

           DISPLAY "Certifications - (E)mployee certification, "
                   "(R)equirement, (L)ist, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-EMPLOYEE
                       PERFORM MAINTAIN-EMPLOYEE-CERT
                   WHEN WS-MAINT-REQUIREMENT
                       PERFORM MAINTAIN-REQUIREMENT
                   WHEN WS-MAINT-LIST
                       PERFORM LIST-CERTIFICATIONS
                   WHEN OTHER
                       DISPLAY "Please enter E, R, L, or Q."
               END-EVALUATE
               DISPLAY "Certifications - (E)mployee certification, "
                       "(R)equirement, (L)ist, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE EMPLOYEE-CERT-FILE.
           CLOSE CERT-REQUIREMENT-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-JOBMAST-AVAILABLE
               CLOSE JOB-MASTER-FILE
           END-IF.
           CLOSE OPERATOR-MASTER-FILE.
           GOBACK.

       COPY OPENRCTL.

      * Add or renew one certification for one employee.  An
      * existing row shows its current number and dates and each
      * may be kept by leaving the answer blank; R removes a
      * certification the employee no longer holds.
       MAINTAIN-EMPLOYEE-CERT.
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
           DISPLAY "Employee " WS-EMPLOYEE-ID " " EM-EMPLOYEE-NAME
           DISPLAY "Certification type (4 characters): "
           ACCEPT WS-CERT-TYPE
           IF WS-CERT-TYPE = SPACES
               DISPLAY "No certification type entered - nothing "
                       "changed."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMPLOYEE-ID TO EC-EMPLOYEE-ID
           MOVE WS-CERT-TYPE   TO EC-CERT-TYPE
           MOVE "N" TO WS-CERT-EXISTS-SW
           READ EMPLOYEE-CERT-FILE
               KEY IS EC-CERT-KEY
               INVALID KEY
                   INITIALIZE EMPLOYEE-CERT-RECORD
                   MOVE WS-EMPLOYEE-ID TO EC-EMPLOYEE-ID
                   MOVE WS-CERT-TYPE   TO EC-CERT-TYPE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CERT-EXISTS-SW
           END-READ
           IF WS-CERT-EXISTS
               DISPLAY "Number " EC-CERT-NUMBER " issued "
                       EC-ISSUE-DATE " expires " EC-EXPIRY-DATE
               DISPLAY "(U)pdate / renew, (R)emove, or blank to "
                       "leave: "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "R" OR WS-CONFIRM = "r"
                   DELETE EMPLOYEE-CERT-FILE
                   DISPLAY "Certification " WS-CERT-TYPE
                           " removed for employee " WS-EMPLOYEE-ID "."
                   EXIT PARAGRAPH
               END-IF
               IF WS-CONFIRM NOT = "U" AND WS-CONFIRM NOT = "u"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Certificate / license number (blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE WS-NEW-VALUE-X TO EC-CERT-NUMBER
           END-IF
           DISPLAY "Issue date (YYYYMMDD, 0 to keep): "
           ACCEPT WS-NEW-DATE
           IF WS-NEW-DATE NOT = 0
               MOVE WS-NEW-DATE TO EC-ISSUE-DATE
           END-IF
           DISPLAY "Expiry date (YYYYMMDD, 0 to keep, 99999999 if "
                   "it never expires): "
           ACCEPT WS-NEW-DATE
           IF WS-NEW-DATE = 99999999
               MOVE 0 TO EC-EXPIRY-DATE
           ELSE
               IF WS-NEW-DATE NOT = 0
                   MOVE WS-NEW-DATE TO EC-EXPIRY-DATE
               END-IF
           END-IF
           IF EC-EXPIRY-DATE NOT = 0
              AND EC-EXPIRY-DATE < EC-ISSUE-DATE
               DISPLAY "Expiry date is before the issue date - "
                       "nothing saved."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPERATOR-ID TO EC-UPDATED-BY
           MOVE WS-TODAY-DATE  TO EC-UPDATED-DATE
           IF WS-CERT-EXISTS
               REWRITE EMPLOYEE-CERT-RECORD
               DISPLAY "Certification " WS-CERT-TYPE
                       " updated for employee " WS-EMPLOYEE-ID "."
           ELSE
               WRITE EMPLOYEE-CERT-RECORD
               DISPLAY "Certification " WS-CERT-TYPE
                       " added for employee " WS-EMPLOYEE-ID "."
           END-IF.

      * Requirements are a supervisor's call: each names one
      * certification type a department, or a job on the job
      * master, calls for.  Entering an existing one offers to
      * drop it.
       MAINTAIN-REQUIREMENT.
           IF NOT SL-IS-SUPERVISOR
               DISPLAY "Changing certification requirements "
                       "requires a supervisor sign-on."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Required for (D)epartment or (J)ob: "
           ACCEPT WS-SCOPE
           IF WS-SCOPE = "d"
               MOVE "D" TO WS-SCOPE
           END-IF
           IF WS-SCOPE = "j"
               MOVE "J" TO WS-SCOPE
           END-IF
           IF WS-SCOPE NOT = "D" AND WS-SCOPE NOT = "J"
               DISPLAY "Please enter D or J - nothing changed."
               EXIT PARAGRAPH
           END-IF
           IF WS-SCOPE = "D"
               DISPLAY "Department code (4 characters): "
           ELSE
               DISPLAY "Job code (6 characters): "
           END-IF
           ACCEPT WS-SCOPE-CODE
           IF WS-SCOPE = "J" AND WS-JOBMAST-AVAILABLE
               MOVE WS-SCOPE-CODE TO JB-JOB-CODE
               READ JOB-MASTER-FILE
                   KEY IS JB-JOB-CODE
                   INVALID KEY
                       DISPLAY "Job " WS-SCOPE-CODE " is not on the "
                               "job master - nothing changed."
                       EXIT PARAGRAPH
               END-READ
           END-IF
           DISPLAY "Certification type (4 characters): "
           ACCEPT WS-CERT-TYPE
           IF WS-CERT-TYPE = SPACES
               DISPLAY "No certification type entered - nothing "
                       "changed."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCOPE      TO CQ-SCOPE
           MOVE WS-SCOPE-CODE TO CQ-SCOPE-CODE
           MOVE WS-CERT-TYPE  TO CQ-CERT-TYPE
           READ CERT-REQUIREMENT-FILE
               KEY IS CQ-REQUIREMENT-KEY
               INVALID KEY
                   DISPLAY "Description (30 characters): "
                   ACCEPT CQ-DESCRIPTION
                   WRITE CERT-REQUIREMENT-RECORD
                   DISPLAY "Requirement added."
               NOT INVALID KEY
                   DISPLAY "Already required: " CQ-DESCRIPTION
                   DISPLAY "Drop this requirement? (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       DELETE CERT-REQUIREMENT-FILE
                       DISPLAY "Requirement dropped."
                   END-IF
           END-READ.

      * The requirement list, then every certification on file
      * for one employee - or for everyone when the ID is zero.
       LIST-CERTIFICATIONS.
           DISPLAY "Required certifications:"
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE LOW-VALUES TO CQ-REQUIREMENT-KEY
           START CERT-REQUIREMENT-FILE KEY IS NOT LESS THAN
                 CQ-REQUIREMENT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ CERT-REQUIREMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       DISPLAY "  " CQ-SCOPE " " CQ-SCOPE-CODE " "
                               CQ-CERT-TYPE " " CQ-DESCRIPTION
               END-READ
           END-PERFORM
           DISPLAY "Employee ID to list (0 for all): "
           ACCEPT WS-EMPLOYEE-ID
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE WS-EMPLOYEE-ID TO EC-EMPLOYEE-ID
           MOVE LOW-VALUES TO EC-CERT-TYPE
           START EMPLOYEE-CERT-FILE KEY IS NOT LESS THAN EC-CERT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ EMPLOYEE-CERT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       IF WS-EMPLOYEE-ID NOT = 0
                          AND EC-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                           MOVE "Y" TO WS-LIST-EOF-SW
                       ELSE
                           DISPLAY "  " EC-EMPLOYEE-ID " "
                                   EC-CERT-TYPE " " EC-CERT-NUMBER
                                   " issued " EC-ISSUE-DATE
                                   " expires " EC-EXPIRY-DATE
                       END-IF
               END-READ
           END-PERFORM.
