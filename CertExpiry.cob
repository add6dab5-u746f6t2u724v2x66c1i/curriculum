       IDENTIFICATION DIVISION.
       PROGRAM-ID. CertExpiry.

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

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT CERT-EXPIRY-REPORT-FILE ASSIGN TO "CERTEXP.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-EXPIRY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-CERT-FILE.
           COPY EMPCERT.

       FD  CERT-REQUIREMENT-FILE.
           COPY CERTREQ.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  CERT-EXPIRY-REPORT-FILE.
       01 CERT-EXPIRY-REPORT-LINE  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-CERT-STATUS  PIC X(2) VALUE "00".
       01 WS-CERT-REQUIREMENT-STATUS PIC X(2) VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-CERT-EXPIRY-REPORT-STATUS PIC X(2) VALUE "00".

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-WARNING-DAYS          PIC 9(3) VALUE 30.
       01 WS-DAYS-LEFT             PIC S9(7).

       01 WS-REQUIREMENTS-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-REQUIREMENTS-AVAILABLE VALUE "Y".
       01 WS-CERT-EOF-SW           PIC X(1) VALUE "N".
          88 WS-CERT-EOF           VALUE "Y".
       01 WS-MASTER-EOF-SW         PIC X(1) VALUE "N".
          88 WS-MASTER-EOF         VALUE "Y".
       01 WS-REQUIREMENT-EOF-SW    PIC X(1) VALUE "N".
          88 WS-REQUIREMENT-EOF    VALUE "Y".
       01 WS-DEPARTMENT-SCOPE      PIC X(6).

       01 WS-EXPIRED-COUNT         PIC 9(5) VALUE 0.
       01 WS-EXPIRING-COUNT        PIC 9(5) VALUE 0.
       01 WS-MISSING-COUNT         PIC 9(5) VALUE 0.

       01 WS-CXR-HEADER.
          05 FILLER                PIC X(40) VALUE
             "-- Certification Expiry Exceptions  as ".
          05 FILLER                PIC X(3) VALUE "of ".
          05 WS-CXR-DATE-OUT       PIC 9(8).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-CXR-HEADING.
          05 FILLER                PIC X(40) VALUE
             "  Emp   Name                     Dept Ce".
          05 FILLER                PIC X(30) VALUE
             "rt Expires  Status".
       01 WS-CXR-DETAIL-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-CXD-EMPLOYEE-OUT   PIC 9(5).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CXD-NAME-OUT       PIC X(24).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CXD-DEPT-OUT       PIC X(4).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CXD-CERT-OUT       PIC X(4).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CXD-EXPIRY-OUT     PIC X(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CXD-STATUS-OUT     PIC X(24).
       01 WS-CXR-DAYS-TEXT.
          05 FILLER                PIC X(12) VALUE "expires in ".
          05 WS-CXR-DAYS-OUT       PIC ZZ9.
          05 FILLER                PIC X(5) VALUE " days".
       01 WS-CXR-TOTAL-LINE.
          05 FILLER                PIC X(9) VALUE "Expired: ".
          05 WS-CXT-EXPIRED-OUT    PIC ZZ,ZZ9.
          05 FILLER                PIC X(12) VALUE "  expiring: ".
          05 WS-CXT-EXPIRING-OUT   PIC ZZ,ZZ9.
          05 FILLER                PIC X(22) VALUE
             "  required, not held: ".
          05 WS-CXT-MISSING-OUT    PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
      * Nightly certification check.  Every credential on file for
      * a current employee is listed if it has already expired or
      * expires within the warning window, and every employee is
      * proved against the certifications their department
      * requires, so a lapse is seen before it stops work rather
      * than after.
       RUN-START.
           OPEN INPUT EMPLOYEE-CERT-FILE.
           IF WS-EMPLOYEE-CERT-STATUS NOT = "00"
               DISPLAY "No certification file EMPCERT.DAT on hand - "
                       "nothing to check."
               GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               DISPLAY "No employee master file EMPMAST.DAT on hand "
                       "- nothing to check."
               CLOSE EMPLOYEE-CERT-FILE
               GOBACK
           END-IF.
           OPEN INPUT CERT-REQUIREMENT-FILE.
           IF WS-CERT-REQUIREMENT-STATUS = "00"
               MOVE "Y" TO WS-REQUIREMENTS-AVAILABLE-SW
           END-IF.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           CLOSE RUN-CONTROL-FILE.
           OPEN OUTPUT CERT-EXPIRY-REPORT-FILE.
           MOVE WS-TODAY-DATE TO WS-CXR-DATE-OUT.
           MOVE WS-CXR-HEADER TO CERT-EXPIRY-REPORT-LINE.
           WRITE CERT-EXPIRY-REPORT-LINE.
           MOVE WS-CXR-HEADING TO CERT-EXPIRY-REPORT-LINE.
           WRITE CERT-EXPIRY-REPORT-LINE.

           PERFORM CHECK-CERTIFICATIONS-HELD.
           IF WS-REQUIREMENTS-AVAILABLE
               PERFORM CHECK-REQUIRED-CERTIFICATIONS
           END-IF.

           MOVE WS-EXPIRED-COUNT  TO WS-CXT-EXPIRED-OUT.
           MOVE WS-EXPIRING-COUNT TO WS-CXT-EXPIRING-OUT.
           MOVE WS-MISSING-COUNT  TO WS-CXT-MISSING-OUT.
           MOVE WS-CXR-TOTAL-LINE TO CERT-EXPIRY-REPORT-LINE.
           WRITE CERT-EXPIRY-REPORT-LINE.
           CLOSE CERT-EXPIRY-REPORT-FILE.
           CLOSE EMPLOYEE-CERT-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-REQUIREMENTS-AVAILABLE
               CLOSE CERT-REQUIREMENT-FILE
           END-IF.
           DISPLAY "Certification check complete - "
                   WS-EXPIRED-COUNT " expired, "
                   WS-EXPIRING-COUNT " expiring within "
                   WS-WARNING-DAYS " days, "
                   WS-MISSING-COUNT " required but not held - "
                   "see CERTEXP.PRT.".
           GOBACK.

       COPY OPENRCTL.

       CHECK-CERTIFICATIONS-HELD.
           MOVE "N" TO WS-CERT-EOF-SW
           MOVE LOW-VALUES TO EC-CERT-KEY
           START EMPLOYEE-CERT-FILE KEY IS NOT LESS THAN EC-CERT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CERT-EOF-SW
           END-START
           PERFORM UNTIL WS-CERT-EOF
               READ EMPLOYEE-CERT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CERT-EOF-SW
                   NOT AT END
                       PERFORM CHECK-ONE-CERTIFICATION
               END-READ
           END-PERFORM.

      * A credential that never expires, or whose holder has left
      * or is no longer on the master, is nobody's problem.
       CHECK-ONE-CERTIFICATION.
           IF EC-EXPIRY-DATE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE EC-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               KEY IS EM-EMPLOYEE-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF EM-TERMINATED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (EC-EXPIRY-DATE)
             - FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           IF WS-DAYS-LEFT > WS-WARNING-DAYS
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-DETAIL-EMPLOYEE
           MOVE EC-CERT-TYPE   TO WS-CXD-CERT-OUT
           MOVE EC-EXPIRY-DATE TO WS-CXD-EXPIRY-OUT
           IF WS-DAYS-LEFT < 0
               MOVE "EXPIRED" TO WS-CXD-STATUS-OUT
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               MOVE WS-DAYS-LEFT TO WS-CXR-DAYS-OUT
               MOVE WS-CXR-DAYS-TEXT TO WS-CXD-STATUS-OUT
               ADD 1 TO WS-EXPIRING-COUNT
           END-IF
           MOVE WS-CXR-DETAIL-LINE TO CERT-EXPIRY-REPORT-LINE
           WRITE CERT-EXPIRY-REPORT-LINE.

      * Every current employee against the certifications required
      * of their department; one not on file at all is listed.
       CHECK-REQUIRED-CERTIFICATIONS.
           MOVE "N" TO WS-MASTER-EOF-SW
           MOVE 0 TO EM-EMPLOYEE-ID
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN
                 EM-EMPLOYEE-ID
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF-SW
           END-START
           PERFORM UNTIL WS-MASTER-EOF
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MASTER-EOF-SW
                   NOT AT END
                       IF NOT EM-TERMINATED
                           PERFORM CHECK-DEPARTMENT-REQUIREMENTS
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-DEPARTMENT-REQUIREMENTS.
           MOVE "N" TO WS-REQUIREMENT-EOF-SW
           MOVE EM-DEPARTMENT-CODE TO WS-DEPARTMENT-SCOPE
           MOVE "D"                 TO CQ-SCOPE
           MOVE WS-DEPARTMENT-SCOPE TO CQ-SCOPE-CODE
           MOVE LOW-VALUES          TO CQ-CERT-TYPE
           START CERT-REQUIREMENT-FILE
               KEY IS NOT LESS THAN CQ-REQUIREMENT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-REQUIREMENT-EOF-SW
           END-START
           PERFORM UNTIL WS-REQUIREMENT-EOF
               READ CERT-REQUIREMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-REQUIREMENT-EOF-SW
                   NOT AT END
                       IF NOT CQ-FOR-DEPARTMENT
                          OR CQ-SCOPE-CODE NOT = WS-DEPARTMENT-SCOPE
                           MOVE "Y" TO WS-REQUIREMENT-EOF-SW
                       ELSE
                           PERFORM CHECK-REQUIRED-HELD
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-REQUIRED-HELD.
           MOVE EM-EMPLOYEE-ID TO EC-EMPLOYEE-ID
           MOVE CQ-CERT-TYPE   TO EC-CERT-TYPE
           READ EMPLOYEE-CERT-FILE
               KEY IS EC-CERT-KEY
               INVALID KEY
                   PERFORM SET-DETAIL-EMPLOYEE
                   MOVE CQ-CERT-TYPE TO WS-CXD-CERT-OUT
                   MOVE SPACES       TO WS-CXD-EXPIRY-OUT
                   MOVE "REQUIRED - NOT HELD" TO WS-CXD-STATUS-OUT
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE WS-CXR-DETAIL-LINE TO CERT-EXPIRY-REPORT-LINE
                   WRITE CERT-EXPIRY-REPORT-LINE
           END-READ.

       SET-DETAIL-EMPLOYEE.
           MOVE EM-EMPLOYEE-ID     TO WS-CXD-EMPLOYEE-OUT
           MOVE EM-EMPLOYEE-NAME   TO WS-CXD-NAME-OUT
           MOVE EM-DEPARTMENT-CODE TO WS-CXD-DEPT-OUT.
