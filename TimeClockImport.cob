               RECORD KEY IS PC-CALENDAR-KEY
               FILE STATUS IS WS-PAY-CALENDAR-STATUS.

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

           SELECT TIME-EXCEPTION-FILE ASSIGN TO "TIMEEXC.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-EXCEPTION-STATUS.
       FD  PAY-CALENDAR-FILE.
           COPY PAYCAL.

       FD  EMPLOYEE-CERT-FILE.
           COPY EMPCERT.

       FD  CERT-REQUIREMENT-FILE.
           COPY CERTREQ.

       FD  TIME-EXCEPTION-FILE.
       01 TIME-EXCEPTION-LINE      PIC X(80).

       01 WS-EXCEPTION-COUNT       PIC 9(7) VALUE 0.
       01 WS-EMPLOYEES-TOTALED     PIC 9(5) VALUE 0.

       01 WS-EMPLOYEE-CERT-STATUS  PIC X(2) VALUE "00".
       01 WS-CERT-REQUIREMENT-STATUS PIC X(2) VALUE "00".
       01 WS-CERTS-AVAILABLE-SW    PIC X(1) VALUE "N".
          88 WS-CERTS-AVAILABLE    VALUE "Y".
       01 WS-REQUIREMENT-EOF-SW    PIC X(1) VALUE "N".
          88 WS-REQUIREMENT-EOF    VALUE "Y".
       01 WS-CHECK-SCOPE           PIC X(1).
       01 WS-CHECK-SCOPE-CODE      PIC X(6).
       01 WS-CERT-FLAG-COUNT       PIC 9(7) VALUE 0.

       01 WS-EXC-HEADER            PIC X(40) VALUE
          "-- Time Clock Import Exceptions --".
       01 WS-EXC-LINE.
               CLOSE JOB-COST-FILE
               OPEN I-O JOB-COST-FILE
           END-IF.
           PERFORM OPEN-CERTIFICATION-FILES.
           OPEN OUTPUT TIME-EXCEPTION-FILE.
           MOVE WS-EXC-HEADER TO TIME-EXCEPTION-LINE.
           WRITE TIME-EXCEPTION-LINE.
           CLOSE TIME-SUMMARY-FILE.
           CLOSE TIME-EXCEPTION-FILE.
           CLOSE JOB-COST-FILE.
           IF WS-CERTS-AVAILABLE
               CLOSE EMPLOYEE-CERT-FILE
               CLOSE CERT-REQUIREMENT-FILE
           END-IF.
           CLOSE RUN-CONTROL-FILE.
           DISPLAY "Time clock import complete - "
                   WS-IMPORTED-COUNT " punches for "
                   WS-EMPLOYEES-TOTALED " employees, "
                   WS-EXCEPTION-COUNT " exceptions.".
           IF WS-CERT-FLAG-COUNT > 0
               DISPLAY WS-CERT-FLAG-COUNT " job punches flagged "
                       "for a lapsed certification - see "
                       "TIMEEXC.PRT."
           END-IF.
           GOBACK.

      * Certification checking needs both the employee credentials
      * and the requirement list; without either the punches import
      * unchecked, as they always have.
       OPEN-CERTIFICATION-FILES.
           OPEN INPUT EMPLOYEE-CERT-FILE
           IF WS-EMPLOYEE-CERT-STATUS = "00"
               OPEN INPUT CERT-REQUIREMENT-FILE
               IF WS-CERT-REQUIREMENT-STATUS = "00"
                   MOVE "Y" TO WS-CERTS-AVAILABLE-SW
               ELSE
                   CLOSE EMPLOYEE-CERT-FILE
               END-IF
           END-IF.

       COPY OPENRCTL.

      * The clock file pays under the current weekly period, so a
                   PERFORM ADD-TO-TIME-SUMMARY
                   IF TC-JOB-CODE NOT = SPACES
                       PERFORM ADD-TO-JOB-HOURS
                       IF WS-CERTS-AVAILABLE
                           PERFORM CHECK-JOB-CERTIFICATIONS
                       END-IF
                   END-IF
                   ADD 1 TO WS-IMPORTED-COUNT
           END-EVALUATE.
                   REWRITE JOB-COST-RECORD
           END-READ.

      * Time charged to a job is only worked safely by someone
      * holding the certifications the job and the employee's own
      * department call for, current on the day worked.  A lapsed
      * or missing one is flagged on the exception listing - the
      * hours still import, since the time was worked and is owed.
       CHECK-JOB-CERTIFICATIONS.
           MOVE "J"         TO WS-CHECK-SCOPE
           MOVE TC-JOB-CODE TO WS-CHECK-SCOPE-CODE
           PERFORM CHECK-SCOPE-REQUIREMENTS
           MOVE "D"                TO WS-CHECK-SCOPE
           MOVE EM-DEPARTMENT-CODE TO WS-CHECK-SCOPE-CODE
           PERFORM CHECK-SCOPE-REQUIREMENTS.

       CHECK-SCOPE-REQUIREMENTS.
           MOVE "N" TO WS-REQUIREMENT-EOF-SW
           MOVE WS-CHECK-SCOPE      TO CQ-SCOPE
           MOVE WS-CHECK-SCOPE-CODE TO CQ-SCOPE-CODE
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
                       IF CQ-SCOPE NOT = WS-CHECK-SCOPE
                          OR CQ-SCOPE-CODE NOT = WS-CHECK-SCOPE-CODE
                           MOVE "Y" TO WS-REQUIREMENT-EOF-SW
                       ELSE
                           PERFORM CHECK-ONE-CERTIFICATION
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-CERTIFICATION.
           MOVE TC-EMPLOYEE-ID TO EC-EMPLOYEE-ID
           MOVE CQ-CERT-TYPE   TO EC-CERT-TYPE
           READ EMPLOYEE-CERT-FILE
               KEY IS EC-CERT-KEY
               INVALID KEY
                   MOVE SPACES TO WS-EXC-REASON-OUT
                   STRING "certification " CQ-CERT-TYPE
                          " not held" DELIMITED BY SIZE
                       INTO WS-EXC-REASON-OUT
                   PERFORM WRITE-CERTIFICATION-FLAG
               NOT INVALID KEY
                   IF EC-EXPIRY-DATE NOT = 0
                      AND EC-EXPIRY-DATE < TC-WORK-DATE
                       MOVE SPACES TO WS-EXC-REASON-OUT
                       STRING "certification " CQ-CERT-TYPE
                              " lapsed" DELIMITED BY SIZE
                           INTO WS-EXC-REASON-OUT
                       PERFORM WRITE-CERTIFICATION-FLAG
                   END-IF
           END-READ.

       WRITE-CERTIFICATION-FLAG.
           ADD 1 TO WS-CERT-FLAG-COUNT
           MOVE TC-EMPLOYEE-ID TO WS-EXC-EMP-OUT
           MOVE TC-WORK-DATE   TO WS-EXC-DATE-OUT
           MOVE TC-HOURS       TO WS-EXC-HOURS-OUT
           MOVE WS-EXC-LINE TO TIME-EXCEPTION-LINE
           WRITE TIME-EXCEPTION-LINE.

      * Hours land in the period total and in their shift bucket -
      * an unknown or blank shift code books as the day shift, so
      * the totals never disagree with the buckets.
