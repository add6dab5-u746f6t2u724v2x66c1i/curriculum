       IDENTIFICATION DIVISION.
       PROGRAM-ID. NewHireReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-PERSONAL-FILE ASSIGN TO "EMPPERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-PERSONAL-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT SUTA-RATE-FILE ASSIGN TO "SUTARATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-STATE
               FILE STATUS IS WS-SUTA-RATE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT NEW-HIRE-FILE ASSIGN TO "NEWHIRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-HIRE-STATUS.

           SELECT NEW-HIRE-REPORT-FILE ASSIGN TO "NEWHIRE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-HIRE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-PERSONAL-FILE.
           COPY EMPPERS.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  SUTA-RATE-FILE.
           COPY SUTARATE.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  NEW-HIRE-FILE.
           COPY NEWHIRE.

       FD  NEW-HIRE-REPORT-FILE.
       01 NEW-HIRE-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-PERSONAL-STATUS PIC X(2) VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-SUTA-RATE-STATUS      PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-NEW-HIRE-STATUS       PIC X(2) VALUE "00".
       01 WS-NEW-HIRE-REPORT-STATUS PIC X(2) VALUE "00".

       01 WS-SUTA-AVAILABLE-SW     PIC X(1) VALUE "N".
          88 WS-SUTA-AVAILABLE     VALUE "Y".
       01 WS-PERSONAL-EOF-SW       PIC X(1) VALUE "N".
          88 WS-PERSONAL-EOF       VALUE "Y".
       01 WS-HIRE-COMPLETE-SW      PIC X(1) VALUE "Y".
          88 WS-HIRE-COMPLETE      VALUE "Y".
       01 WS-FIRST-FOR-STATE-SW    PIC X(1) VALUE "N".
          88 WS-FIRST-FOR-STATE    VALUE "Y".
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-MISSING-ITEM          PIC X(30).
       01 WS-STATE-ACCOUNT         PIC X(15).
       01 WS-REPORT-STATE          PIC X(2).
       01 WS-STATE-HIRE-COUNT      PIC 9(5) VALUE 0.
       01 WS-STATE-COUNT           PIC 9(3) VALUE 0.
       01 WS-REPORTED-COUNT        PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT            PIC 9(5) VALUE 0.

      * The hires that passed the edit, in the order they were
      * found; the file is then written a state at a time by
      * walking the table once per state.
       01 WS-HIRE-TABLE.
          05 WS-HIRE-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-HIRE-IDX
                                              WS-HIRE-SCAN-IDX.
             10 WS-HIRE-EMPLOYEE-ID  PIC 9(5).
             10 WS-HIRE-STATE        PIC X(2).
       01 WS-HIRE-COUNT            PIC 9(3) VALUE 0.

       01 WS-NHR-HEADER.
          05 FILLER                PIC X(34) VALUE
             "-- State New-Hire Report  run ".
          05 WS-NHR-DATE-OUT       PIC 9(8).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-NHR-EMPLOYER-LINE.
          05 FILLER                PIC X(10) VALUE "Employer  ".
          05 WS-NHR-FEIN-OUT       PIC 9(9).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-NHR-NAME-OUT       PIC X(30).
       01 WS-NHR-STATE-LINE.
          05 FILLER                PIC X(6) VALUE "State ".
          05 WS-NHR-STATE-OUT      PIC X(2).
          05 FILLER                PIC X(11) VALUE "  account  ".
          05 WS-NHR-ACCOUNT-OUT    PIC X(15).
       01 WS-NHR-DETAIL-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-NHD-EMPLOYEE-OUT   PIC 9(5).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-NHD-NAME-OUT       PIC X(30).
          05 FILLER                PIC X(7) VALUE " hired ".
          05 WS-NHD-HIRE-OUT       PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-NHD-REHIRE-OUT     PIC X(6).
       01 WS-NHR-STATE-TOTAL-LINE.
          05 FILLER                PIC X(8) VALUE SPACES.
          05 WS-NHS-COUNT-OUT      PIC ZZ,ZZ9.
          05 FILLER                PIC X(21) VALUE
             " reported to state   ".
          05 WS-NHS-STATE-OUT      PIC X(2).
       01 WS-NHR-HELD-HEADING.
          05 FILLER                PIC X(40) VALUE
             "Held - required data missing, not sent:".
       01 WS-NHR-HELD-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-NHH-EMPLOYEE-OUT   PIC 9(5).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-NHH-NAME-OUT       PIC X(30).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-NHH-MISSING-OUT    PIC X(30).
       01 WS-NHR-TOTAL-LINE.
          05 FILLER                PIC X(10) VALUE "Reported: ".
          05 WS-NHT-REPORTED-OUT   PIC ZZ,ZZ9.
          05 FILLER                PIC X(10) VALUE "  states: ".
          05 WS-NHT-STATES-OUT     PIC ZZ9.
          05 FILLER                PIC X(8) VALUE "  held: ".
          05 WS-NHT-HELD-OUT       PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
      * Every hire and rehire EmployeeMaint has flagged as due goes
      * to the work state's new-hire file with our employer
      * identification, and is then marked reported so it is never
      * sent twice.  A hire missing anything the state requires is
      * listed and stays due, so it goes out on the first run after
      * the data is filled in rather than being missed.
       RUN-START.
           OPEN INPUT EMPLOYEE-PERSONAL-FILE.
           IF WS-EMPLOYEE-PERSONAL-STATUS NOT = "00"
               DISPLAY "No personal data file EMPPERS.DAT on hand - "
                       "nothing to report."
               GOBACK
           END-IF.
           CLOSE EMPLOYEE-PERSONAL-FILE.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           IF RC-EMPLOYER-FEIN = 0 OR RC-EMPLOYER-NAME = SPACES
               DISPLAY "Employer FEIN and name are not set in the "
                       "run-control parameters - nothing sent."
               CLOSE RUN-CONTROL-FILE
               GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               DISPLAY "No employee master file EMPMAST.DAT on hand "
                       "- nothing to report."
               CLOSE RUN-CONTROL-FILE
               GOBACK
           END-IF.
           OPEN INPUT SUTA-RATE-FILE.
           IF WS-SUTA-RATE-STATUS = "00"
               MOVE "Y" TO WS-SUTA-AVAILABLE-SW
           END-IF.
           OPEN I-O EMPLOYEE-PERSONAL-FILE.
           OPEN OUTPUT NEW-HIRE-FILE.
           OPEN OUTPUT NEW-HIRE-REPORT-FILE.

           MOVE WS-TODAY-DATE TO WS-NHR-DATE-OUT.
           MOVE WS-NHR-HEADER TO NEW-HIRE-REPORT-LINE.
           WRITE NEW-HIRE-REPORT-LINE.
           MOVE RC-EMPLOYER-FEIN TO WS-NHR-FEIN-OUT.
           MOVE RC-EMPLOYER-NAME TO WS-NHR-NAME-OUT.
           MOVE WS-NHR-EMPLOYER-LINE TO NEW-HIRE-REPORT-LINE.
           WRITE NEW-HIRE-REPORT-LINE.
           MOVE SPACES TO NEW-HIRE-REPORT-LINE.
           WRITE NEW-HIRE-REPORT-LINE.
           MOVE WS-NHR-HELD-HEADING TO NEW-HIRE-REPORT-LINE.
           WRITE NEW-HIRE-REPORT-LINE.

           PERFORM COLLECT-DUE-HIRES.

           MOVE SPACES TO NEW-HIRE-REPORT-LINE.
           WRITE NEW-HIRE-REPORT-LINE.
           PERFORM VARYING WS-HIRE-IDX FROM 1 BY 1
                   UNTIL WS-HIRE-IDX > WS-HIRE-COUNT
               PERFORM CHECK-FIRST-FOR-STATE
               IF WS-FIRST-FOR-STATE
                   MOVE WS-HIRE-STATE (WS-HIRE-IDX) TO
                       WS-REPORT-STATE
                   PERFORM WRITE-STATE-GROUP
               END-IF
           END-PERFORM.

           MOVE SPACES TO NEW-HIRE-REPORT-LINE.
           WRITE NEW-HIRE-REPORT-LINE.
           MOVE WS-REPORTED-COUNT TO WS-NHT-REPORTED-OUT.
           MOVE WS-STATE-COUNT    TO WS-NHT-STATES-OUT.
           MOVE WS-HELD-COUNT     TO WS-NHT-HELD-OUT.
           MOVE WS-NHR-TOTAL-LINE TO NEW-HIRE-REPORT-LINE.
           WRITE NEW-HIRE-REPORT-LINE.

           CLOSE NEW-HIRE-FILE.
           CLOSE NEW-HIRE-REPORT-FILE.
           CLOSE EMPLOYEE-PERSONAL-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE RUN-CONTROL-FILE.
           IF WS-SUTA-AVAILABLE
               CLOSE SUTA-RATE-FILE
           END-IF.
           DISPLAY "New-hire report complete - " WS-REPORTED-COUNT
                   " reported in " WS-STATE-COUNT " states, "
                   WS-HELD-COUNT " held.  File NEWHIRE.DAT, "
                   "listing NEWHIRE.PRT.".
           GOBACK.

       COPY OPENRCTL.

      * Walk the personal data file for hires still due, edit each
      * against what the state needs, and keep the clean ones.
       COLLECT-DUE-HIRES.
           MOVE "N" TO WS-PERSONAL-EOF-SW
           MOVE 0 TO EP-EMPLOYEE-ID
           START EMPLOYEE-PERSONAL-FILE KEY IS NOT LESS THAN
                 EP-EMPLOYEE-ID
               INVALID KEY
                   MOVE "Y" TO WS-PERSONAL-EOF-SW
           END-START
           PERFORM UNTIL WS-PERSONAL-EOF
               READ EMPLOYEE-PERSONAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PERSONAL-EOF-SW
                   NOT AT END
                       IF EP-NEW-HIRE-DUE
                           PERFORM EDIT-DUE-HIRE
                       END-IF
               END-READ
           END-PERFORM.

       EDIT-DUE-HIRE.
           MOVE "Y" TO WS-HIRE-COMPLETE-SW
           MOVE EP-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               KEY IS EM-EMPLOYEE-ID
               INVALID KEY
                   MOVE SPACES TO EM-EMPLOYEE-NAME
                   MOVE "not on employee master" TO WS-MISSING-ITEM
                   PERFORM NOTE-MISSING-ITEM
                   EXIT PARAGRAPH
           END-READ
           IF EP-SSN = 0
               MOVE "social security number" TO WS-MISSING-ITEM
               PERFORM NOTE-MISSING-ITEM
           END-IF
           IF EM-EMPLOYEE-NAME = SPACES
               MOVE "employee name" TO WS-MISSING-ITEM
               PERFORM NOTE-MISSING-ITEM
           END-IF
           IF EP-STREET = SPACES OR EP-CITY = SPACES
              OR EP-STATE = SPACES OR EP-POSTAL-CODE = SPACES
               MOVE "home address" TO WS-MISSING-ITEM
               PERFORM NOTE-MISSING-ITEM
           END-IF
           IF EM-HIRE-DATE = 0
               MOVE "hire date" TO WS-MISSING-ITEM
               PERFORM NOTE-MISSING-ITEM
           END-IF
           IF EM-WORK-STATE = SPACES
               MOVE "work state" TO WS-MISSING-ITEM
               PERFORM NOTE-MISSING-ITEM
           ELSE
               MOVE EM-WORK-STATE TO WS-REPORT-STATE
               PERFORM LOOKUP-STATE-ACCOUNT
               IF WS-STATE-ACCOUNT = SPACES
                   MOVE "state employer account (SUTA)"
                       TO WS-MISSING-ITEM
                   PERFORM NOTE-MISSING-ITEM
               END-IF
           END-IF
           IF WS-HIRE-COMPLETE
               IF WS-HIRE-COUNT < 500
                   ADD 1 TO WS-HIRE-COUNT
                   SET WS-HIRE-SCAN-IDX TO WS-HIRE-COUNT
                   MOVE EP-EMPLOYEE-ID TO
                       WS-HIRE-EMPLOYEE-ID (WS-HIRE-SCAN-IDX)
                   MOVE EM-WORK-STATE TO
                       WS-HIRE-STATE (WS-HIRE-SCAN-IDX)
               ELSE
                   MOVE "run full - goes on next run"
                       TO WS-MISSING-ITEM
                   PERFORM NOTE-MISSING-ITEM
               END-IF
           END-IF.

      * One held line per missing item; the hire is counted held
      * once however many items it lacks.
       NOTE-MISSING-ITEM.
           IF WS-HIRE-COMPLETE
               ADD 1 TO WS-HELD-COUNT
               MOVE "N" TO WS-HIRE-COMPLETE-SW
           END-IF
           MOVE EP-EMPLOYEE-ID   TO WS-NHH-EMPLOYEE-OUT
           MOVE EM-EMPLOYEE-NAME TO WS-NHH-NAME-OUT
           MOVE WS-MISSING-ITEM  TO WS-NHH-MISSING-OUT
           MOVE WS-NHR-HELD-LINE TO NEW-HIRE-REPORT-LINE
           WRITE NEW-HIRE-REPORT-LINE.

       LOOKUP-STATE-ACCOUNT.
           MOVE SPACES TO WS-STATE-ACCOUNT
           IF WS-SUTA-AVAILABLE
               MOVE WS-REPORT-STATE TO SU-STATE
               READ SUTA-RATE-FILE
                   KEY IS SU-STATE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SU-EMPLOYER-ACCOUNT TO WS-STATE-ACCOUNT
               END-READ
           END-IF.

       CHECK-FIRST-FOR-STATE.
           MOVE "Y" TO WS-FIRST-FOR-STATE-SW
           PERFORM VARYING WS-HIRE-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-HIRE-SCAN-IDX >= WS-HIRE-IDX
               IF WS-HIRE-STATE (WS-HIRE-SCAN-IDX) =
                  WS-HIRE-STATE (WS-HIRE-IDX)
                   MOVE "N" TO WS-FIRST-FOR-STATE-SW
               END-IF
           END-PERFORM.

      * One state's block: its employer row, a row per hire with
      * the employee marked reported as it is written, and the
      * trailer count.
       WRITE-STATE-GROUP.
           ADD 1 TO WS-STATE-COUNT
           MOVE 0 TO WS-STATE-HIRE-COUNT
           PERFORM LOOKUP-STATE-ACCOUNT
           MOVE SPACES TO NEW-HIRE-RECORD
           MOVE "E" TO NH-RECORD-TYPE
           MOVE WS-REPORT-STATE    TO NH-REPORT-STATE
           MOVE RC-EMPLOYER-FEIN   TO NH-EMPLOYER-FEIN
           MOVE WS-STATE-ACCOUNT   TO NH-STATE-EMPLOYER-ID
           MOVE RC-EMPLOYER-NAME   TO NH-EMPLOYER-NAME
           MOVE RC-EMPLOYER-STREET TO NH-EMPLOYER-STREET
           MOVE RC-EMPLOYER-CITY   TO NH-EMPLOYER-CITY
           MOVE RC-EMPLOYER-STATE  TO NH-EMPLOYER-STATE
           MOVE RC-EMPLOYER-POSTAL TO NH-EMPLOYER-POSTAL
           MOVE WS-TODAY-DATE      TO NH-REPORT-DATE
           WRITE NEW-HIRE-RECORD
           MOVE WS-REPORT-STATE  TO WS-NHR-STATE-OUT
           MOVE WS-STATE-ACCOUNT TO WS-NHR-ACCOUNT-OUT
           MOVE WS-NHR-STATE-LINE TO NEW-HIRE-REPORT-LINE
           WRITE NEW-HIRE-REPORT-LINE
           PERFORM VARYING WS-HIRE-SCAN-IDX FROM WS-HIRE-IDX BY 1
                   UNTIL WS-HIRE-SCAN-IDX > WS-HIRE-COUNT
               IF WS-HIRE-STATE (WS-HIRE-SCAN-IDX) = WS-REPORT-STATE
                   PERFORM WRITE-EMPLOYEE-ROW
               END-IF
           END-PERFORM
           MOVE SPACES TO NEW-HIRE-RECORD
           MOVE "T" TO NH-RECORD-TYPE
           MOVE WS-REPORT-STATE     TO NH-REPORT-STATE
           MOVE WS-STATE-HIRE-COUNT TO NH-EMPLOYEE-COUNT
           WRITE NEW-HIRE-RECORD
           MOVE WS-STATE-HIRE-COUNT TO WS-NHS-COUNT-OUT
           MOVE WS-REPORT-STATE     TO WS-NHS-STATE-OUT
           MOVE WS-NHR-STATE-TOTAL-LINE TO NEW-HIRE-REPORT-LINE
           WRITE NEW-HIRE-REPORT-LINE.

       WRITE-EMPLOYEE-ROW.
           MOVE WS-HIRE-EMPLOYEE-ID (WS-HIRE-SCAN-IDX)
               TO EM-EMPLOYEE-ID EP-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               KEY IS EM-EMPLOYEE-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           READ EMPLOYEE-PERSONAL-FILE
               KEY IS EP-EMPLOYEE-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO NEW-HIRE-RECORD
           MOVE "W" TO NH-RECORD-TYPE
           MOVE WS-REPORT-STATE  TO NH-REPORT-STATE
           MOVE RC-EMPLOYER-FEIN TO NH-EE-EMPLOYER-FEIN
           MOVE EP-SSN           TO NH-SSN
           MOVE EM-EMPLOYEE-NAME TO NH-EMPLOYEE-NAME
           MOVE EP-STREET        TO NH-STREET
           MOVE EP-CITY          TO NH-CITY
           MOVE EP-STATE         TO NH-STATE
           MOVE EP-POSTAL-CODE   TO NH-POSTAL-CODE
           MOVE EP-BIRTH-DATE    TO NH-BIRTH-DATE
           MOVE EM-HIRE-DATE     TO NH-HIRE-DATE
           MOVE EP-REHIRE-SW     TO NH-REHIRE-SW
           MOVE EM-EMPLOYEE-ID   TO NH-EMPLOYEE-ID
           WRITE NEW-HIRE-RECORD
           MOVE "N" TO EP-NEW-HIRE-DUE-SW
           MOVE WS-TODAY-DATE TO EP-NEW-HIRE-REPORTED-ON
           MOVE EM-HIRE-DATE  TO EP-REPORTED-HIRE-DATE
           REWRITE EMPLOYEE-PERSONAL-RECORD
           ADD 1 TO WS-STATE-HIRE-COUNT
           ADD 1 TO WS-REPORTED-COUNT
           MOVE EM-EMPLOYEE-ID   TO WS-NHD-EMPLOYEE-OUT
           MOVE EM-EMPLOYEE-NAME TO WS-NHD-NAME-OUT
           MOVE EM-HIRE-DATE     TO WS-NHD-HIRE-OUT
           MOVE SPACES TO WS-NHD-REHIRE-OUT
           IF EP-REHIRE
               MOVE "REHIRE" TO WS-NHD-REHIRE-OUT
           END-IF
           MOVE WS-NHR-DETAIL-LINE TO NEW-HIRE-REPORT-LINE
           WRITE NEW-HIRE-REPORT-LINE.
