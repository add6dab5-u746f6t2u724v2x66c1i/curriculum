       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayFraudFlags.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT EMPLOYEE-BANK-FILE ASSIGN TO "EMPBANK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EB-BANK-KEY
               FILE STATUS IS WS-EMPLOYEE-BANK-STATUS.

           SELECT EMPLOYEE-AUDIT-FILE ASSIGN TO "EMPAUD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-AUDIT-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-HISTORY-STATUS.

           SELECT TIME-CLOCK-FILE ASSIGN TO "TIMECLK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-CLOCK-STATUS.

           SELECT EMPLOYEE-PERSONAL-FILE ASSIGN TO "EMPPERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EP-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-PERSONAL-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

           SELECT RATE-AUDIT-FILE ASSIGN TO "RATEAUD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-AUDIT-STATUS.

           SELECT USAGE-LOG-FILE ASSIGN TO "USAGELOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UL-LOG-KEY
               FILE STATUS IS WS-USAGE-LOG-STATUS.

           SELECT FRAUD-REPORT-FILE ASSIGN TO "PAYFRAUD.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRAUD-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  EMPLOYEE-BANK-FILE.
           COPY EMPBANK.

       FD  EMPLOYEE-AUDIT-FILE.
           COPY EMPAUDIT.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  TIME-CLOCK-FILE.
           COPY TIMECLK.

       FD  EMPLOYEE-PERSONAL-FILE.
           COPY EMPPERS.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  RATE-AUDIT-FILE.
           COPY RATEAUDIT.

       FD  USAGE-LOG-FILE.
           COPY USAGELOG.

       FD  FRAUD-REPORT-FILE.
       01 FRAUD-REPORT-LINE        PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-EMPLOYEE-BANK-STATUS  PIC X(2) VALUE "00".
       01 WS-EMPLOYEE-AUDIT-STATUS PIC X(2) VALUE "00".
       01 WS-PAY-HISTORY-STATUS    PIC X(2) VALUE "00".
       01 WS-TIME-CLOCK-STATUS     PIC X(2) VALUE "00".
       01 WS-EMPLOYEE-PERSONAL-STATUS PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-RATE-AUDIT-STATUS     PIC X(2) VALUE "00".
       01 WS-USAGE-LOG-STATUS      PIC X(2) VALUE "00".
       01 WS-FRAUD-REPORT-STATUS   PIC X(2) VALUE "00".

       01 WS-WANTED-MONTH          PIC 9(6).
       01 WS-PERIOD-START          PIC 9(8).
       01 WS-PERIOD-END            PIC 9(8).
       01 WS-NEW-VALUE-X           PIC X(10).
       01 WS-EOF-SW                PIC X(1) VALUE "N".
          88 WS-EOF                VALUE "Y".
       01 WS-FOUND-SW              PIC X(1) VALUE "N".
          88 WS-FOUND              VALUE "Y".
      * A bank change this many days or fewer before a run counts
      * as shortly before it; hourly pay looks back over the punch
      * window for the clock rows that earned it.
       01 WS-LEAD-DAYS             PIC 9(3) VALUE 7.
       01 WS-PUNCH-WINDOW-DAYS     PIC 9(3) VALUE 31.
       01 WS-CHANGE-DAY            PIC 9(7).
       01 WS-PUNCH-DAY             PIC 9(7).
       01 WS-DAYS-BEFORE           PIC S9(7).
       01 WS-RECORD-SEQ            PIC 9(7).
       01 WS-EMPLOYEE-NAME         PIC X(30).
       01 WS-EMPLOYEE-STATUS       PIC X(1).
       01 WS-LOOKUP-ID             PIC 9(5).
       01 WS-HHMMSS                PIC 9(6).

       01 WS-SHARED-FLAGS          PIC 9(5) VALUE 0.
       01 WS-BANK-CHANGE-FLAGS     PIC 9(5) VALUE 0.
       01 WS-NO-PUNCH-FLAGS        PIC 9(5) VALUE 0.
       01 WS-POST-TERM-FLAGS       PIC 9(5) VALUE 0.
       01 WS-ADDRESS-FLAGS         PIC 9(5) VALUE 0.
       01 WS-RATE-FLAGS            PIC 9(5) VALUE 0.

      * Every account pay is deposited to: the single account on
      * the employee master (priority zero) and each split row.
       01 WS-ACCOUNT-TABLE.
          05 WS-AC-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY WS-AC-IDX WS-AC-IDX-2.
             10 WS-AC-ROUTING        PIC 9(9).
             10 WS-AC-ACCOUNT        PIC 9(12).
             10 WS-AC-EMPLOYEE       PIC 9(5).
             10 WS-AC-PRIORITY       PIC 9(2).
             10 WS-AC-NAME           PIC X(30).
             10 WS-AC-STATUS         PIC X(1).
             10 WS-AC-SHOWN-SW       PIC X(1).
       01 WS-AC-COUNT              PIC 9(4) VALUE 0.

      * The month's payments, less any backed out, in the order
      * they were written to the pay history.
       01 WS-PAID-TABLE.
          05 WS-PD-ENTRY OCCURS 3000 TIMES
                                   INDEXED BY WS-PD-IDX.
             10 WS-PD-EMPLOYEE       PIC 9(5).
             10 WS-PD-PERIOD         PIC 9(3).
             10 WS-PD-RUN-DATE       PIC 9(8).
             10 WS-PD-RUN-DAY        PIC 9(7).
             10 WS-PD-MODE           PIC X(1).
             10 WS-PD-SUPPLEMENTAL-SW PIC X(1).
             10 WS-PD-HOURS          PIC 9(3)V99.
             10 WS-PD-GROSS          PIC S9(7)V99.
             10 WS-PD-NET            PIC S9(7)V99.
             10 WS-PD-SEQ            PIC 9(7).
             10 WS-PD-PUNCH-COUNT    PIC 9(3).
             10 WS-PD-TERM-DATE      PIC 9(8).
             10 WS-PD-TERM-STATUS    PIC X(1).
             10 WS-PD-EARLIER-PAY    PIC 9(8).
       01 WS-PD-COUNT              PIC 9(4) VALUE 0.
       01 WS-POST-TERM-COUNT       PIC 9(4) VALUE 0.

      * Operators linked to an employee, with that employee's home
      * address to set against everyone else's.
       01 WS-OPERATOR-TABLE.
          05 WS-OA-ENTRY OCCURS 200 TIMES
                                   INDEXED BY WS-OA-IDX.
             10 WS-OA-OPERATOR       PIC X(8).
             10 WS-OA-OPERATOR-NAME  PIC X(30).
             10 WS-OA-EMPLOYEE       PIC 9(5).
             10 WS-OA-STREET         PIC X(30).
             10 WS-OA-CITY           PIC X(20).
             10 WS-OA-POSTAL-CODE    PIC X(10).
       01 WS-OA-COUNT              PIC 9(3) VALUE 0.

      * Live payroll runs started in the month and who ran them.
       01 WS-RUN-TABLE.
          05 WS-RN-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-RN-IDX.
             10 WS-RN-DATE           PIC 9(8).
             10 WS-RN-TIME           PIC 9(8).
             10 WS-RN-OPERATOR       PIC X(8).
       01 WS-RN-COUNT              PIC 9(3) VALUE 0.

       01 WS-FF-HEADER.
          05 FILLER                PIC X(31) VALUE
             "-- Payroll Fraud Red Flags - ".
          05 FILLER                PIC X(13) VALUE "pay run in ".
          05 WS-FF-MONTH-OUT       PIC 9(6).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-FF-SECTION-LINE       PIC X(120).
       01 WS-FF-SHARED-TITLE.
          05 FILLER                PIC X(40) VALUE
             "Bank accounts paid to more than one empl".
          05 FILLER                PIC X(35) VALUE
             "oyee (master record or bank splits)".
       01 WS-FF-CHANGE-TITLE.
          05 FILLER                PIC X(40) VALUE
             "Bank details changed shortly before a pa".
          05 FILLER                PIC X(16) VALUE "y run (within ".
          05 WS-FF-LEAD-OUT        PIC ZZ9.
          05 FILLER                PIC X(8) VALUE " days)".
       01 WS-FF-PUNCH-TITLE.
          05 FILLER                PIC X(40) VALUE
             "Hourly pay with no time-clock punches in".
          05 FILLER                PIC X(6) VALUE " the ".
          05 WS-FF-WINDOW-OUT      PIC ZZ9.
          05 FILLER                PIC X(26) VALUE
             " days up to the pay run".
       01 WS-FF-TERM-TITLE.
          05 FILLER                PIC X(40) VALUE
             "Pay after the termination date beyond t".
          05 FILLER                PIC X(15) VALUE "he final pay".
       01 WS-FF-ADDRESS-TITLE.
          05 FILLER                PIC X(40) VALUE
             "Employees at the home address of an ope".
          05 FILLER                PIC X(30) VALUE
             "rator's own employee record".
       01 WS-FF-RATE-TITLE.
          05 FILLER                PIC X(40) VALUE
             "Pay rate changes approved by the operato".
          05 FILLER                PIC X(30) VALUE
             "r running that day's payroll".

       01 WS-FF-ACCOUNT-LINE.
          05 FILLER                PIC X(10) VALUE "  Routing ".
          05 WS-FF-AC-ROUTING-OUT  PIC 9(9).
          05 FILLER                PIC X(9) VALUE " account ".
          05 WS-FF-AC-ACCOUNT-OUT  PIC 9(12).
          05 FILLER                PIC X(9) VALUE " paid to:".
       01 WS-FF-MEMBER-LINE.
          05 FILLER                PIC X(12) VALUE SPACES.
          05 FILLER                PIC X(9) VALUE "employee ".
          05 WS-FF-MB-EMPLOYEE-OUT PIC 9(5).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-FF-MB-NAME-OUT     PIC X(30).
          05 FILLER                PIC X(8) VALUE " status ".
          05 WS-FF-MB-STATUS-OUT   PIC X(1).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-FF-MB-SOURCE-OUT   PIC X(16).
       01 WS-FF-CHANGE-LINE-1.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 FILLER                PIC X(9) VALUE "employee ".
          05 WS-FF-CH-EMPLOYEE-OUT PIC 9(5).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-FF-CH-NAME-OUT     PIC X(30).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-FF-CH-FIELD-OUT    PIC X(20).
          05 FILLER                PIC X(9) VALUE " changed ".
          05 WS-FF-CH-DATE-OUT     PIC 9(8).
          05 FILLER                PIC X(4) VALUE " by ".
          05 WS-FF-CH-BY-OUT       PIC X(8).
       01 WS-FF-CHANGE-LINE-2.
          05 FILLER                PIC X(12) VALUE SPACES.
          05 FILLER                PIC X(5) VALUE "from ".
          05 WS-FF-CH-OLD-OUT      PIC X(30).
          05 FILLER                PIC X(4) VALUE " to ".
          05 WS-FF-CH-NEW-OUT      PIC X(30).
       01 WS-FF-CHANGE-LINE-3.
          05 FILLER                PIC X(12) VALUE SPACES.
          05 FILLER                PIC X(5) VALUE "paid ".
          05 WS-FF-CH-NET-OUT      PIC ZZZ,ZZ9.99-.
          05 FILLER                PIC X(12) VALUE " net in run ".
          05 WS-FF-CH-RUN-OUT      PIC 9(8).
          05 FILLER                PIC X(8) VALUE " period ".
          05 WS-FF-CH-PERIOD-OUT   PIC 9(3).
          05 FILLER                PIC X(3) VALUE " - ".
          05 WS-FF-CH-DAYS-OUT     PIC ZZ9.
          05 FILLER                PIC X(24) VALUE
             " day(s) after the change".
       01 WS-FF-PUNCH-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 FILLER                PIC X(9) VALUE "employee ".
          05 WS-FF-PU-EMPLOYEE-OUT PIC 9(5).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-FF-PU-NAME-OUT     PIC X(30).
          05 FILLER                PIC X(6) VALUE " paid ".
          05 WS-FF-PU-HOURS-OUT    PIC ZZ9.99.
          05 FILLER                PIC X(13) VALUE " hours, gross".
          05 WS-FF-PU-GROSS-OUT    PIC ZZZ,ZZ9.99-.
          05 FILLER                PIC X(8) VALUE " in run ".
          05 WS-FF-PU-RUN-OUT      PIC 9(8).
          05 FILLER                PIC X(8) VALUE " period ".
          05 WS-FF-PU-PERIOD-OUT   PIC 9(3).
       01 WS-FF-TERM-LINE-1.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 FILLER                PIC X(9) VALUE "employee ".
          05 WS-FF-TM-EMPLOYEE-OUT PIC 9(5).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-FF-TM-NAME-OUT     PIC X(30).
          05 FILLER                PIC X(8) VALUE " status ".
          05 WS-FF-TM-STATUS-OUT   PIC X(1).
          05 FILLER                PIC X(12) VALUE " terminated ".
          05 WS-FF-TM-TERM-OUT     PIC 9(8).
       01 WS-FF-TERM-LINE-2.
          05 FILLER                PIC X(12) VALUE SPACES.
          05 FILLER                PIC X(5) VALUE "paid ".
          05 WS-FF-TM-NET-OUT      PIC ZZZ,ZZ9.99-.
          05 FILLER                PIC X(12) VALUE " net in run ".
          05 WS-FF-TM-RUN-OUT      PIC 9(8).
          05 FILLER                PIC X(8) VALUE " period ".
          05 WS-FF-TM-PERIOD-OUT   PIC 9(3).
          05 FILLER                PIC X(29) VALUE
             " - final pay already made in ".
          05 FILLER                PIC X(4) VALUE "run ".
          05 WS-FF-TM-FINAL-OUT    PIC 9(8).
       01 WS-FF-ADDRESS-LINE-1.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 FILLER                PIC X(9) VALUE "operator ".
          05 WS-FF-AD-OPERATOR-OUT PIC X(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-FF-AD-OP-NAME-OUT  PIC X(30).
          05 FILLER                PIC X(18) VALUE
             " linked employee ".
          05 WS-FF-AD-LINKED-OUT   PIC 9(5).
       01 WS-FF-ADDRESS-LINE-2.
          05 FILLER                PIC X(12) VALUE SPACES.
          05 FILLER                PIC X(8) VALUE "address ".
          05 WS-FF-AD-STREET-OUT   PIC X(30).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-FF-AD-CITY-OUT     PIC X(20).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-FF-AD-POSTAL-OUT   PIC X(10).
       01 WS-FF-ADDRESS-LINE-3.
          05 FILLER                PIC X(12) VALUE SPACES.
          05 FILLER                PIC X(18) VALUE
             "also on employee ".
          05 WS-FF-AD-EMPLOYEE-OUT PIC 9(5).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-FF-AD-NAME-OUT     PIC X(30).
          05 FILLER                PIC X(8) VALUE " status ".
          05 WS-FF-AD-STATUS-OUT   PIC X(1).
       01 WS-FF-RATE-LINE-1.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 FILLER                PIC X(9) VALUE "employee ".
          05 WS-FF-RT-EMPLOYEE-OUT PIC 9(5).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-FF-RT-NAME-OUT     PIC X(30).
          05 FILLER                PIC X(6) VALUE " rate ".
          05 WS-FF-RT-OLD-OUT      PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(4) VALUE " to ".
          05 WS-FF-RT-NEW-OUT      PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(11) VALUE " effective ".
          05 WS-FF-RT-EFFECTIVE-OUT PIC 9(8).
       01 WS-FF-RATE-LINE-2.
          05 FILLER                PIC X(12) VALUE SPACES.
          05 FILLER                PIC X(8) VALUE "changed ".
          05 WS-FF-RT-CHANGED-OUT  PIC 9(8).
          05 FILLER                PIC X(13) VALUE " approved by ".
          05 WS-FF-RT-BY-OUT       PIC X(8).
          05 FILLER                PIC X(24) VALUE
             " who ran payroll started".
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-FF-RT-RUN-DATE-OUT PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-FF-RT-RUN-TIME-OUT PIC 99B99B99.
       01 WS-FF-COUNT-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-FF-COUNT-OUT       PIC ZZ,ZZ9.
          05 FILLER                PIC X(10) VALUE " flag(s).".

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Payroll fraud red flags for the auditors, for the pay runs
      * of one month.  Six tests: one bank account paid to more
      * than one employee; bank details changed within a few days
      * of a run that then paid the employee; hourly pay with no
      * time-clock punches behind it; pay after the termination
      * date beyond the final pay; an employee living at the home
      * address of an operator's own employee record; and a pay
      * rate change approved by the operator who ran that day's
      * payroll.  Each flag shows the records behind it.  A flag
      * is a lead, not a finding.  Admin sign-on only - the report
      * names operators and shows bank and address details.
       RUN-START.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           IF NOT SL-ROLE-ADMIN
               DISPLAY "The payroll fraud report requires an admin "
                       "sign-on - exiting."
               GOBACK
           END-IF.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE (1:6) TO WS-WANTED-MONTH.
           CLOSE RUN-CONTROL-FILE.
           DISPLAY "Pay run month (YYYYMM, blank for "
                   WS-WANTED-MONTH "): ".
           ACCEPT WS-NEW-VALUE-X.
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                   TO WS-WANTED-MONTH
           END-IF.
           IF WS-WANTED-MONTH (5:2) < "01"
              OR WS-WANTED-MONTH (5:2) > "12"
               DISPLAY "Enter the month as YYYYMM."
               GOBACK
           END-IF.
           COMPUTE WS-PERIOD-START = WS-WANTED-MONTH * 100 + 1.
           COMPUTE WS-PERIOD-END = WS-WANTED-MONTH * 100 + 31.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               DISPLAY "No employee master on file (EMPMAST.DAT)."
               GOBACK
           END-IF.

           OPEN OUTPUT FRAUD-REPORT-FILE.
           MOVE WS-WANTED-MONTH TO WS-FF-MONTH-OUT.
           MOVE WS-FF-HEADER TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.
           MOVE SPACES TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.

           PERFORM LOAD-MONTH-PAYMENTS.
           PERFORM REPORT-SHARED-ACCOUNTS.
           PERFORM REPORT-BANK-CHANGES.
           PERFORM REPORT-UNPUNCHED-HOURLY.
           PERFORM REPORT-PAID-AFTER-TERMINATION.
           PERFORM REPORT-OPERATOR-ADDRESSES.
           PERFORM REPORT-PAYROLL-RATE-CHANGES.

           CLOSE FRAUD-REPORT-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           DISPLAY "Payroll red flags written (PAYFRAUD.PRT) - "
                   "shared accounts " WS-SHARED-FLAGS
                   ", bank changes " WS-BANK-CHANGE-FLAGS
                   ", no punches " WS-NO-PUNCH-FLAGS.
           DISPLAY "    paid after termination " WS-POST-TERM-FLAGS
                   ", operator addresses " WS-ADDRESS-FLAGS
                   ", rate changes " WS-RATE-FLAGS ".".
           GOBACK.

       COPY OPENRCTL.

       WRITE-SECTION-LINE.
           MOVE WS-FF-SECTION-LINE TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-FF-COUNT-LINE TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE
           MOVE SPACES TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE.

       LOOKUP-EMPLOYEE.
           MOVE WS-LOOKUP-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               KEY IS EM-EMPLOYEE-ID
               INVALID KEY
                   MOVE "(not on the employee master)"
                       TO WS-EMPLOYEE-NAME
                   MOVE SPACE TO WS-EMPLOYEE-STATUS
                   EXIT PARAGRAPH
           END-READ
           MOVE EM-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME
           MOVE EM-STATUS TO WS-EMPLOYEE-STATUS.

      * The pay history is read once for the month; the sequence
      * number is the record's place in the file, so a later pass
      * can tell which of two payments came first.
       LOAD-MONTH-PAYMENTS.
           MOVE 0 TO WS-PD-COUNT
           MOVE 0 TO WS-RECORD-SEQ
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAY-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ PAY-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-RECORD-SEQ
                       IF NOT PH-BACKED-OUT
                          AND PH-RUN-DATE >= WS-PERIOD-START
                          AND PH-RUN-DATE <= WS-PERIOD-END
                           PERFORM KEEP-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE.

       KEEP-PAYMENT.
           IF WS-PD-COUNT = 3000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PD-COUNT
           SET WS-PD-IDX TO WS-PD-COUNT
           MOVE PH-EMPLOYEE-ID TO WS-PD-EMPLOYEE (WS-PD-IDX)
           MOVE PH-PAY-PERIOD TO WS-PD-PERIOD (WS-PD-IDX)
           MOVE PH-RUN-DATE TO WS-PD-RUN-DATE (WS-PD-IDX)
           COMPUTE WS-PD-RUN-DAY (WS-PD-IDX) =
               FUNCTION INTEGER-OF-DATE (PH-RUN-DATE)
           MOVE PH-PAY-MODE TO WS-PD-MODE (WS-PD-IDX)
           MOVE PH-SUPPLEMENTAL-SW
               TO WS-PD-SUPPLEMENTAL-SW (WS-PD-IDX)
           MOVE PH-HOURS-WORKED TO WS-PD-HOURS (WS-PD-IDX)
           MOVE PH-GROSS-PAY TO WS-PD-GROSS (WS-PD-IDX)
           MOVE PH-NET-PAY TO WS-PD-NET (WS-PD-IDX)
           MOVE WS-RECORD-SEQ TO WS-PD-SEQ (WS-PD-IDX)
           MOVE 0 TO WS-PD-PUNCH-COUNT (WS-PD-IDX)
           MOVE 0 TO WS-PD-TERM-DATE (WS-PD-IDX)
           MOVE SPACE TO WS-PD-TERM-STATUS (WS-PD-IDX)
           MOVE 0 TO WS-PD-EARLIER-PAY (WS-PD-IDX).

      * Accounts are compared as they stand today, whatever the
      * month; an employee splitting pay into an account that is
      * also on their own master record is not a flag on its own,
      * but is listed when someone else shares it too.
       REPORT-SHARED-ACCOUNTS.
           MOVE WS-FF-SHARED-TITLE TO WS-FF-SECTION-LINE
           PERFORM WRITE-SECTION-LINE
           PERFORM LOAD-ACCOUNTS
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
               IF WS-AC-SHOWN-SW (WS-AC-IDX) = "N"
                   PERFORM CHECK-SHARED-ACCOUNT
               END-IF
           END-PERFORM
           MOVE WS-SHARED-FLAGS TO WS-FF-COUNT-OUT
           PERFORM WRITE-COUNT-LINE.

       LOAD-ACCOUNTS.
           MOVE 0 TO WS-AC-COUNT
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO EM-EMPLOYEE-ID
           START EMPLOYEE-MASTER-FILE
               KEY IS NOT LESS THAN EM-EMPLOYEE-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF EM-BANK-ACCOUNT-NUMBER > 0
                          AND WS-AC-COUNT < 2000
                           ADD 1 TO WS-AC-COUNT
                           SET WS-AC-IDX TO WS-AC-COUNT
                           MOVE EM-BANK-ROUTING-NUMBER
                               TO WS-AC-ROUTING (WS-AC-IDX)
                           MOVE EM-BANK-ACCOUNT-NUMBER
                               TO WS-AC-ACCOUNT (WS-AC-IDX)
                           MOVE EM-EMPLOYEE-ID
                               TO WS-AC-EMPLOYEE (WS-AC-IDX)
                           MOVE 0 TO WS-AC-PRIORITY (WS-AC-IDX)
                           MOVE EM-EMPLOYEE-NAME
                               TO WS-AC-NAME (WS-AC-IDX)
                           MOVE EM-STATUS TO WS-AC-STATUS (WS-AC-IDX)
                           MOVE "N" TO WS-AC-SHOWN-SW (WS-AC-IDX)
                       END-IF
               END-READ
           END-PERFORM
           OPEN INPUT EMPLOYEE-BANK-FILE
           IF WS-EMPLOYEE-BANK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ EMPLOYEE-BANK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF EB-ACCOUNT-NUMBER > 0
                          AND WS-AC-COUNT < 2000
                           PERFORM KEEP-SPLIT-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-BANK-FILE.

       KEEP-SPLIT-ACCOUNT.
           MOVE EB-EMPLOYEE-ID TO WS-LOOKUP-ID
           PERFORM LOOKUP-EMPLOYEE
           ADD 1 TO WS-AC-COUNT
           SET WS-AC-IDX TO WS-AC-COUNT
           MOVE EB-ROUTING-NUMBER TO WS-AC-ROUTING (WS-AC-IDX)
           MOVE EB-ACCOUNT-NUMBER TO WS-AC-ACCOUNT (WS-AC-IDX)
           MOVE EB-EMPLOYEE-ID TO WS-AC-EMPLOYEE (WS-AC-IDX)
           MOVE EB-PRIORITY TO WS-AC-PRIORITY (WS-AC-IDX)
           MOVE WS-EMPLOYEE-NAME TO WS-AC-NAME (WS-AC-IDX)
           MOVE WS-EMPLOYEE-STATUS TO WS-AC-STATUS (WS-AC-IDX)
           MOVE "N" TO WS-AC-SHOWN-SW (WS-AC-IDX).

       CHECK-SHARED-ACCOUNT.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-AC-IDX-2 FROM WS-AC-IDX BY 1
                   UNTIL WS-AC-IDX-2 > WS-AC-COUNT
               IF WS-AC-ROUTING (WS-AC-IDX-2)
                      = WS-AC-ROUTING (WS-AC-IDX)
                  AND WS-AC-ACCOUNT (WS-AC-IDX-2)
                      = WS-AC-ACCOUNT (WS-AC-IDX)
                  AND WS-AC-EMPLOYEE (WS-AC-IDX-2)
                      NOT = WS-AC-EMPLOYEE (WS-AC-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SHARED-FLAGS
           MOVE WS-AC-ROUTING (WS-AC-IDX) TO WS-FF-AC-ROUTING-OUT
           MOVE WS-AC-ACCOUNT (WS-AC-IDX) TO WS-FF-AC-ACCOUNT-OUT
           MOVE WS-FF-ACCOUNT-LINE TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE
           PERFORM VARYING WS-AC-IDX-2 FROM WS-AC-IDX BY 1
                   UNTIL WS-AC-IDX-2 > WS-AC-COUNT
               IF WS-AC-ROUTING (WS-AC-IDX-2)
                      = WS-AC-ROUTING (WS-AC-IDX)
                  AND WS-AC-ACCOUNT (WS-AC-IDX-2)
                      = WS-AC-ACCOUNT (WS-AC-IDX)
                   PERFORM WRITE-ACCOUNT-MEMBER
               END-IF
           END-PERFORM.

       WRITE-ACCOUNT-MEMBER.
           MOVE "Y" TO WS-AC-SHOWN-SW (WS-AC-IDX-2)
           MOVE WS-AC-EMPLOYEE (WS-AC-IDX-2) TO WS-FF-MB-EMPLOYEE-OUT
           MOVE WS-AC-NAME (WS-AC-IDX-2) TO WS-FF-MB-NAME-OUT
           MOVE WS-AC-STATUS (WS-AC-IDX-2) TO WS-FF-MB-STATUS-OUT
           IF WS-AC-PRIORITY (WS-AC-IDX-2) = 0
               MOVE "master record" TO WS-FF-MB-SOURCE-OUT
           ELSE
               MOVE SPACES TO WS-FF-MB-SOURCE-OUT
               STRING "bank split " WS-AC-PRIORITY (WS-AC-IDX-2)
                   DELIMITED BY SIZE INTO WS-FF-MB-SOURCE-OUT
               END-STRING
           END-IF
           MOVE WS-FF-MEMBER-LINE TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE.

      * Changes keyed on EmployeeMaint and applied by ChangeApprove,
      * and split accounts added or dropped on BankAcctMaint, each
      * set against the month's runs that paid the same employee.
       REPORT-BANK-CHANGES.
           MOVE WS-LEAD-DAYS TO WS-FF-LEAD-OUT
           MOVE WS-FF-CHANGE-TITLE TO WS-FF-SECTION-LINE
           PERFORM WRITE-SECTION-LINE
           OPEN INPUT EMPLOYEE-AUDIT-FILE
           IF WS-EMPLOYEE-AUDIT-STATUS = "00" AND WS-PD-COUNT > 0
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ EMPLOYEE-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF (EA-FIELD-NAME = "BANK-ROUTING"
                               OR EA-FIELD-NAME = "BANK-ACCOUNT"
                               OR EA-FIELD-NAME = "BANK-SPLIT-ADDED"
                               OR EA-FIELD-NAME = "BANK-SPLIT-DELETED")
                              AND EA-CHANGE-DATE > 0
                               PERFORM MATCH-BANK-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-EMPLOYEE-AUDIT-STATUS NOT = "35"
               CLOSE EMPLOYEE-AUDIT-FILE
           END-IF
           MOVE WS-BANK-CHANGE-FLAGS TO WS-FF-COUNT-OUT
           PERFORM WRITE-COUNT-LINE.

       MATCH-BANK-CHANGE.
           COMPUTE WS-CHANGE-DAY =
               FUNCTION INTEGER-OF-DATE (EA-CHANGE-DATE)
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
               IF WS-PD-EMPLOYEE (WS-PD-IDX) = EA-EMPLOYEE-ID
                   COMPUTE WS-DAYS-BEFORE =
                       WS-PD-RUN-DAY (WS-PD-IDX) - WS-CHANGE-DAY
                   IF WS-DAYS-BEFORE >= 0
                      AND WS-DAYS-BEFORE <= WS-LEAD-DAYS
                       PERFORM WRITE-BANK-CHANGE-FLAG
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-BANK-CHANGE-FLAG.
           ADD 1 TO WS-BANK-CHANGE-FLAGS
           MOVE EA-EMPLOYEE-ID TO WS-LOOKUP-ID
           PERFORM LOOKUP-EMPLOYEE
           MOVE EA-EMPLOYEE-ID TO WS-FF-CH-EMPLOYEE-OUT
           MOVE WS-EMPLOYEE-NAME TO WS-FF-CH-NAME-OUT
           MOVE EA-FIELD-NAME TO WS-FF-CH-FIELD-OUT
           MOVE EA-CHANGE-DATE TO WS-FF-CH-DATE-OUT
           MOVE EA-CHANGED-BY TO WS-FF-CH-BY-OUT
           MOVE WS-FF-CHANGE-LINE-1 TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE
           MOVE EA-OLD-VALUE TO WS-FF-CH-OLD-OUT
           MOVE EA-NEW-VALUE TO WS-FF-CH-NEW-OUT
           MOVE WS-FF-CHANGE-LINE-2 TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE
           MOVE WS-PD-NET (WS-PD-IDX) TO WS-FF-CH-NET-OUT
           MOVE WS-PD-RUN-DATE (WS-PD-IDX) TO WS-FF-CH-RUN-OUT
           MOVE WS-PD-PERIOD (WS-PD-IDX) TO WS-FF-CH-PERIOD-OUT
           MOVE WS-DAYS-BEFORE TO WS-FF-CH-DAYS-OUT
           MOVE WS-FF-CHANGE-LINE-3 TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE.

      * The punches are those in the time-clock file on hand, so
      * run this for a month whose clock file has not yet been
      * replaced.  Supplemental payments are not paid on hours.
       REPORT-UNPUNCHED-HOURLY.
           MOVE WS-PUNCH-WINDOW-DAYS TO WS-FF-WINDOW-OUT
           MOVE WS-FF-PUNCH-TITLE TO WS-FF-SECTION-LINE
           PERFORM WRITE-SECTION-LINE
           OPEN INPUT TIME-CLOCK-FILE
           IF WS-TIME-CLOCK-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ TIME-CLOCK-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF TC-WORK-DATE > 0
                               PERFORM MATCH-PUNCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIME-CLOCK-FILE
           ELSE
               MOVE SPACES TO WS-FF-SECTION-LINE
               STRING "  No time-clock file (TIMECLK.DAT) on hand - "
                      "every hourly payment is listed."
                   DELIMITED BY SIZE INTO WS-FF-SECTION-LINE
               END-STRING
               PERFORM WRITE-SECTION-LINE
           END-IF
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
               IF WS-PD-MODE (WS-PD-IDX) = "H"
                  AND WS-PD-SUPPLEMENTAL-SW (WS-PD-IDX) NOT = "Y"
                  AND WS-PD-GROSS (WS-PD-IDX) > 0
                  AND WS-PD-PUNCH-COUNT (WS-PD-IDX) = 0
                   PERFORM WRITE-NO-PUNCH-FLAG
               END-IF
           END-PERFORM
           MOVE WS-NO-PUNCH-FLAGS TO WS-FF-COUNT-OUT
           PERFORM WRITE-COUNT-LINE.

       MATCH-PUNCH.
           COMPUTE WS-PUNCH-DAY =
               FUNCTION INTEGER-OF-DATE (TC-WORK-DATE)
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
               IF WS-PD-EMPLOYEE (WS-PD-IDX) = TC-EMPLOYEE-ID
                  AND WS-PD-PUNCH-COUNT (WS-PD-IDX) < 999
                   COMPUTE WS-DAYS-BEFORE =
                       WS-PD-RUN-DAY (WS-PD-IDX) - WS-PUNCH-DAY
                   IF WS-DAYS-BEFORE >= 0
                      AND WS-DAYS-BEFORE < WS-PUNCH-WINDOW-DAYS
                       ADD 1 TO WS-PD-PUNCH-COUNT (WS-PD-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-NO-PUNCH-FLAG.
           ADD 1 TO WS-NO-PUNCH-FLAGS
           MOVE WS-PD-EMPLOYEE (WS-PD-IDX) TO WS-LOOKUP-ID
           PERFORM LOOKUP-EMPLOYEE
           MOVE WS-PD-EMPLOYEE (WS-PD-IDX) TO WS-FF-PU-EMPLOYEE-OUT
           MOVE WS-EMPLOYEE-NAME TO WS-FF-PU-NAME-OUT
           MOVE WS-PD-HOURS (WS-PD-IDX) TO WS-FF-PU-HOURS-OUT
           MOVE WS-PD-GROSS (WS-PD-IDX) TO WS-FF-PU-GROSS-OUT
           MOVE WS-PD-RUN-DATE (WS-PD-IDX) TO WS-FF-PU-RUN-OUT
           MOVE WS-PD-PERIOD (WS-PD-IDX) TO WS-FF-PU-PERIOD-OUT
           MOVE WS-FF-PUNCH-LINE TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE.

      * The first payment after the termination date is the final
      * pay and is expected; any payment after that is flagged.
      * The second pass looks back through the whole pay history
      * for an earlier post-termination payment, since the final
      * pay may have gone out in an earlier month.
       REPORT-PAID-AFTER-TERMINATION.
           MOVE WS-FF-TERM-TITLE TO WS-FF-SECTION-LINE
           PERFORM WRITE-SECTION-LINE
           MOVE 0 TO WS-POST-TERM-COUNT
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
               PERFORM CHECK-PAID-AFTER-TERMINATION
           END-PERFORM
           IF WS-POST-TERM-COUNT > 0
               MOVE 0 TO WS-RECORD-SEQ
               OPEN INPUT PAY-HISTORY-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-RECORD-SEQ
                           IF NOT PH-BACKED-OUT
                               PERFORM MATCH-EARLIER-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
               IF WS-PD-EARLIER-PAY (WS-PD-IDX) > 0
                   PERFORM WRITE-POST-TERM-FLAG
               END-IF
           END-PERFORM
           MOVE WS-POST-TERM-FLAGS TO WS-FF-COUNT-OUT
           PERFORM WRITE-COUNT-LINE.

       CHECK-PAID-AFTER-TERMINATION.
           MOVE WS-PD-EMPLOYEE (WS-PD-IDX) TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               KEY IS EM-EMPLOYEE-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF EM-TERMINATION-DATE > 0
              AND WS-PD-RUN-DATE (WS-PD-IDX) > EM-TERMINATION-DATE
               MOVE EM-TERMINATION-DATE TO WS-PD-TERM-DATE (WS-PD-IDX)
               MOVE EM-STATUS TO WS-PD-TERM-STATUS (WS-PD-IDX)
               ADD 1 TO WS-POST-TERM-COUNT
           END-IF.

       MATCH-EARLIER-PAYMENT.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
               IF WS-PD-TERM-DATE (WS-PD-IDX) > 0
                  AND WS-PD-EARLIER-PAY (WS-PD-IDX) = 0
                  AND WS-PD-EMPLOYEE (WS-PD-IDX) = PH-EMPLOYEE-ID
                  AND WS-RECORD-SEQ < WS-PD-SEQ (WS-PD-IDX)
                  AND PH-RUN-DATE > WS-PD-TERM-DATE (WS-PD-IDX)
                   MOVE PH-RUN-DATE TO WS-PD-EARLIER-PAY (WS-PD-IDX)
               END-IF
           END-PERFORM.

       WRITE-POST-TERM-FLAG.
           ADD 1 TO WS-POST-TERM-FLAGS
           MOVE WS-PD-EMPLOYEE (WS-PD-IDX) TO WS-LOOKUP-ID
           PERFORM LOOKUP-EMPLOYEE
           MOVE WS-PD-EMPLOYEE (WS-PD-IDX) TO WS-FF-TM-EMPLOYEE-OUT
           MOVE WS-EMPLOYEE-NAME TO WS-FF-TM-NAME-OUT
           MOVE WS-PD-TERM-STATUS (WS-PD-IDX) TO WS-FF-TM-STATUS-OUT
           MOVE WS-PD-TERM-DATE (WS-PD-IDX) TO WS-FF-TM-TERM-OUT
           MOVE WS-FF-TERM-LINE-1 TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE
           MOVE WS-PD-NET (WS-PD-IDX) TO WS-FF-TM-NET-OUT
           MOVE WS-PD-RUN-DATE (WS-PD-IDX) TO WS-FF-TM-RUN-OUT
           MOVE WS-PD-PERIOD (WS-PD-IDX) TO WS-FF-TM-PERIOD-OUT
           MOVE WS-PD-EARLIER-PAY (WS-PD-IDX) TO WS-FF-TM-FINAL-OUT
           MOVE WS-FF-TERM-LINE-2 TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE.

      * Street and postal code must both match; addresses are
      * compared as they stand today, whatever the month.
       REPORT-OPERATOR-ADDRESSES.
           MOVE WS-FF-ADDRESS-TITLE TO WS-FF-SECTION-LINE
           PERFORM WRITE-SECTION-LINE
           OPEN INPUT EMPLOYEE-PERSONAL-FILE
           IF WS-EMPLOYEE-PERSONAL-STATUS NOT = "00"
               MOVE WS-ADDRESS-FLAGS TO WS-FF-COUNT-OUT
               PERFORM WRITE-COUNT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-OPERATOR-ADDRESSES
           IF WS-OA-COUNT > 0
               MOVE "N" TO WS-EOF-SW
               MOVE 0 TO EP-EMPLOYEE-ID
               START EMPLOYEE-PERSONAL-FILE
                   KEY IS NOT LESS THAN EP-EMPLOYEE-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-EOF
                   READ EMPLOYEE-PERSONAL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM MATCH-OPERATOR-ADDRESS
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EMPLOYEE-PERSONAL-FILE
           MOVE WS-ADDRESS-FLAGS TO WS-FF-COUNT-OUT
           PERFORM WRITE-COUNT-LINE.

       LOAD-OPERATOR-ADDRESSES.
           MOVE 0 TO WS-OA-COUNT
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPERATOR-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ OPERATOR-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF OP-EMPLOYEE-ID > 0 AND WS-OA-COUNT < 200
                           PERFORM KEEP-OPERATOR-ADDRESS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE.

       KEEP-OPERATOR-ADDRESS.
           MOVE OP-EMPLOYEE-ID TO EP-EMPLOYEE-ID
           READ EMPLOYEE-PERSONAL-FILE
               KEY IS EP-EMPLOYEE-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF EP-STREET = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OA-COUNT
           SET WS-OA-IDX TO WS-OA-COUNT
           MOVE OP-OPERATOR-ID TO WS-OA-OPERATOR (WS-OA-IDX)
           MOVE OP-OPERATOR-NAME TO WS-OA-OPERATOR-NAME (WS-OA-IDX)
           MOVE OP-EMPLOYEE-ID TO WS-OA-EMPLOYEE (WS-OA-IDX)
           MOVE EP-STREET TO WS-OA-STREET (WS-OA-IDX)
           MOVE EP-CITY TO WS-OA-CITY (WS-OA-IDX)
           MOVE EP-POSTAL-CODE TO WS-OA-POSTAL-CODE (WS-OA-IDX).

       MATCH-OPERATOR-ADDRESS.
           PERFORM VARYING WS-OA-IDX FROM 1 BY 1
                   UNTIL WS-OA-IDX > WS-OA-COUNT
               IF EP-EMPLOYEE-ID NOT = WS-OA-EMPLOYEE (WS-OA-IDX)
                  AND EP-STREET = WS-OA-STREET (WS-OA-IDX)
                  AND EP-POSTAL-CODE = WS-OA-POSTAL-CODE (WS-OA-IDX)
                   PERFORM WRITE-ADDRESS-FLAG
               END-IF
           END-PERFORM.

       WRITE-ADDRESS-FLAG.
           ADD 1 TO WS-ADDRESS-FLAGS
           MOVE WS-OA-OPERATOR (WS-OA-IDX) TO WS-FF-AD-OPERATOR-OUT
           MOVE WS-OA-OPERATOR-NAME (WS-OA-IDX)
               TO WS-FF-AD-OP-NAME-OUT
           MOVE WS-OA-EMPLOYEE (WS-OA-IDX) TO WS-FF-AD-LINKED-OUT
           MOVE WS-FF-ADDRESS-LINE-1 TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE
           MOVE WS-OA-STREET (WS-OA-IDX) TO WS-FF-AD-STREET-OUT
           MOVE WS-OA-CITY (WS-OA-IDX) TO WS-FF-AD-CITY-OUT
           MOVE WS-OA-POSTAL-CODE (WS-OA-IDX) TO WS-FF-AD-POSTAL-OUT
           MOVE WS-FF-ADDRESS-LINE-2 TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE
           MOVE EP-EMPLOYEE-ID TO WS-LOOKUP-ID
           PERFORM LOOKUP-EMPLOYEE
           MOVE EP-EMPLOYEE-ID TO WS-FF-AD-EMPLOYEE-OUT
           MOVE WS-EMPLOYEE-NAME TO WS-FF-AD-NAME-OUT
           MOVE WS-EMPLOYEE-STATUS TO WS-FF-AD-STATUS-OUT
           MOVE WS-FF-ADDRESS-LINE-3 TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE.

      * Rate changes are keyed inside the payroll run, so the
      * operator who ran it is the one who keyed them; the audit
      * records only the approver, and the two should never be the
      * same person.  The runs come from the usage log.
       REPORT-PAYROLL-RATE-CHANGES.
           MOVE WS-FF-RATE-TITLE TO WS-FF-SECTION-LINE
           PERFORM WRITE-SECTION-LINE
           PERFORM LOAD-PAYROLL-RUNS
           IF WS-RN-COUNT > 0
               OPEN INPUT RATE-AUDIT-FILE
               IF WS-RATE-AUDIT-STATUS = "00"
                   MOVE "N" TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF
                       READ RATE-AUDIT-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               IF RA-CHANGE-DATE >= WS-PERIOD-START
                                  AND RA-CHANGE-DATE <= WS-PERIOD-END
                                  AND RA-APPROVED-BY NOT = SPACES
                                   PERFORM MATCH-RATE-CHANGE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RATE-AUDIT-FILE
               END-IF
           END-IF
           MOVE WS-RATE-FLAGS TO WS-FF-COUNT-OUT
           PERFORM WRITE-COUNT-LINE.

       LOAD-PAYROLL-RUNS.
           MOVE 0 TO WS-RN-COUNT
           OPEN INPUT USAGE-LOG-FILE
           IF WS-USAGE-LOG-STATUS NOT = "00"
               MOVE SPACES TO WS-FF-SECTION-LINE
               STRING "  No usage log on file (USAGELOG.DAT) - "
                      "payroll runs cannot be matched."
                   DELIMITED BY SIZE INTO WS-FF-SECTION-LINE
               END-STRING
               PERFORM WRITE-SECTION-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO UL-LOG-KEY
           MOVE WS-PERIOD-START TO UL-START-DATE
           START USAGE-LOG-FILE KEY IS NOT LESS THAN UL-LOG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF
               READ USAGE-LOG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF UL-START-DATE > WS-PERIOD-END
                           MOVE "Y" TO WS-EOF-SW
                       ELSE
                           IF UL-PROGRAM-NAME = "SalaryCalculator"
                              AND UL-MODE-LIVE
                              AND NOT UL-REFUSED
                              AND WS-RN-COUNT < 500
                               ADD 1 TO WS-RN-COUNT
                               SET WS-RN-IDX TO WS-RN-COUNT
                               MOVE UL-START-DATE
                                   TO WS-RN-DATE (WS-RN-IDX)
                               MOVE UL-START-TIME
                                   TO WS-RN-TIME (WS-RN-IDX)
                               MOVE UL-OPERATOR-ID
                                   TO WS-RN-OPERATOR (WS-RN-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USAGE-LOG-FILE.

       MATCH-RATE-CHANGE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-COUNT OR WS-FOUND
               IF WS-RN-DATE (WS-RN-IDX) = RA-CHANGE-DATE
                  AND WS-RN-OPERATOR (WS-RN-IDX) = RA-APPROVED-BY
                   MOVE "Y" TO WS-FOUND-SW
                   PERFORM WRITE-RATE-FLAG
               END-IF
           END-PERFORM.

       WRITE-RATE-FLAG.
           ADD 1 TO WS-RATE-FLAGS
           MOVE RA-EMPLOYEE-ID TO WS-LOOKUP-ID
           PERFORM LOOKUP-EMPLOYEE
           MOVE RA-EMPLOYEE-ID TO WS-FF-RT-EMPLOYEE-OUT
           MOVE WS-EMPLOYEE-NAME TO WS-FF-RT-NAME-OUT
           MOVE RA-OLD-RATE TO WS-FF-RT-OLD-OUT
           MOVE RA-NEW-RATE TO WS-FF-RT-NEW-OUT
           MOVE RA-EFFECTIVE-DATE TO WS-FF-RT-EFFECTIVE-OUT
           MOVE WS-FF-RATE-LINE-1 TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE
           MOVE RA-CHANGE-DATE TO WS-FF-RT-CHANGED-OUT
           MOVE RA-APPROVED-BY TO WS-FF-RT-BY-OUT
           MOVE WS-RN-DATE (WS-RN-IDX) TO WS-FF-RT-RUN-DATE-OUT
           MOVE WS-RN-TIME (WS-RN-IDX) (1:6) TO WS-HHMMSS
           MOVE WS-HHMMSS TO WS-FF-RT-RUN-TIME-OUT
           MOVE WS-FF-RATE-LINE-2 TO FRAUD-REPORT-LINE
           WRITE FRAUD-REPORT-LINE.
