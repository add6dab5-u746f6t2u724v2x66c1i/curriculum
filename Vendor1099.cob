       IDENTIFICATION DIVISION.
       PROGRAM-ID. Vendor1099.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-VENDOR-ID
               FILE STATUS IS WS-VENDOR-MASTER-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHECKREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECK-REGISTER-STATUS.

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

           SELECT STATEMENT-FILE ASSIGN TO "V1099STM.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT TRANSMITTAL-FILE ASSIGN TO "V1099TRN.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSMITTAL-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "V1099EXC.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER-FILE.
           COPY VENDMAST.

       FD  CHECK-REGISTER-FILE.
           COPY CHECKREG.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  STATEMENT-FILE.
       01 STATEMENT-LINE           PIC X(80).

       FD  TRANSMITTAL-FILE.
       01 TRANSMITTAL-LINE         PIC X(80).

       FD  EXCEPTION-FILE.
       01 EXCEPTION-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-VENDOR-MASTER-STATUS  PIC X(2) VALUE "00".
       01 WS-CHECK-REGISTER-STATUS PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-STATEMENT-STATUS      PIC X(2) VALUE "00".
       01 WS-TRANSMITTAL-STATUS    PIC X(2) VALUE "00".
       01 WS-EXCEPTION-STATUS      PIC X(2) VALUE "00".

       01 WS-SESSION-COMPANY       PIC X(3) VALUE SPACES.
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-EXCEPTIONS   VALUE "E" "e".
          88 WS-MAINT-STATEMENTS   VALUE "S" "s".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-TAX-YEAR              PIC 9(4) VALUE 0.
       01 WS-VENDOR-EOF-SW         PIC X(1) VALUE "N".
          88 WS-VENDOR-EOF         VALUE "Y".
       01 WS-VENDOR-PAID           PIC S9(9)V99 VALUE 0.
       01 WS-STATEMENT-COUNT       PIC 9(5) VALUE 0.
       01 WS-STATEMENT-TOTAL       PIC S9(11)V99 VALUE 0.
       01 WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.
       01 WS-UNDER-MINIMUM-COUNT   PIC 9(5) VALUE 0.

      * Calendar-year check totals per vendor, built from the
      * register before the vendor master is walked.
       01 WS-PAID-TABLE.
          05 WS-PAID-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-PAID-IDX.
             10 WS-PAID-VENDOR-ID   PIC 9(5).
             10 WS-PAID-AMOUNT      PIC S9(9)V99.
       01 WS-PAID-COUNT            PIC 9(3) VALUE 0.
       01 WS-PAID-FOUND-SW         PIC X(1) VALUE "N".
          88 WS-PAID-FOUND         VALUE "Y".
       01 WS-PAID-OVERFLOW-SW      PIC X(1) VALUE "N".
          88 WS-PAID-OVERFLOW      VALUE "Y".

       01 WS-STMT-HEADER.
          05 FILLER                PIC X(40) VALUE
             "-- 1099-NEC Recipient Statement for tax ".
          05 FILLER                PIC X(5) VALUE "year ".
          05 WS-STMT-YEAR-OUT      PIC 9(4).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-STMT-PAYER-LINE.
          05 FILLER                PIC X(22) VALUE
             "Payer company code:   ".
          05 WS-STMT-COMPANY-OUT   PIC X(3).
       01 WS-STMT-RECIPIENT-LINE.
          05 FILLER                PIC X(22) VALUE
             "Recipient:            ".
          05 WS-STMT-NAME-OUT      PIC X(30).
          05 FILLER                PIC X(8) VALUE "  vendor".
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-STMT-VENDOR-OUT    PIC 9(5).
       01 WS-STMT-TAX-ID-LINE.
          05 FILLER                PIC X(22) VALUE
             "Recipient tax ID:     ".
          05 WS-STMT-TAX-ID-OUT    PIC X(11).
       01 WS-STMT-STREET-LINE.
          05 FILLER                PIC X(22) VALUE SPACES.
          05 WS-STMT-STREET-OUT    PIC X(30).
       01 WS-STMT-CITY-LINE.
          05 FILLER                PIC X(22) VALUE SPACES.
          05 WS-STMT-CITY-OUT      PIC X(20).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-STMT-STATE-OUT     PIC X(2).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-STMT-POSTAL-OUT    PIC X(10).
       01 WS-STMT-AMOUNT-LINE.
          05 FILLER                PIC X(30) VALUE
             "Nonemployee compensation:     ".
          05 WS-STMT-AMOUNT-OUT    PIC Z,ZZZ,ZZ9.99-.

       01 WS-TRN-HEADER.
          05 FILLER                PIC X(35) VALUE
             "-- 1099 Transmittal Summary for tax".
          05 FILLER                PIC X(6) VALUE " year ".
          05 WS-TRN-YEAR-OUT       PIC 9(4).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-TRN-COUNT-LINE.
          05 FILLER                PIC X(30) VALUE
             "Recipient statements:         ".
          05 WS-TRN-COUNT-OUT      PIC ZZ,ZZ9.
       01 WS-TRN-TOTAL-LINE.
          05 FILLER                PIC X(30) VALUE
             "Total compensation reported:  ".
          05 WS-TRN-TOTAL-OUT      PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-TRN-MINIMUM-LINE.
          05 FILLER                PIC X(30) VALUE
             "Reporting minimum:            ".
          05 WS-TRN-MINIMUM-OUT    PIC Z,ZZZ,ZZ9.99.
       01 WS-TRN-UNDER-LINE.
          05 FILLER                PIC X(30) VALUE
             "Reportable, under minimum:    ".
          05 WS-TRN-UNDER-OUT      PIC ZZ,ZZ9.
       01 WS-TRN-EXCEPTION-LINE.
          05 FILLER                PIC X(30) VALUE
             "Withheld - no tax ID:         ".
          05 WS-TRN-EXCEPTION-OUT  PIC ZZ,ZZ9.

       01 WS-EXC-HEADER.
          05 FILLER                PIC X(40) VALUE
             "-- 1099 Exceptions: reportable vendors ".
          05 FILLER                PIC X(28) VALUE
             "with no tax ID, paid in year".
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-EXC-YEAR-OUT       PIC 9(4).
       01 WS-EXC-LINE.
          05 FILLER                PIC X(7) VALUE "Vendor ".
          05 WS-EXC-VENDOR-OUT     PIC 9(5).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-EXC-NAME-OUT       PIC X(30).
          05 FILLER                PIC X(7) VALUE " phone ".
          05 WS-EXC-PHONE-OUT      PIC X(15).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-EXC-PAID-OUT       PIC Z,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Non-employee compensation is reported the way the W-2s
      * report wages: the calendar year's vendor checks are totalled
      * from the check register, voids left out, and every vendor
      * flagged 1099-reportable and paid at least the run-control
      * minimum gets a recipient statement, with a transmittal
      * summary of the statements printed.  A reportable vendor
      * with no tax ID cannot be reported, so the exception list
      * can be run any time during the year to chase the missing
      * IDs well before January; the statement run lists them too
      * and prints no statement for them.
       RUN-START.
           OPEN INPUT OPERATOR-MASTER-FILE.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-SESSION-COMPANY.
           IF SL-COMPANY-CODE NOT = SPACES
               MOVE SL-COMPANY-CODE TO WS-SESSION-COMPANY
           END-IF.
           OPEN INPUT VENDOR-MASTER-FILE.

           DISPLAY "Vendor 1099 - (E)xception list, (S)tatements "
                   "and transmittal, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-EXCEPTIONS
                       PERFORM LIST-1099-EXCEPTIONS
                   WHEN WS-MAINT-STATEMENTS
                       PERFORM PRINT-1099-STATEMENTS
                   WHEN OTHER
                       DISPLAY "Please enter E, S, or Q."
               END-EVALUATE
               DISPLAY "Vendor 1099 - (E)xception list, "
                       "(S)tatements and transmittal, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE VENDOR-MASTER-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE RUN-CONTROL-FILE.
           GOBACK.

       COPY OPENRCTL.

      * The exception list defaults to the year in progress so it
      * can be worked while there is still time to get the IDs.
       LIST-1099-EXCEPTIONS.
           DISPLAY "Tax year (YYYY, 0 for the current year): "
           ACCEPT WS-TAX-YEAR
           IF WS-TAX-YEAR = 0
               MOVE WS-TODAY-DATE (1:4) TO WS-TAX-YEAR
           END-IF
           PERFORM TALLY-VENDOR-CHECKS
           MOVE 0 TO WS-EXCEPTION-COUNT
           OPEN OUTPUT EXCEPTION-FILE
           MOVE WS-TAX-YEAR TO WS-EXC-YEAR-OUT
           MOVE WS-EXC-HEADER TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           PERFORM START-VENDOR-PASS
           PERFORM UNTIL WS-VENDOR-EOF
               READ VENDOR-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-VENDOR-EOF-SW
                   NOT AT END
                       IF (VN-COMPANY-CODE = SPACES
                           OR VN-COMPANY-CODE = WS-SESSION-COMPANY)
                          AND VN-1099-REPORTABLE
                          AND VN-TAX-ID = SPACES
                           PERFORM FIND-VENDOR-PAID
                           PERFORM WRITE-EXCEPTION-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-FILE
           DISPLAY "1099 exception list complete - "
                   WS-EXCEPTION-COUNT " reportable vendors with no "
                   "tax ID (V1099EXC.PRT).".

      * The statements default to the calendar year just ended.
       PRINT-1099-STATEMENTS.
           DISPLAY "Tax year (YYYY, 0 for last year): "
           ACCEPT WS-TAX-YEAR
           IF WS-TAX-YEAR = 0
               MOVE WS-TODAY-DATE (1:4) TO WS-TAX-YEAR
               SUBTRACT 1 FROM WS-TAX-YEAR
           END-IF
           PERFORM TALLY-VENDOR-CHECKS
           MOVE 0 TO WS-STATEMENT-COUNT
           MOVE 0 TO WS-STATEMENT-TOTAL
           MOVE 0 TO WS-EXCEPTION-COUNT
           MOVE 0 TO WS-UNDER-MINIMUM-COUNT
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT EXCEPTION-FILE
           MOVE WS-TAX-YEAR TO WS-EXC-YEAR-OUT
           MOVE WS-EXC-HEADER TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           PERFORM START-VENDOR-PASS
           PERFORM UNTIL WS-VENDOR-EOF
               READ VENDOR-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-VENDOR-EOF-SW
                   NOT AT END
                       IF (VN-COMPANY-CODE = SPACES
                           OR VN-COMPANY-CODE = WS-SESSION-COMPANY)
                          AND VN-1099-REPORTABLE
                           PERFORM REPORT-ONE-VENDOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATEMENT-FILE
           CLOSE EXCEPTION-FILE
           PERFORM WRITE-TRANSMITTAL
           DISPLAY "1099 statements complete - " WS-STATEMENT-COUNT
                   " statements for " WS-STATEMENT-TOTAL ", "
                   WS-EXCEPTION-COUNT " withheld for missing tax "
                   "ID (V1099STM.PRT, V1099TRN.PRT, V1099EXC.PRT).".

       REPORT-ONE-VENDOR.
           PERFORM FIND-VENDOR-PAID
           IF WS-VENDOR-PAID < RC-1099-THRESHOLD
              OR WS-VENDOR-PAID = 0
               ADD 1 TO WS-UNDER-MINIMUM-COUNT
               EXIT PARAGRAPH
           END-IF
           IF VN-TAX-ID = SPACES
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STATEMENT-COUNT
           ADD WS-VENDOR-PAID TO WS-STATEMENT-TOTAL
           MOVE WS-TAX-YEAR TO WS-STMT-YEAR-OUT
           MOVE WS-STMT-HEADER TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-SESSION-COMPANY TO WS-STMT-COMPANY-OUT
           MOVE WS-STMT-PAYER-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE VN-VENDOR-NAME TO WS-STMT-NAME-OUT
           MOVE VN-VENDOR-ID   TO WS-STMT-VENDOR-OUT
           MOVE WS-STMT-RECIPIENT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE VN-TAX-ID TO WS-STMT-TAX-ID-OUT
           MOVE WS-STMT-TAX-ID-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE VN-STREET TO WS-STMT-STREET-OUT
           MOVE WS-STMT-STREET-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE VN-CITY        TO WS-STMT-CITY-OUT
           MOVE VN-STATE       TO WS-STMT-STATE-OUT
           MOVE VN-POSTAL-CODE TO WS-STMT-POSTAL-OUT
           MOVE WS-STMT-CITY-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-VENDOR-PAID TO WS-STMT-AMOUNT-OUT
           MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE VN-VENDOR-ID     TO WS-EXC-VENDOR-OUT
           MOVE VN-VENDOR-NAME   TO WS-EXC-NAME-OUT
           MOVE VN-CONTACT-PHONE TO WS-EXC-PHONE-OUT
           MOVE WS-VENDOR-PAID   TO WS-EXC-PAID-OUT
           MOVE WS-EXC-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           DISPLAY "  No tax ID: vendor " VN-VENDOR-ID " "
                   VN-VENDOR-NAME " paid " WS-VENDOR-PAID.

       WRITE-TRANSMITTAL.
           OPEN OUTPUT TRANSMITTAL-FILE
           MOVE WS-TAX-YEAR TO WS-TRN-YEAR-OUT
           MOVE WS-TRN-HEADER TO TRANSMITTAL-LINE
           WRITE TRANSMITTAL-LINE
           MOVE WS-SESSION-COMPANY TO WS-STMT-COMPANY-OUT
           MOVE WS-STMT-PAYER-LINE TO TRANSMITTAL-LINE
           WRITE TRANSMITTAL-LINE
           MOVE WS-STATEMENT-COUNT TO WS-TRN-COUNT-OUT
           MOVE WS-TRN-COUNT-LINE TO TRANSMITTAL-LINE
           WRITE TRANSMITTAL-LINE
           MOVE WS-STATEMENT-TOTAL TO WS-TRN-TOTAL-OUT
           MOVE WS-TRN-TOTAL-LINE TO TRANSMITTAL-LINE
           WRITE TRANSMITTAL-LINE
           MOVE RC-1099-THRESHOLD TO WS-TRN-MINIMUM-OUT
           MOVE WS-TRN-MINIMUM-LINE TO TRANSMITTAL-LINE
           WRITE TRANSMITTAL-LINE
           MOVE WS-UNDER-MINIMUM-COUNT TO WS-TRN-UNDER-OUT
           MOVE WS-TRN-UNDER-LINE TO TRANSMITTAL-LINE
           WRITE TRANSMITTAL-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-TRN-EXCEPTION-OUT
           MOVE WS-TRN-EXCEPTION-LINE TO TRANSMITTAL-LINE
           WRITE TRANSMITTAL-LINE
           CLOSE TRANSMITTAL-FILE.

       START-VENDOR-PASS.
           MOVE "N" TO WS-VENDOR-EOF-SW
           MOVE 0 TO VN-VENDOR-ID
           START VENDOR-MASTER-FILE KEY IS NOT LESS THAN
                 VN-VENDOR-ID
               INVALID KEY
                   MOVE "Y" TO WS-VENDOR-EOF-SW
           END-START.

      * A vendor check counts in the year it was issued whether it
      * has cleared or been escheated since; only a voided check is
      * left out, its reissue carrying the payment instead.
       TALLY-VENDOR-CHECKS.
           MOVE 0 TO WS-PAID-COUNT
           MOVE "N" TO WS-PAID-OVERFLOW-SW
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CHECK-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CHECK-REGISTER-STATUS NOT = "00"
               READ CHECK-REGISTER-FILE
                   AT END
                       MOVE "10" TO WS-CHECK-REGISTER-STATUS
                   NOT AT END
                       IF CG-VENDOR-ID NOT = 0
                          AND NOT CG-VOIDED
                          AND CG-ISSUE-DATE (1:4) = WS-TAX-YEAR
                           PERFORM ADD-VENDOR-CHECK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER-FILE
           MOVE "00" TO WS-CHECK-REGISTER-STATUS
           IF WS-PAID-OVERFLOW
               DISPLAY "More than 500 vendors paid in " WS-TAX-YEAR
                       " - totals are incomplete."
           END-IF.

       ADD-VENDOR-CHECK.
           MOVE "N" TO WS-PAID-FOUND-SW
           PERFORM VARYING WS-PAID-IDX FROM 1 BY 1
                   UNTIL WS-PAID-IDX > WS-PAID-COUNT
                      OR WS-PAID-FOUND
               IF WS-PAID-VENDOR-ID (WS-PAID-IDX) = CG-VENDOR-ID
                   ADD CG-AMOUNT TO WS-PAID-AMOUNT (WS-PAID-IDX)
                   MOVE "Y" TO WS-PAID-FOUND-SW
               END-IF
           END-PERFORM
           IF NOT WS-PAID-FOUND
               IF WS-PAID-COUNT < 500
                   ADD 1 TO WS-PAID-COUNT
                   SET WS-PAID-IDX TO WS-PAID-COUNT
                   MOVE CG-VENDOR-ID TO
                       WS-PAID-VENDOR-ID (WS-PAID-IDX)
                   MOVE CG-AMOUNT TO WS-PAID-AMOUNT (WS-PAID-IDX)
               ELSE
                   MOVE "Y" TO WS-PAID-OVERFLOW-SW
               END-IF
           END-IF.

       FIND-VENDOR-PAID.
           MOVE 0 TO WS-VENDOR-PAID
           PERFORM VARYING WS-PAID-IDX FROM 1 BY 1
                   UNTIL WS-PAID-IDX > WS-PAID-COUNT
               IF WS-PAID-VENDOR-ID (WS-PAID-IDX) = VN-VENDOR-ID
                   MOVE WS-PAID-AMOUNT (WS-PAID-IDX) TO
                       WS-VENDOR-PAID
               END-IF
           END-PERFORM.
