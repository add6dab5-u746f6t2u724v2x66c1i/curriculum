       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxDeposit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-LIABILITY-FILE ASSIGN TO WS-TAXLIAB-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-LIABILITY-KEY
               FILE STATUS IS WS-TAX-LIABILITY-STATUS.

           SELECT TAX-DEPOSIT-RULE-FILE ASSIGN TO WS-TAXDEPRL-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-RULE-KEY
               FILE STATUS IS WS-TAX-DEPOSIT-RULE-STATUS.

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
       FD  TAX-LIABILITY-FILE.
           COPY TAXLIAB.

       FD  TAX-DEPOSIT-RULE-FILE.
           COPY TAXDEPRL.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-TAX-LIABILITY-STATUS  PIC X(2) VALUE "00".
       01 WS-TAX-DEPOSIT-RULE-STATUS PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-DEPOSIT      VALUE "D" "d".
          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-RULES        VALUE "R" "r".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-CONFIRM               PIC X(1).
       01 WS-NEW-VALUE-X           PIC X(20).
       01 WS-LIST-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LIST-EOF           VALUE "Y".

       01 WS-DEP-TYPE              PIC X(1).
          88 WS-DEP-TYPE-VALID     VALUE "F" "S" "L".
          88 WS-DEP-TYPE-FEDERAL   VALUE "F".
       01 WS-DEP-JURISDICTION      PIC X(4).
       01 WS-DEP-PAY-DATE          PIC 9(8).
       01 WS-DEP-THROUGH-DATE      PIC 9(8).
       01 WS-DEP-DATE              PIC 9(8).
       01 WS-DEP-REFERENCE         PIC X(15).
       01 WS-DEP-AMOUNT            PIC S9(9)V99.
       01 WS-DEP-BALANCE           PIC S9(9)V99.
       01 WS-DEP-TOTAL             PIC S9(11)V99.
       01 WS-DEP-ROW-COUNT         PIC 9(5).
       01 WS-DEP-LATE-COUNT        PIC 9(5).
       01 WS-DEP-APPLY-SW          PIC X(1) VALUE "N".
          88 WS-DEP-APPLY          VALUE "Y".

       01 WS-AMOUNT-OUT            PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-LIST-LINE.
          05 WS-LIST-TYPE-OUT      PIC X(1).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-LIST-JUR-OUT       PIC X(4).
          05 FILLER                PIC X(6) VALUE "  paid".
          05 WS-LIST-PAY-DATE-OUT  PIC 9(8).
          05 FILLER                PIC X(5) VALUE "  due".
          05 WS-LIST-DUE-DATE-OUT  PIC 9(8).
          05 FILLER                PIC X(9) VALUE "  owing  ".
          05 WS-LIST-BALANCE-OUT   PIC ZZ,ZZZ,ZZ9.99-.
          05 WS-LIST-FLAG-OUT      PIC X(9).

      * Data files assigned through these names so a training
      * session can swing the whole program onto the .TRN copies
      * without touching a live file.
       01 WS-TAXLIAB-FN               PIC X(12) VALUE "TAXLIAB.DAT".
       01 WS-TAXDEPRL-FN              PIC X(12) VALUE "TAXDEPRL.DAT".

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Payroll tax deposits as they are made.  TaxLiability keeps
      * the ledger of what each pay date owes and when it is due;
      * here a deposit is recorded against one pay date, or against
      * every open row for a tax and jurisdiction falling due by a
      * date (the usual monthly deposit), with its date, amount and
      * the EFTPS or state confirmation number.  The deposit rules
      * - semiweekly or monthly for the 941, and each state's and
      * city's own schedule - are a supervisor's to set; a change
      * takes hold at the next liability run.
       RUN-START.
           OPEN INPUT OPERATOR-MASTER-FILE.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           MOVE SL-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM SET-TRAINING-FILE-NAMES.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           CLOSE RUN-CONTROL-FILE.
           OPEN I-O TAX-LIABILITY-FILE.
           IF WS-TAX-LIABILITY-STATUS = "35"
               OPEN OUTPUT TAX-LIABILITY-FILE
               CLOSE TAX-LIABILITY-FILE
               OPEN I-O TAX-LIABILITY-FILE
           END-IF.
           OPEN I-O TAX-DEPOSIT-RULE-FILE.
           IF WS-TAX-DEPOSIT-RULE-STATUS = "35"
               OPEN OUTPUT TAX-DEPOSIT-RULE-FILE
               CLOSE TAX-DEPOSIT-RULE-FILE
               OPEN I-O TAX-DEPOSIT-RULE-FILE
           END-IF.

           DISPLAY "Payroll tax deposits - (D)eposit made, (L)ist "
                   "open liabilities, (R)ules, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-DEPOSIT
                       PERFORM RECORD-DEPOSIT
                   WHEN WS-MAINT-LIST
                       PERFORM LIST-OPEN-LIABILITIES
                   WHEN WS-MAINT-RULES
                       PERFORM MAINTAIN-DEPOSIT-RULE
                   WHEN OTHER
                       DISPLAY "Please enter D, L, R, or Q."
               END-EVALUATE
               DISPLAY "Payroll tax deposits - (D)eposit made, "
                       "(L)ist open liabilities, (R)ules, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE TAX-LIABILITY-FILE.
           CLOSE TAX-DEPOSIT-RULE-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           GOBACK.

       SET-TRAINING-FILE-NAMES.
           IF SL-TRAINING
               MOVE "TAXLIAB.TRN" TO WS-TAXLIAB-FN
               MOVE "TAXDEPRL.TRN" TO WS-TAXDEPRL-FN
               DISPLAY "*** TRAINING MODE - this session "
                       "reads and writes the .TRN training "
                       "files only. ***"
           END-IF.

       COPY OPENRCTL.

       ACCEPT-TAX-AND-JURISDICTION.
           MOVE SPACES TO WS-DEP-TYPE
           MOVE SPACES TO WS-DEP-JURISDICTION
           DISPLAY "Tax (F=Federal 941, S=State, L=Local): "
           ACCEPT WS-NEW-VALUE-X
           MOVE WS-NEW-VALUE-X (1:1) TO WS-DEP-TYPE
           IF NOT WS-DEP-TYPE-VALID
               DISPLAY "Tax must be F, S or L."
               MOVE SPACES TO WS-DEP-TYPE
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-DEP-TYPE-FEDERAL
               IF WS-DEP-TYPE = "S"
                   DISPLAY "State code (2 characters): "
               ELSE
                   DISPLAY "Locality code (4 characters): "
               END-IF
               ACCEPT WS-NEW-VALUE-X
               MOVE WS-NEW-VALUE-X (1:4) TO WS-DEP-JURISDICTION
           END-IF.

      * One pay date, or every open row of the tax and jurisdiction
      * due on or before a date.  Each row takes the deposit up to
      * its balance; a single pay date may be given a different
      * amount, and an overpayment shows as a negative balance on
      * the due report until the next deposit is short by as much.
       RECORD-DEPOSIT.
           PERFORM ACCEPT-TAX-AND-JURISDICTION
           IF WS-DEP-TYPE = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Pay date (YYYYMMDD), or 0 for every open row "
                   "due by a date: "
           ACCEPT WS-NEW-VALUE-X
           MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X) TO WS-DEP-PAY-DATE
           IF WS-DEP-PAY-DATE = 0
               PERFORM RECORD-DEPOSIT-THROUGH-DATE
           ELSE
               PERFORM RECORD-DEPOSIT-ONE-DATE
           END-IF.

       RECORD-DEPOSIT-ONE-DATE.
           MOVE WS-DEP-TYPE         TO TL-TAX-TYPE
           MOVE WS-DEP-JURISDICTION TO TL-JURISDICTION
           MOVE WS-DEP-PAY-DATE     TO TL-PAY-DATE
           READ TAX-LIABILITY-FILE
               KEY IS TL-LIABILITY-KEY
               INVALID KEY
                   DISPLAY "No liability on the ledger for that "
                           "tax and pay date - run the tax "
                           "liability ledger first."
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-DEP-BALANCE =
               TL-LIABILITY-AMOUNT - TL-DEPOSITED-AMOUNT
           MOVE TL-LIABILITY-AMOUNT TO WS-AMOUNT-OUT
           DISPLAY "Liability " WS-AMOUNT-OUT " due " TL-DUE-DATE
           MOVE TL-DEPOSITED-AMOUNT TO WS-AMOUNT-OUT
           DISPLAY "Deposited " WS-AMOUNT-OUT
           MOVE WS-DEP-BALANCE TO WS-AMOUNT-OUT
           DISPLAY "Balance   " WS-AMOUNT-OUT
           DISPLAY "Amount deposited (blank for the balance): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X = SPACES
               MOVE WS-DEP-BALANCE TO WS-DEP-AMOUNT
           ELSE
               MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X) TO WS-DEP-AMOUNT
           END-IF
           IF WS-DEP-AMOUNT = 0
               DISPLAY "Nothing to deposit - no change."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-DEPOSIT-DETAILS
           IF NOT WS-DEP-APPLY
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-DEPOSIT-TO-ROW
           MOVE TL-DEPOSITED-AMOUNT TO WS-AMOUNT-OUT
           DISPLAY "Deposit recorded - " WS-AMOUNT-OUT
                   " now deposited against pay date "
                   TL-PAY-DATE "."
           IF WS-DEP-LATE-COUNT > 0
               DISPLAY "*** Deposit made after the " TL-DUE-DATE
                       " due date. ***"
           END-IF.

       RECORD-DEPOSIT-THROUGH-DATE.
           DISPLAY "Deposit every open row due on or before "
                   "(YYYYMMDD): "
           ACCEPT WS-NEW-VALUE-X
           MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
               TO WS-DEP-THROUGH-DATE
           IF WS-DEP-THROUGH-DATE = 0
               DISPLAY "No date entered - no change."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DEP-APPLY-SW
           PERFORM SCAN-ROWS-DUE-THROUGH
           IF WS-DEP-ROW-COUNT = 0
               DISPLAY "No open rows for that tax due by "
                       WS-DEP-THROUGH-DATE "."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEP-TOTAL TO WS-AMOUNT-OUT
           DISPLAY WS-DEP-ROW-COUNT " pay date(s) owing "
                   WS-AMOUNT-OUT " in all."
           PERFORM ACCEPT-DEPOSIT-DETAILS
           IF NOT WS-DEP-APPLY
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-ROWS-DUE-THROUGH
           DISPLAY "Deposit recorded against " WS-DEP-ROW-COUNT
                   " pay date(s)."
           IF WS-DEP-LATE-COUNT > 0
               DISPLAY "*** " WS-DEP-LATE-COUNT " of them were "
                       "deposited after their due date. ***"
           END-IF.

      * Walks the open rows of the tax and jurisdiction due by the
      * through date; the first pass only lists and totals them,
      * the second (WS-DEP-APPLY set) deposits each one's balance.
       SCAN-ROWS-DUE-THROUGH.
           MOVE 0 TO WS-DEP-ROW-COUNT
           MOVE 0 TO WS-DEP-TOTAL
           MOVE 0 TO WS-DEP-LATE-COUNT
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE WS-DEP-TYPE         TO TL-TAX-TYPE
           MOVE WS-DEP-JURISDICTION TO TL-JURISDICTION
           MOVE 0                   TO TL-PAY-DATE
           START TAX-LIABILITY-FILE KEY IS NOT LESS THAN
                 TL-LIABILITY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ TAX-LIABILITY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       IF TL-TAX-TYPE NOT = WS-DEP-TYPE
                          OR TL-JURISDICTION NOT = WS-DEP-JURISDICTION
                           MOVE "Y" TO WS-LIST-EOF-SW
                       ELSE
                           PERFORM SCAN-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.

       SCAN-ONE-ROW.
           COMPUTE WS-DEP-BALANCE =
               TL-LIABILITY-AMOUNT - TL-DEPOSITED-AMOUNT
           IF WS-DEP-BALANCE NOT > 0
              OR TL-DUE-DATE > WS-DEP-THROUGH-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEP-ROW-COUNT
           ADD WS-DEP-BALANCE TO WS-DEP-TOTAL
           IF WS-DEP-APPLY
               MOVE WS-DEP-BALANCE TO WS-DEP-AMOUNT
               PERFORM APPLY-DEPOSIT-TO-ROW
           ELSE
               MOVE TL-TAX-TYPE     TO WS-LIST-TYPE-OUT
               MOVE TL-JURISDICTION TO WS-LIST-JUR-OUT
               MOVE TL-PAY-DATE     TO WS-LIST-PAY-DATE-OUT
               MOVE TL-DUE-DATE     TO WS-LIST-DUE-DATE-OUT
               MOVE WS-DEP-BALANCE  TO WS-LIST-BALANCE-OUT
               MOVE SPACES          TO WS-LIST-FLAG-OUT
               DISPLAY WS-LIST-LINE
           END-IF.

       ACCEPT-DEPOSIT-DETAILS.
           MOVE "N" TO WS-DEP-APPLY-SW
           DISPLAY "Deposit date (YYYYMMDD, blank for today "
                   WS-TODAY-DATE "): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X = SPACES
               MOVE WS-TODAY-DATE TO WS-DEP-DATE
           ELSE
               MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X) TO WS-DEP-DATE
           END-IF
           IF WS-DEP-DATE > WS-TODAY-DATE
               DISPLAY "A deposit cannot be dated after today - "
                       "nothing saved."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Confirmation / reference number: "
           ACCEPT WS-DEP-REFERENCE
           IF WS-DEP-REFERENCE = SPACES
               DISPLAY "A deposit needs its confirmation number - "
                       "nothing saved."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Record this deposit? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               MOVE "Y" TO WS-DEP-APPLY-SW
               MOVE 0 TO WS-DEP-LATE-COUNT
           ELSE
               DISPLAY "Deposit not recorded."
           END-IF.

       APPLY-DEPOSIT-TO-ROW.
           ADD WS-DEP-AMOUNT TO TL-DEPOSITED-AMOUNT
           MOVE WS-DEP-DATE      TO TL-DEPOSIT-DATE
           MOVE WS-DEP-REFERENCE TO TL-DEPOSIT-REFERENCE
           MOVE WS-OPERATOR-ID   TO TL-DEPOSITED-BY
           IF TL-DUE-DATE NOT = 0 AND WS-DEP-DATE > TL-DUE-DATE
               ADD 1 TO WS-DEP-LATE-COUNT
           END-IF
           REWRITE TAX-LIABILITY-RECORD.

       LIST-OPEN-LIABILITIES.
           MOVE 0 TO WS-DEP-ROW-COUNT
           MOVE 0 TO WS-DEP-TOTAL
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE LOW-VALUES TO TL-LIABILITY-KEY
           START TAX-LIABILITY-FILE KEY IS NOT LESS THAN
                 TL-LIABILITY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ TAX-LIABILITY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       PERFORM LIST-ONE-LIABILITY
               END-READ
           END-PERFORM
           MOVE WS-DEP-TOTAL TO WS-AMOUNT-OUT
           DISPLAY WS-DEP-ROW-COUNT " open liabilities owing "
                   WS-AMOUNT-OUT ".".

       LIST-ONE-LIABILITY.
           COMPUTE WS-DEP-BALANCE =
               TL-LIABILITY-AMOUNT - TL-DEPOSITED-AMOUNT
           IF WS-DEP-BALANCE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE TL-TAX-TYPE     TO WS-LIST-TYPE-OUT
           MOVE TL-JURISDICTION TO WS-LIST-JUR-OUT
           MOVE TL-PAY-DATE     TO WS-LIST-PAY-DATE-OUT
           MOVE TL-DUE-DATE     TO WS-LIST-DUE-DATE-OUT
           MOVE WS-DEP-BALANCE  TO WS-LIST-BALANCE-OUT
           MOVE SPACES          TO WS-LIST-FLAG-OUT
           IF WS-DEP-BALANCE < 0
               MOVE " OVERPAID" TO WS-LIST-FLAG-OUT
           ELSE
               ADD 1 TO WS-DEP-ROW-COUNT
               ADD WS-DEP-BALANCE TO WS-DEP-TOTAL
               IF TL-DUE-DATE < WS-TODAY-DATE
                   MOVE " PAST DUE" TO WS-LIST-FLAG-OUT
               END-IF
           END-IF
           DISPLAY WS-LIST-LINE.

      * The 941 schedule is semiweekly or monthly by the lookback
      * period; states and cities may also be quarterly or due a
      * set number of days after each payroll.  A blank state or
      * locality code sets the rule for every one without its own.
       MAINTAIN-DEPOSIT-RULE.
           IF NOT SL-IS-SUPERVISOR
               DISPLAY "Deposit rules require a supervisor sign-on."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-TAX-AND-JURISDICTION
           IF WS-DEP-TYPE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEP-TYPE         TO TD-TAX-TYPE
           MOVE WS-DEP-JURISDICTION TO TD-JURISDICTION
           READ TAX-DEPOSIT-RULE-FILE
               KEY IS TD-RULE-KEY
               INVALID KEY
                   INITIALIZE TAX-DEPOSIT-RULE-RECORD
                   MOVE WS-DEP-TYPE         TO TD-TAX-TYPE
                   MOVE WS-DEP-JURISDICTION TO TD-JURISDICTION
                   DISPLAY "No rule on file - the standing default "
                           "applies (monthly by the 15th; cities "
                           "quarterly)."
               NOT INVALID KEY
                   DISPLAY "Schedule " TD-SCHEDULE " due day "
                           TD-DUE-DAY " lag days " TD-LAG-DAYS
                           " set by " TD-UPDATED-BY " on "
                           TD-UPDATED-DATE
           END-READ
           DISPLAY "Schedule (S=Semiweekly, M=Monthly, Q=Quarterly, "
                   "P=Per payroll, blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE WS-NEW-VALUE-X (1:1) TO TD-SCHEDULE
           END-IF
           IF NOT TD-SCHEDULE-VALID
               DISPLAY "Schedule must be S, M, Q or P - nothing "
                       "saved."
               EXIT PARAGRAPH
           END-IF
           IF WS-DEP-TYPE-FEDERAL
              AND NOT TD-SEMIWEEKLY AND NOT TD-MONTHLY
               DISPLAY "The 941 deposit is semiweekly or monthly - "
                       "nothing saved."
               EXIT PARAGRAPH
           END-IF
           IF TD-MONTHLY OR TD-QUARTERLY
               DISPLAY "Due day of the month (1-31, 31 = last day, "
                       "blank to keep): "
               ACCEPT WS-NEW-VALUE-X
               IF WS-NEW-VALUE-X NOT = SPACES
                   MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                       TO TD-DUE-DAY
               END-IF
               IF TD-DUE-DAY < 1 OR TD-DUE-DAY > 31
                   DISPLAY "Due day must be 1 to 31 - nothing saved."
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO TD-LAG-DAYS
           END-IF
           IF TD-PER-PAYROLL
               DISPLAY "Days after pay day the deposit is due "
                       "(blank to keep): "
               ACCEPT WS-NEW-VALUE-X
               IF WS-NEW-VALUE-X NOT = SPACES
                   MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                       TO TD-LAG-DAYS
               END-IF
               MOVE 0 TO TD-DUE-DAY
           END-IF
           IF TD-SEMIWEEKLY
               MOVE 0 TO TD-DUE-DAY
               MOVE 0 TO TD-LAG-DAYS
           END-IF
           MOVE WS-OPERATOR-ID TO TD-UPDATED-BY
           MOVE WS-TODAY-DATE  TO TD-UPDATED-DATE
           WRITE TAX-DEPOSIT-RULE-RECORD
               INVALID KEY
                   REWRITE TAX-DEPOSIT-RULE-RECORD
           END-WRITE
           DISPLAY "Deposit rule saved - due dates follow it from "
                   "the next tax liability run.".
