               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-HISTORY-STATUS.

           SELECT TAX-LIABILITY-FILE ASSIGN TO "TAXLIAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-LIABILITY-KEY
               FILE STATUS IS WS-TAX-LIABILITY-STATUS.

           SELECT QTR-WAGE-REPORT-FILE ASSIGN TO "QTRWAGE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QTR-WAGE-REPORT-STATUS.
       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  TAX-LIABILITY-FILE.
           COPY TAXLIAB.

       FD  QTR-WAGE-REPORT-FILE.
       01 QTR-WAGE-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PAY-HISTORY-STATUS    PIC X(2) VALUE "00".
       01 WS-QTR-WAGE-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-TAX-LIABILITY-STATUS  PIC X(2) VALUE "00".
       01 WS-LEDGER-AVAILABLE-SW   PIC X(1) VALUE "N".
          88 WS-LEDGER-AVAILABLE   VALUE "Y".
       01 WS-LEDGER-EOF-SW         PIC X(1) VALUE "N".
          88 WS-LEDGER-EOF         VALUE "Y".

       01 WS-WANTED-YEAR           PIC 9(4).
       01 WS-WANTED-QUARTER        PIC 9(1).
       01 WS-TOTAL-WAGES           PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-FED-WH          PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-FICA-WH         PIC S9(11)V99 VALUE 0.
       01 WS-941-LIABILITY         PIC S9(11)V99 VALUE 0.
       01 WS-941-DEPOSITED         PIC S9(11)V99 VALUE 0.
       01 WS-BALANCE-DUE           PIC S9(11)V99 VALUE 0.

       01 WS-STATE-TABLE.
          05 WS-STATE-ENTRY OCCURS 55 TIMES
             10 WS-STATE-CODE       PIC X(2).
             10 WS-STATE-WAGES      PIC S9(11)V99.
             10 WS-STATE-WH         PIC S9(11)V99.
             10 WS-STATE-DEPOSITED  PIC S9(11)V99.
       01 WS-STATE-COUNT           PIC 9(3) VALUE 0.
       01 WS-STATE-FOUND-SW        PIC X(1) VALUE "N".
          88 WS-STATE-FOUND        VALUE "Y".
             10 WS-LOCALITY-CODE    PIC X(4).
             10 WS-LOCALITY-WAGES   PIC S9(11)V99.
             10 WS-LOCALITY-WH      PIC S9(11)V99.
             10 WS-LOCALITY-DEPOSITED PIC S9(11)V99.
       01 WS-LOCALITY-COUNT        PIC 9(3) VALUE 0.
       01 WS-LOCALITY-FOUND-SW     PIC X(1) VALUE "N".
          88 WS-LOCALITY-FOUND     VALUE "Y".
          05 WS-QTR-LC-WAGES-OUT   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(11) VALUE "  withheld ".
          05 WS-QTR-LC-WH-OUT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-QTR-941-LINE.
          05 FILLER                PIC X(22) VALUE
             "941 liability:        ".
          05 WS-QTR-941-OUT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-QTR-941-DEP-LINE.
          05 FILLER                PIC X(22) VALUE
             "941 deposits made:    ".
          05 WS-QTR-941-DEP-OUT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-QTR-941-BAL-LINE.
          05 FILLER                PIC X(22) VALUE
             "941 balance due:      ".
          05 WS-QTR-941-BAL-OUT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-QTR-DEPOSIT-LINE.
          05 FILLER                PIC X(16) VALUE
             "      deposited ".
          05 WS-QTR-DEP-OUT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(14) VALUE
             "  balance due ".
          05 WS-QTR-DEP-BAL-OUT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-QTR-NO-LEDGER-LINE    PIC X(60) VALUE
          "No tax liability ledger on hand - deposits not reconciled.".
       01 WS-QTR-MONTH-LINE.
          05 FILLER               PIC X(6) VALUE "Month ".
          05 WS-QTR-MONTH-OUT      PIC 9(1).
               END-READ
           END-PERFORM.

           OPEN INPUT TAX-LIABILITY-FILE.
           IF WS-TAX-LIABILITY-STATUS = "00"
               MOVE "Y" TO WS-LEDGER-AVAILABLE-SW
               PERFORM TALLY-TAX-DEPOSITS
               CLOSE TAX-LIABILITY-FILE
           END-IF.

           PERFORM WRITE-QUARTERLY-REPORT.

           CLOSE PAY-HISTORY-FILE.
                   MOVE PH-WORK-STATE TO WS-STATE-CODE (WS-STATE-IDX)
                   MOVE PH-GROSS-PAY TO WS-STATE-WAGES (WS-STATE-IDX)
                   MOVE PH-STATE-TAX TO WS-STATE-WH (WS-STATE-IDX)
                   MOVE 0 TO WS-STATE-DEPOSITED (WS-STATE-IDX)
               END-IF
           END-IF.

                           WS-LOCALITY-WAGES (WS-LOCALITY-IDX)
                       MOVE PH-LOCAL-TAX TO
                           WS-LOCALITY-WH (WS-LOCALITY-IDX)
                       MOVE 0 TO
                           WS-LOCALITY-DEPOSITED (WS-LOCALITY-IDX)
                   END-IF
               END-IF
           END-IF.

      * Deposits made against the quarter's pay dates, from the tax
      * liability ledger, so the 941 and the state and city returns
      * show what was owed beside what was paid in.  The 941 owes
      * the income tax withheld plus both halves of FICA.
       TALLY-TAX-DEPOSITS.
           MOVE "N" TO WS-LEDGER-EOF-SW
           MOVE LOW-VALUES TO TL-LIABILITY-KEY
           START TAX-LIABILITY-FILE KEY IS NOT LESS THAN
                 TL-LIABILITY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LEDGER-EOF-SW
           END-START
           PERFORM UNTIL WS-LEDGER-EOF
               READ TAX-LIABILITY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LEDGER-EOF-SW
                   NOT AT END
                       MOVE TL-PAY-DATE (1:4) TO WS-TRANS-YEAR
                       MOVE TL-PAY-DATE (5:2) TO WS-TRANS-MONTH
                       IF WS-TRANS-YEAR = WS-WANTED-YEAR
                          AND WS-TRANS-MONTH >= WS-FIRST-MONTH
                          AND WS-TRANS-MONTH <= WS-LAST-MONTH
                           PERFORM TALLY-ONE-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-DEPOSIT.
           EVALUATE TRUE
               WHEN TL-TYPE-FEDERAL
                   ADD TL-DEPOSITED-AMOUNT TO WS-941-DEPOSITED
               WHEN TL-TYPE-STATE
                   PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                           UNTIL WS-STATE-IDX > WS-STATE-COUNT
                       IF WS-STATE-CODE (WS-STATE-IDX) =
                          TL-JURISDICTION (1:2)
                           ADD TL-DEPOSITED-AMOUNT TO
                               WS-STATE-DEPOSITED (WS-STATE-IDX)
                       END-IF
                   END-PERFORM
               WHEN TL-TYPE-LOCAL
                   PERFORM VARYING WS-LOCALITY-IDX FROM 1 BY 1
                           UNTIL WS-LOCALITY-IDX > WS-LOCALITY-COUNT
                       IF WS-LOCALITY-CODE (WS-LOCALITY-IDX) =
                          TL-JURISDICTION
                           ADD TL-DEPOSITED-AMOUNT TO
                               WS-LOCALITY-DEPOSITED (WS-LOCALITY-IDX)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       COUNT-DISTINCT-EMPLOYEE.
           MOVE "N" TO WS-EMP-SEEN-SW
           PERFORM VARYING WS-EMP-SCAN FROM 1 BY 1
           MOVE WS-TOTAL-FICA-WH TO WS-QTR-FICA-OUT
           MOVE WS-QTR-FICA-LINE TO QTR-WAGE-REPORT-LINE
           WRITE QTR-WAGE-REPORT-LINE
           COMPUTE WS-941-LIABILITY =
               WS-TOTAL-FED-WH + WS-TOTAL-FICA-WH * 2
           MOVE WS-941-LIABILITY TO WS-QTR-941-OUT
           MOVE WS-QTR-941-LINE TO QTR-WAGE-REPORT-LINE
           WRITE QTR-WAGE-REPORT-LINE
           IF WS-LEDGER-AVAILABLE
               MOVE WS-941-DEPOSITED TO WS-QTR-941-DEP-OUT
               MOVE WS-QTR-941-DEP-LINE TO QTR-WAGE-REPORT-LINE
               WRITE QTR-WAGE-REPORT-LINE
               COMPUTE WS-BALANCE-DUE =
                   WS-941-LIABILITY - WS-941-DEPOSITED
               MOVE WS-BALANCE-DUE TO WS-QTR-941-BAL-OUT
               MOVE WS-QTR-941-BAL-LINE TO QTR-WAGE-REPORT-LINE
               WRITE QTR-WAGE-REPORT-LINE
           ELSE
               MOVE WS-QTR-NO-LEDGER-LINE TO QTR-WAGE-REPORT-LINE
               WRITE QTR-WAGE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
               MOVE WS-STATE-CODE (WS-STATE-IDX) TO WS-QTR-STATE-OUT
               MOVE WS-STATE-WH (WS-STATE-IDX) TO WS-QTR-ST-WH-OUT
               MOVE WS-QTR-STATE-LINE TO QTR-WAGE-REPORT-LINE
               WRITE QTR-WAGE-REPORT-LINE
               IF WS-LEDGER-AVAILABLE
                   MOVE WS-STATE-DEPOSITED (WS-STATE-IDX)
                       TO WS-QTR-DEP-OUT
                   COMPUTE WS-BALANCE-DUE =
                       WS-STATE-WH (WS-STATE-IDX)
                       - WS-STATE-DEPOSITED (WS-STATE-IDX)
                   MOVE WS-BALANCE-DUE TO WS-QTR-DEP-BAL-OUT
                   MOVE WS-QTR-DEPOSIT-LINE TO QTR-WAGE-REPORT-LINE
                   WRITE QTR-WAGE-REPORT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LOCALITY-IDX FROM 1 BY 1
                   UNTIL WS-LOCALITY-IDX > WS-LOCALITY-COUNT
                   TO WS-QTR-LC-WH-OUT
               MOVE WS-QTR-LOCAL-LINE TO QTR-WAGE-REPORT-LINE
               WRITE QTR-WAGE-REPORT-LINE
               IF WS-LEDGER-AVAILABLE
                   MOVE WS-LOCALITY-DEPOSITED (WS-LOCALITY-IDX)
                       TO WS-QTR-DEP-OUT
                   COMPUTE WS-BALANCE-DUE =
                       WS-LOCALITY-WH (WS-LOCALITY-IDX)
                       - WS-LOCALITY-DEPOSITED (WS-LOCALITY-IDX)
                   MOVE WS-BALANCE-DUE TO WS-QTR-DEP-BAL-OUT
                   MOVE WS-QTR-DEPOSIT-LINE TO QTR-WAGE-REPORT-LINE
                   WRITE QTR-WAGE-REPORT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MONTH-OF-QUARTER FROM 1 BY 1
                   UNTIL WS-MONTH-OF-QUARTER > 3
