       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubledgerTieOut.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-OPEN-KEY
               FILE STATUS IS WS-AR-OPEN-STATUS.

           SELECT REMIT-DETAIL-FILE ASSIGN TO "REMITDET.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-DETAIL-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHECKREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECK-REGISTER-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-VENDOR-ID
               FILE STATUS IS WS-VENDOR-MASTER-STATUS.

           SELECT FILE-CONTROL-SIDE-FILE ASSIGN TO "FILECTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-FILE-NAME
               FILE STATUS IS WS-FILE-CONTROL-STATUS.

           SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO "GLACCMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-MAP-KEY
               FILE STATUS IS WS-GL-MAP-STATUS.

           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ACCOUNT-CODE
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-INTERFACE-STATUS.

           SELECT TIEOUT-REPORT-FILE ASSIGN TO "TIEOUT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIEOUT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  AR-OPEN-ITEM-FILE.
           COPY AROPEN.

       FD  REMIT-DETAIL-FILE.
           COPY REMITDET.

       FD  CHECK-REGISTER-FILE.
           COPY CHECKREG.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  VENDOR-MASTER-FILE.
           COPY VENDMAST.

       FD  FILE-CONTROL-SIDE-FILE.
           COPY FILECTL.

       FD  GL-ACCOUNT-MAP-FILE.
           COPY GLMAP.

       FD  CHART-ACCOUNT-FILE.
           COPY CHARTACC.

       FD  GL-INTERFACE-FILE.
           COPY GLFEED.

       FD  TIEOUT-REPORT-FILE.
       01 TIEOUT-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-AR-OPEN-STATUS        PIC X(2) VALUE "00".
       01 WS-REMIT-DETAIL-STATUS   PIC X(2) VALUE "00".
       01 WS-CHECK-REGISTER-STATUS PIC X(2) VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-VENDOR-MASTER-STATUS  PIC X(2) VALUE "00".
       01 WS-FILE-CONTROL-STATUS   PIC X(2) VALUE "00".
       01 WS-GL-INTERFACE-STATUS   PIC X(2) VALUE "00".
       01 WS-TIEOUT-REPORT-STATUS  PIC X(2) VALUE "00".
       01 WS-SESSION-COMPANY       PIC X(3) VALUE SPACES.
       01 WS-GL-MAP-STATUS         PIC X(2) VALUE "00".
       01 WS-CHART-ACCOUNT-STATUS  PIC X(2) VALUE "00".
       01 WS-GL-MAP-AVAILABLE-SW   PIC X(1) VALUE "N".
          88 WS-GL-MAP-AVAILABLE   VALUE "Y".
       01 WS-CHART-AVAILABLE-SW    PIC X(1) VALUE "N".
          88 WS-CHART-AVAILABLE    VALUE "Y".
       01 WS-GL-MAP-PROGRAM        PIC X(20) VALUE "SubledgerTieOut".
       01 WS-GL-POSTING-TYPE       PIC X(10).
       01 WS-GL-POST-ACCOUNT       PIC X(10).

       01 WS-EMPLOYEES-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-EMPLOYEES-AVAILABLE VALUE "Y".
       01 WS-VENDORS-AVAILABLE-SW  PIC X(1) VALUE "N".
          88 WS-VENDORS-AVAILABLE  VALUE "Y".
       01 WS-IN-COMPANY-SW         PIC X(1) VALUE "N".
          88 WS-IN-COMPANY         VALUE "Y".
       01 WS-EOF-SW                PIC X(1) VALUE "N".
          88 WS-EOF                VALUE "Y".

       01 WS-NEW-VALUE-X           PIC X(10).
       01 WS-WANTED-MONTH          PIC 9(6) VALUE 0.
       01 WS-CUTOFF-DATE           PIC 9(8).
       01 WS-NEXT-MONTH-DATE       PIC 9(8).
       01 WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-DATE.
          05 WS-NEXT-YEAR          PIC 9(4).
          05 WS-NEXT-MM            PIC 9(2).
          05 WS-NEXT-DD            PIC 9(2).
       01 WS-CHECK-COMPANY         PIC X(3).

      * Control accounts as the map sends them for this company:
      * receivables, inventory, deductions withheld and not yet
      * remitted, and checks written and not yet cleared.
       01 WS-AR-ACCOUNT            PIC X(10).
       01 WS-INVENTORY-ACCOUNT     PIC X(10).
       01 WS-DEDUCTION-ACCOUNT     PIC X(10).
       01 WS-CHECKS-ACCOUNT        PIC X(10).

       01 WS-SUB-AR                PIC S9(11)V99 VALUE 0.
       01 WS-SUB-INVENTORY         PIC S9(11)V99 VALUE 0.
       01 WS-SUB-DEDUCTIONS        PIC S9(11)V99 VALUE 0.
       01 WS-SUB-CHECKS            PIC S9(11)V99 VALUE 0.
       01 WS-GL-AR                 PIC S9(11)V99 VALUE 0.
       01 WS-GL-INVENTORY          PIC S9(11)V99 VALUE 0.
       01 WS-GL-DEDUCTIONS         PIC S9(11)V99 VALUE 0.
       01 WS-GL-CHECKS             PIC S9(11)V99 VALUE 0.
       01 WS-INVENTORY-VALUED-SW   PIC X(1) VALUE "N".
          88 WS-INVENTORY-VALUED   VALUE "Y".
       01 WS-TIMING-COUNT          PIC 9(5) VALUE 0.
       01 WS-OUT-OF-TIE-COUNT      PIC 9(1) VALUE 0.

       01 WS-TIE-HEADER.
          05 FILLER                PIC X(34) VALUE
             "-- Subledger to GL Tie-out as of ".
          05 WS-TIE-DATE-OUT       PIC 9(8).
          05 FILLER                PIC X(12) VALUE " - company ".
          05 WS-TIE-COMPANY-OUT    PIC X(3).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-TIE-COLUMN-HEADING.
          05 FILLER                PIC X(40) VALUE
             "Subledger                   Account".
          05 FILLER                PIC X(48) VALUE
             "       Subledger              GL      Difference".
       01 WS-TIE-LINE.
          05 WS-TIE-NAME-OUT       PIC X(28).
          05 WS-TIE-ACCOUNT-OUT    PIC X(10).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-TIE-SUB-OUT        PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-TIE-GL-OUT         PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-TIE-DIFF-OUT       PIC ZZZ,ZZZ,ZZ9.99-.
          05 WS-TIE-FLAG-OUT       PIC X(4).
       01 WS-TIE-TITLE-LINE        PIC X(100).
       01 WS-TIE-ITEM-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-ITEM-KIND-OUT      PIC X(24).
          05 WS-ITEM-REF-OUT       PIC X(30).
          05 FILLER                PIC X(7) VALUE " dated ".
          05 WS-ITEM-DATE-OUT      PIC 9(8).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-ITEM-AMOUNT-OUT    PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-ITEM-REF.
          05 WS-ITEM-REF-LABEL     PIC X(9).
          05 WS-ITEM-REF-ID        PIC 9(5).
          05 WS-ITEM-REF-LABEL-2   PIC X(7).
          05 WS-ITEM-REF-NUMBER    PIC 9(9).

       PROCEDURE DIVISION.
      * The month-end tie-out of the detail files to the ledger, for
      * one company as of a month end.  Each subledger total - open
      * receivables on AROPEN, the inventory valuation's extended
      * total, deductions withheld and not yet remitted, and checks
      * issued and not yet cleared - is set beside the GL balance of
      * its control account through the month end, with the
      * difference.  The detail files are as they stand now, so
      * anything dated after the cutoff sits in the subledger but
      * not yet in the GL balance (or, for a check cleared since,
      * the other way round); those items are listed under each
      * line so a timing difference can be told from a real one.
      * The control accounts come from the GL account map under
      * this program's name, defaulting to 1000 receivables, 1300
      * inventory, 2130 deductions payable and 2050 outstanding
      * checks.
       RUN-START.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-COMPANY-CODE TO WS-SESSION-COMPANY.
           MOVE RC-PROCESSING-DATE (1:6) TO WS-WANTED-MONTH.
           CLOSE RUN-CONTROL-FILE.
           DISPLAY "Tie-out month (YYYYMM, blank for "
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
           DISPLAY "Company code (blank for " WS-SESSION-COMPANY
                   "): ".
           ACCEPT WS-NEW-VALUE-X.
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE WS-NEW-VALUE-X (1:3) TO WS-SESSION-COMPANY
           END-IF.
           PERFORM FIND-CUTOFF-DATE.
           PERFORM FIND-CONTROL-ACCOUNTS.

           CALL "InventoryValuation".
           CANCEL "InventoryValuation".
           PERFORM READ-INVENTORY-VALUE.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPLOYEE-MASTER-STATUS = "00"
               MOVE "Y" TO WS-EMPLOYEES-AVAILABLE-SW
           END-IF.
           OPEN INPUT VENDOR-MASTER-FILE.
           IF WS-VENDOR-MASTER-STATUS = "00"
               MOVE "Y" TO WS-VENDORS-AVAILABLE-SW
           END-IF.
           PERFORM TALLY-GL-BALANCES.

           OPEN OUTPUT TIEOUT-REPORT-FILE.
           MOVE WS-CUTOFF-DATE TO WS-TIE-DATE-OUT.
           MOVE WS-SESSION-COMPANY TO WS-TIE-COMPANY-OUT.
           MOVE WS-TIE-HEADER TO TIEOUT-REPORT-LINE.
           WRITE TIEOUT-REPORT-LINE.
           MOVE WS-TIE-COLUMN-HEADING TO TIEOUT-REPORT-LINE.
           WRITE TIEOUT-REPORT-LINE.

           PERFORM TIE-OUT-RECEIVABLES.
           PERFORM TIE-OUT-INVENTORY.
           PERFORM TIE-OUT-DEDUCTIONS.
           PERFORM TIE-OUT-CHECKS.

           CLOSE TIEOUT-REPORT-FILE.
           IF WS-EMPLOYEES-AVAILABLE
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           IF WS-VENDORS-AVAILABLE
               CLOSE VENDOR-MASTER-FILE
           END-IF.
           DISPLAY "Subledger tie-out written (TIEOUT.PRT) - "
                   WS-OUT-OF-TIE-COUNT " of 4 lines differ, "
                   WS-TIMING-COUNT " items dated after "
                   WS-CUTOFF-DATE ".".
           GOBACK.

       COPY OPENRCTL.

       COPY GLMAPRES.

       FIND-CUTOFF-DATE.
           MOVE WS-WANTED-MONTH TO WS-NEXT-MONTH-DATE (1:6)
           MOVE 1 TO WS-NEXT-DD
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER (
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-DATE) - 1).

      * The map alone decides the account; the chart is not
      * consulted, so an unmapped account reads as itself rather
      * than as suspense.
       FIND-CONTROL-ACCOUNTS.
           OPEN INPUT GL-ACCOUNT-MAP-FILE
           IF WS-GL-MAP-STATUS = "00"
               MOVE "Y" TO WS-GL-MAP-AVAILABLE-SW
           END-IF
           MOVE "1000" TO WS-GL-POST-ACCOUNT
           MOVE "1000" TO WS-GL-POSTING-TYPE
           PERFORM RESOLVE-GL-ACCOUNT
           MOVE WS-GL-POST-ACCOUNT TO WS-AR-ACCOUNT
           MOVE "1300" TO WS-GL-POST-ACCOUNT
           MOVE "1300" TO WS-GL-POSTING-TYPE
           PERFORM RESOLVE-GL-ACCOUNT
           MOVE WS-GL-POST-ACCOUNT TO WS-INVENTORY-ACCOUNT
           MOVE "2130" TO WS-GL-POST-ACCOUNT
           MOVE "2130" TO WS-GL-POSTING-TYPE
           PERFORM RESOLVE-GL-ACCOUNT
           MOVE WS-GL-POST-ACCOUNT TO WS-DEDUCTION-ACCOUNT
           MOVE "2050" TO WS-GL-POST-ACCOUNT
           MOVE "2050" TO WS-GL-POSTING-TYPE
           PERFORM RESOLVE-GL-ACCOUNT
           MOVE WS-GL-POST-ACCOUNT TO WS-CHECKS-ACCOUNT
           IF WS-GL-MAP-AVAILABLE
               CLOSE GL-ACCOUNT-MAP-FILE
               MOVE "N" TO WS-GL-MAP-AVAILABLE-SW
           END-IF.

      * The valuation leaves its total on the file-control record.
       READ-INVENTORY-VALUE.
           OPEN INPUT FILE-CONTROL-SIDE-FILE
           IF WS-FILE-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "INVVALUE" TO FC-FILE-NAME
           READ FILE-CONTROL-SIDE-FILE
               KEY IS FC-FILE-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FC-AMOUNT-HASH TO WS-SUB-INVENTORY
                   MOVE "Y" TO WS-INVENTORY-VALUED-SW
           END-READ
           CLOSE FILE-CONTROL-SIDE-FILE.

      * Balances run through the cutoff, debit-positive; the two
      * liability lines are turned round to read as credit
      * balances when the report prints them.
       TALLY-GL-BALANCES.
           OPEN INPUT GL-INTERFACE-FILE
           IF WS-GL-INTERFACE-STATUS NOT = "00"
               DISPLAY "No GL feed on hand - every GL balance "
                       "reads zero."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ GL-INTERFACE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       PERFORM TALLY-FEED-RECORD
               END-READ
           END-PERFORM
           CLOSE GL-INTERFACE-FILE
           COMPUTE WS-GL-DEDUCTIONS = 0 - WS-GL-DEDUCTIONS
           COMPUTE WS-GL-CHECKS = 0 - WS-GL-CHECKS.

       TALLY-FEED-RECORD.
           IF GL-COMPANY-CODE NOT = WS-SESSION-COMPANY
              OR GL-PERIOD-DATE > WS-CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF
           IF GL-IS-CREDIT
               COMPUTE GL-AMOUNT = 0 - GL-AMOUNT
           END-IF
           IF GL-ACCOUNT-CODE = WS-AR-ACCOUNT
               ADD GL-AMOUNT TO WS-GL-AR
           END-IF
           IF GL-ACCOUNT-CODE = WS-INVENTORY-ACCOUNT
               ADD GL-AMOUNT TO WS-GL-INVENTORY
           END-IF
           IF GL-ACCOUNT-CODE = WS-DEDUCTION-ACCOUNT
               ADD GL-AMOUNT TO WS-GL-DEDUCTIONS
           END-IF
           IF GL-ACCOUNT-CODE = WS-CHECKS-ACCOUNT
               ADD GL-AMOUNT TO WS-GL-CHECKS
           END-IF.

      * Every subledger is read twice: once for its total, which
      * heads the section, and once for the items after cutoff.
       TIE-OUT-RECEIVABLES.
           OPEN INPUT AR-OPEN-ITEM-FILE
           IF WS-AR-OPEN-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               MOVE LOW-VALUES TO AR-OPEN-KEY
               START AR-OPEN-ITEM-FILE KEY IS NOT LESS THAN
                     AR-OPEN-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-EOF
                   READ AR-OPEN-ITEM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF AR-ITEM-OPEN
                              AND (AR-COMPANY-CODE = SPACES
                               OR AR-COMPANY-CODE = WS-SESSION-COMPANY)
                               ADD AR-OPEN-AMOUNT TO WS-SUB-AR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE "Receivables (AROPEN)" TO WS-TIE-NAME-OUT
           MOVE WS-AR-ACCOUNT TO WS-TIE-ACCOUNT-OUT
           MOVE WS-SUB-AR TO WS-TIE-SUB-OUT
           MOVE WS-GL-AR TO WS-TIE-GL-OUT
           COMPUTE WS-TIE-DIFF-OUT = WS-SUB-AR - WS-GL-AR
           IF WS-SUB-AR NOT = WS-GL-AR
               MOVE " ***" TO WS-TIE-FLAG-OUT
               ADD 1 TO WS-OUT-OF-TIE-COUNT
           ELSE
               MOVE SPACES TO WS-TIE-FLAG-OUT
           END-IF
           PERFORM WRITE-TIE-LINE
           IF WS-AR-OPEN-STATUS NOT = "00"
              AND WS-AR-OPEN-STATUS NOT = "10"
               MOVE "  No AR open-item file on hand."
                   TO WS-TIE-TITLE-LINE
               PERFORM WRITE-TITLE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO AR-OPEN-KEY
           START AR-OPEN-ITEM-FILE KEY IS NOT LESS THAN AR-OPEN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF
               READ AR-OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF AR-ITEM-OPEN
                          AND AR-INVOICE-DATE > WS-CUTOFF-DATE
                          AND (AR-COMPANY-CODE = SPACES
                           OR AR-COMPANY-CODE = WS-SESSION-COMPANY)
                           PERFORM LIST-AR-TIMING-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-OPEN-ITEM-FILE.

       LIST-AR-TIMING-ITEM.
           ADD 1 TO WS-TIMING-COUNT
           MOVE "Invoiced after cutoff" TO WS-ITEM-KIND-OUT
           MOVE "Customer " TO WS-ITEM-REF-LABEL
           MOVE AR-CUSTOMER-ID TO WS-ITEM-REF-ID
           MOVE " inv. " TO WS-ITEM-REF-LABEL-2
           MOVE AR-INVOICE-NUMBER TO WS-ITEM-REF-NUMBER
           MOVE WS-ITEM-REF TO WS-ITEM-REF-OUT
           MOVE AR-INVOICE-DATE TO WS-ITEM-DATE-OUT
           MOVE AR-OPEN-AMOUNT TO WS-ITEM-AMOUNT-OUT
           MOVE WS-TIE-ITEM-LINE TO TIEOUT-REPORT-LINE
           WRITE TIEOUT-REPORT-LINE.

      * Stock carries no dated detail, so there are no timing items
      * to list; the valuation is as of the moment it ran.
       TIE-OUT-INVENTORY.
           MOVE "Inventory (valuation)" TO WS-TIE-NAME-OUT
           MOVE WS-INVENTORY-ACCOUNT TO WS-TIE-ACCOUNT-OUT
           MOVE WS-SUB-INVENTORY TO WS-TIE-SUB-OUT
           MOVE WS-GL-INVENTORY TO WS-TIE-GL-OUT
           COMPUTE WS-TIE-DIFF-OUT =
               WS-SUB-INVENTORY - WS-GL-INVENTORY
           IF WS-SUB-INVENTORY NOT = WS-GL-INVENTORY
               MOVE " ***" TO WS-TIE-FLAG-OUT
               ADD 1 TO WS-OUT-OF-TIE-COUNT
           ELSE
               MOVE SPACES TO WS-TIE-FLAG-OUT
           END-IF
           PERFORM WRITE-TIE-LINE
           IF WS-INVENTORY-VALUED
               MOVE "  Valued at average cost as of today; stock "
                   TO WS-TIE-TITLE-LINE
               MOVE "moves since the cutoff are not dated."
                   TO WS-TIE-TITLE-LINE (46:37)
           ELSE
               MOVE "  No inventory valuation total on file."
                   TO WS-TIE-TITLE-LINE
           END-IF
           PERFORM WRITE-TITLE-LINE.

       TIE-OUT-DEDUCTIONS.
           OPEN INPUT REMIT-DETAIL-FILE
           IF WS-REMIT-DETAIL-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ REMIT-DETAIL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF NOT DR-REMITTED
                               MOVE DR-EMPLOYEE-ID TO EM-EMPLOYEE-ID
                               PERFORM CHECK-EMPLOYEE-COMPANY
                               IF WS-IN-COMPANY
                                   ADD DR-AMOUNT TO WS-SUB-DEDUCTIONS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMIT-DETAIL-FILE
           END-IF
           MOVE "Deductions unremitted" TO WS-TIE-NAME-OUT
           MOVE WS-DEDUCTION-ACCOUNT TO WS-TIE-ACCOUNT-OUT
           MOVE WS-SUB-DEDUCTIONS TO WS-TIE-SUB-OUT
           MOVE WS-GL-DEDUCTIONS TO WS-TIE-GL-OUT
           COMPUTE WS-TIE-DIFF-OUT =
               WS-SUB-DEDUCTIONS - WS-GL-DEDUCTIONS
           IF WS-SUB-DEDUCTIONS NOT = WS-GL-DEDUCTIONS
               MOVE " ***" TO WS-TIE-FLAG-OUT
               ADD 1 TO WS-OUT-OF-TIE-COUNT
           ELSE
               MOVE SPACES TO WS-TIE-FLAG-OUT
           END-IF
           PERFORM WRITE-TIE-LINE
           OPEN INPUT REMIT-DETAIL-FILE
           IF WS-REMIT-DETAIL-STATUS NOT = "00"
               MOVE "  No remittance detail file on hand."
                   TO WS-TIE-TITLE-LINE
               PERFORM WRITE-TITLE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ REMIT-DETAIL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF NOT DR-REMITTED
                          AND DR-RUN-DATE > WS-CUTOFF-DATE
                           MOVE DR-EMPLOYEE-ID TO EM-EMPLOYEE-ID
                           PERFORM CHECK-EMPLOYEE-COMPANY
                           IF WS-IN-COMPANY
                               PERFORM LIST-DEDUCTION-TIMING-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REMIT-DETAIL-FILE.

       LIST-DEDUCTION-TIMING-ITEM.
           ADD 1 TO WS-TIMING-COUNT
           MOVE "Withheld after cutoff" TO WS-ITEM-KIND-OUT
           MOVE "Employee " TO WS-ITEM-REF-LABEL
           MOVE DR-EMPLOYEE-ID TO WS-ITEM-REF-ID
           MOVE " code  " TO WS-ITEM-REF-LABEL-2
           MOVE 0 TO WS-ITEM-REF-NUMBER
           MOVE WS-ITEM-REF TO WS-ITEM-REF-OUT
           MOVE DR-DEDUCTION-CODE TO WS-ITEM-REF-OUT (22:4)
           MOVE SPACES TO WS-ITEM-REF-OUT (26:5)
           MOVE DR-RUN-DATE TO WS-ITEM-DATE-OUT
           MOVE DR-AMOUNT TO WS-ITEM-AMOUNT-OUT
           MOVE WS-TIE-ITEM-LINE TO TIEOUT-REPORT-LINE
           WRITE TIEOUT-REPORT-LINE.

      * A check issued after the cutoff is outstanding now but was
      * not in the GL at the cutoff; one cleared after the cutoff
      * was outstanding in the GL then but is not now.
       TIE-OUT-CHECKS.
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CHECK-REGISTER-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ CHECK-REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF CG-ISSUED AND NOT CG-CLEARED
                               PERFORM CHECK-CHECK-COMPANY
                               IF WS-IN-COMPANY
                                   ADD CG-AMOUNT TO WS-SUB-CHECKS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-REGISTER-FILE
           END-IF
           MOVE "Checks uncleared (CHECKREG)" TO WS-TIE-NAME-OUT
           MOVE WS-CHECKS-ACCOUNT TO WS-TIE-ACCOUNT-OUT
           MOVE WS-SUB-CHECKS TO WS-TIE-SUB-OUT
           MOVE WS-GL-CHECKS TO WS-TIE-GL-OUT
           COMPUTE WS-TIE-DIFF-OUT = WS-SUB-CHECKS - WS-GL-CHECKS
           IF WS-SUB-CHECKS NOT = WS-GL-CHECKS
               MOVE " ***" TO WS-TIE-FLAG-OUT
               ADD 1 TO WS-OUT-OF-TIE-COUNT
           ELSE
               MOVE SPACES TO WS-TIE-FLAG-OUT
           END-IF
           PERFORM WRITE-TIE-LINE
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-CHECK-REGISTER-STATUS NOT = "00"
               MOVE "  No check register on hand."
                   TO WS-TIE-TITLE-LINE
               PERFORM WRITE-TITLE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ CHECK-REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       PERFORM CHECK-CHECK-COMPANY
                       IF WS-IN-COMPANY
                           PERFORM LIST-CHECK-TIMING-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER-FILE.

       LIST-CHECK-TIMING-ITEM.
           IF CG-ISSUED AND NOT CG-CLEARED
              AND CG-ISSUE-DATE > WS-CUTOFF-DATE
               MOVE "Issued after cutoff" TO WS-ITEM-KIND-OUT
               MOVE CG-ISSUE-DATE TO WS-ITEM-DATE-OUT
           ELSE
               IF CG-CLEARED AND CG-CLEARED-DATE > WS-CUTOFF-DATE
                  AND CG-ISSUE-DATE NOT > WS-CUTOFF-DATE
                   MOVE "Cleared after cutoff" TO WS-ITEM-KIND-OUT
                   MOVE CG-CLEARED-DATE TO WS-ITEM-DATE-OUT
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-TIMING-COUNT
           MOVE SPACES TO WS-ITEM-REF-OUT
           MOVE "Check " TO WS-ITEM-REF-OUT (1:6)
           MOVE CG-CHECK-NUMBER TO WS-ITEM-REF-OUT (7:9)
           MOVE CG-AMOUNT TO WS-ITEM-AMOUNT-OUT
           MOVE WS-TIE-ITEM-LINE TO TIEOUT-REPORT-LINE
           WRITE TIEOUT-REPORT-LINE.

      * Deductions and employee checks belong to the employee's
      * company, supplier checks to the vendor's; a master with no
      * company code, or no master file at all, counts everywhere.
       CHECK-EMPLOYEE-COMPANY.
           MOVE "Y" TO WS-IN-COMPANY-SW
           IF NOT WS-EMPLOYEES-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           READ EMPLOYEE-MASTER-FILE
               KEY IS EM-EMPLOYEE-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF EM-COMPANY-CODE NOT = SPACES
              AND EM-COMPANY-CODE NOT = WS-SESSION-COMPANY
               MOVE "N" TO WS-IN-COMPANY-SW
           END-IF.

       CHECK-CHECK-COMPANY.
           IF CG-EMPLOYEE-ID NOT = 0
               MOVE CG-EMPLOYEE-ID TO EM-EMPLOYEE-ID
               PERFORM CHECK-EMPLOYEE-COMPANY
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-IN-COMPANY-SW
           IF NOT WS-VENDORS-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE CG-VENDOR-ID TO VN-VENDOR-ID
           READ VENDOR-MASTER-FILE
               KEY IS VN-VENDOR-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF VN-COMPANY-CODE NOT = SPACES
              AND VN-COMPANY-CODE NOT = WS-SESSION-COMPANY
               MOVE "N" TO WS-IN-COMPANY-SW
           END-IF.

       WRITE-TIE-LINE.
           MOVE SPACES TO TIEOUT-REPORT-LINE
           WRITE TIEOUT-REPORT-LINE
           MOVE WS-TIE-LINE TO TIEOUT-REPORT-LINE
           WRITE TIEOUT-REPORT-LINE.

       WRITE-TITLE-LINE.
           MOVE WS-TIE-TITLE-LINE TO TIEOUT-REPORT-LINE
           WRITE TIEOUT-REPORT-LINE.
