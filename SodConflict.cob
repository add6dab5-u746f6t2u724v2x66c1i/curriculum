       IDENTIFICATION DIVISION.
       PROGRAM-ID. SodConflict.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT SOD-RULE-FILE ASSIGN TO "SODRULE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-RULE-ID
               FILE STATUS IS WS-SOD-RULE-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

           SELECT HELD-ENTRY-FILE ASSIGN TO "HELDENT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-ENTRY-STATUS.

           SELECT PURCHASE-TRANS-FILE ASSIGN TO "PURCTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURCHASE-TRANS-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-CHANGE-ID
               FILE STATUS IS WS-PENDING-CHANGE-STATUS.

           SELECT CONFLICT-REPORT-FILE ASSIGN TO "SODCONF.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFLICT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  SOD-RULE-FILE.
           COPY SODRULE.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  HELD-ENTRY-FILE.
           COPY HELDENT.

       FD  PURCHASE-TRANS-FILE.
           COPY PURCTRAN.

       FD  PENDING-CHANGE-FILE.
           COPY PENDCHG.

       FD  CONFLICT-REPORT-FILE.
       01 CONFLICT-REPORT-LINE     PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-SOD-RULE-STATUS       PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-HELD-ENTRY-STATUS     PIC X(2) VALUE "00".
       01 WS-PURCHASE-TRANS-STATUS PIC X(2) VALUE "00".
       01 WS-PENDING-CHANGE-STATUS PIC X(2) VALUE "00".
       01 WS-CONFLICT-REPORT-STATUS PIC X(2) VALUE "00".

       01 WS-WANTED-MONTH          PIC 9(6).
       01 WS-PERIOD-START          PIC 9(8).
       01 WS-PERIOD-END            PIC 9(8).
       01 WS-NEW-VALUE-X           PIC X(10).
       01 WS-EOF-SW                PIC X(1) VALUE "N".
          88 WS-EOF                VALUE "Y".
       01 WS-ROLE-CODE             PIC X(1).
       01 WS-HOLDS-ROLE-SW         PIC X(1) VALUE "N".
          88 WS-HOLDS-ROLE         VALUE "Y".
       01 WS-HOLDS-FIRST-SW        PIC X(1) VALUE "N".
          88 WS-HOLDS-FIRST        VALUE "Y".

       01 WS-ROLE-CONFLICTS        PIC 9(5) VALUE 0.
       01 WS-RELEASE-CONFLICTS     PIC 9(5) VALUE 0.
       01 WS-WRITEOFF-CONFLICTS    PIC 9(5) VALUE 0.
       01 WS-CHANGE-CONFLICTS      PIC 9(5) VALUE 0.

       01 WS-RULE-TABLE.
          05 WS-RULE-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-RULE-IDX.
             10 WS-RULE-ID           PIC X(6).
             10 WS-RULE-DESCRIPTION  PIC X(30).
             10 WS-RULE-ROLE-1       PIC X(1).
             10 WS-RULE-ROLE-2       PIC X(1).
       01 WS-RULE-COUNT            PIC 9(2) VALUE 0.

      * Write-offs in the period, each matched back to the entry
      * that raised the invoice it took off the books.
       01 WS-WRITEOFF-TABLE.
          05 WS-WO-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-WO-IDX.
             10 WS-WO-INVOICE        PIC 9(9).
             10 WS-WO-CUSTOMER       PIC 9(5).
             10 WS-WO-DATE           PIC 9(8).
             10 WS-WO-AMOUNT         PIC S9(9)V99.
             10 WS-WO-BY             PIC X(8).
             10 WS-WO-ENTRY-DATE     PIC 9(8).
             10 WS-WO-ENTRY-TYPE     PIC X(1).
             10 WS-WO-ENTRY-BY       PIC X(8).
       01 WS-WO-COUNT              PIC 9(4) VALUE 0.

      * Sensitive changes applied in the period, each set against
      * every other change to the same field of the same record.
       01 WS-CHANGE-TABLE.
          05 WS-CH-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-CH-IDX.
             10 WS-CH-CHANGE-ID      PIC 9(7).
             10 WS-CH-FILE-NAME      PIC X(12).
             10 WS-CH-RECORD-KEY     PIC X(20).
             10 WS-CH-FIELD-NAME     PIC X(20).
             10 WS-CH-NEW-VALUE      PIC X(30).
             10 WS-CH-REQUESTED-BY   PIC X(8).
             10 WS-CH-DECIDED-DATE   PIC 9(8).
             10 WS-CH-DECIDED-BY     PIC X(8).
       01 WS-CH-COUNT              PIC 9(4) VALUE 0.

       01 WS-CF-HEADER.
          05 FILLER                PIC X(37) VALUE
             "-- Segregation of Duties Conflicts - ".
          05 FILLER                PIC X(13) VALUE "activity for ".
          05 WS-CF-MONTH-OUT       PIC 9(6).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-CF-SECTION-LINE       PIC X(120).
       01 WS-CF-ROLE-TITLE.
          05 FILLER                PIC X(36) VALUE
             "Operators holding conflicting roles ".
          05 FILLER                PIC X(44) VALUE
             "(P purchase, Y payroll, R reports, A admin, ".
          05 FILLER                PIC X(13) VALUE "S supervisor)".
       01 WS-CF-RELEASE-TITLE.
          05 FILLER                PIC X(36) VALUE
             "Credit-hold entries released by the ".
          05 FILLER                PIC X(26) VALUE
             "operator who keyed them".
       01 WS-CF-WRITEOFF-TITLE.
          05 FILLER                PIC X(28) VALUE
             "Invoices written off by the ".
          05 FILLER                PIC X(26) VALUE
             "operator who keyed them".
       01 WS-CF-CHANGE-TITLE.
          05 FILLER                PIC X(43) VALUE
             "Sensitive changes approved by an operator ".
          05 FILLER                PIC X(30) VALUE
             "who requested the same change".
       01 WS-CF-ROLE-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-CF-OPERATOR-OUT    PIC X(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CF-NAME-OUT        PIC X(30).
          05 FILLER                PIC X(6) VALUE " rule ".
          05 WS-CF-RULE-OUT        PIC X(6).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CF-ROLE-1-OUT      PIC X(1).
          05 FILLER                PIC X(1) VALUE "+".
          05 WS-CF-ROLE-2-OUT      PIC X(1).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CF-DESC-OUT        PIC X(30).
          05 WS-CF-LOCKED-OUT      PIC X(9).
       01 WS-CF-RELEASE-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-CF-REL-BY-OUT      PIC X(8).
          05 FILLER                PIC X(6) VALUE " hold ".
          05 WS-CF-REL-HOLD-OUT    PIC 9(7).
          05 FILLER                PIC X(6) VALUE " cust ".
          05 WS-CF-REL-CUST-OUT    PIC 9(5).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CF-REL-AMOUNT-OUT  PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(7) VALUE " keyed ".
          05 WS-CF-REL-KEYED-OUT   PIC 9(8).
          05 FILLER                PIC X(10) VALUE " released ".
          05 WS-CF-REL-DATE-OUT    PIC 9(8).
          05 FILLER                PIC X(12) VALUE " as invoice ".
          05 WS-CF-REL-INVOICE-OUT PIC 9(9).
       01 WS-CF-WRITEOFF-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-CF-WO-BY-OUT       PIC X(8).
          05 FILLER                PIC X(9) VALUE " invoice ".
          05 WS-CF-WO-INVOICE-OUT  PIC 9(9).
          05 FILLER                PIC X(6) VALUE " cust ".
          05 WS-CF-WO-CUST-OUT     PIC 9(5).
          05 FILLER                PIC X(7) VALUE " keyed ".
          05 WS-CF-WO-KEYED-OUT    PIC 9(8).
          05 FILLER                PIC X(6) VALUE " type ".
          05 WS-CF-WO-TYPE-OUT     PIC X(1).
          05 FILLER                PIC X(13) VALUE " written off ".
          05 WS-CF-WO-DATE-OUT     PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CF-WO-AMOUNT-OUT   PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-CF-CHANGE-LINE-1.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-CF-CH-BY-OUT       PIC X(8).
          05 FILLER                PIC X(17) VALUE " approved change ".
          05 WS-CF-CH-ID-OUT       PIC 9(7).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CF-CH-DATE-OUT     PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CF-CH-FILE-OUT     PIC X(12).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CF-CH-KEY-OUT      PIC X(20).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CF-CH-FIELD-OUT    PIC X(20).
       01 WS-CF-CHANGE-LINE-2.
          05 FILLER                PIC X(12) VALUE SPACES.
          05 FILLER                PIC X(9) VALUE "to value ".
          05 WS-CF-CH-VALUE-OUT    PIC X(30).
          05 FILLER                PIC X(15) VALUE " requested by ".
          05 WS-CF-CH-REQ-BY-OUT   PIC X(8).
       01 WS-CF-CHANGE-LINE-3.
          05 FILLER                PIC X(12) VALUE SPACES.
          05 FILLER                PIC X(21) VALUE
             "own request, change ".
          05 WS-CF-OWN-ID-OUT      PIC 9(7).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CF-OWN-DATE-OUT    PIC 9(8).
          05 FILLER                PIC X(8) VALUE " status ".
          05 WS-CF-OWN-STATUS-OUT  PIC X(1).
          05 FILLER                PIC X(10) VALUE " to value ".
          05 WS-CF-OWN-VALUE-OUT   PIC X(30).
       01 WS-CF-COUNT-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-CF-COUNT-OUT       PIC ZZ,ZZ9.
          05 FILLER                PIC X(13) VALUE " conflict(s).".

       PROCEDURE DIVISION.
      * The auditors' segregation-of-duties report.  The first part
      * lists every operator whose roles on the operator master
      * include a pair the conflict rules forbid together.  The
      * second part looks at what actually happened in the month:
      * an operator releasing a credit-hold entry they keyed
      * themselves, writing off an invoice they keyed themselves,
      * or approving a sensitive change to the same field of the
      * same record they had asked to change themselves - the
      * usual way round ChangeApprove's own-change check is for a
      * colleague to re-key the request.  Each conflict shows the
      * records involved.
       RUN-START.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE (1:6) TO WS-WANTED-MONTH.
           CLOSE RUN-CONTROL-FILE.
           DISPLAY "Activity month (YYYYMM, blank for "
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

           OPEN OUTPUT CONFLICT-REPORT-FILE.
           MOVE WS-WANTED-MONTH TO WS-CF-MONTH-OUT.
           MOVE WS-CF-HEADER TO CONFLICT-REPORT-LINE.
           WRITE CONFLICT-REPORT-LINE.

           PERFORM REPORT-ROLE-CONFLICTS.
           PERFORM REPORT-SELF-RELEASES.
           PERFORM REPORT-SELF-WRITEOFFS.
           PERFORM REPORT-SELF-APPROVALS.

           CLOSE CONFLICT-REPORT-FILE.
           DISPLAY "Duty conflicts written (SODCONF.PRT) - roles "
                   WS-ROLE-CONFLICTS ", releases "
                   WS-RELEASE-CONFLICTS ", write-offs "
                   WS-WRITEOFF-CONFLICTS ", changes "
                   WS-CHANGE-CONFLICTS ".".
           GOBACK.

       COPY OPENRCTL.

       WRITE-SECTION-LINE.
           MOVE WS-CF-SECTION-LINE TO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-CF-COUNT-LINE TO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE
           MOVE SPACES TO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE.

       REPORT-ROLE-CONFLICTS.
           MOVE SPACES TO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE
           MOVE WS-CF-ROLE-TITLE TO WS-CF-SECTION-LINE
           PERFORM WRITE-SECTION-LINE
           PERFORM LOAD-CONFLICT-RULES
           IF WS-RULE-COUNT = 0
               MOVE "  No active conflict rules on file."
                   TO WS-CF-SECTION-LINE
               PERFORM WRITE-SECTION-LINE
               MOVE SPACES TO CONFLICT-REPORT-LINE
               WRITE CONFLICT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPERATOR-MASTER-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ OPERATOR-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM CHECK-OPERATOR-ROLES
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER-FILE
           END-IF
           MOVE WS-ROLE-CONFLICTS TO WS-CF-COUNT-OUT
           PERFORM WRITE-COUNT-LINE.

       LOAD-CONFLICT-RULES.
           MOVE 0 TO WS-RULE-COUNT
           OPEN INPUT SOD-RULE-FILE
           IF WS-SOD-RULE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ SOD-RULE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF SR-ACTIVE AND WS-RULE-COUNT < 50
                           ADD 1 TO WS-RULE-COUNT
                           SET WS-RULE-IDX TO WS-RULE-COUNT
                           MOVE SR-RULE-ID
                               TO WS-RULE-ID (WS-RULE-IDX)
                           MOVE SR-DESCRIPTION
                               TO WS-RULE-DESCRIPTION (WS-RULE-IDX)
                           MOVE SR-ROLE-1
                               TO WS-RULE-ROLE-1 (WS-RULE-IDX)
                           MOVE SR-ROLE-2
                               TO WS-RULE-ROLE-2 (WS-RULE-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOD-RULE-FILE.

       CHECK-OPERATOR-ROLES.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               MOVE WS-RULE-ROLE-1 (WS-RULE-IDX) TO WS-ROLE-CODE
               PERFORM CHECK-ONE-ROLE
               MOVE WS-HOLDS-ROLE-SW TO WS-HOLDS-FIRST-SW
               MOVE WS-RULE-ROLE-2 (WS-RULE-IDX) TO WS-ROLE-CODE
               PERFORM CHECK-ONE-ROLE
               IF WS-HOLDS-FIRST AND WS-HOLDS-ROLE
                   PERFORM WRITE-ROLE-CONFLICT
               END-IF
           END-PERFORM.

       CHECK-ONE-ROLE.
           MOVE "N" TO WS-HOLDS-ROLE-SW
           EVALUATE WS-ROLE-CODE
               WHEN "P"
                   IF OP-ROLE-PURCHASE
                       MOVE "Y" TO WS-HOLDS-ROLE-SW
                   END-IF
               WHEN "Y"
                   IF OP-ROLE-PAYROLL
                       MOVE "Y" TO WS-HOLDS-ROLE-SW
                   END-IF
               WHEN "R"
                   IF OP-ROLE-REPORTS
                       MOVE "Y" TO WS-HOLDS-ROLE-SW
                   END-IF
               WHEN "A"
                   IF OP-ROLE-ADMIN
                       MOVE "Y" TO WS-HOLDS-ROLE-SW
                   END-IF
               WHEN "S"
                   IF OP-IS-SUPERVISOR
                       MOVE "Y" TO WS-HOLDS-ROLE-SW
                   END-IF
           END-EVALUATE.

       WRITE-ROLE-CONFLICT.
           ADD 1 TO WS-ROLE-CONFLICTS
           MOVE OP-OPERATOR-ID TO WS-CF-OPERATOR-OUT
           MOVE OP-OPERATOR-NAME TO WS-CF-NAME-OUT
           MOVE WS-RULE-ID (WS-RULE-IDX) TO WS-CF-RULE-OUT
           MOVE WS-RULE-ROLE-1 (WS-RULE-IDX) TO WS-CF-ROLE-1-OUT
           MOVE WS-RULE-ROLE-2 (WS-RULE-IDX) TO WS-CF-ROLE-2-OUT
           MOVE WS-RULE-DESCRIPTION (WS-RULE-IDX) TO WS-CF-DESC-OUT
           MOVE SPACES TO WS-CF-LOCKED-OUT
           IF OP-LOCKED
               MOVE " (locked)" TO WS-CF-LOCKED-OUT
           END-IF
           MOVE WS-CF-ROLE-LINE TO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE.

      * Entries released before the release recorded who decided
      * them carry no releaser and cannot be judged.
       REPORT-SELF-RELEASES.
           MOVE WS-CF-RELEASE-TITLE TO WS-CF-SECTION-LINE
           PERFORM WRITE-SECTION-LINE
           OPEN INPUT HELD-ENTRY-FILE
           IF WS-HELD-ENTRY-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ HELD-ENTRY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF HE-POSTED
                              AND HE-DECIDED-BY NOT = SPACES
                              AND HE-DECIDED-BY = HE-OPERATOR-ID
                              AND HE-DECIDED-DATE >= WS-PERIOD-START
                              AND HE-DECIDED-DATE <= WS-PERIOD-END
                               PERFORM WRITE-RELEASE-CONFLICT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-ENTRY-FILE
           END-IF
           MOVE WS-RELEASE-CONFLICTS TO WS-CF-COUNT-OUT
           PERFORM WRITE-COUNT-LINE.

       WRITE-RELEASE-CONFLICT.
           ADD 1 TO WS-RELEASE-CONFLICTS
           MOVE HE-DECIDED-BY TO WS-CF-REL-BY-OUT
           MOVE HE-HOLD-ID TO WS-CF-REL-HOLD-OUT
           MOVE HE-CUSTOMER-ID TO WS-CF-REL-CUST-OUT
           MOVE HE-NET-AMOUNT TO WS-CF-REL-AMOUNT-OUT
           MOVE HE-ENTRY-DATE TO WS-CF-REL-KEYED-OUT
           MOVE HE-DECIDED-DATE TO WS-CF-REL-DATE-OUT
           MOVE HE-INVOICE-NUMBER TO WS-CF-REL-INVOICE-OUT
           MOVE WS-CF-RELEASE-LINE TO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE.

      * Two passes: the month's write-offs first, then the charges
      * they reference, whose operator keyed the invoice.
       REPORT-SELF-WRITEOFFS.
           MOVE WS-CF-WRITEOFF-TITLE TO WS-CF-SECTION-LINE
           PERFORM WRITE-SECTION-LINE
           MOVE 0 TO WS-WO-COUNT
           OPEN INPUT PURCHASE-TRANS-FILE
           IF WS-PURCHASE-TRANS-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ PURCHASE-TRANS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF PT-TYPE-WRITEOFF
                              AND PT-TRANSACTION-DATE
                                  >= WS-PERIOD-START
                              AND PT-TRANSACTION-DATE
                                  <= WS-PERIOD-END
                               PERFORM KEEP-WRITEOFF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-TRANS-FILE
           END-IF
           IF WS-WO-COUNT > 0
               OPEN INPUT PURCHASE-TRANS-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ PURCHASE-TRANS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF PT-TYPE-SALE OR PT-TYPE-FINANCE-CHG
                              OR PT-TYPE-NSF-FEE
                               PERFORM MATCH-WRITTEN-OFF-CHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-TRANS-FILE
           END-IF
           PERFORM VARYING WS-WO-IDX FROM 1 BY 1
                   UNTIL WS-WO-IDX > WS-WO-COUNT
               IF WS-WO-ENTRY-BY (WS-WO-IDX) = WS-WO-BY (WS-WO-IDX)
                   PERFORM WRITE-WRITEOFF-CONFLICT
               END-IF
           END-PERFORM
           MOVE WS-WRITEOFF-CONFLICTS TO WS-CF-COUNT-OUT
           PERFORM WRITE-COUNT-LINE.

       KEEP-WRITEOFF.
           IF WS-WO-COUNT = 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WO-COUNT
           SET WS-WO-IDX TO WS-WO-COUNT
           MOVE PT-REFERENCE-INVOICE TO WS-WO-INVOICE (WS-WO-IDX)
           MOVE PT-CUSTOMER-ID TO WS-WO-CUSTOMER (WS-WO-IDX)
           MOVE PT-TRANSACTION-DATE TO WS-WO-DATE (WS-WO-IDX)
           MOVE PT-PURCHASE-AMOUNT TO WS-WO-AMOUNT (WS-WO-IDX)
           MOVE PT-OPERATOR-ID TO WS-WO-BY (WS-WO-IDX)
           MOVE 0 TO WS-WO-ENTRY-DATE (WS-WO-IDX)
           MOVE SPACES TO WS-WO-ENTRY-TYPE (WS-WO-IDX)
           MOVE SPACES TO WS-WO-ENTRY-BY (WS-WO-IDX).

       MATCH-WRITTEN-OFF-CHARGE.
           PERFORM VARYING WS-WO-IDX FROM 1 BY 1
                   UNTIL WS-WO-IDX > WS-WO-COUNT
               IF WS-WO-INVOICE (WS-WO-IDX) = PT-INVOICE-NUMBER
                  AND WS-WO-CUSTOMER (WS-WO-IDX) = PT-CUSTOMER-ID
                   MOVE PT-TRANSACTION-DATE
                       TO WS-WO-ENTRY-DATE (WS-WO-IDX)
                   MOVE PT-TRANSACTION-TYPE
                       TO WS-WO-ENTRY-TYPE (WS-WO-IDX)
                   MOVE PT-OPERATOR-ID
                       TO WS-WO-ENTRY-BY (WS-WO-IDX)
               END-IF
           END-PERFORM.

       WRITE-WRITEOFF-CONFLICT.
           ADD 1 TO WS-WRITEOFF-CONFLICTS
           MOVE WS-WO-BY (WS-WO-IDX) TO WS-CF-WO-BY-OUT
           MOVE WS-WO-INVOICE (WS-WO-IDX) TO WS-CF-WO-INVOICE-OUT
           MOVE WS-WO-CUSTOMER (WS-WO-IDX) TO WS-CF-WO-CUST-OUT
           MOVE WS-WO-ENTRY-DATE (WS-WO-IDX) TO WS-CF-WO-KEYED-OUT
           MOVE WS-WO-ENTRY-TYPE (WS-WO-IDX) TO WS-CF-WO-TYPE-OUT
           MOVE WS-WO-DATE (WS-WO-IDX) TO WS-CF-WO-DATE-OUT
           MOVE WS-WO-AMOUNT (WS-WO-IDX) TO WS-CF-WO-AMOUNT-OUT
           MOVE WS-CF-WRITEOFF-LINE TO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE.

      * Near-identical means the same field of the same record on
      * the same file; the values are shown side by side so the
      * reader can see how close the two requests were.
       REPORT-SELF-APPROVALS.
           MOVE WS-CF-CHANGE-TITLE TO WS-CF-SECTION-LINE
           PERFORM WRITE-SECTION-LINE
           MOVE 0 TO WS-CH-COUNT
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PENDING-CHANGE-STATUS NOT = "00"
               MOVE WS-CHANGE-CONFLICTS TO WS-CF-COUNT-OUT
               PERFORM WRITE-COUNT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ PENDING-CHANGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF PN-APPLIED
                          AND PN-DECIDED-DATE >= WS-PERIOD-START
                          AND PN-DECIDED-DATE <= WS-PERIOD-END
                           PERFORM KEEP-APPLIED-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CH-COUNT > 0
               MOVE "N" TO WS-EOF-SW
               MOVE 0 TO PN-CHANGE-ID
               START PENDING-CHANGE-FILE
                   KEY IS NOT LESS THAN PN-CHANGE-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-EOF
                   READ PENDING-CHANGE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM MATCH-OWN-REQUEST
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PENDING-CHANGE-FILE
           MOVE WS-CHANGE-CONFLICTS TO WS-CF-COUNT-OUT
           PERFORM WRITE-COUNT-LINE.

       KEEP-APPLIED-CHANGE.
           IF WS-CH-COUNT = 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CH-COUNT
           SET WS-CH-IDX TO WS-CH-COUNT
           MOVE PN-CHANGE-ID TO WS-CH-CHANGE-ID (WS-CH-IDX)
           MOVE PN-FILE-NAME TO WS-CH-FILE-NAME (WS-CH-IDX)
           MOVE PN-RECORD-KEY TO WS-CH-RECORD-KEY (WS-CH-IDX)
           MOVE PN-FIELD-NAME TO WS-CH-FIELD-NAME (WS-CH-IDX)
           MOVE PN-NEW-VALUE TO WS-CH-NEW-VALUE (WS-CH-IDX)
           MOVE PN-REQUESTED-BY TO WS-CH-REQUESTED-BY (WS-CH-IDX)
           MOVE PN-DECIDED-DATE TO WS-CH-DECIDED-DATE (WS-CH-IDX)
           MOVE PN-DECIDED-BY TO WS-CH-DECIDED-BY (WS-CH-IDX).

       MATCH-OWN-REQUEST.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-COUNT
               IF PN-CHANGE-ID NOT = WS-CH-CHANGE-ID (WS-CH-IDX)
                  AND PN-REQUESTED-BY = WS-CH-DECIDED-BY (WS-CH-IDX)
                  AND PN-FILE-NAME = WS-CH-FILE-NAME (WS-CH-IDX)
                  AND PN-RECORD-KEY = WS-CH-RECORD-KEY (WS-CH-IDX)
                  AND PN-FIELD-NAME = WS-CH-FIELD-NAME (WS-CH-IDX)
                   PERFORM WRITE-CHANGE-CONFLICT
               END-IF
           END-PERFORM.

       WRITE-CHANGE-CONFLICT.
           ADD 1 TO WS-CHANGE-CONFLICTS
           MOVE WS-CH-DECIDED-BY (WS-CH-IDX) TO WS-CF-CH-BY-OUT
           MOVE WS-CH-CHANGE-ID (WS-CH-IDX) TO WS-CF-CH-ID-OUT
           MOVE WS-CH-DECIDED-DATE (WS-CH-IDX) TO WS-CF-CH-DATE-OUT
           MOVE WS-CH-FILE-NAME (WS-CH-IDX) TO WS-CF-CH-FILE-OUT
           MOVE WS-CH-RECORD-KEY (WS-CH-IDX) TO WS-CF-CH-KEY-OUT
           MOVE WS-CH-FIELD-NAME (WS-CH-IDX) TO WS-CF-CH-FIELD-OUT
           MOVE WS-CF-CHANGE-LINE-1 TO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE
           MOVE WS-CH-NEW-VALUE (WS-CH-IDX) TO WS-CF-CH-VALUE-OUT
           MOVE WS-CH-REQUESTED-BY (WS-CH-IDX) TO WS-CF-CH-REQ-BY-OUT
           MOVE WS-CF-CHANGE-LINE-2 TO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE
           MOVE PN-CHANGE-ID TO WS-CF-OWN-ID-OUT
           MOVE PN-REQUESTED-DATE TO WS-CF-OWN-DATE-OUT
           MOVE PN-STATUS TO WS-CF-OWN-STATUS-OUT
           MOVE PN-NEW-VALUE TO WS-CF-OWN-VALUE-OUT
           MOVE WS-CF-CHANGE-LINE-3 TO CONFLICT-REPORT-LINE
           WRITE CONFLICT-REPORT-LINE.
