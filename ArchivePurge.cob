               RECORD KEY IS FC-FILE-NAME
               FILE STATUS IS WS-FILE-CONTROL-STATUS.

           SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGALHLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-HOLD-KEY
               FILE STATUS IS WS-LEGAL-HOLD-STATUS.

           SELECT HOLD-KEPT-REPORT-FILE ASSIGN TO "HOLDKEPT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-KEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       FD  FILE-CONTROL-SIDE-FILE.
           COPY FILECTL.

       FD  LEGAL-HOLD-FILE.
           COPY LEGALHLD.

       FD  HOLD-KEPT-REPORT-FILE.
       01 HOLD-KEPT-REPORT-LINE    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS         PIC X(2) VALUE "00".
       01 WS-PURCHASE-TRANS-STATUS      PIC X(2) VALUE "00".
       01 WS-SWAP-PURCH-HASH            PIC S9(13)V99 VALUE 0.
       01 WS-SWAP-RA-HASH               PIC S9(13)V99 VALUE 0.

       01 WS-LEGAL-HOLD-STATUS          PIC X(2) VALUE "00".
       01 WS-HOLD-KEPT-STATUS           PIC X(2) VALUE "00".
       01 WS-HOLDS-AVAILABLE-SW         PIC X(1) VALUE "N".
          88 WS-HOLDS-AVAILABLE         VALUE "Y".
       01 WS-LEGAL-HELD-SW              PIC X(1) VALUE "N".
          88 WS-LEGAL-HELD              VALUE "Y".
       01 WS-HOLD-TYPE                  PIC X(1).
       01 WS-HOLD-ID                    PIC X(8).
       01 WS-PURCHASE-HELD-COUNT        PIC 9(7) VALUE 0.
       01 WS-RATE-AUDIT-HELD-COUNT      PIC 9(7) VALUE 0.

       01 WS-HK-HEADER.
          05 FILLER                     PIC X(40) VALUE
             "-- Records past retention kept on legal ".
          05 FILLER                     PIC X(14) VALUE
             "hold - cutoff ".
          05 WS-HK-CUTOFF-OUT           PIC 9(8).
          05 FILLER                     PIC X(3) VALUE " --".
       01 WS-HK-LINE.
          05 WS-HK-FILE-OUT             PIC X(9).
          05 WS-HK-KEY-LABEL-OUT        PIC X(9).
          05 WS-HK-KEY-OUT              PIC Z(8)9.
          05 FILLER                     PIC X(7) VALUE " dated ".
          05 WS-HK-DATE-OUT             PIC 9(8).
          05 FILLER                     PIC X(7) VALUE " hold ".
          05 WS-HK-HOLD-TYPE-OUT        PIC X(1).
          05 FILLER                     PIC X(1) VALUE SPACE.
          05 WS-HK-HOLD-ID-OUT          PIC X(8).
          05 FILLER                     PIC X(1) VALUE SPACE.
          05 WS-HK-REASON-OUT           PIC X(40).
       01 WS-HK-TOTAL-LINE.
          05 FILLER                     PIC X(30) VALUE
             "Records kept on legal hold: ".
          05 WS-HK-TOTAL-OUT            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      * Records past the retention period are moved to the archive
      * files unless a legal hold covers them - a hold on the whole
      * file, on the purchase record's customer, or on the rate
      * change's employee.  Held records stay in the live file and
      * are listed on HOLDKEPT.PRT with the hold that kept them.
       RUN-START.
           PERFORM OPEN-RUN-CONTROL.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER (
               - RC-RETENTION-DAYS).
           DISPLAY "Archiving records older than " WS-CUTOFF-DATE
                   " (retention " RC-RETENTION-DAYS " days)."
           PERFORM OPEN-LEGAL-HOLDS.
           OPEN OUTPUT HOLD-KEPT-REPORT-FILE.
           MOVE WS-CUTOFF-DATE TO WS-HK-CUTOFF-OUT.
           MOVE WS-HK-HEADER TO HOLD-KEPT-REPORT-LINE.
           WRITE HOLD-KEPT-REPORT-LINE.
           PERFORM COUNT-PRIOR-ARCHIVE-RECORDS.
           PERFORM ARCHIVE-PURCHASE-TRANS.
           PERFORM ARCHIVE-RATE-AUDIT.
           CLOSE RUN-CONTROL-FILE.
           PERFORM CLOSE-LEGAL-HOLDS.
           COMPUTE WS-HK-TOTAL-OUT =
               WS-PURCHASE-HELD-COUNT + WS-RATE-AUDIT-HELD-COUNT.
           MOVE WS-HK-TOTAL-LINE TO HOLD-KEPT-REPORT-LINE.
           WRITE HOLD-KEPT-REPORT-LINE.
           CLOSE HOLD-KEPT-REPORT-FILE.

           DISPLAY "Purchase transactions archived: "
                   WS-PURCHASE-ARCHIVED-COUNT
           DISPLAY "Rate-audit records archived: "
                   WS-RATE-AUDIT-ARCHIVED-COUNT
                   " retained: " WS-RATE-AUDIT-RETAINED-COUNT "."
           IF WS-PURCHASE-HELD-COUNT > 0
              OR WS-RATE-AUDIT-HELD-COUNT > 0
               DISPLAY "Kept on legal hold past retention - "
                       "purchase transactions: "
                       WS-PURCHASE-HELD-COUNT " rate-audit records: "
                       WS-RATE-AUDIT-HELD-COUNT " (HOLDKEPT.PRT)."
           END-IF
           PERFORM VERIFY-ARCHIVE-OUTPUT.
           IF WS-SWAP-OK
               PERFORM SWAP-IN-RETAINED-FILES

       COPY FCUPDT.

       COPY LEGALCHK.

      * The archive files are opened EXTEND, so the verification
      * baseline is how many records they held before this run.
       COUNT-PRIOR-ARCHIVE-RECORDS.
                       AT END
                           MOVE "10" TO WS-PURCHASE-TRANS-STATUS
                       NOT AT END
                           MOVE "N" TO WS-LEGAL-HELD-SW
                           IF PT-TRANSACTION-DATE OF
                              PURCHASE-TRANS-RECORD < WS-CUTOFF-DATE
                               PERFORM CHECK-PURCHASE-HOLD
                           END-IF
                           IF PT-TRANSACTION-DATE OF
                              PURCHASE-TRANS-RECORD < WS-CUTOFF-DATE
                              AND NOT WS-LEGAL-HELD
                               MOVE PURCHASE-TRANS-RECORD TO
                                   PURCHASE-ARCHIVE-RECORD
                               WRITE PURCHASE-ARCHIVE-RECORD
                       AT END
                           MOVE "10" TO WS-RATE-AUDIT-STATUS
                       NOT AT END
                           MOVE "N" TO WS-LEGAL-HELD-SW
                           IF RA-CHANGE-DATE OF
                              RATE-AUDIT-RECORD < WS-CUTOFF-DATE
                               PERFORM CHECK-RATE-AUDIT-HOLD
                           END-IF
                           IF RA-CHANGE-DATE OF
                              RATE-AUDIT-RECORD < WS-CUTOFF-DATE
                              AND NOT WS-LEGAL-HELD
                               MOVE RATE-AUDIT-RECORD TO
                                   RATE-AUDIT-ARCHIVE-RECORD
                               WRITE RATE-AUDIT-ARCHIVE-RECORD
               CLOSE RATE-AUDIT-RETAINED-FILE
               CLOSE RATE-AUDIT-FILE
           END-IF.

      * A whole-file hold is looked for first, then one on the
      * customer.
       CHECK-PURCHASE-HOLD.
           MOVE "F" TO WS-HOLD-TYPE
           MOVE "PURCTRAN" TO WS-HOLD-ID
           PERFORM CHECK-LEGAL-HOLD
           IF NOT WS-LEGAL-HELD
               MOVE "C" TO WS-HOLD-TYPE
               MOVE PT-CUSTOMER-ID OF PURCHASE-TRANS-RECORD
                   TO WS-HOLD-ID
               PERFORM CHECK-LEGAL-HOLD
           END-IF
           IF WS-LEGAL-HELD
               ADD 1 TO WS-PURCHASE-HELD-COUNT
               MOVE "PURCTRAN" TO WS-HK-FILE-OUT
               MOVE "invoice" TO WS-HK-KEY-LABEL-OUT
               MOVE PT-INVOICE-NUMBER OF PURCHASE-TRANS-RECORD
                   TO WS-HK-KEY-OUT
               MOVE PT-TRANSACTION-DATE OF PURCHASE-TRANS-RECORD
                   TO WS-HK-DATE-OUT
               PERFORM WRITE-HOLD-KEPT-LINE
           END-IF.

       CHECK-RATE-AUDIT-HOLD.
           MOVE "F" TO WS-HOLD-TYPE
           MOVE "RATEAUD" TO WS-HOLD-ID
           PERFORM CHECK-LEGAL-HOLD
           IF NOT WS-LEGAL-HELD
               MOVE "E" TO WS-HOLD-TYPE
               MOVE RA-EMPLOYEE-ID OF RATE-AUDIT-RECORD
                   TO WS-HOLD-ID
               PERFORM CHECK-LEGAL-HOLD
           END-IF
           IF WS-LEGAL-HELD
               ADD 1 TO WS-RATE-AUDIT-HELD-COUNT
               MOVE "RATEAUD" TO WS-HK-FILE-OUT
               MOVE "employee" TO WS-HK-KEY-LABEL-OUT
               MOVE RA-EMPLOYEE-ID OF RATE-AUDIT-RECORD
                   TO WS-HK-KEY-OUT
               MOVE RA-CHANGE-DATE OF RATE-AUDIT-RECORD
                   TO WS-HK-DATE-OUT
               PERFORM WRITE-HOLD-KEPT-LINE
           END-IF.

       WRITE-HOLD-KEPT-LINE.
           MOVE LH-HOLD-TYPE TO WS-HK-HOLD-TYPE-OUT
           MOVE LH-HOLD-ID TO WS-HK-HOLD-ID-OUT
           MOVE LH-HOLD-REASON TO WS-HK-REASON-OUT
           MOVE WS-HK-LINE TO HOLD-KEPT-REPORT-LINE
           WRITE HOLD-KEPT-REPORT-LINE.
