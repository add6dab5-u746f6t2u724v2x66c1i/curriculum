       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChargebackMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGEBACK-FILE ASSIGN TO "CHGBACK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CASE-NUMBER
               FILE STATUS IS WS-CHARGEBACK-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DISPUTE-KEY
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGEBACK-FILE.
           COPY CHGBACK.

       FD  DISPUTE-FILE.
           COPY DISPUTE.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-CHARGEBACK-STATUS     PIC X(2) VALUE "00".
       01 WS-DISPUTE-STATUS        PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-CASE-NUMBER           PIC X(12).
       01 WS-CASE-IDX              PIC 9(2) VALUE 0.
       01 WS-CASE-FOUND-SW         PIC X(1) VALUE "N".
          88 WS-CASE-FOUND         VALUE "Y".
       01 WS-LIST-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LIST-EOF           VALUE "Y".
       01 WS-LIST-COUNT            PIC 9(5) VALUE 0.
       01 WS-OVERDUE-FLAG          PIC X(9).
       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-IMPORT       VALUE "I" "i".
          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-REPRESENT    VALUE "R" "r".
          88 WS-MAINT-ACCEPT       VALUE "A" "a".
          88 WS-MAINT-QUIT         VALUE "Q" "q".

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Follows each chargeback through representment: the clerk
      * sees what is pending and when the processor wants an answer,
      * records the evidence sent, and can concede a case not worth
      * fighting.  Wins and the processor's own rulings arrive on
      * the chargeback file, imported from here as well.
       RUN-START.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           MOVE SL-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           CLOSE RUN-CONTROL-FILE.
           PERFORM OPEN-CASE-FILES.

           DISPLAY "Card chargebacks - (I)mport processor file, "
                   "(L)ist pending, (R)epresent, (A)ccept loss, "
                   "(Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-IMPORT
                       PERFORM CLOSE-CASE-FILES
                       CALL "ChargebackImport"
                       CANCEL "ChargebackImport"
                       PERFORM OPEN-CASE-FILES
                   WHEN WS-MAINT-LIST
                       PERFORM LIST-PENDING-CASES
                   WHEN WS-MAINT-REPRESENT
                       PERFORM RECORD-REPRESENTMENT
                   WHEN WS-MAINT-ACCEPT
                       PERFORM ACCEPT-CASE-LOSS
                   WHEN OTHER
                       DISPLAY "Please enter I, L, R, A, or Q."
               END-EVALUATE
               DISPLAY "Card chargebacks - (I)mport processor file, "
                       "(L)ist pending, (R)epresent, (A)ccept loss, "
                       "(Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           PERFORM CLOSE-CASE-FILES.
           GOBACK.

       COPY OPENRCTL.

       OPEN-CASE-FILES.
           OPEN I-O CHARGEBACK-FILE
           IF WS-CHARGEBACK-STATUS = "35"
               OPEN OUTPUT CHARGEBACK-FILE
               CLOSE CHARGEBACK-FILE
               OPEN I-O CHARGEBACK-FILE
           END-IF
           OPEN I-O DISPUTE-FILE
           IF WS-DISPUTE-STATUS = "35"
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF.

       CLOSE-CASE-FILES.
           CLOSE CHARGEBACK-FILE
           CLOSE DISPUTE-FILE.

       READ-CASE.
           DISPLAY "Processor case number: "
           ACCEPT WS-CASE-NUMBER
           MOVE "N" TO WS-CASE-FOUND-SW
           MOVE WS-CASE-NUMBER TO CB-CASE-NUMBER
           READ CHARGEBACK-FILE
               KEY IS CB-CASE-NUMBER
               INVALID KEY
                   DISPLAY "No chargeback case " WS-CASE-NUMBER
                           " on the register."
               NOT INVALID KEY
                   MOVE "Y" TO WS-CASE-FOUND-SW
           END-READ.

       LIST-PENDING-CASES.
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE LOW-VALUES TO CB-CASE-NUMBER
           START CHARGEBACK-FILE KEY IS NOT LESS THAN CB-CASE-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ CHARGEBACK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       IF CB-PENDING
                           PERFORM DISPLAY-PENDING-CASE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " chargeback cases pending.".

       DISPLAY-PENDING-CASE.
           ADD 1 TO WS-LIST-COUNT
           MOVE SPACES TO WS-OVERDUE-FLAG
           IF CB-OPEN AND CB-RESPOND-BY-DATE NOT = 0
              AND CB-RESPOND-BY-DATE < WS-TODAY-DATE
               MOVE " OVERDUE" TO WS-OVERDUE-FLAG
           END-IF
           DISPLAY "  Case " CB-CASE-NUMBER " cust " CB-CUSTOMER-ID
                   " ref " CB-AUTH-REFERENCE " amount " CB-AMOUNT
           IF CB-REPRESENTED
               DISPLAY "    reason " CB-REASON-CODE " charged back "
                       CB-CHARGEBACK-DATE " represented "
                       CB-REPRESENTED-DATE " by " CB-REPRESENTED-BY
           ELSE
               DISPLAY "    reason " CB-REASON-CODE " charged back "
                       CB-CHARGEBACK-DATE " respond by "
                       CB-RESPOND-BY-DATE WS-OVERDUE-FLAG
           END-IF.

       RECORD-REPRESENTMENT.
           PERFORM READ-CASE
           IF WS-CASE-FOUND
               IF NOT CB-OPEN
                   DISPLAY "Case " WS-CASE-NUMBER " is not awaiting "
                           "representment (status " CB-STATUS ")."
               ELSE
                   MOVE "R" TO CB-STATUS
                   MOVE WS-TODAY-DATE  TO CB-REPRESENTED-DATE
                   MOVE WS-OPERATOR-ID TO CB-REPRESENTED-BY
                   REWRITE CHARGEBACK-RECORD
                   DISPLAY "Representment recorded for case "
                           WS-CASE-NUMBER " - the outcome comes "
                           "back on the processor file."
               END-IF
           END-IF.

      * Conceding a case treats it as lost without waiting on the
      * processor: the reopened invoices leave dispute and go back
      * to ordinary collection or write-off.  No money moves - the
      * processor already has it.
       ACCEPT-CASE-LOSS.
           PERFORM READ-CASE
           IF WS-CASE-FOUND
               IF NOT CB-PENDING
                   DISPLAY "Case " WS-CASE-NUMBER " is already "
                           "closed (status " CB-STATUS ")."
               ELSE
                   PERFORM RELEASE-CASE-INVOICES
                   MOVE "L" TO CB-STATUS
                   MOVE WS-TODAY-DATE TO CB-RESOLVED-DATE
                   REWRITE CHARGEBACK-RECORD
                   DISPLAY "Case " WS-CASE-NUMBER " accepted as "
                           "lost - " CB-AMOUNT " stays open on "
                           "customer " CB-CUSTOMER-ID "."
               END-IF
           END-IF.

       RELEASE-CASE-INVOICES.
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > CB-INVOICE-COUNT
               IF CB-INVOICE-NUMBER (WS-CASE-IDX) NOT = 0
                   MOVE CB-CUSTOMER-ID TO DP-CUSTOMER-ID
                   MOVE CB-INVOICE-NUMBER (WS-CASE-IDX) TO
                       DP-INVOICE-NUMBER
                   READ DISPUTE-FILE
                       KEY IS DP-DISPUTE-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DP-OPEN AND DP-REASON-CODE = "CHBK"
                               MOVE WS-TODAY-DATE  TO DP-RESOLVED-DATE
                               MOVE WS-OPERATOR-ID TO DP-RESOLVED-BY
                               MOVE "R" TO DP-STATUS
                               REWRITE DISPUTE-RECORD
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
