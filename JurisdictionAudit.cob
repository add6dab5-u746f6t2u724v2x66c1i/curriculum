       IDENTIFICATION DIVISION.
       PROGRAM-ID. JurisdictionAudit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-ADDRESS-KEY
               FILE STATUS IS WS-CUSTOMER-ADDRESS-STATUS.

           SELECT POSTAL-JURISDICTION-FILE ASSIGN TO "POSTJUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-POSTAL-CODE
               FILE STATUS IS WS-POSTAL-JURIS-STATUS.

           SELECT JURIS-AUDIT-REPORT-FILE ASSIGN TO "JURAUDIT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JURIS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD  CUSTOMER-ADDRESS-FILE.
           COPY CUSTADDR.

       FD  POSTAL-JURISDICTION-FILE.
           COPY POSTJUR.

       FD  JURIS-AUDIT-REPORT-FILE.
       01 JURIS-AUDIT-REPORT-LINE  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-CUSTOMER-ADDRESS-STATUS PIC X(2) VALUE "00".
       01 WS-POSTAL-JURIS-STATUS   PIC X(2) VALUE "00".
       01 WS-JURIS-REPORT-STATUS   PIC X(2) VALUE "00".

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-CUSTOMER-EOF-SW       PIC X(1) VALUE "N".
          88 WS-CUSTOMER-EOF       VALUE "Y".
       01 WS-ADDR-EOF-SW           PIC X(1) VALUE "N".
          88 WS-ADDR-EOF           VALUE "Y".
       01 WS-ADDRESS-FOUND-SW      PIC X(1) VALUE "N".
          88 WS-ADDRESS-FOUND      VALUE "Y".
       01 WS-POSTAL-JURIS-FOUND-SW PIC X(1) VALUE "N".
          88 WS-POSTAL-JURIS-FOUND VALUE "Y".
       01 WS-WANTED-ADDRESS-TYPE   PIC X(1).
       01 WS-ADDRESS-TYPE-USED     PIC X(1).
       01 WS-ADDRESS-POSTAL        PIC X(10).
       01 WS-CHECKED-COUNT         PIC 9(5) VALUE 0.
       01 WS-MISMATCH-COUNT        PIC 9(5) VALUE 0.
       01 WS-UNMAPPED-COUNT        PIC 9(5) VALUE 0.
       01 WS-NO-ADDRESS-COUNT      PIC 9(5) VALUE 0.

       01 WS-AUDIT-HEADER.
          05 FILLER                PIC X(40) VALUE
             "-- Customer Tax Jurisdiction Validation ".
          05 FILLER                PIC X(6) VALUE "as of ".
          05 WS-AUDIT-DATE-OUT     PIC 9(8).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-AUDIT-COLUMNS.
          05 FILLER                PIC X(39) VALUE
             "Cust  Name                  Keyed Addr ".
          05 FILLER                PIC X(40) VALUE
             "Postal code Table Note".
       01 WS-AUDIT-LINE.
          05 WS-AUDIT-CUST-OUT     PIC 9(5).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AUDIT-NAME-OUT     PIC X(21).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AUDIT-KEYED-OUT    PIC X(4).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-AUDIT-TYPE-OUT     PIC X(1).
          05 FILLER                PIC X(4) VALUE SPACES.
          05 WS-AUDIT-POSTAL-OUT   PIC X(10).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-AUDIT-TABLE-OUT    PIC X(4).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-AUDIT-NOTE-OUT     PIC X(22).
       01 WS-AUDIT-TOTAL-LINE.
          05 FILLER                PIC X(9) VALUE "Checked ".
          05 WS-AUDIT-CHECKED-OUT  PIC ZZ,ZZ9.
          05 FILLER                PIC X(13) VALUE " mismatched ".
          05 WS-AUDIT-MISMATCH-OUT PIC ZZ,ZZ9.
          05 FILLER                PIC X(11) VALUE " unmapped ".
          05 WS-AUDIT-UNMAPPED-OUT PIC ZZ,ZZ9.
          05 FILLER                PIC X(13) VALUE " no address ".
          05 WS-AUDIT-NO-ADDR-OUT  PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
      * Lists every active customer whose keyed jurisdiction code
      * disagrees with the one the postal table gives for the
      * address in force - the ship-to where there is one, since
      * that is what sales are taxed on, else the bill-to.  An
      * address whose postal code the table does not know is listed
      * too, so the state file can be chased for it.
       RUN-START.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           OPEN INPUT POSTAL-JURISDICTION-FILE.
           IF WS-POSTAL-JURIS-STATUS NOT = "00"
               DISPLAY "No postal jurisdiction table on record - "
                       "nothing to validate."
               CLOSE RUN-CONTROL-FILE
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-ADDRESS-FILE.
           IF WS-CUSTOMER-ADDRESS-STATUS NOT = "00"
               DISPLAY "No customer address book on record - "
                       "nothing to validate."
               CLOSE POSTAL-JURISDICTION-FILE
               CLOSE RUN-CONTROL-FILE
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN OUTPUT JURIS-AUDIT-REPORT-FILE.

           MOVE WS-TODAY-DATE TO WS-AUDIT-DATE-OUT.
           MOVE WS-AUDIT-HEADER TO JURIS-AUDIT-REPORT-LINE.
           WRITE JURIS-AUDIT-REPORT-LINE.
           MOVE WS-AUDIT-COLUMNS TO JURIS-AUDIT-REPORT-LINE.
           WRITE JURIS-AUDIT-REPORT-LINE.

           MOVE 0 TO CM-CUSTOMER-ID.
           START CUSTOMER-MASTER-FILE KEY IS NOT LESS THAN
                 CM-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-CUSTOMER-EOF-SW
           END-START.
           PERFORM UNTIL WS-CUSTOMER-EOF
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CUSTOMER-EOF-SW
                   NOT AT END
                       IF NOT CM-DEACTIVATED
                           PERFORM VALIDATE-CUSTOMER-JURISDICTION
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-CHECKED-COUNT    TO WS-AUDIT-CHECKED-OUT.
           MOVE WS-MISMATCH-COUNT   TO WS-AUDIT-MISMATCH-OUT.
           MOVE WS-UNMAPPED-COUNT   TO WS-AUDIT-UNMAPPED-OUT.
           MOVE WS-NO-ADDRESS-COUNT TO WS-AUDIT-NO-ADDR-OUT.
           MOVE WS-AUDIT-TOTAL-LINE TO JURIS-AUDIT-REPORT-LINE.
           WRITE JURIS-AUDIT-REPORT-LINE.

           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE CUSTOMER-ADDRESS-FILE.
           CLOSE POSTAL-JURISDICTION-FILE.
           CLOSE JURIS-AUDIT-REPORT-FILE.
           CLOSE RUN-CONTROL-FILE.
           DISPLAY "Jurisdiction validation complete - "
                   WS-MISMATCH-COUNT " mismatched, "
                   WS-UNMAPPED-COUNT " unmapped postal codes, "
                   WS-NO-ADDRESS-COUNT " without an address.".
           GOBACK.

       COPY OPENRCTL.

       VALIDATE-CUSTOMER-JURISDICTION.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE "S" TO WS-WANTED-ADDRESS-TYPE
           PERFORM FIND-ADDRESS-IN-FORCE
           IF NOT WS-ADDRESS-FOUND
               MOVE "B" TO WS-WANTED-ADDRESS-TYPE
               PERFORM FIND-ADDRESS-IN-FORCE
           END-IF
           IF NOT WS-ADDRESS-FOUND
               ADD 1 TO WS-NO-ADDRESS-COUNT
           ELSE
               PERFORM FIND-POSTAL-JURISDICTION
               IF NOT WS-POSTAL-JURIS-FOUND
                   ADD 1 TO WS-UNMAPPED-COUNT
                   MOVE SPACES TO WS-AUDIT-TABLE-OUT
                   MOVE "postal code not loaded" TO WS-AUDIT-NOTE-OUT
                   PERFORM WRITE-AUDIT-LINE
               ELSE
                   IF PJ-JURISDICTION-CODE NOT = CM-JURISDICTION-CODE
                       ADD 1 TO WS-MISMATCH-COUNT
                       MOVE PJ-JURISDICTION-CODE TO WS-AUDIT-TABLE-OUT
                       MOVE "*** MISMATCH" TO WS-AUDIT-NOTE-OUT
                       PERFORM WRITE-AUDIT-LINE
                   END-IF
               END-IF
           END-IF.

      * The address in force is the latest row of the wanted type
      * not after the processing date, as on the invoices.
       FIND-ADDRESS-IN-FORCE.
           MOVE "N" TO WS-ADDRESS-FOUND-SW
           MOVE "N" TO WS-ADDR-EOF-SW
           MOVE CM-CUSTOMER-ID         TO AD-CUSTOMER-ID
           MOVE WS-WANTED-ADDRESS-TYPE TO AD-ADDRESS-TYPE
           MOVE 0 TO AD-EFFECTIVE-DATE
           START CUSTOMER-ADDRESS-FILE KEY IS NOT LESS THAN
                 AD-ADDRESS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ADDR-EOF-SW
           END-START
           PERFORM UNTIL WS-ADDR-EOF
               READ CUSTOMER-ADDRESS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ADDR-EOF-SW
                   NOT AT END
                       IF AD-CUSTOMER-ID NOT = CM-CUSTOMER-ID
                          OR AD-ADDRESS-TYPE NOT =
                             WS-WANTED-ADDRESS-TYPE
                          OR AD-EFFECTIVE-DATE > WS-TODAY-DATE
                           MOVE "Y" TO WS-ADDR-EOF-SW
                       ELSE
                           MOVE "Y" TO WS-ADDRESS-FOUND-SW
                           MOVE AD-ADDRESS-TYPE TO WS-ADDRESS-TYPE-USED
                           MOVE AD-POSTAL-CODE  TO WS-ADDRESS-POSTAL
                       END-IF
               END-READ
           END-PERFORM.

      * Same lookup PurchaseCalculator taxes with - the full postal
      * code first, then the five-digit code.
       FIND-POSTAL-JURISDICTION.
           MOVE "N" TO WS-POSTAL-JURIS-FOUND-SW
           IF WS-ADDRESS-POSTAL NOT = SPACES
               MOVE WS-ADDRESS-POSTAL TO PJ-POSTAL-CODE
               READ POSTAL-JURISDICTION-FILE
                   KEY IS PJ-POSTAL-CODE
                   INVALID KEY
                       MOVE SPACES TO PJ-POSTAL-CODE
                       MOVE WS-ADDRESS-POSTAL (1:5)
                           TO PJ-POSTAL-CODE (1:5)
                       READ POSTAL-JURISDICTION-FILE
                           KEY IS PJ-POSTAL-CODE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "Y" TO WS-POSTAL-JURIS-FOUND-SW
                       END-READ
                   NOT INVALID KEY
                       MOVE "Y" TO WS-POSTAL-JURIS-FOUND-SW
               END-READ
           END-IF.

       WRITE-AUDIT-LINE.
           MOVE CM-CUSTOMER-ID       TO WS-AUDIT-CUST-OUT
           MOVE CM-CUSTOMER-NAME     TO WS-AUDIT-NAME-OUT
           MOVE CM-JURISDICTION-CODE TO WS-AUDIT-KEYED-OUT
           MOVE WS-ADDRESS-TYPE-USED TO WS-AUDIT-TYPE-OUT
           MOVE WS-ADDRESS-POSTAL    TO WS-AUDIT-POSTAL-OUT
           MOVE WS-AUDIT-LINE TO JURIS-AUDIT-REPORT-LINE
           WRITE JURIS-AUDIT-REPORT-LINE.
