       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostalJurLoad.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT TAX-ZIP-LOAD-FILE ASSIGN TO "TAXZIPIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-ZIP-LOAD-STATUS.

           SELECT POSTAL-JURISDICTION-FILE ASSIGN TO "POSTJUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-POSTAL-CODE
               FILE STATUS IS WS-POSTAL-JURIS-STATUS.

           SELECT TAX-JURISDICTION-FILE ASSIGN TO "TAXJUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TJ-RATE-KEY
               FILE STATUS IS WS-TAX-JURIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  TAX-ZIP-LOAD-FILE.
           COPY TAXZIPIN.

       FD  POSTAL-JURISDICTION-FILE.
           COPY POSTJUR.

       FD  TAX-JURISDICTION-FILE.
           COPY TAXJUR.

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-TAX-ZIP-LOAD-STATUS   PIC X(2) VALUE "00".
       01 WS-POSTAL-JURIS-STATUS   PIC X(2) VALUE "00".
       01 WS-TAX-JURIS-STATUS      PIC X(2) VALUE "00".

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-LOADED-COUNT          PIC 9(5) VALUE 0.
       01 WS-ADDED-COUNT           PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT        PIC 9(5) VALUE 0.
       01 WS-RATE-WARNING-COUNT    PIC 9(5) VALUE 0.
       01 WS-CURRENT-RATE          PIC 9V9(4) VALUE 0.
       01 WS-LAST-CHECKED-JURIS    PIC X(4) VALUE SPACES.
       01 WS-RATE-FOUND-SW         PIC X(1) VALUE "N".
          88 WS-RATE-FOUND         VALUE "Y".
       01 WS-TAX-RATE-EOF-SW       PIC X(1) VALUE "N".
          88 WS-TAX-RATE-EOF       VALUE "Y".

       PROCEDURE DIVISION.
      * Each state publishes its own postal code file, so a load
      * adds and replaces rows for the codes on the file and leaves
      * every other state's rows alone.  Rates themselves stay under
      * TaxRateMaint - a published rate that disagrees with ours is
      * only reported, for someone to key with an effective date.
       RUN-START.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           OPEN INPUT TAX-ZIP-LOAD-FILE.
           IF WS-TAX-ZIP-LOAD-STATUS NOT = "00"
               DISPLAY "No state rate file TAXZIPIN.DAT on hand - "
                       "nothing loaded."
               CLOSE RUN-CONTROL-FILE
               GOBACK
           END-IF.
           OPEN I-O POSTAL-JURISDICTION-FILE.
           IF WS-POSTAL-JURIS-STATUS = "35"
               OPEN OUTPUT POSTAL-JURISDICTION-FILE
               CLOSE POSTAL-JURISDICTION-FILE
               OPEN I-O POSTAL-JURISDICTION-FILE
           END-IF.
           OPEN INPUT TAX-JURISDICTION-FILE.

           PERFORM UNTIL WS-TAX-ZIP-LOAD-STATUS NOT = "00"
               READ TAX-ZIP-LOAD-FILE
                   AT END
                       MOVE "10" TO WS-TAX-ZIP-LOAD-STATUS
                   NOT AT END
                       PERFORM LOAD-ONE-POSTAL-CODE
               END-READ
           END-PERFORM.

           CLOSE TAX-ZIP-LOAD-FILE.
           CLOSE POSTAL-JURISDICTION-FILE.
           CLOSE TAX-JURISDICTION-FILE.
           CLOSE RUN-CONTROL-FILE.
           DISPLAY "Postal jurisdiction load complete - "
                   WS-LOADED-COUNT " updated, " WS-ADDED-COUNT
                   " added, " WS-REJECTED-COUNT " rejected, "
                   WS-RATE-WARNING-COUNT " rate warnings.".
           GOBACK.

       COPY OPENRCTL.

       LOAD-ONE-POSTAL-CODE.
           IF ZI-POSTAL-CODE = SPACES OR ZI-STATE = SPACES
              OR ZI-JURISDICTION-CODE = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "State rate row rejected - postal code, state "
                       "and jurisdiction are all required."
           ELSE
               MOVE ZI-POSTAL-CODE       TO PJ-POSTAL-CODE
               MOVE ZI-JURISDICTION-CODE TO PJ-JURISDICTION-CODE
               MOVE ZI-STATE             TO PJ-STATE
               MOVE WS-TODAY-DATE        TO PJ-LOADED-DATE
               WRITE POSTAL-JURISDICTION-RECORD
                   INVALID KEY
                       REWRITE POSTAL-JURISDICTION-RECORD
                       ADD 1 TO WS-LOADED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDED-COUNT
               END-WRITE
               IF ZI-JURISDICTION-CODE NOT = WS-LAST-CHECKED-JURIS
                   PERFORM CHECK-PUBLISHED-RATE
                   MOVE ZI-JURISDICTION-CODE TO WS-LAST-CHECKED-JURIS
               END-IF
           END-IF.

      * Compares the state's published rate with the one in force
      * on the processing date, the same latest-row-not-after rule
      * PurchaseCalculator taxes with.  Rows for one jurisdiction
      * normally arrive together, so each run of them is checked
      * once.
       CHECK-PUBLISHED-RATE.
           MOVE 0 TO WS-CURRENT-RATE
           MOVE "N" TO WS-RATE-FOUND-SW
           MOVE "N" TO WS-TAX-RATE-EOF-SW
           MOVE ZI-JURISDICTION-CODE TO TJ-JURISDICTION-CODE
           MOVE 0 TO TJ-EFFECTIVE-DATE
           START TAX-JURISDICTION-FILE KEY IS NOT LESS THAN
                 TJ-RATE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TAX-RATE-EOF-SW
           END-START
           PERFORM UNTIL WS-TAX-RATE-EOF
               READ TAX-JURISDICTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TAX-RATE-EOF-SW
                   NOT AT END
                       IF TJ-JURISDICTION-CODE NOT =
                          ZI-JURISDICTION-CODE
                          OR TJ-EFFECTIVE-DATE > WS-TODAY-DATE
                           MOVE "Y" TO WS-TAX-RATE-EOF-SW
                       ELSE
                           MOVE "Y" TO WS-RATE-FOUND-SW
                           MOVE TJ-TAX-RATE TO WS-CURRENT-RATE
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-RATE-FOUND
               ADD 1 TO WS-RATE-WARNING-COUNT
               DISPLAY "Postal code " ZI-POSTAL-CODE " maps to "
                       "jurisdiction " ZI-JURISDICTION-CODE
                       " which has no rate on file."
           ELSE
               IF ZI-TAX-RATE NOT = WS-CURRENT-RATE
                   ADD 1 TO WS-RATE-WARNING-COUNT
                   DISPLAY "Jurisdiction " ZI-JURISDICTION-CODE
                           " state rate " ZI-TAX-RATE
                           " differs from rate on file "
                           WS-CURRENT-RATE "."
               END-IF
           END-IF.
