               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGALHLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-HOLD-KEY
               FILE STATUS IS WS-LEGAL-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-GEN-FILE.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  LEGAL-HOLD-FILE.
           COPY LEGALHLD.

       WORKING-STORAGE SECTION.
       01 WS-REPORT-GEN-STATUS     PIC X(2) VALUE "00".
       01 WS-GEN-INPUT-STATUS      PIC X(2) VALUE "00".
       01 WS-GEN-COUNT-FOR-REPORT  PIC 9(5) VALUE 0.
       01 WS-PURGED-COUNT          PIC 9(5) VALUE 0.
       01 WS-DELETE-STATUS         PIC 9(9) COMP VALUE 0.
       01 WS-LEGAL-HOLD-STATUS     PIC X(2) VALUE "00".
       01 WS-HOLDS-AVAILABLE-SW    PIC X(1) VALUE "N".
          88 WS-HOLDS-AVAILABLE    VALUE "Y".
       01 WS-LEGAL-HELD-SW         PIC X(1) VALUE "N".
          88 WS-LEGAL-HELD         VALUE "Y".
       01 WS-HOLD-TYPE             PIC X(1).
       01 WS-HOLD-ID               PIC X(8).
       01 WS-HELD-KEPT-COUNT       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
      * Lists the report generations on record, reprints a chosen
      * generation (or a single employee's stub out of one), and
      * purges generations beyond the retained count configured on
      * the run-control record.  A generation under legal hold is
      * never purged: a hold on the report as a whole file keeps
      * every generation of it, and a hold on an employee keeps
      * any pay-stub generation carrying that employee's stub.
       RUN-START.
           PERFORM OPEN-RUN-CONTROL.
           DISPLAY "Report reprint - (L)ist generations, "

       COPY OPENRCTL.

       COPY LEGALCHK.

       LIST-GENERATIONS.
           OPEN INPUT REPORT-GEN-FILE
           IF WS-REPORT-GEN-STATUS NOT = "00"
           END-IF.

      * Generations beyond the retained count (oldest first) are
      * removed from disk and from the registry, except those kept
      * on legal hold, which are listed and left in place.
       PURGE-OLD-GENERATIONS.
           DISPLAY "Report name to purge (e.g. PAYSTUB): "
           ACCEPT WS-WANTED-REPORT
       DELETE-EXCESS-GENERATIONS.
           COMPUTE WS-PURGED-COUNT =
               WS-GEN-COUNT-FOR-REPORT - RC-RETAINED-GENERATIONS
           MOVE 0 TO WS-HELD-KEPT-COUNT
           PERFORM OPEN-LEGAL-HOLDS
           OPEN I-O REPORT-GEN-FILE
           MOVE "N" TO WS-GEN-EOF-SW
           MOVE WS-WANTED-REPORT TO RG-REPORT-NAME
                       NOT AT END
                           IF RG-REPORT-NAME = WS-WANTED-REPORT
                               MOVE RG-FILE-NAME TO WS-GEN-INPUT-NAME
                               PERFORM CHECK-GENERATION-HOLD
                               IF WS-LEGAL-HELD
                                   ADD 1 TO WS-HELD-KEPT-COUNT
                                   DISPLAY "Kept on legal hold "
                                           LH-HOLD-TYPE " "
                                           LH-HOLD-ID " - "
                                           WS-GEN-INPUT-NAME " "
                                           LH-HOLD-REASON
                               ELSE
                                   CALL "CBL_DELETE_FILE" USING
                                       WS-GEN-INPUT-NAME
                                       RETURNING WS-DELETE-STATUS
                                   DELETE REPORT-GEN-FILE
                                   DISPLAY "Purged " WS-GEN-INPUT-NAME
                               END-IF
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE REPORT-GEN-FILE
           PERFORM CLOSE-LEGAL-HOLDS
           DISPLAY "Purge complete - " RC-RETAINED-GENERATIONS
                   " generations retained, " WS-HELD-KEPT-COUNT
                   " more kept on legal hold.".

      * The pay-stub generation's employee header lines are the
      * ones the single-stub reprint looks for.
       CHECK-GENERATION-HOLD.
           MOVE "F" TO WS-HOLD-TYPE
           MOVE WS-WANTED-REPORT TO WS-HOLD-ID
           PERFORM CHECK-LEGAL-HOLD
           IF WS-LEGAL-HELD OR NOT WS-HOLDS-AVAILABLE
              OR WS-WANTED-REPORT NOT = "PAYSTUB"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GENERATION-INPUT-FILE
           IF WS-GEN-INPUT-STATUS NOT = "00"
               MOVE "00" TO WS-GEN-INPUT-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GEN-INPUT-STATUS NOT = "00"
                      OR WS-LEGAL-HELD
               READ GENERATION-INPUT-FILE
                   AT END
                       MOVE "10" TO WS-GEN-INPUT-STATUS
                   NOT AT END
                       IF GENERATION-INPUT-LINE (1:11) = "Employee   "
                           MOVE "E" TO WS-HOLD-TYPE
                           MOVE GENERATION-INPUT-LINE (12:5)
                               TO WS-HOLD-ID
                           PERFORM CHECK-LEGAL-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GENERATION-INPUT-FILE
           MOVE "00" TO WS-GEN-INPUT-STATUS.
