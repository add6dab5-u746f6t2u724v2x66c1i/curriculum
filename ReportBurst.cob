       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportBurst.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT DISTRIBUTION-LIST-FILE ASSIGN TO "DISTLIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-DIST-KEY
               FILE STATUS IS WS-DIST-LIST-STATUS.

           SELECT REPORT-GEN-FILE ASSIGN TO "REPORTGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-GEN-KEY
               FILE STATUS IS WS-REPORT-GEN-STATUS.

           SELECT GENERATION-INPUT-FILE ASSIGN TO WS-GEN-INPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-INPUT-STATUS.

           SELECT BURST-PIECE-FILE ASSIGN TO WS-PIECE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BURST-PIECE-STATUS.

           SELECT DISTRIBUTION-LOG-FILE ASSIGN TO "DISTLOG.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  DISTRIBUTION-LIST-FILE.
           COPY DISTLIST.

       FD  REPORT-GEN-FILE.
           COPY REPGEN.

       FD  GENERATION-INPUT-FILE.
       01 GENERATION-INPUT-LINE    PIC X(132).

       FD  BURST-PIECE-FILE.
       01 BURST-PIECE-LINE         PIC X(132).

       FD  DISTRIBUTION-LOG-FILE.
       01 DISTRIBUTION-LOG-LINE    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-DIST-LIST-STATUS      PIC X(2) VALUE "00".
       01 WS-REPORT-GEN-STATUS     PIC X(2) VALUE "00".
       01 WS-GEN-INPUT-STATUS      PIC X(2) VALUE "00".
       01 WS-BURST-PIECE-STATUS    PIC X(2) VALUE "00".
       01 WS-DIST-LOG-STATUS       PIC X(2) VALUE "00".

       01 WS-GEN-INPUT-NAME        PIC X(30).
       01 WS-PIECE-NAME            PIC X(40).
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-ADD          VALUE "A" "a".
          88 WS-MAINT-DELETE       VALUE "D" "d".
          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-BURST        VALUE "B" "b".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-WANTED-REPORT         PIC X(8).
          88 WS-BURSTABLE-REPORT   VALUE "DEPTRPT" "COMMSTMT"
                                         "BUDVSACT" "BRKPROM".
       01 WS-WANTED-KEY            PIC X(8).
       01 WS-WANTED-DATE           PIC 9(8).
       01 WS-WANTED-GEN            PIC 9(3).
       01 WS-NEW-VALUE-X           PIC X(30).
       01 WS-CONFIRM               PIC X(1) VALUE "N".
          88 WS-CONFIRMED          VALUE "Y" "y".
       01 WS-EXISTS-SW             PIC X(1) VALUE "N".
          88 WS-EXISTS             VALUE "Y".
       01 WS-LIST-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LIST-EOF           VALUE "Y".
       01 WS-GEN-FOUND-SW          PIC X(1) VALUE "N".
          88 WS-GEN-FOUND          VALUE "Y".
       01 WS-GEN-EOF-SW            PIC X(1) VALUE "N".
          88 WS-GEN-EOF            VALUE "Y".
       01 WS-IN-HEADING-SW         PIC X(1) VALUE "Y".
          88 WS-IN-HEADING         VALUE "Y".
       01 WS-LINE-KEY              PIC X(8).
       01 WS-HEADING-LINES         PIC 9(5) VALUE 0.
       01 WS-SUMMARY-LINES         PIC 9(5) VALUE 0.
       01 WS-UNROUTED-COUNT        PIC 9(3) VALUE 0.
       01 WS-PIECE-COUNT           PIC 9(3) VALUE 0.

      * Every key the generation breaks on, and who it goes to.
       01 WS-KEY-TABLE.
          05 WS-KEY-COUNT          PIC 9(3) VALUE 0.
          05 WS-KEY-ENTRY OCCURS 200 TIMES
                                   INDEXED BY WS-KEY-IDX.
             10 WS-KY-KEY          PIC X(8).
             10 WS-KY-RECIPIENT    PIC 9(3).
             10 WS-KY-LINES        PIC 9(5).
       01 WS-KEY-FOUND-SW          PIC X(1) VALUE "N".
          88 WS-KEY-FOUND          VALUE "Y".

      * Every recipient with at least one key in the generation;
      * each gets one piece.
       01 WS-RECIPIENT-TABLE.
          05 WS-RCP-COUNT          PIC 9(3) VALUE 0.
          05 WS-RCP-ENTRY OCCURS 100 TIMES
                                   INDEXED BY WS-RCP-IDX.
             10 WS-RCP-ID          PIC X(8).
             10 WS-RCP-NAME        PIC X(30).
             10 WS-RCP-DELIVER-TO  PIC X(30).
             10 WS-RCP-LINES       PIC 9(5).
       01 WS-RCP-FOUND-SW          PIC X(1) VALUE "N".
          88 WS-RCP-FOUND          VALUE "Y".
       01 WS-CURRENT-RECIPIENT     PIC 9(3).

       01 WS-COVER-RULE            PIC X(60) VALUE ALL "=".
       01 WS-COVER-TITLE           PIC X(60) VALUE
          "           REPORT DISTRIBUTION - COVER SHEET".
       01 WS-COVER-LINE.
          05 WS-COVER-LABEL        PIC X(14).
          05 WS-COVER-VALUE        PIC X(60).
       01 WS-COVER-REPORT.
          05 WS-CVR-REPORT-OUT     PIC X(8).
          05 FILLER                PIC X(5) VALUE " run ".
          05 WS-CVR-DATE-OUT       PIC 9(8).
          05 FILLER                PIC X(5) VALUE " no. ".
          05 WS-CVR-GEN-OUT        PIC 9(3).
       01 WS-COVER-BURST.
          05 WS-CVR-TODAY-OUT      PIC 9(8).
          05 FILLER                PIC X(4) VALUE " by ".
          05 WS-CVR-OPERATOR-OUT   PIC X(8).

       01 WS-LOG-HEADER            PIC X(40) VALUE
          "-- Report Distribution Log --".
       01 WS-LOG-GEN-LINE.
          05 FILLER                PIC X(7) VALUE "Report ".
          05 WS-LOG-REPORT-OUT     PIC X(8).
          05 FILLER                PIC X(5) VALUE " run ".
          05 WS-LOG-DATE-OUT       PIC 9(8).
          05 FILLER                PIC X(5) VALUE " no. ".
          05 WS-LOG-GEN-OUT        PIC 9(3).
          05 FILLER                PIC X(7) VALUE " burst ".
          05 WS-LOG-TODAY-OUT      PIC 9(8).
          05 FILLER                PIC X(4) VALUE " by ".
          05 WS-LOG-OPERATOR-OUT   PIC X(8).
       01 WS-LOG-COLUMNS.
          05 FILLER                PIC X(40) VALUE
             "Key      Recipient Name                 ".
          05 FILLER                PIC X(40) VALUE
             "          Lines  Piece                 ".
       01 WS-LOG-DETAIL.
          05 WS-LOG-KEY-OUT        PIC X(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-LOG-RECIPIENT-OUT  PIC X(8).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-LOG-NAME-OUT       PIC X(30).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-LOG-LINES-OUT      PIC ZZ,ZZ9.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-LOG-PIECE-OUT      PIC X(40).
       01 WS-LOG-UNROUTED-HEADER   PIC X(50) VALUE
          "-- Keys with no recipient on the list --".
       01 WS-LOG-UNROUTED-LINE.
          05 WS-LOG-UNR-KEY-OUT    PIC X(8).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-LOG-UNR-LINES-OUT  PIC ZZ,ZZ9.
          05 FILLER                PIC X(40) VALUE
             " lines not distributed".
       01 WS-LOG-NONE-LINE         PIC X(20) VALUE "  (none)".
       01 WS-LOG-TOTAL-LINE.
          05 WS-LOG-PIECES-OUT     PIC ZZ9.
          05 FILLER                PIC X(23) VALUE
             " pieces written, keys ".
          05 WS-LOG-KEYS-OUT       PIC ZZ9.
          05 FILLER                PIC X(13) VALUE ", unrouted ".
          05 WS-LOG-UNROUTED-OUT   PIC ZZ9.
          05 FILLER                PIC X(18) VALUE
             ", summary lines ".
          05 WS-LOG-SUMMARY-OUT    PIC ZZ,ZZ9.

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Report bursting.  The distribution list maps a report and
      * the key it breaks on - department code for the payroll
      * department rollup (DEPTRPT) and budget versus actual
      * (BUDVSACT), salesperson code for the commission statements
      * (COMMSTMT), collector operator for the broken-promise call
      * list (BRKPROM) - to the person who receives that piece.
      * Bursting a registered generation writes one file per
      * recipient, named after the generation and the recipient,
      * with a cover sheet, the report's heading lines and every
      * line carrying one of the recipient's keys.  Report totals
      * printed under no key stay with the full report.
      * DISTLOG.PRT shows which keys went to whom and lists every
      * key with no recipient on file.  Changing the list needs a
      * supervisor sign-on; bursting does not.
       RUN-START.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           CLOSE RUN-CONTROL-FILE.
           OPEN I-O DISTRIBUTION-LIST-FILE.
           IF WS-DIST-LIST-STATUS = "35"
               OPEN OUTPUT DISTRIBUTION-LIST-FILE
               CLOSE DISTRIBUTION-LIST-FILE
               OPEN I-O DISTRIBUTION-LIST-FILE
           END-IF.

           DISPLAY "Report distribution - (A)dd/change recipient, "
                   "(D)elete, (L)ist, (B)urst a report, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-ADD
                       PERFORM ADD-DISTRIBUTION-ENTRY
                   WHEN WS-MAINT-DELETE
                       PERFORM DELETE-DISTRIBUTION-ENTRY
                   WHEN WS-MAINT-LIST
                       PERFORM LIST-DISTRIBUTION-ENTRIES
                   WHEN WS-MAINT-BURST
                       PERFORM BURST-GENERATION
                   WHEN OTHER
                       DISPLAY "Please enter A, D, L, B, or Q."
               END-EVALUATE
               DISPLAY "Report distribution - (A)dd/change "
                       "recipient, (D)elete, (L)ist, (B)urst a "
                       "report, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE DISTRIBUTION-LIST-FILE.
           GOBACK.

       COPY OPENRCTL.

       ACCEPT-DISTRIBUTION-KEY.
           DISPLAY "Report (DEPTRPT, COMMSTMT, BUDVSACT, BRKPROM): "
           ACCEPT WS-WANTED-REPORT
           DISPLAY "Key - department, salesperson or collector: "
           ACCEPT WS-WANTED-KEY
           MOVE WS-WANTED-REPORT TO RD-REPORT-NAME
           MOVE WS-WANTED-KEY TO RD-REPORT-KEY
           MOVE "N" TO WS-EXISTS-SW
           READ DISTRIBUTION-LIST-FILE
               KEY IS RD-DIST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EXISTS-SW
           END-READ.

       ADD-DISTRIBUTION-ENTRY.
           IF NOT SL-IS-SUPERVISOR
               DISPLAY "Changing the distribution list requires a "
                       "supervisor sign-on."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-DISTRIBUTION-KEY
           IF NOT WS-BURSTABLE-REPORT
               DISPLAY "Only DEPTRPT, COMMSTMT, BUDVSACT and BRKPROM "
                       "are burst."
               EXIT PARAGRAPH
           END-IF
           IF WS-WANTED-KEY = SPACES
               DISPLAY "A key is required."
               EXIT PARAGRAPH
           END-IF
           IF WS-EXISTS
               PERFORM SHOW-DISTRIBUTION-ENTRY
               DISPLAY "Change this recipient? (Y/N): "
               ACCEPT WS-CONFIRM
               IF NOT WS-CONFIRMED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Recipient ID (8 characters, names the piece): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X = SPACES
               DISPLAY "A recipient ID is required - not saved."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-VALUE-X (1:8) TO RD-RECIPIENT-ID
           DISPLAY "Recipient name: "
           ACCEPT RD-RECIPIENT-NAME
           DISPLAY "Deliver to (office, mail stop): "
           ACCEPT RD-DELIVER-TO
           MOVE WS-TODAY-DATE TO RD-ADDED-DATE
           MOVE SL-OPERATOR-ID TO RD-ADDED-BY
           IF WS-EXISTS
               REWRITE DISTRIBUTION-LIST-RECORD
           ELSE
               WRITE DISTRIBUTION-LIST-RECORD
           END-IF
           DISPLAY RD-REPORT-NAME " " RD-REPORT-KEY " goes to "
                   RD-RECIPIENT-ID ".".

       DELETE-DISTRIBUTION-ENTRY.
           IF NOT SL-IS-SUPERVISOR
               DISPLAY "Changing the distribution list requires a "
                       "supervisor sign-on."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-DISTRIBUTION-KEY
           IF NOT WS-EXISTS
               DISPLAY "No entry for " WS-WANTED-REPORT " "
                       WS-WANTED-KEY "."
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-DISTRIBUTION-ENTRY
           DISPLAY "Delete this entry? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRMED
               DELETE DISTRIBUTION-LIST-FILE
               DISPLAY "Entry deleted."
           END-IF.

       LIST-DISTRIBUTION-ENTRIES.
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE LOW-VALUES TO RD-DIST-KEY
           START DISTRIBUTION-LIST-FILE
                 KEY IS NOT LESS THAN RD-DIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ DISTRIBUTION-LIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       PERFORM SHOW-DISTRIBUTION-ENTRY
               END-READ
           END-PERFORM.

       SHOW-DISTRIBUTION-ENTRY.
           DISPLAY RD-REPORT-NAME " " RD-REPORT-KEY " -> "
                   RD-RECIPIENT-ID " " RD-RECIPIENT-NAME " "
                   RD-DELIVER-TO.

      * The generation is read twice over: once to learn its keys
      * and their recipients, then once per recipient to copy that
      * recipient's lines into the piece.
       BURST-GENERATION.
           DISPLAY "Report to burst (DEPTRPT, COMMSTMT, BUDVSACT, "
                   "BRKPROM): "
           ACCEPT WS-WANTED-REPORT
           IF NOT WS-BURSTABLE-REPORT
               DISPLAY "Only DEPTRPT, COMMSTMT, BUDVSACT and BRKPROM "
                       "are burst."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Run date (YYYYMMDD): "
           ACCEPT WS-WANTED-DATE
           DISPLAY "Run number (3 digits): "
           ACCEPT WS-WANTED-GEN
           PERFORM FIND-GENERATION
           IF NOT WS-GEN-FOUND
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GENERATION-INPUT-FILE
           IF WS-GEN-INPUT-STATUS NOT = "00"
               DISPLAY "Generation file " WS-GEN-INPUT-NAME
                       " is missing from disk."
               EXIT PARAGRAPH
           END-IF
           CLOSE GENERATION-INPUT-FILE
           PERFORM SCAN-GENERATION-KEYS
           OPEN OUTPUT DISTRIBUTION-LOG-FILE
           PERFORM WRITE-LOG-HEADING
           MOVE 0 TO WS-PIECE-COUNT
           PERFORM VARYING WS-CURRENT-RECIPIENT FROM 1 BY 1
                   UNTIL WS-CURRENT-RECIPIENT > WS-RCP-COUNT
               PERFORM WRITE-RECIPIENT-PIECE
           END-PERFORM
           PERFORM WRITE-LOG-UNROUTED
           MOVE WS-PIECE-COUNT TO WS-LOG-PIECES-OUT
           MOVE WS-KEY-COUNT TO WS-LOG-KEYS-OUT
           MOVE WS-UNROUTED-COUNT TO WS-LOG-UNROUTED-OUT
           MOVE WS-SUMMARY-LINES TO WS-LOG-SUMMARY-OUT
           MOVE SPACES TO DISTRIBUTION-LOG-LINE
           WRITE DISTRIBUTION-LOG-LINE
           MOVE WS-LOG-TOTAL-LINE TO DISTRIBUTION-LOG-LINE
           WRITE DISTRIBUTION-LOG-LINE
           CLOSE DISTRIBUTION-LOG-FILE
           DISPLAY "Burst complete - " WS-PIECE-COUNT " pieces, "
                   WS-UNROUTED-COUNT " keys with no recipient "
                   "(see DISTLOG.PRT).".

       FIND-GENERATION.
           MOVE "N" TO WS-GEN-FOUND-SW
           OPEN INPUT REPORT-GEN-FILE
           IF WS-REPORT-GEN-STATUS NOT = "00"
               DISPLAY "No report generations on record."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WANTED-REPORT TO RG-REPORT-NAME
           MOVE WS-WANTED-DATE   TO RG-GEN-DATE
           MOVE WS-WANTED-GEN    TO RG-GEN-NUMBER
           READ REPORT-GEN-FILE
               KEY IS RG-GEN-KEY
               INVALID KEY
                   DISPLAY "No such generation on record."
               NOT INVALID KEY
                   MOVE RG-FILE-NAME TO WS-GEN-INPUT-NAME
                   MOVE "Y" TO WS-GEN-FOUND-SW
           END-READ
           CLOSE REPORT-GEN-FILE.

      * Where each report prints its key: the department rollup's
      * "Dept" lines, the budget report's account lines and
      * department totals, the commission "Salesperson" lines,
      * and the collector at the end of each broken promise.
       DETERMINE-LINE-KEY.
           MOVE SPACES TO WS-LINE-KEY
           EVALUATE WS-WANTED-REPORT
               WHEN "DEPTRPT"
                   IF GENERATION-INPUT-LINE (1:5) = "Dept "
                       MOVE GENERATION-INPUT-LINE (12:4)
                           TO WS-LINE-KEY
                   END-IF
               WHEN "BUDVSACT"
                   IF GENERATION-INPUT-LINE (11:6) = " dept "
                       MOVE GENERATION-INPUT-LINE (17:4)
                           TO WS-LINE-KEY
                   END-IF
                   IF GENERATION-INPUT-LINE (1:11) = "Department "
                       MOVE GENERATION-INPUT-LINE (12:4)
                           TO WS-LINE-KEY
                   END-IF
               WHEN "COMMSTMT"
                   IF GENERATION-INPUT-LINE (1:12) = "Salesperson "
                       MOVE GENERATION-INPUT-LINE (13:4)
                           TO WS-LINE-KEY
                   END-IF
               WHEN "BRKPROM"
                   IF GENERATION-INPUT-LINE (1:9) = "Customer "
                       MOVE GENERATION-INPUT-LINE (92:8)
                           TO WS-LINE-KEY
                   END-IF
           END-EVALUATE.

       SCAN-GENERATION-KEYS.
           MOVE 0 TO WS-KEY-COUNT
           MOVE 0 TO WS-RCP-COUNT
           MOVE 0 TO WS-HEADING-LINES
           MOVE 0 TO WS-SUMMARY-LINES
           MOVE 0 TO WS-UNROUTED-COUNT
           MOVE "Y" TO WS-IN-HEADING-SW
           MOVE "N" TO WS-GEN-EOF-SW
           OPEN INPUT GENERATION-INPUT-FILE
           PERFORM UNTIL WS-GEN-EOF
               READ GENERATION-INPUT-FILE
                   AT END
                       MOVE "Y" TO WS-GEN-EOF-SW
                   NOT AT END
                       PERFORM TALLY-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE GENERATION-INPUT-FILE.

       TALLY-ONE-LINE.
           PERFORM DETERMINE-LINE-KEY
           IF WS-LINE-KEY = SPACES
               IF WS-IN-HEADING
                   ADD 1 TO WS-HEADING-LINES
               ELSE
                   ADD 1 TO WS-SUMMARY-LINES
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-IN-HEADING-SW
           PERFORM FIND-LINE-KEY
           IF NOT WS-KEY-FOUND
               IF WS-KEY-COUNT < 200
                   ADD 1 TO WS-KEY-COUNT
                   SET WS-KEY-IDX TO WS-KEY-COUNT
                   MOVE WS-LINE-KEY TO WS-KY-KEY (WS-KEY-IDX)
                   MOVE 0 TO WS-KY-LINES (WS-KEY-IDX)
                   PERFORM ROUTE-NEW-KEY
               ELSE
                   DISPLAY "More than 200 keys in the report - "
                           WS-LINE-KEY " not distributed."
                   ADD 1 TO WS-SUMMARY-LINES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-KY-LINES (WS-KEY-IDX).

       FIND-LINE-KEY.
           MOVE "N" TO WS-KEY-FOUND-SW
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
                      OR WS-KEY-FOUND
               IF WS-KY-KEY (WS-KEY-IDX) = WS-LINE-KEY
                   MOVE "Y" TO WS-KEY-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-KEY-FOUND
               SET WS-KEY-IDX DOWN BY 1
           END-IF.

      * A key is routed to the recipient on the list for it; several
      * keys may go to one recipient, who still gets one piece.
       ROUTE-NEW-KEY.
           MOVE 0 TO WS-KY-RECIPIENT (WS-KEY-IDX)
           MOVE WS-WANTED-REPORT TO RD-REPORT-NAME
           MOVE WS-LINE-KEY TO RD-REPORT-KEY
           READ DISTRIBUTION-LIST-FILE
               KEY IS RD-DIST-KEY
               INVALID KEY
                   ADD 1 TO WS-UNROUTED-COUNT
                   EXIT PARAGRAPH
           END-READ
           MOVE "N" TO WS-RCP-FOUND-SW
           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                   UNTIL WS-RCP-IDX > WS-RCP-COUNT
                      OR WS-RCP-FOUND
               IF WS-RCP-ID (WS-RCP-IDX) = RD-RECIPIENT-ID
                   MOVE "Y" TO WS-RCP-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-RCP-FOUND
               SET WS-RCP-IDX DOWN BY 1
           ELSE
               IF WS-RCP-COUNT < 100
                   ADD 1 TO WS-RCP-COUNT
                   SET WS-RCP-IDX TO WS-RCP-COUNT
                   MOVE RD-RECIPIENT-ID TO WS-RCP-ID (WS-RCP-IDX)
                   MOVE RD-RECIPIENT-NAME
                       TO WS-RCP-NAME (WS-RCP-IDX)
                   MOVE RD-DELIVER-TO
                       TO WS-RCP-DELIVER-TO (WS-RCP-IDX)
               ELSE
                   DISPLAY "More than 100 recipients - "
                           WS-LINE-KEY " not distributed."
                   ADD 1 TO WS-UNROUTED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET WS-KY-RECIPIENT (WS-KEY-IDX) TO WS-RCP-IDX.

       WRITE-RECIPIENT-PIECE.
           SET WS-RCP-IDX TO WS-CURRENT-RECIPIENT
           MOVE SPACES TO WS-PIECE-NAME
           STRING FUNCTION TRIM (WS-GEN-INPUT-NAME) "."
                  FUNCTION TRIM (WS-RCP-ID (WS-RCP-IDX))
               DELIMITED BY SIZE INTO WS-PIECE-NAME
           END-STRING
           OPEN OUTPUT BURST-PIECE-FILE
           IF WS-BURST-PIECE-STATUS NOT = "00"
               DISPLAY "Cannot write " WS-PIECE-NAME " (status "
                       WS-BURST-PIECE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-COVER-SHEET
           MOVE 0 TO WS-RCP-LINES (WS-RCP-IDX)
           MOVE "Y" TO WS-IN-HEADING-SW
           MOVE "N" TO WS-GEN-EOF-SW
           OPEN INPUT GENERATION-INPUT-FILE
           PERFORM UNTIL WS-GEN-EOF
               READ GENERATION-INPUT-FILE
                   AT END
                       MOVE "Y" TO WS-GEN-EOF-SW
                   NOT AT END
                       PERFORM COPY-LINE-IF-RECIPIENTS
               END-READ
           END-PERFORM
           CLOSE GENERATION-INPUT-FILE
           CLOSE BURST-PIECE-FILE
           ADD 1 TO WS-PIECE-COUNT
           PERFORM WRITE-LOG-RECIPIENT.

      * Heading lines (everything ahead of the first keyed line) go
      * in every piece; after that only the recipient's own lines.
       COPY-LINE-IF-RECIPIENTS.
           PERFORM DETERMINE-LINE-KEY
           IF WS-LINE-KEY = SPACES
               IF WS-IN-HEADING
                   MOVE GENERATION-INPUT-LINE TO BURST-PIECE-LINE
                   WRITE BURST-PIECE-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-IN-HEADING-SW
           PERFORM FIND-LINE-KEY
           IF WS-KEY-FOUND
               IF WS-KY-RECIPIENT (WS-KEY-IDX) = WS-CURRENT-RECIPIENT
                   MOVE GENERATION-INPUT-LINE TO BURST-PIECE-LINE
                   WRITE BURST-PIECE-LINE
                   ADD 1 TO WS-RCP-LINES (WS-RCP-IDX)
               END-IF
           END-IF.

       WRITE-COVER-SHEET.
           MOVE WS-COVER-RULE TO BURST-PIECE-LINE
           WRITE BURST-PIECE-LINE
           MOVE WS-COVER-TITLE TO BURST-PIECE-LINE
           WRITE BURST-PIECE-LINE
           MOVE WS-COVER-RULE TO BURST-PIECE-LINE
           WRITE BURST-PIECE-LINE
           MOVE "Deliver to:" TO WS-COVER-LABEL
           MOVE WS-RCP-NAME (WS-RCP-IDX) TO WS-COVER-VALUE
           PERFORM WRITE-COVER-LINE
           MOVE "Location:" TO WS-COVER-LABEL
           MOVE WS-RCP-DELIVER-TO (WS-RCP-IDX) TO WS-COVER-VALUE
           PERFORM WRITE-COVER-LINE
           MOVE "Recipient ID:" TO WS-COVER-LABEL
           MOVE WS-RCP-ID (WS-RCP-IDX) TO WS-COVER-VALUE
           PERFORM WRITE-COVER-LINE
           MOVE WS-WANTED-REPORT TO WS-CVR-REPORT-OUT
           MOVE WS-WANTED-DATE TO WS-CVR-DATE-OUT
           MOVE WS-WANTED-GEN TO WS-CVR-GEN-OUT
           MOVE "Report:" TO WS-COVER-LABEL
           MOVE WS-COVER-REPORT TO WS-COVER-VALUE
           PERFORM WRITE-COVER-LINE
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KY-RECIPIENT (WS-KEY-IDX) = WS-CURRENT-RECIPIENT
                   MOVE "Key:" TO WS-COVER-LABEL
                   MOVE WS-KY-KEY (WS-KEY-IDX) TO WS-COVER-VALUE
                   PERFORM WRITE-COVER-LINE
               END-IF
           END-PERFORM
           MOVE WS-TODAY-DATE TO WS-CVR-TODAY-OUT
           MOVE SL-OPERATOR-ID TO WS-CVR-OPERATOR-OUT
           MOVE "Burst:" TO WS-COVER-LABEL
           MOVE WS-COVER-BURST TO WS-COVER-VALUE
           PERFORM WRITE-COVER-LINE
           MOVE WS-COVER-RULE TO BURST-PIECE-LINE
           WRITE BURST-PIECE-LINE
           MOVE SPACES TO BURST-PIECE-LINE
           WRITE BURST-PIECE-LINE.

       WRITE-COVER-LINE.
           MOVE WS-COVER-LINE TO BURST-PIECE-LINE
           WRITE BURST-PIECE-LINE.

       WRITE-LOG-HEADING.
           MOVE WS-LOG-HEADER TO DISTRIBUTION-LOG-LINE
           WRITE DISTRIBUTION-LOG-LINE
           MOVE WS-WANTED-REPORT TO WS-LOG-REPORT-OUT
           MOVE WS-WANTED-DATE TO WS-LOG-DATE-OUT
           MOVE WS-WANTED-GEN TO WS-LOG-GEN-OUT
           MOVE WS-TODAY-DATE TO WS-LOG-TODAY-OUT
           MOVE SL-OPERATOR-ID TO WS-LOG-OPERATOR-OUT
           MOVE WS-LOG-GEN-LINE TO DISTRIBUTION-LOG-LINE
           WRITE DISTRIBUTION-LOG-LINE
           MOVE SPACES TO DISTRIBUTION-LOG-LINE
           WRITE DISTRIBUTION-LOG-LINE
           MOVE WS-LOG-COLUMNS TO DISTRIBUTION-LOG-LINE
           WRITE DISTRIBUTION-LOG-LINE.

       WRITE-LOG-RECIPIENT.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KY-RECIPIENT (WS-KEY-IDX) = WS-CURRENT-RECIPIENT
                   MOVE WS-KY-KEY (WS-KEY-IDX) TO WS-LOG-KEY-OUT
                   MOVE WS-RCP-ID (WS-RCP-IDX)
                       TO WS-LOG-RECIPIENT-OUT
                   MOVE WS-RCP-NAME (WS-RCP-IDX) TO WS-LOG-NAME-OUT
                   MOVE WS-KY-LINES (WS-KEY-IDX) TO WS-LOG-LINES-OUT
                   MOVE WS-PIECE-NAME TO WS-LOG-PIECE-OUT
                   MOVE WS-LOG-DETAIL TO DISTRIBUTION-LOG-LINE
                   WRITE DISTRIBUTION-LOG-LINE
               END-IF
           END-PERFORM.

       WRITE-LOG-UNROUTED.
           MOVE SPACES TO DISTRIBUTION-LOG-LINE
           WRITE DISTRIBUTION-LOG-LINE
           MOVE WS-LOG-UNROUTED-HEADER TO DISTRIBUTION-LOG-LINE
           WRITE DISTRIBUTION-LOG-LINE
           IF WS-UNROUTED-COUNT = 0
               MOVE WS-LOG-NONE-LINE TO DISTRIBUTION-LOG-LINE
               WRITE DISTRIBUTION-LOG-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KY-RECIPIENT (WS-KEY-IDX) = 0
                   MOVE WS-KY-KEY (WS-KEY-IDX) TO WS-LOG-UNR-KEY-OUT
                   MOVE WS-KY-LINES (WS-KEY-IDX)
                       TO WS-LOG-UNR-LINES-OUT
                   MOVE WS-LOG-UNROUTED-LINE TO DISTRIBUTION-LOG-LINE
                   WRITE DISTRIBUTION-LOG-LINE
               END-IF
           END-PERFORM.
