       IDENTIFICATION DIVISION.
       PROGRAM-ID. UsageInquiry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-LOG-FILE ASSIGN TO "USAGELOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UL-LOG-KEY
               FILE STATUS IS WS-USAGE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-LOG-FILE.
           COPY USAGELOG.

       WORKING-STORAGE SECTION.
       01 WS-USAGE-LOG-STATUS      PIC X(2) VALUE "00".
       01 WS-EOF-SW                PIC X(1) VALUE "N".
          88 WS-EOF                VALUE "Y".
       01 WS-NEW-VALUE-X           PIC X(20).
       01 WS-FROM-DATE             PIC 9(8) VALUE 0.
       01 WS-TO-DATE               PIC 9(8) VALUE 0.
       01 WS-WANTED-OPERATOR       PIC X(8) VALUE SPACES.
       01 WS-WANTED-PROGRAM        PIC X(20) VALUE SPACES.
       01 WS-MATCH-COUNT           PIC 9(7) VALUE 0.
       01 WS-ANOTHER               PIC X(1) VALUE "Y".
          88 WS-ANOTHER-INQUIRY    VALUE "Y" "y".

       01 WS-UI-HEADING-1.
          05 FILLER                PIC X(40) VALUE
             "Started           Operator Program     ".
          05 FILLER                PIC X(40) VALUE
             "         From     Mode Co  Ended       ".
          05 FILLER                PIC X(14) VALUE "      Status".
       01 WS-UI-LINE.
          05 WS-UI-START-DATE-OUT  PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-UI-START-TIME-OUT  PIC 99B99B99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-UI-OPERATOR-OUT    PIC X(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-UI-PROGRAM-OUT     PIC X(20).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-UI-FROM-OUT        PIC X(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-UI-MODE-OUT        PIC X(5).
          05 WS-UI-COMPANY-OUT     PIC X(3).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-UI-END-DATE-OUT    PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-UI-END-TIME-OUT    PIC 99B99B99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-UI-STATUS-OUT      PIC X(18).
       01 WS-UI-RC-OUT             PIC -(4)9.
       01 WS-UI-HHMMSS             PIC 9(6).

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Who ran what, and when: the usage log read back for a
      * supervisor, filtered by any of a date range, an operator
      * and a program.  A run still showing as started never came
      * back to the menu - the session ended inside it.
       RUN-START.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           IF NOT SL-IS-SUPERVISOR
               DISPLAY "Usage log inquiry requires a supervisor "
                       "sign-on - exiting."
               GOBACK
           END-IF.
           OPEN INPUT USAGE-LOG-FILE.
           IF WS-USAGE-LOG-STATUS NOT = "00"
               DISPLAY "No usage log on file (USAGELOG.DAT)."
               GOBACK
           END-IF.
           PERFORM UNTIL NOT WS-ANOTHER-INQUIRY
               PERFORM ACCEPT-FILTERS
               PERFORM LIST-USAGE
               DISPLAY "Another inquiry? (Y/N): "
               ACCEPT WS-ANOTHER
           END-PERFORM.
           CLOSE USAGE-LOG-FILE.
           GOBACK.

       ACCEPT-FILTERS.
           MOVE 0 TO WS-FROM-DATE
           MOVE 99999999 TO WS-TO-DATE
           DISPLAY "From date (YYYYMMDD, blank for the start): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X) TO WS-FROM-DATE
           END-IF
           DISPLAY "To date (YYYYMMDD, blank for no limit): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X) TO WS-TO-DATE
           END-IF
           DISPLAY "Operator ID (blank for all): "
           ACCEPT WS-NEW-VALUE-X
           MOVE WS-NEW-VALUE-X (1:8) TO WS-WANTED-OPERATOR
           DISPLAY "Program name (blank for all): "
           ACCEPT WS-WANTED-PROGRAM.

      * The log is keyed by start date, so the range is read from
      * its first day and the scan stops past its last.
       LIST-USAGE.
           MOVE 0 TO WS-MATCH-COUNT
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO UL-LOG-KEY
           MOVE WS-FROM-DATE TO UL-START-DATE
           START USAGE-LOG-FILE KEY IS NOT LESS THAN UL-LOG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START
           DISPLAY WS-UI-HEADING-1
           PERFORM UNTIL WS-EOF
               READ USAGE-LOG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF UL-START-DATE > WS-TO-DATE
                           MOVE "Y" TO WS-EOF-SW
                       ELSE
                           PERFORM SHOW-IF-WANTED
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-MATCH-COUNT " usage record(s) listed.".

       SHOW-IF-WANTED.
           IF WS-WANTED-OPERATOR NOT = SPACES
              AND UL-OPERATOR-ID NOT = WS-WANTED-OPERATOR
               EXIT PARAGRAPH
           END-IF
           IF WS-WANTED-PROGRAM NOT = SPACES
              AND UL-PROGRAM-NAME NOT = WS-WANTED-PROGRAM
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MATCH-COUNT
           MOVE UL-START-DATE TO WS-UI-START-DATE-OUT
           MOVE UL-START-TIME (1:6) TO WS-UI-HHMMSS
           MOVE WS-UI-HHMMSS TO WS-UI-START-TIME-OUT
           MOVE UL-OPERATOR-ID TO WS-UI-OPERATOR-OUT
           MOVE UL-PROGRAM-NAME TO WS-UI-PROGRAM-OUT
           MOVE UL-LAUNCHED-FROM TO WS-UI-FROM-OUT
           IF UL-MODE-TRAINING
               MOVE "TRAIN" TO WS-UI-MODE-OUT
           ELSE
               MOVE "LIVE" TO WS-UI-MODE-OUT
           END-IF
           MOVE UL-COMPANY-CODE TO WS-UI-COMPANY-OUT
           MOVE UL-END-DATE TO WS-UI-END-DATE-OUT
           MOVE UL-END-TIME (1:6) TO WS-UI-HHMMSS
           MOVE WS-UI-HHMMSS TO WS-UI-END-TIME-OUT
           EVALUATE TRUE
               WHEN UL-COMPLETED
                   MOVE "completed" TO WS-UI-STATUS-OUT
               WHEN UL-FAILED
                   MOVE UL-RETURN-CODE TO WS-UI-RC-OUT
                   MOVE SPACES TO WS-UI-STATUS-OUT
                   STRING "failed rc " WS-UI-RC-OUT
                       DELIMITED BY SIZE INTO WS-UI-STATUS-OUT
                   END-STRING
               WHEN UL-REFUSED
                   MOVE "refused - no role" TO WS-UI-STATUS-OUT
               WHEN OTHER
                   MOVE "started, no end" TO WS-UI-STATUS-OUT
           END-EVALUATE
           DISPLAY WS-UI-LINE.
