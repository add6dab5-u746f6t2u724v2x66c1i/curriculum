       IDENTIFICATION DIVISION.
       PROGRAM-ID. StepRunStats.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT STEP-HISTORY-FILE ASSIGN TO "STEPHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-HISTORY-STATUS.

           SELECT RUNSTATS-REPORT-FILE ASSIGN TO "RUNSTATS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  STEP-HISTORY-FILE.
           COPY STEPHIST.

       FD  RUNSTATS-REPORT-FILE.
       01 RUNSTATS-REPORT-LINE     PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-STEP-HISTORY-STATUS   PIC X(2) VALUE "00".
       01 WS-RUNSTATS-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-EOF-SW                PIC X(1) VALUE "N".
          88 WS-EOF                VALUE "Y".

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-TODAY-DAY-NO          PIC 9(7).
       01 WS-RUN-AGE-DAYS          PIC S9(7).
       01 WS-HISTORY-COUNT         PIC 9(7) VALUE 0.
       01 WS-GROWING-COUNT         PIC 9(3) VALUE 0.
       01 WS-PRINT-IDX             PIC 9(3).
       01 WS-RECENT-AVERAGE        PIC 9(7).
       01 WS-PRIOR-AVERAGE         PIC 9(7).
       01 WS-LAST-VS-AVG-PCT       PIC S9(5).
       01 WS-TREND-PCT             PIC S9(5).

      * One entry per step name found on the history.  Averages and
      * the longest run take completed runs only - an abended step
      * stopped early and would pull the figures down.
       01 WS-STEP-TABLE.
          05 WS-STEP-COUNT         PIC 9(3) VALUE 0.
          05 WS-STEP-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-STEP-IDX.
             10 WS-ST-NAME         PIC X(20).
             10 WS-ST-LAST-DATE    PIC 9(8).
             10 WS-ST-LAST-SECONDS PIC 9(7).
             10 WS-ST-LAST-STATUS  PIC X(10).
             10 WS-ST-EXPECTED-MIN PIC 9(4).
             10 WS-ST-RECENT-COUNT PIC 9(5).
             10 WS-ST-RECENT-TOTAL PIC 9(11).
             10 WS-ST-PRIOR-COUNT  PIC 9(5).
             10 WS-ST-PRIOR-TOTAL  PIC 9(11).
             10 WS-ST-LONGEST      PIC 9(7).
             10 WS-ST-LONGEST-DATE PIC 9(8).
             10 WS-ST-OVERRUNS     PIC 9(5).

       01 WS-RS-HEADER.
          05 FILLER                PIC X(35) VALUE
             "-- Batch Cycle Step Run Times as of".
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RS-DATE-OUT        PIC 9(8).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-RS-COLUMN-HEADING-1.
          05 FILLER                PIC X(40) VALUE
             "                     Last run           ".
          05 FILLER                PIC X(40) VALUE
             "  30-day  Last vs  Longest run       Tre".
          05 FILLER                PIC X(28) VALUE
             "nd vs        Expect Overruns".
       01 WS-RS-COLUMN-HEADING-2.
          05 FILLER                PIC X(40) VALUE
             "Step                 Date       Seconds ".
          05 FILLER                PIC X(40) VALUE
             "  Average average  Seconds Date      day".
          05 FILLER                PIC X(28) VALUE
             "s 31-60       min  (30 days)".
       01 WS-RS-LINE.
          05 WS-RS-STEP-OUT        PIC X(20).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RS-LAST-DATE-OUT   PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RS-LAST-SECS-OUT   PIC Z,ZZZ,ZZ9.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RS-AVERAGE-OUT     PIC Z,ZZZ,ZZ9.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RS-LAST-PCT-OUT    PIC +(4)9.
          05 WS-RS-LAST-PCT-SIGN   PIC X(1).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RS-LONGEST-OUT     PIC Z,ZZZ,ZZ9.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RS-LONGEST-DATE-OUT PIC 9(8).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-RS-TREND-OUT       PIC +(4)9.
          05 WS-RS-TREND-SIGN      PIC X(1).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RS-GROWING-OUT     PIC X(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RS-EXPECTED-OUT    PIC ZZZ9.
          05 FILLER                PIC X(3) VALUE SPACES.
          05 WS-RS-OVERRUNS-OUT    PIC ZZ,ZZ9.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RS-STATUS-OUT      PIC X(10).
       01 WS-RS-NONE-LINE          PIC X(50) VALUE
             "No step run-time history on file (STEPHIST.DAT).".

       PROCEDURE DIVISION.
      * How long each end-of-day cycle step has been taking, from
      * the run-time history EODCycle appends after every step.
      * Beside each step's last run go its average over the thirty
      * days to the processing date and its longest run on file,
      * with the last run's distance from the average.  The trend
      * sets the thirty-day average against the thirty days before
      * that; a step more than ten percent slower is marked GROWING.
      * The expected run time is the schedule's as of the step's
      * last run, and overruns count the last thirty days.  A last
      * run that did not complete shows its status at the right.
       RUN-START.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           CLOSE RUN-CONTROL-FILE.
           COMPUTE WS-TODAY-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).

           OPEN OUTPUT RUNSTATS-REPORT-FILE.
           MOVE WS-TODAY-DATE TO WS-RS-DATE-OUT.
           MOVE WS-RS-HEADER TO RUNSTATS-REPORT-LINE.
           WRITE RUNSTATS-REPORT-LINE.

           OPEN INPUT STEP-HISTORY-FILE.
           IF WS-STEP-HISTORY-STATUS NOT = "00"
               MOVE WS-RS-NONE-LINE TO RUNSTATS-REPORT-LINE
               WRITE RUNSTATS-REPORT-LINE
               CLOSE RUNSTATS-REPORT-FILE
               DISPLAY "No step run-time history on file "
                       "(STEPHIST.DAT)."
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF
               READ STEP-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       PERFORM TALLY-HISTORY-RECORD
               END-READ
           END-PERFORM.
           CLOSE STEP-HISTORY-FILE.

           MOVE WS-RS-COLUMN-HEADING-1 TO RUNSTATS-REPORT-LINE.
           WRITE RUNSTATS-REPORT-LINE.
           MOVE WS-RS-COLUMN-HEADING-2 TO RUNSTATS-REPORT-LINE.
           WRITE RUNSTATS-REPORT-LINE.
           PERFORM VARYING WS-PRINT-IDX FROM 1 BY 1
                   UNTIL WS-PRINT-IDX > WS-STEP-COUNT
               PERFORM PRINT-STEP-LINE
           END-PERFORM.
           CLOSE RUNSTATS-REPORT-FILE.
           DISPLAY "Step run-time report written (RUNSTATS.PRT) - "
                   WS-STEP-COUNT " steps from " WS-HISTORY-COUNT
                   " runs, " WS-GROWING-COUNT " growing.".
           GOBACK.

       COPY OPENRCTL.

      * The history is appended in run order, so the last record
      * read for a step is its last run.
       TALLY-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-COUNT
           PERFORM FIND-STEP-ENTRY
           IF WS-STEP-IDX > WS-STEP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SH-RUN-DATE TO WS-ST-LAST-DATE (WS-STEP-IDX)
           MOVE SH-ELAPSED-SECONDS TO WS-ST-LAST-SECONDS (WS-STEP-IDX)
           MOVE SH-STEP-STATUS TO WS-ST-LAST-STATUS (WS-STEP-IDX)
           MOVE SH-EXPECTED-MINUTES TO
               WS-ST-EXPECTED-MIN (WS-STEP-IDX)
           COMPUTE WS-RUN-AGE-DAYS = WS-TODAY-DAY-NO
               - FUNCTION INTEGER-OF-DATE (SH-RUN-DATE)
           IF SH-OVERRUN
              AND WS-RUN-AGE-DAYS >= 0 AND WS-RUN-AGE-DAYS < 30
               ADD 1 TO WS-ST-OVERRUNS (WS-STEP-IDX)
           END-IF
           IF SH-STEP-STATUS NOT = "COMPLETE"
               EXIT PARAGRAPH
           END-IF
           IF SH-ELAPSED-SECONDS > WS-ST-LONGEST (WS-STEP-IDX)
               MOVE SH-ELAPSED-SECONDS TO WS-ST-LONGEST (WS-STEP-IDX)
               MOVE SH-RUN-DATE TO WS-ST-LONGEST-DATE (WS-STEP-IDX)
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-AGE-DAYS < 0
                   CONTINUE
               WHEN WS-RUN-AGE-DAYS < 30
                   ADD 1 TO WS-ST-RECENT-COUNT (WS-STEP-IDX)
                   ADD SH-ELAPSED-SECONDS TO
                       WS-ST-RECENT-TOTAL (WS-STEP-IDX)
               WHEN WS-RUN-AGE-DAYS < 60
                   ADD 1 TO WS-ST-PRIOR-COUNT (WS-STEP-IDX)
                   ADD SH-ELAPSED-SECONDS TO
                       WS-ST-PRIOR-TOTAL (WS-STEP-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Leaves WS-STEP-IDX on the step's entry, adding one for a
      * step not seen before; past the count when the table is full.
       FIND-STEP-ENTRY.
           SET WS-STEP-IDX TO 1
           SEARCH WS-STEP-ENTRY
               AT END
                   SET WS-STEP-IDX TO 51
               WHEN WS-STEP-IDX > WS-STEP-COUNT
                   IF WS-STEP-COUNT < 50
                       ADD 1 TO WS-STEP-COUNT
                       INITIALIZE WS-STEP-ENTRY (WS-STEP-IDX)
                       MOVE SH-STEP-NAME TO WS-ST-NAME (WS-STEP-IDX)
                   END-IF
               WHEN WS-ST-NAME (WS-STEP-IDX) = SH-STEP-NAME
                   CONTINUE
           END-SEARCH.

       PRINT-STEP-LINE.
           SET WS-STEP-IDX TO WS-PRINT-IDX
           MOVE SPACES TO WS-RS-LAST-PCT-SIGN WS-RS-TREND-SIGN
                          WS-RS-GROWING-OUT WS-RS-STATUS-OUT
           MOVE 0 TO WS-RECENT-AVERAGE WS-PRIOR-AVERAGE
                     WS-LAST-VS-AVG-PCT WS-TREND-PCT
           MOVE WS-ST-NAME (WS-STEP-IDX) TO WS-RS-STEP-OUT
           MOVE WS-ST-LAST-DATE (WS-STEP-IDX) TO WS-RS-LAST-DATE-OUT
           MOVE WS-ST-LAST-SECONDS (WS-STEP-IDX) TO WS-RS-LAST-SECS-OUT
           IF WS-ST-RECENT-COUNT (WS-STEP-IDX) > 0
               COMPUTE WS-RECENT-AVERAGE ROUNDED =
                   WS-ST-RECENT-TOTAL (WS-STEP-IDX)
                   / WS-ST-RECENT-COUNT (WS-STEP-IDX)
           END-IF
           IF WS-ST-PRIOR-COUNT (WS-STEP-IDX) > 0
               COMPUTE WS-PRIOR-AVERAGE ROUNDED =
                   WS-ST-PRIOR-TOTAL (WS-STEP-IDX)
                   / WS-ST-PRIOR-COUNT (WS-STEP-IDX)
           END-IF
           MOVE WS-RECENT-AVERAGE TO WS-RS-AVERAGE-OUT
           IF WS-RECENT-AVERAGE > 0
               COMPUTE WS-LAST-VS-AVG-PCT ROUNDED =
                   (WS-ST-LAST-SECONDS (WS-STEP-IDX)
                    - WS-RECENT-AVERAGE) * 100 / WS-RECENT-AVERAGE
               MOVE "%" TO WS-RS-LAST-PCT-SIGN
           END-IF
           MOVE WS-LAST-VS-AVG-PCT TO WS-RS-LAST-PCT-OUT
           MOVE WS-ST-LONGEST (WS-STEP-IDX) TO WS-RS-LONGEST-OUT
           MOVE WS-ST-LONGEST-DATE (WS-STEP-IDX)
               TO WS-RS-LONGEST-DATE-OUT
           IF WS-PRIOR-AVERAGE > 0 AND WS-RECENT-AVERAGE > 0
               COMPUTE WS-TREND-PCT ROUNDED =
                   (WS-RECENT-AVERAGE - WS-PRIOR-AVERAGE) * 100
                   / WS-PRIOR-AVERAGE
               MOVE "%" TO WS-RS-TREND-SIGN
               IF WS-TREND-PCT > 10
                   MOVE "GROWING" TO WS-RS-GROWING-OUT
                   ADD 1 TO WS-GROWING-COUNT
               END-IF
           END-IF
           MOVE WS-TREND-PCT TO WS-RS-TREND-OUT
           MOVE WS-ST-EXPECTED-MIN (WS-STEP-IDX) TO WS-RS-EXPECTED-OUT
           MOVE WS-ST-OVERRUNS (WS-STEP-IDX) TO WS-RS-OVERRUNS-OUT
           IF WS-ST-LAST-STATUS (WS-STEP-IDX) NOT = "COMPLETE"
               MOVE WS-ST-LAST-STATUS (WS-STEP-IDX) TO WS-RS-STATUS-OUT
           END-IF
           MOVE WS-RS-LINE TO RUNSTATS-REPORT-LINE
           WRITE RUNSTATS-REPORT-LINE.
