               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT BROKEN-PROMISE-FILE
               ASSIGN TO WS-BROKEN-PROMISE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BROKEN-PROMISE-STATUS.

           SELECT REPORT-GEN-FILE ASSIGN TO "REPORTGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-GEN-KEY
               FILE STATUS IS WS-REPORT-GEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTION-ACTIVITY-FILE.
           COPY RUNCTL.

       FD  BROKEN-PROMISE-FILE.
       01 BROKEN-PROMISE-LINE      PIC X(100).

       FD  REPORT-GEN-FILE.
           COPY REPGEN.

       WORKING-STORAGE SECTION.
       01 WS-COLLECTION-STATUS     PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-BROKEN-PROMISE-STATUS PIC X(2) VALUE "00".
       01 WS-REPORT-GEN-STATUS     PIC X(2) VALUE "00".
       01 WS-RG-BASE-NAME          PIC X(8).
       01 WS-RG-BUILT-NAME         PIC X(30).
       01 WS-RG-RUN-NUMBER         PIC 9(3) VALUE 0.
       01 WS-RG-PROBE-FOUND-SW     PIC X(1) VALUE "N".
          88 WS-RG-PROBE-FOUND     VALUE "Y".
       01 WS-BROKEN-PROMISE-NAME   PIC X(30) VALUE "BRKPROM.PRT".

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNON-PASSWORD       PIC X(8).
          05 WS-BRK-PAID-OUT       PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(3) VALUE " - ".
          05 WS-BRK-VERDICT-OUT    PIC X(7).
          05 FILLER                PIC X(11) VALUE " collector ".
          05 WS-BRK-COLLECTOR-OUT  PIC X(8).

       LINKAGE SECTION.
           COPY SIGNONLK.
      * and date.  The report pass settles every promise past its
      * date against cash actually posted since the call - kept
      * promises are closed, broken ones are flagged and printed
      * for the day's call list under the collector who took the
      * promise.
       RUN-START.
           OPEN INPUT OPERATOR-MASTER-FILE.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.

       COPY OPENRCTL.

       COPY REPGENRG.

       FIND-NEXT-ACTIVITY-SEQ.
           MOVE 0 TO WS-NEXT-SEQ
           MOVE "N" TO WS-LIST-EOF-SW
       BROKEN-PROMISE-REPORT.
           MOVE 0 TO WS-BROKEN-COUNT
           MOVE 0 TO WS-KEPT-COUNT
           MOVE "BRKPROM" TO WS-RG-BASE-NAME
           PERFORM NEW-REPORT-GENERATION
           MOVE WS-RG-BUILT-NAME TO WS-BROKEN-PROMISE-NAME
           OPEN OUTPUT BROKEN-PROMISE-FILE
           MOVE WS-BROKEN-HEADER TO BROKEN-PROMISE-LINE
           WRITE BROKEN-PROMISE-LINE
           CLOSE BROKEN-PROMISE-FILE
           DISPLAY "Promise report complete - " WS-KEPT-COUNT
                   " kept, " WS-BROKEN-COUNT " broken "
                   "(see " FUNCTION TRIM (WS-BROKEN-PROMISE-NAME)
                   ").".

       SETTLE-ONE-PROMISE.
           PERFORM SUM-CASH-SINCE-PROMISE
           MOVE CL-PROMISE-AMOUNT  TO WS-BRK-AMOUNT-OUT
           MOVE CL-PROMISE-DATE    TO WS-BRK-DATE-OUT
           MOVE WS-PAID-SINCE-PROMISE TO WS-BRK-PAID-OUT
           MOVE CL-OPERATOR-ID     TO WS-BRK-COLLECTOR-OUT
           IF WS-PAID-SINCE-PROMISE >= CL-PROMISE-AMOUNT
               MOVE "K" TO CL-PROMISE-STATUS
               ADD 1 TO WS-KEPT-COUNT
