      * REPGENRG.cpy - Shared report generation registration.
      * COPY into PROCEDURE DIVISION.  Requires REPORT-GEN-FILE
      * (COPY REPGEN) with WS-REPORT-GEN-STATUS, WS-RG-BASE-NAME
      * X(8), WS-RG-BUILT-NAME X(30), WS-RG-RUN-NUMBER 9(3) and
      * WS-RG-PROBE-FOUND-SW (88 WS-RG-PROBE-FOUND) declared in
      * WORKING-STORAGE.  The caller moves the report name into
      * WS-RG-BASE-NAME and PERFORMs NEW-REPORT-GENERATION; the
      * next free run number for today is taken, the generation
      * (report.date.run) is registered, and its file name is left
      * in WS-RG-BUILT-NAME for the caller's report file.
       NEW-REPORT-GENERATION.
           OPEN I-O REPORT-GEN-FILE
           IF WS-REPORT-GEN-STATUS = "35"
               OPEN OUTPUT REPORT-GEN-FILE
               CLOSE REPORT-GEN-FILE
               OPEN I-O REPORT-GEN-FILE
           END-IF
           ACCEPT RG-GEN-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-RG-RUN-NUMBER
           MOVE "Y" TO WS-RG-PROBE-FOUND-SW
           PERFORM UNTIL NOT WS-RG-PROBE-FOUND
               ADD 1 TO WS-RG-RUN-NUMBER
               MOVE WS-RG-BASE-NAME TO RG-REPORT-NAME
               MOVE WS-RG-RUN-NUMBER TO RG-GEN-NUMBER
               READ REPORT-GEN-FILE
                   KEY IS RG-GEN-KEY
                   INVALID KEY
                       MOVE "N" TO WS-RG-PROBE-FOUND-SW
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-RG-BUILT-NAME
           STRING FUNCTION TRIM (WS-RG-BASE-NAME) "."
              RG-GEN-DATE "." WS-RG-RUN-NUMBER
              DELIMITED BY SIZE
              INTO WS-RG-BUILT-NAME
           MOVE WS-RG-BASE-NAME  TO RG-REPORT-NAME
           MOVE WS-RG-RUN-NUMBER TO RG-GEN-NUMBER
           MOVE WS-RG-BUILT-NAME TO RG-FILE-NAME
           WRITE REPORT-GEN-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           CLOSE REPORT-GEN-FILE.
