      * STEPHIST.cpy - Batch cycle step run-time history layout.
      * One record per step EODCycle actually ran, appended when the
      * step returns: the processing date of the cycle, the clock
      * start and end, the elapsed seconds, how it ended, and the
      * expected run time the schedule held that night.
      * StepRunStats reads it back for averages and trends.
       01 STEP-HISTORY-RECORD.
          05 SH-RUN-DATE             PIC 9(8).
          05 SH-STEP-NAME            PIC X(20).
          05 SH-START-DATE           PIC 9(8).
          05 SH-START-TIME           PIC 9(8).
          05 SH-END-DATE             PIC 9(8).
          05 SH-END-TIME             PIC 9(8).
          05 SH-ELAPSED-SECONDS      PIC 9(7).
          05 SH-STEP-STATUS          PIC X(10).
          05 SH-EXPECTED-MINUTES     PIC 9(4).
          05 SH-OVERRUN-SW           PIC X(1).
             88 SH-OVERRUN           VALUE "Y".
