      * quarter.  A held step is skipped and logged; a failing
      * step stops the chain only when its stop-on-fail switch
      * says so.  EODCycle seeds this file with the classic
      * four-step chain the first time it runs without one.  A
      * step given an expected run time is flagged as an overrun
      * when a night's run takes longer; zero means no limit.
       01 JOB-SCHEDULE-RECORD.
          05 JS-SEQUENCE             PIC 9(3).
          05 JS-STEP-NAME            PIC X(20).
             88 JS-HELD              VALUE "H".
          05 JS-STOP-ON-FAIL-SW      PIC X(1).
             88 JS-STOP-ON-FAIL      VALUE "Y".
          05 JS-EXPECTED-MINUTES     PIC 9(4).
