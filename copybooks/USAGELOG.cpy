      * USAGELOG.cpy - Program usage audit log record layout.
      * Indexed file keyed on the start date and time, operator and
      * program.  One record per program launched from MainMenu or
      * EODCycle, written by UsageLog when the program starts and
      * completed when it returns, so a run that never came back
      * is left showing as started.  A menu selection refused for
      * want of the role is logged as refused.  UsageInquiry reads
      * it back.
       01 USAGE-LOG-RECORD.
          05 UL-LOG-KEY.
             10 UL-START-DATE        PIC 9(8).
             10 UL-START-TIME        PIC 9(8).
             10 UL-OPERATOR-ID       PIC X(8).
             10 UL-PROGRAM-NAME      PIC X(20).
          05 UL-LAUNCHED-FROM        PIC X(8).
          05 UL-END-DATE             PIC 9(8).
          05 UL-END-TIME             PIC 9(8).
          05 UL-MODE                 PIC X(1).
             88 UL-MODE-LIVE         VALUE "L".
             88 UL-MODE-TRAINING     VALUE "T".
          05 UL-COMPANY-CODE         PIC X(3).
          05 UL-STATUS               PIC X(1).
             88 UL-STARTED           VALUE "S".
             88 UL-COMPLETED         VALUE "C".
             88 UL-FAILED            VALUE "F".
             88 UL-REFUSED           VALUE "R".
          05 UL-RETURN-CODE          PIC S9(4).
