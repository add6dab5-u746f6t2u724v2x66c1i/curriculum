      * USAGELK.cpy - Program usage log linkage block.
      * Passed with the sign-on block to the UsageLog subprogram.
      * The caller names the program and the action; UsageLog
      * hands back the start stamp on a start so the matching end
      * completes the same record.
       01 USAGE-LOG-BLOCK.
          05 UB-ACTION               PIC X(1).
             88 UB-ACTION-START      VALUE "S".
             88 UB-ACTION-END        VALUE "E".
             88 UB-ACTION-REFUSED    VALUE "R".
          05 UB-PROGRAM-NAME         PIC X(20).
          05 UB-LAUNCHED-FROM        PIC X(8).
          05 UB-START-DATE           PIC 9(8).
          05 UB-START-TIME           PIC 9(8).
          05 UB-RETURN-CODE          PIC S9(4).
