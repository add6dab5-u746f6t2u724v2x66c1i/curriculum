      * ABCCTL.cpy - ABC classification parameter record layout.
      * Single record (constant key "1") read by AbcClassify and
      * PhysicalCount and maintained in ParamMaint.  Class A takes
      * products down the usage ranking until the A cut-off
      * percent of annual usage value, class B on to the B
      * cut-off, class C the rest; each class falls due for a
      * cycle count this many days after its last count.  Zeros
      * mean 80 and 95 percent, and 30, 91 and 365 days.
       01 ABC-CONTROL-RECORD.
          05 AB-CONTROL-KEY          PIC X(1).
          05 AB-A-CUTOFF-PCT         PIC 9(3)V99.
          05 AB-B-CUTOFF-PCT         PIC 9(3)V99.
          05 AB-A-COUNT-DAYS         PIC 9(3).
          05 AB-B-COUNT-DAYS         PIC 9(3).
          05 AB-C-COUNT-DAYS         PIC 9(3).
