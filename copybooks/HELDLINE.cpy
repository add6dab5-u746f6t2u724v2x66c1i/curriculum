      * The staged product lines of a held entry, keyed back to the
      * held entry by its hold id, so a sale released from credit
      * hold still writes its line-item detail and moves the
      * on-hand counts it would have moved had it posted directly,
      * at the warehouse the line was keyed against.
       01 HELD-LINE-RECORD.
          05 HL-HOLD-ID              PIC 9(7).
          05 HL-LINE-NUMBER          PIC 9(3).
          05 HL-QUANTITY             PIC S9(5).
          05 HL-UNIT-PRICE           PIC S9(7)V99.
          05 HL-EXTENDED-PRICE       PIC S9(9)V99.
          05 HL-WAREHOUSE-CODE       PIC X(3).
