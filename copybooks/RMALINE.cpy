      * dock actually counted in (resellable units restock the
      * on-hand count at receipt); credited is what purchase entry
      * has issued credit for, so the same returned unit can never
      * be credited twice.  The warehouse is the site resellable
      * units are restocked into, and the lot number the lot or
      * first serial restocked (LOTMOVE holds every one).
       01 RMA-LINE-RECORD.
          05 RL-RMA-LINE-KEY.
             10 RL-RMA-NUMBER        PIC 9(9).
          05 RL-QTY-RECEIVED         PIC S9(5).
          05 RL-QTY-RESTOCKED        PIC S9(5).
          05 RL-QTY-CREDITED         PIC S9(5).
          05 RL-WAREHOUSE-CODE       PIC X(3).
          05 RL-LOT-NUMBER           PIC X(20).
