      * FRTRATE.cpy - Carrier freight rate table record layout.
      * Indexed file keyed on carrier, zone and weight break, one
      * row per rate step.  A package is charged the rate on the
      * lowest break at or above its weight (rounded up to the
      * whole pound) for the carrier and zone it ships under;
      * anything heavier than the carrier's top break for the zone
      * has no rate and must go another way.
       01 FREIGHT-RATE-RECORD.
          05 FR-RATE-KEY.
             10 FR-CARRIER-CODE      PIC X(4).
             10 FR-ZONE              PIC 9(2).
             10 FR-MAX-WEIGHT        PIC 9(5).
          05 FR-CARRIER-NAME         PIC X(20).
          05 FR-FREIGHT-CHARGE       PIC S9(5)V99.
