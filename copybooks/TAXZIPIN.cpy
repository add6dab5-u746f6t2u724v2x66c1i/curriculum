      * TAXZIPIN.cpy - State rate file load record layout.
      * Line-sequential input for PostalJurLoad, one row per postal
      * code as the state publishes it, with the combined rate the
      * state has on record for that jurisdiction.
       01 TAX-ZIP-LOAD-RECORD.
          05 ZI-POSTAL-CODE          PIC X(10).
          05 ZI-STATE                PIC X(2).
          05 ZI-JURISDICTION-CODE    PIC X(4).
          05 ZI-TAX-RATE             PIC 9V9(4).
