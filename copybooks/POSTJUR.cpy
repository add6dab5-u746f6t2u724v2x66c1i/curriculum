      * POSTJUR.cpy - Postal code to tax jurisdiction table record.
      * Indexed file keyed on postal code, loaded from each state's
      * rate file by PostalJurLoad, so the tax logic can tell which
      * county or city jurisdiction a ship-to address falls in.  A
      * full ZIP+4 row is looked up first, then the five-digit code.
       01 POSTAL-JURISDICTION-RECORD.
          05 PJ-POSTAL-CODE          PIC X(10).
          05 PJ-JURISDICTION-CODE    PIC X(4).
          05 PJ-STATE                PIC X(2).
          05 PJ-LOADED-DATE          PIC 9(8).
