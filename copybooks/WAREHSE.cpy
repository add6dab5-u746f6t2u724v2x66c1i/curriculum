      * WAREHSE.cpy - Warehouse master record layout.
      * Indexed file keyed on warehouse code, one row per stocking
      * site.  The run-control default warehouse is the site stock
      * moves to or from when none is keyed; a shop with no
      * warehouse file runs as a single site under that code.
       01 WAREHOUSE-MASTER-RECORD.
          05 WH-WAREHOUSE-CODE       PIC X(3).
          05 WH-WAREHOUSE-NAME       PIC X(30).
          05 WH-COMPANY-CODE         PIC X(3).
          05 WH-STATUS               PIC X(1).
             88 WH-ACTIVE            VALUE "A".
             88 WH-INACTIVE          VALUE "I".
