      * COUNTENT.cpy - Physical count entry record layout.
      * Indexed work file keyed on warehouse plus product, rebuilt
      * when count sheets are generated.  The book quantity is
      * frozen at sheet time so sales keyed during the count do
      * not shift the baseline; the counted quantity comes from
      * the count entry screen, and posting settles the variance
      * into the site's on-hand and PM-QTY-ON-HAND with an audit
      * trail.
       01 COUNT-ENTRY-RECORD.
          05 CE-COUNT-KEY.
             10 CE-WAREHOUSE-CODE    PIC X(3).
             10 CE-PRODUCT-CODE      PIC X(6).
          05 CE-BOOK-QTY             PIC S9(7).
          05 CE-COUNTED-QTY          PIC S9(7).
          05 CE-COUNTED-SW           PIC X(1).
