      * PRODWHSE.cpy - Product stock by warehouse record layout.
      * Indexed file keyed on warehouse plus product, one row per
      * product stocked at a site.  The product master keeps the
      * company totals; these rows split them by site.  Allocated
      * is stock at the site set aside for order lines awaiting
      * ship confirmation, on order is open PO quantity due into
      * the site, and in transit is stock shipped to the site on a
      * transfer and not yet received - still owned, but on no
      * site's shelf.
       01 PRODUCT-WAREHOUSE-RECORD.
          05 PW-BALANCE-KEY.
             10 PW-WAREHOUSE-CODE    PIC X(3).
             10 PW-PRODUCT-CODE      PIC X(6).
          05 PW-QTY-ON-HAND          PIC S9(7).
          05 PW-QTY-ON-ORDER         PIC S9(7).
          05 PW-QTY-ALLOCATED        PIC S9(7).
          05 PW-QTY-IN-TRANSIT       PIC S9(7).
          05 PW-REORDER-POINT        PIC 9(5).
