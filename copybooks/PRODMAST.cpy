      * of the operator keying a raw PURCHASE-AMOUNT for every
      * sale.  Carries the on-hand count that sales draw down and
      * credits restore, and the reorder point the exception
      * report checks against.  ReorderCalc recalculates the
      * reorder point and order quantity monthly from movement
      * history and the lead time (the product's own, else its
      * vendor's), and drafts POs to the product's usual vendor.
      * Allocated is stock set aside for order lines awaiting pick
      * and ship confirmation - still on hand, but not free to
      * promise to the next order.  Lot- and serial-controlled
      * products have each unit received, sold, returned and
      * counted tied to its lot or serial number (LOTBAL and
      * LOTMOVE) so a recall can be traced to the customer.
       01 PRODUCT-MASTER-RECORD.
          05 PM-PRODUCT-CODE         PIC X(6).
          05 PM-PRODUCT-NAME         PIC X(30).
          05 PM-STATUS               PIC X(1).
             88 PM-ACTIVE-PRODUCT    VALUE "A".
             88 PM-DISCONTINUED      VALUE "D".
          05 PM-ORDER-QTY            PIC 9(5) VALUE 0.
          05 PM-LEAD-TIME-DAYS       PIC 9(3) VALUE 0.
          05 PM-VENDOR-ID            PIC 9(5) VALUE 0.
          05 PM-QTY-ALLOCATED        PIC S9(7) VALUE 0.
          05 PM-TRACKING-CODE        PIC X(1).
             88 PM-LOT-CONTROLLED    VALUE "L".
             88 PM-SERIAL-CONTROLLED VALUE "S".
             88 PM-LOT-TRACKED       VALUE "L" "S".
      * ABC class from AbcClassify's quarterly ranking by annual
      * usage value (twelve months' units at average cost), and
      * the date the product was last counted and posted in
      * PhysicalCount.  The class sets how often it falls due for
      * a cycle count; a product not yet classified counts as C.
          05 PM-ABC-CLASS            PIC X(1).
             88 PM-CLASS-A           VALUE "A".
             88 PM-CLASS-B           VALUE "B".
             88 PM-CLASS-C           VALUE "C".
          05 PM-ANNUAL-USAGE-VALUE   PIC S9(11)V99 VALUE 0.
          05 PM-LAST-COUNT-DATE      PIC 9(8) VALUE 0.
