      * CUSTITEM.cpy - Customer-item cross-reference record layout.
      * Indexed file keyed on customer plus the customer's own
      * item number, giving our product code for it, so an order
      * received electronically can name items the way the
      * customer's purchasing system does.  Maintained through
      * CustItemMaint and read by OrderImport.
       01 CUSTOMER-ITEM-RECORD.
          05 CI-ITEM-KEY.
             10 CI-CUSTOMER-ID       PIC 9(5).
             10 CI-CUSTOMER-ITEM     PIC X(20).
          05 CI-PRODUCT-CODE         PIC X(6).
          05 CI-ADDED-DATE           PIC 9(8).
