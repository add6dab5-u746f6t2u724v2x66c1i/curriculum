      * PURCTRAN.cpy - Purchase transaction record layout.
      * One record per purchase/credit entry, written by
      * PurchaseCalculator to the PURCHASE-TRANS file and read back
      * by the reporting and reconciliation jobs.  A sale invoiced
      * off a sales order carries the customer's purchase-order
      * number from the order; it is blank otherwise.
       01 PURCHASE-TRANS-RECORD.
          05 PT-INVOICE-NUMBER       PIC 9(9).
          05 PT-CUSTOMER-ID          PIC 9(5).
          05 PT-COMPANY-CODE         PIC X(3).
          05 PT-TAX-JURISDICTION     PIC X(4).
          05 PT-SALESPERSON-CODE     PIC X(4).
          05 PT-CUSTOMER-PO          PIC X(20).
