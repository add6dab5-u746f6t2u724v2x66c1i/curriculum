
           COPY SIGNONLK.

           COPY USAGELK.

       PROCEDURE DIVISION.
      * The operator signs on once here; the signed-on block rides
      * down to every called program so nothing prompts twice, and
      * menu options are refused when the operator lacks the role.
      * Every program launched, and every selection refused, goes
      * on the usage log.
       PG-TOP.
           MOVE "N" TO SL-SIGNED-ON-SW.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
               DISPLAY "Sign-on cancelled - goodbye."
               GOBACK
           END-IF.
           MOVE "MainMenu" TO UB-LAUNCHED-FROM.
           PERFORM UNTIL WS-EXIT-REQUESTED
               DISPLAY "==================================="
               DISPLAY " Daily Jobs Menu  (" SL-OPERATOR-ID
               DISPLAY "16. Return authorizations (RMA)"
               DISPLAY "17. Card settlement import"
               DISPLAY "18. Morning operations dashboard"
               DISPLAY "19. Vendor invoice entry / match"
               DISPLAY "20. Vendor payment selection / check run"
               DISPLAY "21. Sales quotations / convert to order"
               DISPLAY "22. Electronic customer order import"
               DISPLAY "23. Electronic invoices - send / resend"
               DISPLAY "24. Card chargebacks / representment"
               DISPLAY "25. Reapply unapplied cash to new invoices"
               DISPLAY "26. Deposit slips for unbatched receipts"
               DISPLAY "27. Annual merit cycle"
               DISPLAY "28. ACA full-time measurement / coverage"
               DISPLAY "29. Employee expense claims / approval"
               DISPLAY "30. Retirement match / true-up / vesting"
               DISPLAY "31. Net pay what-if (no posting)"
               DISPLAY "32. Payroll tax deposits / schedule"
               DISPLAY " 9. Exit"
               DISPLAY "Enter selection: "
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       IF SL-ROLE-PURCHASE
                           MOVE "PurchaseCalculator" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "PurchaseCalculator" USING
                               OPERATOR-SIGNON-BLOCK
                           PERFORM LOG-PROGRAM-END
                           CANCEL "PurchaseCalculator"
                       ELSE
                           MOVE "PurchaseCalculator" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 2
                       IF SL-ROLE-PAYROLL
                           MOVE "SalaryCalculator" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "SalaryCalculator" USING
                               OPERATOR-SIGNON-BLOCK
                           PERFORM LOG-PROGRAM-END
                           CANCEL "SalaryCalculator"
                       ELSE
                           MOVE "SalaryCalculator" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 3
                       IF SL-ROLE-REPORTS
                           PERFORM REPORTS-MENU
                       ELSE
                           MOVE "Reports menu" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 4
                       IF SL-ROLE-PURCHASE
                           MOVE "PaymentEntry" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "PaymentEntry" USING
                               OPERATOR-SIGNON-BLOCK
                           PERFORM LOG-PROGRAM-END
                           CANCEL "PaymentEntry"
                       ELSE
                           MOVE "PaymentEntry" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 5
                       IF SL-ROLE-ADMIN
                           PERFORM MAINTENANCE-MENU
                       ELSE
                           MOVE "Maintenance menu" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 6
                       IF SL-ROLE-PURCHASE
                           MOVE "CreditRelease" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "CreditRelease" USING
                               OPERATOR-SIGNON-BLOCK
                           PERFORM LOG-PROGRAM-END
                           CANCEL "CreditRelease"
                       ELSE
                           MOVE "CreditRelease" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 7
                       IF SL-ROLE-PURCHASE
                           MOVE "BatchEdit" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "BatchEdit"
                           PERFORM LOG-PROGRAM-END
                           CANCEL "BatchEdit"
                       ELSE
                           MOVE "BatchEdit" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 8
                       IF SL-ROLE-PAYROLL
                           MOVE "BankReturns" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "BankReturns"
                           PERFORM LOG-PROGRAM-END
                           CANCEL "BankReturns"
                       ELSE
                           MOVE "BankReturns" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 10
                       IF SL-ROLE-ADMIN
                           MOVE "GLExtract" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "GLExtract"
                           PERFORM LOG-PROGRAM-END
                           CANCEL "GLExtract"
                       ELSE
                           MOVE "GLExtract" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 11
                       IF SL-ROLE-PURCHASE
                           MOVE "LockboxImport" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "LockboxImport"
                           PERFORM LOG-PROGRAM-END
                           CANCEL "LockboxImport"
                       ELSE
                           MOVE "LockboxImport" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 17
                       IF SL-ROLE-PURCHASE
                           MOVE "CardSettle" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "CardSettle"
                           PERFORM LOG-PROGRAM-END
                           CANCEL "CardSettle"
                       ELSE
                           MOVE "CardSettle" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 18
                       MOVE "OpsDashboard" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "OpsDashboard"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "OpsDashboard"
                   WHEN 12
                       IF SL-ROLE-PURCHASE
                           MOVE "NsfReturn" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "NsfReturn" USING
                               OPERATOR-SIGNON-BLOCK
                           PERFORM LOG-PROGRAM-END
                           CANCEL "NsfReturn"
                       ELSE
                           MOVE "NsfReturn" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 13
                       IF SL-ROLE-PURCHASE
                           MOVE "BadDebtWriteOff" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "BadDebtWriteOff" USING
                               OPERATOR-SIGNON-BLOCK
                           PERFORM LOG-PROGRAM-END
                           CANCEL "BadDebtWriteOff"
                       ELSE
                           MOVE "BadDebtWriteOff" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 14
                       IF SL-ROLE-PURCHASE
                           MOVE "CollectionsLog" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "CollectionsLog" USING
                               OPERATOR-SIGNON-BLOCK
                           PERFORM LOG-PROGRAM-END
                           CANCEL "CollectionsLog"
                       ELSE
                           MOVE "CollectionsLog" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 15
                       IF SL-ROLE-PURCHASE
                           MOVE "OrderEntry" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "OrderEntry" USING
                               OPERATOR-SIGNON-BLOCK
                           PERFORM LOG-PROGRAM-END
                           CANCEL "OrderEntry"
                       ELSE
                           MOVE "OrderEntry" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 16
                       IF SL-ROLE-PURCHASE
                           MOVE "RmaMaint" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "RmaMaint" USING
                               OPERATOR-SIGNON-BLOCK
                           PERFORM LOG-PROGRAM-END
                           CANCEL "RmaMaint"
                       ELSE
                           MOVE "RmaMaint" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 19
                       IF SL-ROLE-PURCHASE
                           MOVE "VendorInvoice" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "VendorInvoice" USING
                               OPERATOR-SIGNON-BLOCK
                           PERFORM LOG-PROGRAM-END
                           CANCEL "VendorInvoice"
                       ELSE
                           MOVE "VendorInvoice" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 20
                       IF SL-ROLE-PURCHASE
                           MOVE "APPayment" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "APPayment" USING
                               OPERATOR-SIGNON-BLOCK
                           PERFORM LOG-PROGRAM-END
                           CANCEL "APPayment"
                       ELSE
                           MOVE "APPayment" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 21
                       IF SL-ROLE-PURCHASE
                           MOVE "QuoteEntry" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "QuoteEntry" USING
                               OPERATOR-SIGNON-BLOCK
                           PERFORM LOG-PROGRAM-END
                           CANCEL "QuoteEntry"
                       ELSE
                           MOVE "QuoteEntry" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 22
                       IF SL-ROLE-PURCHASE
                           MOVE "OrderImport" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "OrderImport"
                           PERFORM LOG-PROGRAM-END
                           CANCEL "OrderImport"
                       ELSE
                           MOVE "OrderImport" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 23
                       IF SL-ROLE-PURCHASE
                           MOVE "EInvoiceResend" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "EInvoiceResend" USING
                               OPERATOR-SIGNON-BLOCK
                           PERFORM LOG-PROGRAM-END
                           CANCEL "EInvoiceResend"
                       ELSE
                           MOVE "EInvoiceResend" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 24
                       IF SL-ROLE-PURCHASE
                           MOVE "ChargebackMaint" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "ChargebackMaint" USING
                               OPERATOR-SIGNON-BLOCK
                           PERFORM LOG-PROGRAM-END
                           CANCEL "ChargebackMaint"
                       ELSE
                           MOVE "ChargebackMaint" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 25
                       IF SL-ROLE-PURCHASE
                           MOVE "CashReapply" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "CashReapply"
                           PERFORM LOG-PROGRAM-END
                           CANCEL "CashReapply"
                       ELSE
                           MOVE "CashReapply" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 26
                       IF SL-ROLE-PURCHASE
                           MOVE "DepositSlip" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "DepositSlip"
                           PERFORM LOG-PROGRAM-END
                           CANCEL "DepositSlip"
                       ELSE
                           MOVE "DepositSlip" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 27
                       IF SL-ROLE-PAYROLL
                           MOVE "MeritCycle" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "MeritCycle" USING
                               OPERATOR-SIGNON-BLOCK
                           PERFORM LOG-PROGRAM-END
                           CANCEL "MeritCycle"
                       ELSE
                           MOVE "MeritCycle" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 28
                       IF SL-ROLE-PAYROLL
                           MOVE "AcaMeasure" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "AcaMeasure" USING
                               OPERATOR-SIGNON-BLOCK
                           PERFORM LOG-PROGRAM-END
                           CANCEL "AcaMeasure"
                       ELSE
                           MOVE "AcaMeasure" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 29
                       IF SL-ROLE-PAYROLL
                           MOVE "ExpenseClaim" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "ExpenseClaim" USING
                               OPERATOR-SIGNON-BLOCK
                           PERFORM LOG-PROGRAM-END
                           CANCEL "ExpenseClaim"
                       ELSE
                           MOVE "ExpenseClaim" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 30
                       IF SL-ROLE-PAYROLL
                           MOVE "RetirementMatch" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "RetirementMatch" USING
                               OPERATOR-SIGNON-BLOCK
                           PERFORM LOG-PROGRAM-END
                           CANCEL "RetirementMatch"
                       ELSE
                           MOVE "RetirementMatch" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 31
                       IF SL-ROLE-PAYROLL
                           MOVE "NetPayWhatIf" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "NetPayWhatIf" USING
                               OPERATOR-SIGNON-BLOCK
                           PERFORM LOG-PROGRAM-END
                           CANCEL "NetPayWhatIf"
                       ELSE
                           MOVE "NetPayWhatIf" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 32
                       IF SL-ROLE-PAYROLL
                           MOVE "TaxDeposit" TO UB-PROGRAM-NAME
                           PERFORM LOG-PROGRAM-START
                           CALL "TaxDeposit" USING
                               OPERATOR-SIGNON-BLOCK
                           PERFORM LOG-PROGRAM-END
                           CANCEL "TaxDeposit"
                       ELSE
                           MOVE "TaxDeposit" TO UB-PROGRAM-NAME
                           PERFORM NOT-AUTHORIZED
                       END-IF
                   WHEN 9

       NOT-AUTHORIZED.
           DISPLAY "Operator " SL-OPERATOR-ID " is not authorized "
                   "for that selection."
           PERFORM LOG-PROGRAM-REFUSED.

       COPY USAGEPRC.

       MAINTENANCE-MENU.
           MOVE 0 TO WS-MAINT-MENU-CHOICE
               DISPLAY "19. Invoice dispute maintenance"
               DISPLAY "20. Recurring billing contracts"
               DISPLAY "21. Customer contract pricing"
               DISPLAY "22. Inventory receiving against POs"
               DISPLAY "23. Physical inventory count"
               DISPLAY "24. Customer merge (duplicates)"
               DISPLAY "25. Kit / bundle definitions"
               DISPLAY "44. Approve pending sensitive changes"
               DISPLAY "45. Rebuild training files"
               DISPLAY "46. Pay-period calendar"
               DISPLAY "47. Vendor maintenance"
               DISPLAY "48. Purchase orders / on-order"
               DISPLAY "49. Recalculate reorder points / draft POs"
               DISPLAY "50. Customer volume rebate agreements"
               DISPLAY "51. Carrier freight rate table"
               DISPLAY "52. Warehouses / stock by site"
               DISPLAY "53. Inter-warehouse stock transfers"
               DISPLAY "54. Lot / serial recall trace"
               DISPLAY "55. Customer item number cross reference"
               DISPLAY "56. Load state postal code jurisdictions"
               DISPLAY "57. Operating account deposit reconciliation"
               DISPLAY "58. Authorized positions / headcount"
               DISPLAY "59. Salary grades / ranges"
               DISPLAY "60. Employee certifications / licenses"
               DISPLAY "61. Employee concurrent assignments"
               DISPLAY "62. Fixed asset register"
               DISPLAY "63. Cost allocation rules"
               DISPLAY "64. GL fiscal year-end close"
               DISPLAY "65. Segregation-of-duties conflict rules"
               DISPLAY "66. Legal hold registry"
               DISPLAY "67. ABC inventory classification"
               DISPLAY " 9. Back to main menu"
               DISPLAY "Enter selection: "
               ACCEPT WS-MAINT-MENU-CHOICE
               EVALUATE WS-MAINT-MENU-CHOICE
                   WHEN 1
                       MOVE "CustomerMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "CustomerMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "CustomerMaint"
                   WHEN 2
                       MOVE "TaxRateMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "TaxRateMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "TaxRateMaint"
                   WHEN 3
                       MOVE "RateImport" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "RateImport"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "RateImport"
                   WHEN 4
                       MOVE "ProductMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "ProductMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "ProductMaint"
                   WHEN 5
                       MOVE "EmployeeMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "EmployeeMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "EmployeeMaint"
                   WHEN 6
                       MOVE "FedTaxLoad" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "FedTaxLoad"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "FedTaxLoad"
                   WHEN 7
                       MOVE "DeductMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "DeductMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "DeductMaint"
                   WHEN 8
                       MOVE "CheckMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "CheckMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "CheckMaint"
                   WHEN 10
                       MOVE "RetroPay" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "RetroPay"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "RetroPay"
                   WHEN 11
                       MOVE "OperMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "OperMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "OperMaint"
                   WHEN 12
                       MOVE "ParamMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "ParamMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "ParamMaint"
                   WHEN 13
                       MOVE "TimeClockImport" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "TimeClockImport"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "TimeClockImport"
                   WHEN 14
                       MOVE "YearEnd" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "YearEnd" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "YearEnd"
                   WHEN 15
                       MOVE "MasterBackup" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "MasterBackup"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "MasterBackup"
                   WHEN 16
                       MOVE "AddressMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "AddressMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "AddressMaint"
                   WHEN 17
                       MOVE "GLMapMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "GLMapMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "GLMapMaint"
                   WHEN 18
                       MOVE "XrefMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "XrefMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "XrefMaint"
                   WHEN 19
                       MOVE "DisputeMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "DisputeMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "DisputeMaint"
                   WHEN 20
                       MOVE "RecurringBilling" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "RecurringBilling" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "RecurringBilling"
                   WHEN 21
                       MOVE "ContractPriceMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "ContractPriceMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "ContractPriceMaint"
                   WHEN 22
                       MOVE "Receiving" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "Receiving" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "Receiving"
                   WHEN 23
                       MOVE "PhysicalCount" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "PhysicalCount" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "PhysicalCount"
                   WHEN 24
                       MOVE "CustomerMerge" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "CustomerMerge" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "CustomerMerge"
                   WHEN 25
                       MOVE "KitMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "KitMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "KitMaint"
                   WHEN 26
                       MOVE "AROpenBuild" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "AROpenBuild"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "AROpenBuild"
                   WHEN 27
                       MOVE "LocalTaxMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "LocalTaxMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "LocalTaxMaint"
                   WHEN 28
                       MOVE "ShiftDiffMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "ShiftDiffMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "ShiftDiffMaint"
                   WHEN 29
                       MOVE "LoanMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "LoanMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "LoanMaint"
                   WHEN 30
                       MOVE "PtoRequest" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "PtoRequest" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "PtoRequest"
                   WHEN 31
                       MOVE "BankAcctMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "BankAcctMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "BankAcctMaint"
                   WHEN 32
                       MOVE "DeductRemit" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "DeductRemit" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "DeductRemit"
                   WHEN 33
                       MOVE "Escheat" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "Escheat" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "Escheat"
                   WHEN 34
                       MOVE "PositivePay" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "PositivePay"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "PositivePay"
                   WHEN 35
                       MOVE "BankRecon" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "BankRecon"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "BankRecon"
                   WHEN 36
                       MOVE "TrialBalance" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "TrialBalance"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "TrialBalance"
                   WHEN 37
                       MOVE "BudgetReport" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "BudgetReport" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "BudgetReport"
                   WHEN 38
                       MOVE "SuspenseRecon" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "SuspenseRecon" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "SuspenseRecon"
                   WHEN 39
                       MOVE "StdJournal" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "StdJournal"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "StdJournal"
                   WHEN 40
                       MOVE "InterCompany" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "InterCompany"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "InterCompany"
                   WHEN 41
                       MOVE "ScheduleMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "ScheduleMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "ScheduleMaint"
                   WHEN 42
                       MOVE "JournalReplay" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "JournalReplay"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "JournalReplay"
                   WHEN 43
                       MOVE "IntegrityAudit" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "IntegrityAudit"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "IntegrityAudit"
                   WHEN 44
                       MOVE "ChangeApprove" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "ChangeApprove" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "ChangeApprove"
                   WHEN 45
                       MOVE "TrainingSetup" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "TrainingSetup"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "TrainingSetup"
                   WHEN 46
                       MOVE "CalendarMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "CalendarMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "CalendarMaint"
                   WHEN 47
                       MOVE "VendorMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "VendorMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "VendorMaint"
                   WHEN 48
                       MOVE "PurchaseOrder" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "PurchaseOrder" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "PurchaseOrder"
                   WHEN 49
                       MOVE "ReorderCalc" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "ReorderCalc"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "ReorderCalc"
                   WHEN 50
                       MOVE "RebateMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "RebateMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "RebateMaint"
                   WHEN 51
                       MOVE "FreightRateMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "FreightRateMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "FreightRateMaint"
                   WHEN 52
                       MOVE "WarehouseMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "WarehouseMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "WarehouseMaint"
                   WHEN 53
                       MOVE "StockTransfer" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "StockTransfer" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "StockTransfer"
                   WHEN 54
                       MOVE "LotTrace" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "LotTrace" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "LotTrace"
                   WHEN 55
                       MOVE "CustItemMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "CustItemMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "CustItemMaint"
                   WHEN 56
                       MOVE "PostalJurLoad" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "PostalJurLoad"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "PostalJurLoad"
                   WHEN 57
                       MOVE "DepositRecon" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "DepositRecon"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "DepositRecon"
                   WHEN 58
                       MOVE "PositionMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "PositionMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "PositionMaint"
                   WHEN 59
                       MOVE "PayGradeMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "PayGradeMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "PayGradeMaint"
                   WHEN 60
                       MOVE "CertMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "CertMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "CertMaint"
                   WHEN 61
                       MOVE "AssignmentMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "AssignmentMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "AssignmentMaint"
                   WHEN 62
                       MOVE "FixedAssetMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "FixedAssetMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "FixedAssetMaint"
                   WHEN 63
                       MOVE "AllocRuleMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "AllocRuleMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "AllocRuleMaint"
                   WHEN 64
                       MOVE "GLYearClose" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "GLYearClose" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "GLYearClose"
                   WHEN 65
                       MOVE "SodRuleMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "SodRuleMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "SodRuleMaint"
                   WHEN 66
                       MOVE "LegalHoldMaint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "LegalHoldMaint" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "LegalHoldMaint"
                   WHEN 67
                       MOVE "AbcClassify" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "AbcClassify"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "AbcClassify"
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
               DISPLAY "22. Workers' comp rates / policy report"
               DISPLAY "23. SUTA rates / quarterly report"
               DISPLAY "24. Job cost master / report"
               DISPLAY "25. Vendor 1099 statements / exceptions"
               DISPLAY "26. Customer rebate accrual / issue"
               DISPLAY "27. Deferred revenue recognition / roll-fwd"
               DISPLAY "28. Customer profitability"
               DISPLAY "29. Thirteen-week cash forecast"
               DISPLAY "30. Receivables KPI month-end snapshot"
               DISPLAY "31. Receivables KPI 13-month trend"
               DISPLAY "32. Customer tax jurisdiction validation"
               DISPLAY "33. Unapplied cash aging"
               DISPLAY "34. Position vacancy / over-hire"
               DISPLAY "35. Payroll cost forecast for next year"
               DISPLAY "36. State new-hire reporting file"
               DISPLAY "37. Certification / license expiry"
               DISPLAY "38. PTO liability valuation / accrual"
               DISPLAY "39. Payroll tax liability / deposits due"
               DISPLAY "40. Income statement / balance sheet"
               DISPLAY "41. Fixed asset depreciation / roll-forward"
               DISPLAY "42. Month-end accrued wages"
               DISPLAY "43. Subledger to GL tie-out"
               DISPLAY "44. Month-end cost allocation"
               DISPLAY "45. Segregation-of-duties conflicts"
               DISPLAY "46. Program usage log inquiry"
               DISPLAY "47. Batch cycle step run times"
               DISPLAY "48. Comma-delimited file extract"
               DISPLAY "49. Report bursting / distribution list"
               DISPLAY "50. Payroll fraud red flags"
               DISPLAY " 9. Back to main menu"
               DISPLAY "Enter selection: "
               ACCEPT WS-REPORTS-CHOICE
               EVALUATE WS-REPORTS-CHOICE
                   WHEN 1
                       MOVE "CustomerStatement" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "CustomerStatement"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "CustomerStatement"
                   WHEN 2
                       MOVE "SelfServiceLookup" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "SelfServiceLookup" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "SelfServiceLookup"
                   WHEN 3
                       MOVE "ArchivePurge" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "ArchivePurge"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "ArchivePurge"
                   WHEN 4
                       MOVE "FinanceCharge" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "FinanceCharge"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "FinanceCharge"
                   WHEN 5
                       MOVE "TaxCertReport" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "TaxCertReport"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "TaxCertReport"
                   WHEN 6
                       MOVE "TaxRemitReport" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "TaxRemitReport"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "TaxRemitReport"
                   WHEN 7
                       MOVE "FXReval" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "FXReval"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "FXReval"
                   WHEN 8
                       MOVE "InvoicePrint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "InvoicePrint"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "InvoicePrint"
                   WHEN 10
                       MOVE "ArchiveInquiry" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "ArchiveInquiry"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "ArchiveInquiry"
                   WHEN 11
                       MOVE "QuarterlyWage" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "QuarterlyWage"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "QuarterlyWage"
                   WHEN 12
                       MOVE "ErrorReview" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "ErrorReview" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "ErrorReview"
                   WHEN 13
                       MOVE "FileVerify" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "FileVerify"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "FileVerify"
                   WHEN 14
                       MOVE "ReportReprint" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "ReportReprint"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "ReportReprint"
                   WHEN 15
                       MOVE "XrefAudit" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "XrefAudit"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "XrefAudit"
                   WHEN 16
                       MOVE "DunningLetters" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "DunningLetters"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "DunningLetters"
                   WHEN 17
                       MOVE "CreditRefund" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "CreditRefund"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "CreditRefund"
                   WHEN 18
                       MOVE "CommissionCalc" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "CommissionCalc" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "CommissionCalc"
                   WHEN 19
                       MOVE "SalesAnalysis" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "SalesAnalysis"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "SalesAnalysis"
                   WHEN 20
                       MOVE "InventoryValuation" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "InventoryValuation"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "InventoryValuation"
                   WHEN 21
                       MOVE "CreditReview" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "CreditReview" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "CreditReview"
                   WHEN 22
                       MOVE "WorkCompReport" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "WorkCompReport"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "WorkCompReport"
                   WHEN 23
                       MOVE "SutaReport" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "SutaReport"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "SutaReport"
                   WHEN 24
                       MOVE "JobCostReport" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "JobCostReport"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "JobCostReport"
                   WHEN 25
                       MOVE "Vendor1099" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "Vendor1099" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "Vendor1099"
                   WHEN 26
                       MOVE "RebateAccrual" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "RebateAccrual"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "RebateAccrual"
                   WHEN 27
                       MOVE "RevenueRecognition" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "RevenueRecognition"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "RevenueRecognition"
                   WHEN 28
                       MOVE "CustomerProfit" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "CustomerProfit"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "CustomerProfit"
                   WHEN 29
                       MOVE "CashForecast" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "CashForecast"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "CashForecast"
                   WHEN 30
                       MOVE "ARKpiSnapshot" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "ARKpiSnapshot"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "ARKpiSnapshot"
                   WHEN 31
                       MOVE "ARKpiTrend" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "ARKpiTrend"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "ARKpiTrend"
                   WHEN 32
                       MOVE "JurisdictionAudit" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "JurisdictionAudit"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "JurisdictionAudit"
                   WHEN 33
                       MOVE "UnappliedAging" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "UnappliedAging"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "UnappliedAging"
                   WHEN 34
                       MOVE "PositionReport" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "PositionReport"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "PositionReport"
                   WHEN 35
                       MOVE "PayrollForecast" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "PayrollForecast"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "PayrollForecast"
                   WHEN 36
                       MOVE "NewHireReport" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "NewHireReport"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "NewHireReport"
                   WHEN 37
                       MOVE "CertExpiry" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "CertExpiry"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "CertExpiry"
                   WHEN 38
                       MOVE "PtoLiability" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "PtoLiability"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "PtoLiability"
                   WHEN 39
                       MOVE "TaxLiability" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "TaxLiability"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "TaxLiability"
                   WHEN 40
                       MOVE "FinStatement" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "FinStatement"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "FinStatement"
                   WHEN 41
                       MOVE "AssetDepreciation" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "AssetDepreciation"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "AssetDepreciation"
                   WHEN 42
                       MOVE "WageAccrual" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "WageAccrual"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "WageAccrual"
                   WHEN 43
                       MOVE "SubledgerTieOut" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "SubledgerTieOut"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "SubledgerTieOut"
                   WHEN 44
                       MOVE "CostAllocation" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "CostAllocation"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "CostAllocation"
                   WHEN 45
                       MOVE "SodConflict" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "SodConflict"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "SodConflict"
                   WHEN 46
                       MOVE "UsageInquiry" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "UsageInquiry" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "UsageInquiry"
                   WHEN 47
                       MOVE "StepRunStats" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "StepRunStats"
                       PERFORM LOG-PROGRAM-END
                       CANCEL "StepRunStats"
                   WHEN 48
                       MOVE "FileExtract" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "FileExtract" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "FileExtract"
                   WHEN 49
                       MOVE "ReportBurst" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "ReportBurst" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "ReportBurst"
                   WHEN 50
                       MOVE "PayFraudFlags" TO UB-PROGRAM-NAME
                       PERFORM LOG-PROGRAM-START
                       CALL "PayFraudFlags" USING
                           OPERATOR-SIGNON-BLOCK
                       PERFORM LOG-PROGRAM-END
                       CANCEL "PayFraudFlags"
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
