      * ARKPI.cpy - Receivables KPI snapshot record layout.
      * Indexed file keyed on month plus company, one row per
      * company per month, written by the month-end ARKpiSnapshot
      * step and read back by ARKpiTrend.  Balances are aged from
      * the AR open items' due dates as of the snapshot date;
      * sales, cash and write-offs are the month's activity.  A
      * rerun in the same month replaces the row.
      *   DSO        = AR balance / month's sales x days in the
      *                month to the snapshot date
      *   CEI        = (beginning AR + sales - ending AR) /
      *                (beginning AR + sales - ending current) x 100
      *   days-to-pay = invoice-to-payment days of the month's
      *                payment applications, weighted by amount
       01 RECEIVABLES-KPI-RECORD.
          05 KP-SNAPSHOT-KEY.
             10 KP-SNAPSHOT-MONTH    PIC 9(6).
             10 KP-COMPANY-CODE      PIC X(3).
          05 KP-SNAPSHOT-DATE        PIC 9(8).
          05 KP-AR-CURRENT           PIC S9(11)V99.
          05 KP-AR-1-30              PIC S9(11)V99.
          05 KP-AR-31-60             PIC S9(11)V99.
          05 KP-AR-61-90             PIC S9(11)V99.
          05 KP-AR-OVER-90           PIC S9(11)V99.
          05 KP-AR-TOTAL             PIC S9(11)V99.
          05 KP-BEGINNING-AR         PIC S9(11)V99.
          05 KP-MONTH-SALES          PIC S9(11)V99.
          05 KP-CASH-COLLECTED       PIC S9(11)V99.
          05 KP-WRITE-OFFS           PIC S9(11)V99.
          05 KP-DISPUTED-AMOUNT      PIC S9(11)V99.
          05 KP-DSO                  PIC S9(5)V9.
          05 KP-PCT-PAST-DUE         PIC S9(3)V9.
          05 KP-CEI                  PIC S9(3)V9.
          05 KP-AVG-DAYS-TO-PAY      PIC S9(5).
