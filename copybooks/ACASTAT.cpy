      * ACASTAT.cpy - ACA full-time status record layout.
      * Indexed file keyed on employee, rewritten by each AcaMeasure
      * measurement run with the average weekly hours over the
      * look-back period.  Full-time-since is stamped when an
      * employee first measures full time and part-time-since when
      * a full-time employee measures below the line, so the year-
      * end statement can tell which months they were full time.
      * Salaried staff are full time by definition.
       01 ACA-STATUS-RECORD.
          05 AS-EMPLOYEE-ID          PIC 9(5).
          05 AS-MEASURED-ON          PIC 9(8).
          05 AS-PERIOD-START         PIC 9(8).
          05 AS-AVERAGE-WEEKLY-HOURS PIC 9(3)V99.
          05 AS-SALARIED-SW          PIC X(1).
             88 AS-SALARIED          VALUE "Y".
          05 AS-FULL-TIME-SW         PIC X(1).
             88 AS-FULL-TIME         VALUE "Y".
          05 AS-FULL-TIME-SINCE      PIC 9(8).
          05 AS-PART-TIME-SINCE      PIC 9(8).
