      * NEWHIRE.cpy - State new-hire reporting file record layout.
      * Line-sequential file written by NewHireReport, grouped by
      * work state: per state an E (employer) row identifying us
      * to that state, then a W (employee) row per hire or rehire,
      * closed by a T (state trailer) row with the employee count.
      * Dates are YYYYMMDD; the SSN and FEIN are digits only.
       01 NEW-HIRE-RECORD.
          05 NH-RECORD-TYPE          PIC X(1).
             88 NH-EMPLOYER-ROW      VALUE "E".
             88 NH-EMPLOYEE-ROW      VALUE "W".
             88 NH-STATE-TRAILER     VALUE "T".
          05 NH-REPORT-STATE         PIC X(2).
          05 NH-RECORD-DATA          PIC X(147).
          05 NH-EMPLOYER-DATA REDEFINES NH-RECORD-DATA.
             10 NH-EMPLOYER-FEIN     PIC 9(9).
             10 NH-STATE-EMPLOYER-ID PIC X(15).
             10 NH-EMPLOYER-NAME     PIC X(30).
             10 NH-EMPLOYER-STREET   PIC X(30).
             10 NH-EMPLOYER-CITY     PIC X(20).
             10 NH-EMPLOYER-STATE    PIC X(2).
             10 NH-EMPLOYER-POSTAL   PIC X(10).
             10 NH-REPORT-DATE       PIC 9(8).
             10 FILLER               PIC X(23).
          05 NH-EMPLOYEE-DATA REDEFINES NH-RECORD-DATA.
             10 NH-EE-EMPLOYER-FEIN  PIC 9(9).
             10 NH-SSN               PIC 9(9).
             10 NH-EMPLOYEE-NAME     PIC X(30).
             10 NH-STREET            PIC X(30).
             10 NH-CITY              PIC X(20).
             10 NH-STATE             PIC X(2).
             10 NH-POSTAL-CODE       PIC X(10).
             10 NH-BIRTH-DATE        PIC 9(8).
             10 NH-HIRE-DATE         PIC 9(8).
             10 NH-REHIRE-SW         PIC X(1).
                88 NH-REHIRE         VALUE "Y".
             10 NH-EMPLOYEE-ID       PIC 9(5).
             10 FILLER               PIC X(15).
          05 NH-TRAILER-DATA REDEFINES NH-RECORD-DATA.
             10 NH-EMPLOYEE-COUNT    PIC 9(7).
             10 FILLER               PIC X(140).
