      * EMPPERS.cpy - Employee personal data record layout.
      * Indexed file keyed on employee, carrying the identity and
      * home address the payroll master has no room for: social
      * security number, birth date and mailing address.  Hire and
      * rehire in EmployeeMaint set the new-hire report due switch;
      * NewHireReport clears it once the employee has gone to the
      * state and stamps the date and the hire date it reported,
      * so a hire is sent once and a later rehire is sent again.
       01 EMPLOYEE-PERSONAL-RECORD.
          05 EP-EMPLOYEE-ID          PIC 9(5).
          05 EP-SSN                  PIC 9(9).
          05 EP-BIRTH-DATE           PIC 9(8).
          05 EP-STREET               PIC X(30).
          05 EP-CITY                 PIC X(20).
          05 EP-STATE                PIC X(2).
          05 EP-POSTAL-CODE          PIC X(10).
          05 EP-NEW-HIRE-DUE-SW      PIC X(1).
             88 EP-NEW-HIRE-DUE      VALUE "Y".
          05 EP-REHIRE-SW            PIC X(1).
             88 EP-REHIRE            VALUE "Y".
          05 EP-NEW-HIRE-REPORTED-ON PIC 9(8).
          05 EP-REPORTED-HIRE-DATE   PIC 9(8).
