      * CERTREQ.cpy - Required certification record layout.
      * Indexed file keyed on scope, scope code and certification
      * type: scope D rows name a department every employee in it
      * must be certified for, scope J rows a job code on JOBMAST
      * nobody may charge time to without the certification.
       01 CERT-REQUIREMENT-RECORD.
          05 CQ-REQUIREMENT-KEY.
             10 CQ-SCOPE             PIC X(1).
                88 CQ-FOR-DEPARTMENT VALUE "D".
                88 CQ-FOR-JOB        VALUE "J".
             10 CQ-SCOPE-CODE        PIC X(6).
             10 CQ-CERT-TYPE         PIC X(4).
          05 CQ-DESCRIPTION          PIC X(30).
