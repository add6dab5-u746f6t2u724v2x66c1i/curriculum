      * SODRULE.cpy - Segregation-of-duties conflict rule layout.
      * Indexed file keyed on rule id.  Each rule names two roles
      * from the operator master that one operator should not hold
      * together - payroll with admin, say, or purchase entry with
      * supervisor approval of releases and bad-debt write-offs.
      * SodRuleMaint keeps the rules; SodConflict reports every
      * operator holding a conflicting pair.
       01 SOD-RULE-RECORD.
          05 SR-RULE-ID              PIC X(6).
          05 SR-DESCRIPTION          PIC X(30).
      * P purchase, Y payroll, R reports, A admin, S supervisor.
          05 SR-ROLE-1               PIC X(1).
          05 SR-ROLE-2               PIC X(1).
          05 SR-STATUS               PIC X(1).
             88 SR-ACTIVE            VALUE "A".
             88 SR-INACTIVE          VALUE "I".
          05 SR-CHANGED-DATE         PIC 9(8).
          05 SR-CHANGED-BY           PIC X(8).
