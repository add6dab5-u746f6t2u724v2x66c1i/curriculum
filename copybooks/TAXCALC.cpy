      * TAXCALC.cpy - Shared per-period withholding calculation.
      * COPY into PROCEDURE DIVISION.  Requires STATE-TAX-FILE (COPY
      * STATETAX), LOCAL-TAX-FILE (COPY LOCALTAX) and FED-TAX-FILE
      * (COPY FEDTAX) opened input with WS-LOCAL-TAX-AVAILABLE-SW
      * and WS-FED-TABLE-AVAILABLE-SW set at open, the employee in
      * EMPLOYEE-MASTER-RECORD (COPY EMPMAST), RUN-CONTROL-RECORD
      * read, ROUNDCTL copied in, and in WORKING-STORAGE: SALARY,
      * NET-PAY, WS-RUN-TYPE (88 WS-RUN-SUPPLEMENTAL),
      * WS-SUPPLEMENTAL-RATE, the WS-xxx-TAX-RATE fields, the
      * WS-SOC-SEC- and WS-BRACKET- work fields, WS-STANDARD-
      * DEDUCTION, WS-TAXABLE-PAY, WS-ALLOWANCE-AMOUNT,
      * WS-ANNUAL-TAXABLE, WS-ANNUAL-FED-TAX, WS-FILING-STATUS,
      * WS-FED-EOF-SW and the WS-FEDERAL-/STATE-/LOCAL-/FICA-TAX
      * results.  COMPUTE-NET-PAY prices SALARY into the four
      * withholdings and NET-PAY, so the payroll run and anything
      * that models a check arrive at the same figures.

       LOOKUP-STATE-TAX-RATE.
           MOVE EM-WORK-STATE TO ST-STATE-CODE
           READ STATE-TAX-FILE
               KEY IS ST-STATE-CODE
               INVALID KEY
                   DISPLAY "No state tax rate on file for state "
                           EM-WORK-STATE " - using default rate."
                   MOVE .0500 TO WS-STATE-TAX-RATE
               NOT INVALID KEY
                   MOVE ST-TAX-RATE TO WS-STATE-TAX-RATE
           END-READ.

       COMPUTE-NET-PAY.
           PERFORM LOOKUP-STATE-TAX-RATE
           COMPUTE WS-TAXABLE-PAY = SALARY - WS-STANDARD-DEDUCTION
           PERFORM COMPUTE-FEDERAL-TAX
           COMPUTE WS-ROUND-RAW = WS-TAXABLE-PAY * WS-STATE-TAX-RATE
           PERFORM APPLY-ROUNDING-MODE
           MOVE WS-ROUND-RESULT TO WS-STATE-TAX
           PERFORM COMPUTE-LOCAL-TAX
           PERFORM COMPUTE-FICA-TAX
           COMPUTE NET-PAY =
               SALARY - WS-FEDERAL-TAX - WS-STATE-TAX
               - WS-LOCAL-TAX - WS-FICA-TAX.

      * The city wage tax is the third withholding level: only
      * employees carrying a locality code pay it, at the rate on
      * the locality file, on the same taxable pay the state uses.
       COMPUTE-LOCAL-TAX.
           MOVE 0 TO WS-LOCAL-TAX
           IF WS-LOCAL-TAX-AVAILABLE
              AND EM-LOCALITY-CODE NOT = SPACES
               MOVE EM-LOCALITY-CODE TO LT-LOCALITY-CODE
               READ LOCAL-TAX-FILE
                   KEY IS LT-LOCALITY-CODE
                   INVALID KEY
                       DISPLAY "No local tax rate on file for "
                               "locality " EM-LOCALITY-CODE
                               " - no local tax withheld."
                   NOT INVALID KEY
                       COMPUTE WS-ROUND-RAW =
                           WS-TAXABLE-PAY * LT-TAX-RATE
                       PERFORM APPLY-ROUNDING-MODE
                       MOVE WS-ROUND-RESULT TO WS-LOCAL-TAX
               END-READ
           END-IF.

      * Social Security stops at the annual wage base: only the
      * room left under the cap is taxed, which also handles the
      * period where an employee crosses it mid-year.  Medicare has
      * no cap and runs on the full gross.
       COMPUTE-FICA-TAX.
           COMPUTE WS-SOC-SEC-ROOM =
               RC-FICA-WAGE-BASE - EM-YTD-GROSS
           IF WS-SOC-SEC-ROOM < 0
               MOVE 0 TO WS-SOC-SEC-ROOM
           END-IF
           IF SALARY > WS-SOC-SEC-ROOM
               MOVE WS-SOC-SEC-ROOM TO WS-SOC-SEC-WAGES
           ELSE
               MOVE SALARY TO WS-SOC-SEC-WAGES
           END-IF
           COMPUTE WS-ROUND-RAW =
               WS-SOC-SEC-WAGES * WS-SOC-SEC-TAX-RATE
           PERFORM APPLY-ROUNDING-MODE
           MOVE WS-ROUND-RESULT TO WS-SOC-SEC-TAX
           COMPUTE WS-ROUND-RAW = SALARY * WS-MEDICARE-TAX-RATE
           PERFORM APPLY-ROUNDING-MODE
           MOVE WS-ROUND-RESULT TO WS-MEDICARE-TAX
           COMPUTE WS-FICA-TAX = WS-SOC-SEC-TAX + WS-MEDICARE-TAX.

      * Federal withholding walks the bracket table on annualized
      * pay for the employee's filing status, after knocking off
      * the allowance amount per claimed allowance; the annual tax
      * is divided back down to the period.  Without a bracket
      * table on file the old flat rate still applies.
      * Supplemental wages withhold federal at the statutory flat
      * rate on the full amount - running a bonus through the
      * graduated brackets is exactly the over-withholding this
      * run type exists to avoid.
       COMPUTE-FEDERAL-TAX.
           IF WS-RUN-SUPPLEMENTAL
               COMPUTE WS-ROUND-RAW =
                   SALARY * WS-SUPPLEMENTAL-RATE
               PERFORM APPLY-ROUNDING-MODE
               MOVE WS-ROUND-RESULT TO WS-FEDERAL-TAX
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-FED-TABLE-AVAILABLE
               COMPUTE WS-ROUND-RAW =
                   WS-TAXABLE-PAY * WS-FEDERAL-TAX-RATE
               PERFORM APPLY-ROUNDING-MODE
               MOVE WS-ROUND-RESULT TO WS-FEDERAL-TAX
           ELSE
               MOVE EM-FILING-STATUS TO WS-FILING-STATUS
               IF WS-FILING-STATUS NOT = "M"
                   MOVE "S" TO WS-FILING-STATUS
               END-IF
               COMPUTE WS-ANNUAL-TAXABLE =
                   (SALARY * RC-PAY-PERIODS-PER-YEAR)
                   - (EM-ALLOWANCES * WS-ALLOWANCE-AMOUNT)
               IF WS-ANNUAL-TAXABLE < 0
                   MOVE 0 TO WS-ANNUAL-TAXABLE
               END-IF
               PERFORM FIND-FEDERAL-BRACKET
               IF WS-BRACKET-FOUND
                   COMPUTE WS-ANNUAL-FED-TAX =
                       WS-BRACKET-BASE +
                       ((WS-ANNUAL-TAXABLE - WS-BRACKET-FLOOR)
                        * WS-BRACKET-RATE)
                   COMPUTE WS-ROUND-RAW =
                       WS-ANNUAL-FED-TAX / RC-PAY-PERIODS-PER-YEAR
                   PERFORM APPLY-ROUNDING-MODE
                   MOVE WS-ROUND-RESULT TO WS-FEDERAL-TAX
               ELSE
                   COMPUTE WS-ROUND-RAW =
                       WS-TAXABLE-PAY * WS-FEDERAL-TAX-RATE
                   PERFORM APPLY-ROUNDING-MODE
                   MOVE WS-ROUND-RESULT TO WS-FEDERAL-TAX
               END-IF
           END-IF.

       FIND-FEDERAL-BRACKET.
           MOVE "N" TO WS-BRACKET-FOUND-SW
           MOVE "N" TO WS-FED-EOF-SW
           MOVE WS-FILING-STATUS TO FT-FILING-STATUS
           MOVE 0 TO FT-BRACKET-FLOOR
           START FED-TAX-FILE KEY IS NOT LESS THAN FT-BRACKET-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FED-EOF-SW
           END-START
           PERFORM UNTIL WS-FED-EOF
               READ FED-TAX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FED-EOF-SW
                   NOT AT END
                       IF FT-FILING-STATUS NOT = WS-FILING-STATUS
                          OR FT-BRACKET-FLOOR > WS-ANNUAL-TAXABLE
                           MOVE "Y" TO WS-FED-EOF-SW
                       ELSE
                           MOVE "Y" TO WS-BRACKET-FOUND-SW
                           MOVE FT-BRACKET-FLOOR TO WS-BRACKET-FLOOR
                           MOVE FT-BASE-TAX      TO WS-BRACKET-BASE
                           MOVE FT-TAX-RATE      TO WS-BRACKET-RATE
                       END-IF
               END-READ
           END-PERFORM.
