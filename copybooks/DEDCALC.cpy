      * DEDCALC.cpy - Shared voluntary deduction calculation.
      * COPY into PROCEDURE DIVISION.  Requires DEDUCTION-MASTER-FILE
      * (COPY DEDMAST) with WS-DEDUCTIONS-AVAILABLE-SW set at open,
      * EMPLOYEE-ID, SALARY, NET-PAY, WS-TODAY-DATE, the withholdings
      * from TAXCALC, RC-GARNISH-CAP-PCT, ROUNDCTL copied in, the
      * WS-EMP-DED- election table with its WS-DED- and WS-GARNISH-
      * work fields, WS-DISPOSABLE-PAY and WS-TOTAL-DEDUCTIONS.  The
      * including program supplies what happens to an amount once
      * it is decided: UPDATE-DEDUCTION-YTD, ADD-TO-RUN-DEDUCTION-
      * TOTAL, WRITE-REMIT-DETAIL and REPORT-GARNISH-SHORTFALL - the
      * payroll run posts them, an inquiry can simply show them.

      * Deductions come out of net pay after taxes, in priority
      * order, each one capped by its goal/limit and by the net
      * still left to draw from.  Garnishment-class orders share a
      * further cap: together they may take no more than the
      * configured percentage of disposable earnings (gross minus
      * required taxes), prorated by taking them in DM-PRIORITY
      * order until the room is gone, with any untaken amount on
      * the pay exception report.  What each code took this run is
      * kept for the remittance totals so the carrier and the court
      * get paid what was actually withheld.
       APPLY-VOLUNTARY-DEDUCTIONS.
           MOVE 0 TO WS-EMP-DED-COUNT
           IF WS-DEDUCTIONS-AVAILABLE
               PERFORM LOAD-EMPLOYEE-DEDUCTIONS
               PERFORM TAKE-LOADED-DEDUCTIONS
           END-IF.

      * Takes the elections already in WS-EMP-DED-TABLE out of
      * NET-PAY.  Kept apart from the load so an inquiry can change
      * an election in the table before the amounts are worked.
       TAKE-LOADED-DEDUCTIONS.
           PERFORM SORT-DEDUCTIONS-BY-PRIORITY
           COMPUTE WS-DISPOSABLE-PAY =
               SALARY - WS-FEDERAL-TAX - WS-STATE-TAX
               - WS-FICA-TAX - WS-LOCAL-TAX
           IF WS-DISPOSABLE-PAY < 0
               MOVE 0 TO WS-DISPOSABLE-PAY
           END-IF
           COMPUTE WS-ROUND-RAW =
               WS-DISPOSABLE-PAY * RC-GARNISH-CAP-PCT / 100
           PERFORM APPLY-ROUNDING-MODE
           MOVE WS-ROUND-RESULT TO WS-GARNISH-ROOM
           MOVE NET-PAY TO WS-DED-REMAINING-NET
           PERFORM VARYING WS-EMP-DED-IDX FROM 1 BY 1
                   UNTIL WS-EMP-DED-IDX > WS-EMP-DED-COUNT
               PERFORM APPLY-ONE-DEDUCTION
           END-PERFORM
           MOVE WS-DED-REMAINING-NET TO NET-PAY.

      * The load keeps, per code, the election in force on the
      * run date: rows starting in the future or already stopped
      * are skipped, and a later start replaces an earlier one
      * for the same code - which is how staged open-enrollment
      * elections take over on their own date.
       LOAD-EMPLOYEE-DEDUCTIONS.
           MOVE "N" TO WS-DED-EOF-SW
           MOVE EMPLOYEE-ID TO DM-EMPLOYEE-ID
           MOVE LOW-VALUES  TO DM-DEDUCTION-CODE
           MOVE 0 TO DM-START-DATE
           START DEDUCTION-MASTER-FILE KEY IS NOT LESS THAN
                 DM-DEDUCTION-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DED-EOF-SW
           END-START
           PERFORM UNTIL WS-DED-EOF
               READ DEDUCTION-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DED-EOF-SW
                   NOT AT END
                       IF DM-EMPLOYEE-ID NOT = EMPLOYEE-ID
                           MOVE "Y" TO WS-DED-EOF-SW
                       ELSE
                           IF DM-START-DATE > WS-TODAY-DATE
                              OR (DM-STOP-DATE NOT = 0 AND
                                  DM-STOP-DATE < WS-TODAY-DATE)
                               CONTINUE
                           ELSE
                           PERFORM FIND-ELECTION-SLOT
                           IF WS-DED-SLOT NOT = 0
                               SET WS-EMP-DED-IDX TO WS-DED-SLOT
                               MOVE DM-DEDUCTION-CODE TO
                                   WS-EMP-DED-CODE (WS-EMP-DED-IDX)
                               MOVE DM-METHOD TO
                                   WS-EMP-DED-METHOD (WS-EMP-DED-IDX)
                               MOVE DM-AMOUNT TO
                                   WS-EMP-DED-AMOUNT (WS-EMP-DED-IDX)
                               MOVE DM-PERCENT TO
                                   WS-EMP-DED-PERCENT
                                       (WS-EMP-DED-IDX)
                               MOVE DM-PRIORITY TO
                                   WS-EMP-DED-PRIORITY
                                       (WS-EMP-DED-IDX)
                               MOVE DM-GOAL-AMOUNT TO
                                   WS-EMP-DED-GOAL (WS-EMP-DED-IDX)
                               MOVE DM-YTD-AMOUNT TO
                                   WS-EMP-DED-YTD (WS-EMP-DED-IDX)
                               MOVE 0 TO
                                   WS-EMP-DED-TAKEN (WS-EMP-DED-IDX)
                               MOVE DM-GARNISH-CLASS-SW TO
                                   WS-EMP-DED-GARNISH
                                       (WS-EMP-DED-IDX)
                               MOVE DM-ARREARS-BALANCE TO
                                   WS-EMP-DED-ARREARS
                                       (WS-EMP-DED-IDX)
                               MOVE DM-ARREARS-CAP TO
                                   WS-EMP-DED-ARRCAP
                                       (WS-EMP-DED-IDX)
                               MOVE DM-START-DATE TO
                                   WS-EMP-DED-START
                                       (WS-EMP-DED-IDX)
                           ELSE
                               DISPLAY "More than 20 deductions for "
                                       "employee " EMPLOYEE-ID
                                       " - excess not applied."
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Reuses the slot already holding this code - the rows come
      * off the file in start-date order, so a later election
      * replaces the earlier one for the same code - or claims the
      * next free slot.  WS-DED-SLOT zero means the table is full.
       FIND-ELECTION-SLOT.
           MOVE 0 TO WS-DED-SLOT
           PERFORM VARYING WS-EMP-DED-IDX FROM 1 BY 1
                   UNTIL WS-EMP-DED-IDX > WS-EMP-DED-COUNT
               IF WS-EMP-DED-CODE (WS-EMP-DED-IDX) =
                  DM-DEDUCTION-CODE
                   SET WS-DED-SLOT TO WS-EMP-DED-IDX
               END-IF
           END-PERFORM
           IF WS-DED-SLOT = 0 AND WS-EMP-DED-COUNT < 20
               ADD 1 TO WS-EMP-DED-COUNT
               MOVE WS-EMP-DED-COUNT TO WS-DED-SLOT
           END-IF.

       SORT-DEDUCTIONS-BY-PRIORITY.
           MOVE "N" TO WS-DED-SORTED-SW
           PERFORM UNTIL WS-DED-SORTED
               MOVE "Y" TO WS-DED-SORTED-SW
               PERFORM VARYING WS-EMP-DED-IDX FROM 1 BY 1
                       UNTIL WS-EMP-DED-IDX >= WS-EMP-DED-COUNT
                   IF WS-EMP-DED-PRIORITY (WS-EMP-DED-IDX) >
                      WS-EMP-DED-PRIORITY (WS-EMP-DED-IDX + 1)
                       MOVE WS-EMP-DED-ENTRY (WS-EMP-DED-IDX)
                           TO WS-DED-SWAP-ENTRY
                       MOVE WS-EMP-DED-ENTRY (WS-EMP-DED-IDX + 1)
                           TO WS-EMP-DED-ENTRY (WS-EMP-DED-IDX)
                       MOVE WS-DED-SWAP-ENTRY
                           TO WS-EMP-DED-ENTRY (WS-EMP-DED-IDX + 1)
                       MOVE "N" TO WS-DED-SORTED-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Each deduction wants its base amount plus any arrears
      * catch-up (capped per period); whatever the check cannot
      * cover lands in arrears instead of silently vanishing, and
      * whatever comes out beyond the base pays arrears down.
       APPLY-ONE-DEDUCTION.
           IF WS-EMP-DED-METHOD (WS-EMP-DED-IDX) = "P"
               COMPUTE WS-ROUND-RAW =
                   SALARY * WS-EMP-DED-PERCENT (WS-EMP-DED-IDX)
               PERFORM APPLY-ROUNDING-MODE
               MOVE WS-ROUND-RESULT TO WS-DED-BASE-AMOUNT
           ELSE
               MOVE WS-EMP-DED-AMOUNT (WS-EMP-DED-IDX)
                   TO WS-DED-BASE-AMOUNT
           END-IF
           MOVE WS-EMP-DED-ARREARS (WS-EMP-DED-IDX)
               TO WS-DED-CATCHUP
           IF WS-EMP-DED-ARRCAP (WS-EMP-DED-IDX) > 0
              AND WS-DED-CATCHUP >
                  WS-EMP-DED-ARRCAP (WS-EMP-DED-IDX)
               MOVE WS-EMP-DED-ARRCAP (WS-EMP-DED-IDX)
                   TO WS-DED-CATCHUP
           END-IF
           IF WS-DED-CATCHUP < 0
               MOVE 0 TO WS-DED-CATCHUP
           END-IF
           COMPUTE WS-DED-THIS-AMOUNT =
               WS-DED-BASE-AMOUNT + WS-DED-CATCHUP
      * Only the goal-capped portion of the base is owed: a
      * deduction that has met its goal is complete, and what the
      * goal trims off must never land in arrears.
           MOVE WS-DED-BASE-AMOUNT TO WS-DED-BASE-DUE
           IF WS-EMP-DED-GOAL (WS-EMP-DED-IDX) > 0
               COMPUTE WS-DED-GOAL-ROOM =
                   WS-EMP-DED-GOAL (WS-EMP-DED-IDX)
                   - WS-EMP-DED-YTD (WS-EMP-DED-IDX)
               IF WS-DED-GOAL-ROOM < 0
                   MOVE 0 TO WS-DED-GOAL-ROOM
               END-IF
               IF WS-DED-THIS-AMOUNT > WS-DED-GOAL-ROOM
                   MOVE WS-DED-GOAL-ROOM TO WS-DED-THIS-AMOUNT
               END-IF
               IF WS-DED-BASE-DUE > WS-DED-GOAL-ROOM
                   MOVE WS-DED-GOAL-ROOM TO WS-DED-BASE-DUE
               END-IF
           END-IF
           IF WS-DED-THIS-AMOUNT > WS-DED-REMAINING-NET
               MOVE WS-DED-REMAINING-NET TO WS-DED-THIS-AMOUNT
           END-IF
           IF WS-EMP-DED-GARNISH (WS-EMP-DED-IDX) = "Y"
               MOVE WS-DED-THIS-AMOUNT TO WS-GARNISH-WANTED
               IF WS-DED-THIS-AMOUNT > WS-GARNISH-ROOM
                   MOVE WS-GARNISH-ROOM TO WS-DED-THIS-AMOUNT
               END-IF
               SUBTRACT WS-DED-THIS-AMOUNT FROM WS-GARNISH-ROOM
               IF WS-GARNISH-WANTED > WS-DED-THIS-AMOUNT
                   COMPUTE WS-GARNISH-SHORT =
                       WS-GARNISH-WANTED - WS-DED-THIS-AMOUNT
                   PERFORM REPORT-GARNISH-SHORTFALL
               END-IF
           END-IF
           COMPUTE WS-DED-ARREARS-DELTA =
               WS-DED-BASE-DUE - WS-DED-THIS-AMOUNT
           IF WS-DED-THIS-AMOUNT > 0
               SUBTRACT WS-DED-THIS-AMOUNT FROM WS-DED-REMAINING-NET
               MOVE WS-DED-THIS-AMOUNT TO
                   WS-EMP-DED-TAKEN (WS-EMP-DED-IDX)
               ADD WS-DED-THIS-AMOUNT TO WS-TOTAL-DEDUCTIONS
               PERFORM UPDATE-DEDUCTION-YTD
               PERFORM ADD-TO-RUN-DEDUCTION-TOTAL
               PERFORM WRITE-REMIT-DETAIL
           ELSE
               IF WS-DED-ARREARS-DELTA NOT = 0
                   PERFORM UPDATE-DEDUCTION-YTD
               END-IF
           END-IF.
