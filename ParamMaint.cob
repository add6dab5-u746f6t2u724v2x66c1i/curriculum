               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT ABC-CONTROL-FILE ASSIGN TO "ABCCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-CONTROL-KEY
               FILE STATUS IS WS-ABC-CONTROL-STATUS.

           SELECT PARAM-AUDIT-FILE ASSIGN TO "PARMAUD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAM-AUDIT-STATUS.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  ABC-CONTROL-FILE.
           COPY ABCCTL.

       FD  PARAM-AUDIT-FILE.
           COPY PARMAUDIT.

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-PARAM-AUDIT-STATUS    PIC X(2) VALUE "00".
       01 WS-ABC-CONTROL-STATUS    PIC X(2) VALUE "00".

       01 WS-MAINT-CHOICE          PIC 99 VALUE 0.
          88 WS-MAINT-QUIT         VALUE 9.
       01 WS-NEW-VALUE-X           PIC X(20).
       01 WS-NEW-TEXT              PIC X(30).
       01 WS-NEW-DATE              PIC 9(8).
       01 WS-NEW-DATE-INT          PIC 9(8).
       01 WS-DATE-VALID-SW         PIC X(1) VALUE "N".
          88 WS-DATE-VALID         VALUE "Y".
       01 WS-NEW-NUMBER            PIC S9(9)V99.
       01 WS-NEW-ABC-A-PCT         PIC 9(3)V99.
       01 WS-AUDIT-FIELD-NAME      PIC X(20).
       01 WS-AUDIT-OLD-VALUE       PIC X(20).
       01 WS-AUDIT-NEW-VALUE       PIC X(20).
               GOBACK
           END-IF.
           PERFORM OPEN-RUN-CONTROL.
           PERFORM OPEN-ABC-CONTROL.
           OPEN EXTEND PARAM-AUDIT-FILE.

           PERFORM UNTIL WS-MAINT-QUIT
               PERFORM SHOW-CURRENT-PARAMETERS
               DISPLAY "Change which parameter (1-27, 9 to "
                       "quit): "
               ACCEPT WS-MAINT-CHOICE
               EVALUATE WS-MAINT-CHOICE
                       PERFORM CHANGE-STALE-CHECK-DAYS
                   WHEN 18
                       PERFORM CHANGE-ESCHEAT-DAYS
                   WHEN 19
                       PERFORM CHANGE-AP-PRICE-TOLERANCE
                   WHEN 20
                       PERFORM CHANGE-AP-QTY-TOLERANCE
                   WHEN 21
                       PERFORM CHANGE-1099-THRESHOLD
                   WHEN 22
                       PERFORM CHANGE-DEFAULT-WAREHOUSE
                   WHEN 23
                       PERFORM CHANGE-EMPLOYER-FEIN
                   WHEN 24
                       PERFORM CHANGE-EMPLOYER-NAME
                   WHEN 25
                       PERFORM CHANGE-EMPLOYER-ADDRESS
                   WHEN 26
                       PERFORM CHANGE-ABC-CUTOFFS
                   WHEN 27
                       PERFORM CHANGE-ABC-COUNT-DAYS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Please enter 1 through 27, or 9."
               END-EVALUATE
           END-PERFORM.

           REWRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.
           REWRITE ABC-CONTROL-RECORD.
           CLOSE ABC-CONTROL-FILE.
           CLOSE PARAM-AUDIT-FILE.
           DISPLAY "Run-control parameters saved."
           GOBACK.

       COPY OPENRCTL.

      * The ABC classification settings are kept on their own
      * record, created with the usual cut-offs and count days the
      * first time the file is used.
       OPEN-ABC-CONTROL.
           OPEN I-O ABC-CONTROL-FILE
           IF WS-ABC-CONTROL-STATUS = "35"
               OPEN OUTPUT ABC-CONTROL-FILE
               CLOSE ABC-CONTROL-FILE
               OPEN I-O ABC-CONTROL-FILE
           END-IF
           MOVE "1" TO AB-CONTROL-KEY
           READ ABC-CONTROL-FILE
               KEY IS AB-CONTROL-KEY
               INVALID KEY
                   MOVE "1"   TO AB-CONTROL-KEY
                   MOVE 80.00 TO AB-A-CUTOFF-PCT
                   MOVE 95.00 TO AB-B-CUTOFF-PCT
                   MOVE 30    TO AB-A-COUNT-DAYS
                   MOVE 91    TO AB-B-COUNT-DAYS
                   MOVE 365   TO AB-C-COUNT-DAYS
                   WRITE ABC-CONTROL-RECORD
           END-READ.

       SHOW-CURRENT-PARAMETERS.
           DISPLAY "----- Run-Control Parameters -----"
           DISPLAY " 1. Processing date:    " RC-PROCESSING-DATE
           DISPLAY "17. Stale check days:     "
                   RC-STALE-CHECK-DAYS
           DISPLAY "18. Escheat dormancy days:"
                   RC-ESCHEAT-DAYS
           DISPLAY "19. AP price match tol pct: "
                   RC-AP-PRICE-TOL-PCT
           DISPLAY "20. AP qty match tol pct:   "
                   RC-AP-QTY-TOL-PCT
           DISPLAY "21. 1099 reporting minimum: "
                   RC-1099-THRESHOLD
           DISPLAY "22. Default warehouse:      "
                   RC-DEFAULT-WAREHOUSE
           DISPLAY "23. Employer FEIN:          " RC-EMPLOYER-FEIN
           DISPLAY "24. Employer name:          " RC-EMPLOYER-NAME
           DISPLAY "25. Employer address:       "
                   RC-EMPLOYER-STREET
           DISPLAY "                            "
                   RC-EMPLOYER-CITY " " RC-EMPLOYER-STATE " "
                   RC-EMPLOYER-POSTAL
           DISPLAY "26. ABC cut-off pct A / B:  "
                   AB-A-CUTOFF-PCT " / " AB-B-CUTOFF-PCT
           DISPLAY "27. ABC count days A/B/C:   "
                   AB-A-COUNT-DAYS " / " AB-B-COUNT-DAYS
                   " / " AB-C-COUNT-DAYS.

      * A real date must survive the round trip through the
      * calendar functions - 20260231 does not.
               MOVE WS-NEW-NUMBER TO RC-ESCHEAT-DAYS
           END-IF.

      * Vendor invoice lines whose unit cost or quantity misses
      * the PO and receipt by more than these percentages go to
      * the match-exception queue instead of becoming payable.
       CHANGE-AP-PRICE-TOLERANCE.
           DISPLAY "New AP price match tolerance percent (3 "
                   "digits, 2 decimals): "
           ACCEPT WS-NEW-NUMBER
           IF WS-NEW-NUMBER < 0 OR WS-NEW-NUMBER > 100
               DISPLAY "Tolerance must be 0-100 percent - "
                       "unchanged."
           ELSE
               MOVE "AP-PRICE-TOL-PCT" TO WS-AUDIT-FIELD-NAME
               MOVE RC-AP-PRICE-TOL-PCT TO WS-AUDIT-OLD-VALUE
               MOVE WS-NEW-NUMBER       TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PARAM-AUDIT
               MOVE WS-NEW-NUMBER TO RC-AP-PRICE-TOL-PCT
           END-IF.

       CHANGE-AP-QTY-TOLERANCE.
           DISPLAY "New AP quantity match tolerance percent (3 "
                   "digits, 2 decimals): "
           ACCEPT WS-NEW-NUMBER
           IF WS-NEW-NUMBER < 0 OR WS-NEW-NUMBER > 100
               DISPLAY "Tolerance must be 0-100 percent - "
                       "unchanged."
           ELSE
               MOVE "AP-QTY-TOL-PCT"  TO WS-AUDIT-FIELD-NAME
               MOVE RC-AP-QTY-TOL-PCT TO WS-AUDIT-OLD-VALUE
               MOVE WS-NEW-NUMBER     TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PARAM-AUDIT
               MOVE WS-NEW-NUMBER TO RC-AP-QTY-TOL-PCT
           END-IF.

      * A reportable vendor paid less than this in the calendar
      * year gets no 1099 statement.
       CHANGE-1099-THRESHOLD.
           DISPLAY "New 1099 reporting minimum (7 digits, 2 "
                   "decimals): "
           ACCEPT WS-NEW-NUMBER
           IF WS-NEW-NUMBER < 0 OR WS-NEW-NUMBER > 9999999.99
               DISPLAY "Minimum must be 0-9999999.99 - unchanged."
           ELSE
               MOVE "1099-THRESHOLD"  TO WS-AUDIT-FIELD-NAME
               MOVE RC-1099-THRESHOLD TO WS-AUDIT-OLD-VALUE
               MOVE WS-NEW-NUMBER     TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PARAM-AUDIT
               MOVE WS-NEW-NUMBER TO RC-1099-THRESHOLD
           END-IF.

      * Stock moves keyed without a warehouse, and every line
      * written before warehouses were kept, belong to this site.
       CHANGE-DEFAULT-WAREHOUSE.
           DISPLAY "New default warehouse (3 characters): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X (4:17) NOT = SPACES
               DISPLAY "Warehouse code is 3 characters - unchanged."
           ELSE
               MOVE "DEFAULT-WAREHOUSE"    TO WS-AUDIT-FIELD-NAME
               MOVE RC-DEFAULT-WAREHOUSE   TO WS-AUDIT-OLD-VALUE
               MOVE WS-NEW-VALUE-X         TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PARAM-AUDIT
               MOVE WS-NEW-VALUE-X (1:3) TO RC-DEFAULT-WAREHOUSE
           END-IF.

      * Our federal employer identification number, name and
      * address identify us on the state new-hire file.
       CHANGE-EMPLOYER-FEIN.
           DISPLAY "New employer FEIN (9 digits, no hyphen): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X (1:9) IS NOT NUMERIC
              OR WS-NEW-VALUE-X (10:11) NOT = SPACES
              OR WS-NEW-VALUE-X (1:9) = "000000000"
               DISPLAY "FEIN must be 9 digits - unchanged."
           ELSE
               MOVE "EMPLOYER-FEIN"  TO WS-AUDIT-FIELD-NAME
               MOVE RC-EMPLOYER-FEIN TO WS-AUDIT-OLD-VALUE
               MOVE WS-NEW-VALUE-X   TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PARAM-AUDIT
               MOVE WS-NEW-VALUE-X (1:9) TO RC-EMPLOYER-FEIN
           END-IF.

       CHANGE-EMPLOYER-NAME.
           DISPLAY "New employer name (30 characters): "
           ACCEPT WS-NEW-TEXT
           IF WS-NEW-TEXT = SPACES
               DISPLAY "Employer name cannot be blank - unchanged."
           ELSE
               MOVE "EMPLOYER-NAME"  TO WS-AUDIT-FIELD-NAME
               MOVE RC-EMPLOYER-NAME TO WS-AUDIT-OLD-VALUE
               MOVE WS-NEW-TEXT      TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PARAM-AUDIT
               MOVE WS-NEW-TEXT TO RC-EMPLOYER-NAME
           END-IF.

       CHANGE-EMPLOYER-ADDRESS.
           DISPLAY "Street (30 characters, blank to keep): "
           ACCEPT WS-NEW-TEXT
           IF WS-NEW-TEXT NOT = SPACES
               MOVE "EMPLOYER-STREET"  TO WS-AUDIT-FIELD-NAME
               MOVE RC-EMPLOYER-STREET TO WS-AUDIT-OLD-VALUE
               MOVE WS-NEW-TEXT        TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PARAM-AUDIT
               MOVE WS-NEW-TEXT TO RC-EMPLOYER-STREET
           END-IF
           DISPLAY "City (20 characters, blank to keep): "
           ACCEPT WS-NEW-TEXT
           IF WS-NEW-TEXT NOT = SPACES
               MOVE "EMPLOYER-CITY"  TO WS-AUDIT-FIELD-NAME
               MOVE RC-EMPLOYER-CITY TO WS-AUDIT-OLD-VALUE
               MOVE WS-NEW-TEXT      TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PARAM-AUDIT
               MOVE WS-NEW-TEXT TO RC-EMPLOYER-CITY
           END-IF
           DISPLAY "State (2 characters, blank to keep): "
           ACCEPT WS-NEW-TEXT
           IF WS-NEW-TEXT NOT = SPACES
               MOVE "EMPLOYER-STATE"  TO WS-AUDIT-FIELD-NAME
               MOVE RC-EMPLOYER-STATE TO WS-AUDIT-OLD-VALUE
               MOVE WS-NEW-TEXT       TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PARAM-AUDIT
               MOVE WS-NEW-TEXT (1:2) TO RC-EMPLOYER-STATE
           END-IF
           DISPLAY "ZIP code (9 digits or 5, blank to keep): "
           ACCEPT WS-NEW-TEXT
           IF WS-NEW-TEXT NOT = SPACES
               MOVE "EMPLOYER-POSTAL"  TO WS-AUDIT-FIELD-NAME
               MOVE RC-EMPLOYER-POSTAL TO WS-AUDIT-OLD-VALUE
               MOVE WS-NEW-TEXT        TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PARAM-AUDIT
               MOVE WS-NEW-TEXT (1:9) TO RC-EMPLOYER-POSTAL
           END-IF.

      * AbcClassify classes products A until the first percent of
      * annual usage value is reached and B until the second; zero
      * in both puts back the usual 80 and 95.
       CHANGE-ABC-CUTOFFS.
           DISPLAY "New ABC class A cut-off, cumulative percent of "
                   "usage value (3 digits, 2 decimals): "
           ACCEPT WS-NEW-NUMBER
           IF WS-NEW-NUMBER < 0 OR WS-NEW-NUMBER > 100
               DISPLAY "Cut-off must be 0-100 percent - unchanged."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-NUMBER TO WS-NEW-ABC-A-PCT
           DISPLAY "New ABC class B cut-off, cumulative percent of "
                   "usage value (3 digits, 2 decimals): "
           ACCEPT WS-NEW-NUMBER
           IF WS-NEW-NUMBER < 0 OR WS-NEW-NUMBER > 100
               DISPLAY "Cut-off must be 0-100 percent - unchanged."
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-ABC-A-PCT = 0 AND WS-NEW-NUMBER = 0
               CONTINUE
           ELSE
               IF WS-NEW-ABC-A-PCT = 0
                  OR WS-NEW-NUMBER NOT > WS-NEW-ABC-A-PCT
                   DISPLAY "The B cut-off must be above the A "
                           "cut-off, or both zero - unchanged."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-NEW-ABC-A-PCT NOT = AB-A-CUTOFF-PCT
               MOVE "ABC-A-CUTOFF-PCT"  TO WS-AUDIT-FIELD-NAME
               MOVE AB-A-CUTOFF-PCT TO WS-AUDIT-OLD-VALUE
               MOVE WS-NEW-ABC-A-PCT    TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PARAM-AUDIT
               MOVE WS-NEW-ABC-A-PCT TO AB-A-CUTOFF-PCT
           END-IF
           IF WS-NEW-NUMBER NOT = AB-B-CUTOFF-PCT
               MOVE "ABC-B-CUTOFF-PCT"  TO WS-AUDIT-FIELD-NAME
               MOVE AB-B-CUTOFF-PCT TO WS-AUDIT-OLD-VALUE
               MOVE WS-NEW-NUMBER       TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PARAM-AUDIT
               MOVE WS-NEW-NUMBER TO AB-B-CUTOFF-PCT
           END-IF.

      * How many days after its last count a product of each class
      * is due to be counted again; zero takes the usual 30, 91
      * and 365.
       CHANGE-ABC-COUNT-DAYS.
           DISPLAY "Days between counts for class A (3 digits, "
                   "0 for 30): "
           ACCEPT WS-NEW-NUMBER
           IF WS-NEW-NUMBER < 0 OR WS-NEW-NUMBER > 999
               DISPLAY "Days must be 0-999 - unchanged."
           ELSE
               MOVE "ABC-A-COUNT-DAYS"  TO WS-AUDIT-FIELD-NAME
               MOVE AB-A-COUNT-DAYS TO WS-AUDIT-OLD-VALUE
               MOVE WS-NEW-NUMBER       TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PARAM-AUDIT
               MOVE WS-NEW-NUMBER TO AB-A-COUNT-DAYS
           END-IF
           DISPLAY "Days between counts for class B (3 digits, "
                   "0 for 91): "
           ACCEPT WS-NEW-NUMBER
           IF WS-NEW-NUMBER < 0 OR WS-NEW-NUMBER > 999
               DISPLAY "Days must be 0-999 - unchanged."
           ELSE
               MOVE "ABC-B-COUNT-DAYS"  TO WS-AUDIT-FIELD-NAME
               MOVE AB-B-COUNT-DAYS TO WS-AUDIT-OLD-VALUE
               MOVE WS-NEW-NUMBER       TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PARAM-AUDIT
               MOVE WS-NEW-NUMBER TO AB-B-COUNT-DAYS
           END-IF
           DISPLAY "Days between counts for class C (3 digits, "
                   "0 for 365): "
           ACCEPT WS-NEW-NUMBER
           IF WS-NEW-NUMBER < 0 OR WS-NEW-NUMBER > 999
               DISPLAY "Days must be 0-999 - unchanged."
           ELSE
               MOVE "ABC-C-COUNT-DAYS"  TO WS-AUDIT-FIELD-NAME
               MOVE AB-C-COUNT-DAYS TO WS-AUDIT-OLD-VALUE
               MOVE WS-NEW-NUMBER       TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PARAM-AUDIT
               MOVE WS-NEW-NUMBER TO AB-C-COUNT-DAYS
           END-IF.

       WRITE-PARAM-AUDIT.
           MOVE WS-AUDIT-FIELD-NAME TO RP-FIELD-NAME
           MOVE WS-AUDIT-OLD-VALUE  TO RP-OLD-VALUE
