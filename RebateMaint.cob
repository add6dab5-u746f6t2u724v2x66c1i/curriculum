       IDENTIFICATION DIVISION.
       PROGRAM-ID. RebateMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBATE-AGREEMENT-FILE ASSIGN TO "REBATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CUSTOMER-ID
               FILE STATUS IS WS-REBATE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REBATE-AGREEMENT-FILE.
           COPY REBATE.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-REBATE-STATUS         PIC X(2) VALUE "00".
       01 WS-CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
          88 WS-CUSTOMER-FOUND     VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".

       01 WS-OPERATOR-ID           PIC X(8).

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-SESSION-COMPANY       PIC X(3) VALUE SPACES.
       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-ADD          VALUE "A" "a".
          88 WS-MAINT-CHANGE       VALUE "C" "c".
          88 WS-MAINT-DELETE       VALUE "D" "d".
          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-CUSTOMER-ID           PIC 9(5).
       01 WS-REBATE-EXISTS-SW      PIC X(1) VALUE "N".
          88 WS-REBATE-EXISTS      VALUE "Y".
       01 WS-LIST-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LIST-EOF           VALUE "Y".
       01 WS-TIER-SUB              PIC 9(1) VALUE 0.
       01 WS-TIERS-VALID-SW        PIC X(1) VALUE "N".
          88 WS-TIERS-VALID        VALUE "Y".
       01 WS-STATUS-ANSWER         PIC X(1) VALUE SPACE.

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Volume rebate agreements: one per customer, with up to five
      * tiers of annual net-sales threshold and the percent of the
      * whole year's volume paid back once a threshold is reached.
      * An agreement with rebate already accrued cannot be deleted
      * - it is made inactive instead, and the accrual job lets the
      * year run out and issues what was earned.
       RUN-START.
           OPEN INPUT OPERATOR-MASTER-FILE.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           MOVE SL-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-SESSION-COMPANY.
           IF SL-COMPANY-CODE NOT = SPACES
               MOVE SL-COMPANY-CODE TO WS-SESSION-COMPANY
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN I-O REBATE-AGREEMENT-FILE.
           IF WS-REBATE-STATUS = "35"
               OPEN OUTPUT REBATE-AGREEMENT-FILE
               CLOSE REBATE-AGREEMENT-FILE
               OPEN I-O REBATE-AGREEMENT-FILE
           END-IF.

           DISPLAY "Rebate agreements - (A)dd, (C)hange, (D)elete, "
                   "(L)ist, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-ADD
                       PERFORM ADD-REBATE-AGREEMENT
                   WHEN WS-MAINT-CHANGE
                       PERFORM CHANGE-REBATE-AGREEMENT
                   WHEN WS-MAINT-DELETE
                       PERFORM DELETE-REBATE-AGREEMENT
                   WHEN WS-MAINT-LIST
                       PERFORM LIST-REBATE-AGREEMENTS
                   WHEN OTHER
                       DISPLAY "Please enter A, C, D, L, or Q."
               END-EVALUATE
               DISPLAY "Rebate agreements - (A)dd, (C)hange, "
                       "(D)elete, (L)ist, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE REBATE-AGREEMENT-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE RUN-CONTROL-FILE.
           GOBACK.

       COPY OPENRCTL.

       READ-REBATE-AGREEMENT.
           MOVE WS-CUSTOMER-ID TO RB-CUSTOMER-ID
           MOVE "N" TO WS-REBATE-EXISTS-SW
           READ REBATE-AGREEMENT-FILE
               KEY IS RB-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-REBATE-EXISTS-SW
           END-READ.

       ADD-REBATE-AGREEMENT.
           DISPLAY "Customer ID (5 digits): "
           ACCEPT WS-CUSTOMER-ID
           MOVE WS-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-ID
               INVALID KEY
                   MOVE "24" TO WS-CUSTOMER-MASTER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-CUSTOMER-MASTER-STATUS
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-CUSTOMER-FOUND
                   DISPLAY "Unknown customer ID " WS-CUSTOMER-ID "."
               WHEN CM-COMPANY-CODE NOT = SPACES
                    AND CM-COMPANY-CODE NOT = WS-SESSION-COMPANY
                   DISPLAY "Customer " WS-CUSTOMER-ID " belongs to "
                           "company " CM-COMPANY-CODE " - not part "
                           "of this session."
               WHEN OTHER
                   PERFORM READ-REBATE-AGREEMENT
                   IF WS-REBATE-EXISTS
                       DISPLAY "Rebate agreement already on file - "
                               "use Change."
                   ELSE
                       INITIALIZE REBATE-AGREEMENT-RECORD
                       MOVE WS-CUSTOMER-ID     TO RB-CUSTOMER-ID
                       MOVE WS-SESSION-COMPANY TO RB-COMPANY-CODE
                       MOVE "A"                TO RB-STATUS
                       DISPLAY "Agreement year start (YYYYMMDD, 0 "
                               "for today): "
                       ACCEPT RB-YEAR-START-DATE
                       IF RB-YEAR-START-DATE = 0
                           MOVE WS-TODAY-DATE TO RB-YEAR-START-DATE
                       END-IF
                       COMPUTE RB-YEAR-END-DATE =
                           FUNCTION DATE-OF-INTEGER
                               (FUNCTION INTEGER-OF-DATE
                                   (RB-YEAR-START-DATE + 10000) - 1)
                       DISPLAY "Agreement year runs "
                               RB-YEAR-START-DATE " through "
                               RB-YEAR-END-DATE "."
                       PERFORM ACCEPT-REBATE-TIERS
                       WRITE REBATE-AGREEMENT-RECORD
                       DISPLAY "Rebate agreement added."
                   END-IF
           END-EVALUATE.

      * Tiers are keyed lowest threshold first; each must sit above
      * the one before so the accrual can take the last one reached.
       ACCEPT-REBATE-TIERS.
           MOVE "N" TO WS-TIERS-VALID-SW
           PERFORM UNTIL WS-TIERS-VALID
               DISPLAY "Number of tiers (1-5): "
               ACCEPT RB-TIER-COUNT
               IF RB-TIER-COUNT < 1 OR RB-TIER-COUNT > 5
                   DISPLAY "Tier count must be 1 through 5."
               ELSE
                   MOVE "Y" TO WS-TIERS-VALID-SW
                   PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                           UNTIL WS-TIER-SUB > 5
                       MOVE 0 TO RB-TIER-THRESHOLD (WS-TIER-SUB)
                       MOVE 0 TO RB-TIER-PERCENT (WS-TIER-SUB)
                   END-PERFORM
                   PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                           UNTIL WS-TIER-SUB > RB-TIER-COUNT
                       DISPLAY "Tier " WS-TIER-SUB " annual volume "
                               "threshold (9 digits, 2 decimals): "
                       ACCEPT RB-TIER-THRESHOLD (WS-TIER-SUB)
                       DISPLAY "Tier " WS-TIER-SUB " rebate percent "
                               "(4 decimals, e.g. 0.0200 for 2%): "
                       ACCEPT RB-TIER-PERCENT (WS-TIER-SUB)
                       IF WS-TIER-SUB > 1
                          AND RB-TIER-THRESHOLD (WS-TIER-SUB) NOT >
                              RB-TIER-THRESHOLD (WS-TIER-SUB - 1)
                           MOVE "N" TO WS-TIERS-VALID-SW
                       END-IF
                   END-PERFORM
                   IF NOT WS-TIERS-VALID
                       DISPLAY "Each tier threshold must be higher "
                               "than the one before - re-enter."
                   END-IF
               END-IF
           END-PERFORM.

       CHANGE-REBATE-AGREEMENT.
           DISPLAY "Customer ID (5 digits): "
           ACCEPT WS-CUSTOMER-ID
           PERFORM READ-REBATE-AGREEMENT
           IF NOT WS-REBATE-EXISTS
               DISPLAY "No rebate agreement on file."
           ELSE
               DISPLAY "Year " RB-YEAR-START-DATE " - "
                       RB-YEAR-END-DATE ", accrued "
                       RB-ACCRUED-AMOUNT ", status " RB-STATUS
               PERFORM ACCEPT-REBATE-TIERS
               DISPLAY "Status (A=active, I=inactive, blank to "
                       "keep): "
               ACCEPT WS-STATUS-ANSWER
               EVALUATE WS-STATUS-ANSWER
                   WHEN "A" WHEN "a"
                       MOVE "A" TO RB-STATUS
                   WHEN "I" WHEN "i"
                       MOVE "I" TO RB-STATUS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               REWRITE REBATE-AGREEMENT-RECORD
               DISPLAY "Rebate agreement updated."
           END-IF.

       DELETE-REBATE-AGREEMENT.
           DISPLAY "Customer ID (5 digits): "
           ACCEPT WS-CUSTOMER-ID
           PERFORM READ-REBATE-AGREEMENT
           IF NOT WS-REBATE-EXISTS
               DISPLAY "No rebate agreement on file."
           ELSE
               IF RB-ACCRUED-AMOUNT NOT = 0
                   DISPLAY "Rebate of " RB-ACCRUED-AMOUNT " is "
                           "accrued on this agreement - make it "
                           "inactive instead."
               ELSE
                   DELETE REBATE-AGREEMENT-FILE
                   DISPLAY "Rebate agreement deleted."
               END-IF
           END-IF.

       LIST-REBATE-AGREEMENTS.
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE 0 TO RB-CUSTOMER-ID
           START REBATE-AGREEMENT-FILE KEY IS NOT LESS THAN
                 RB-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ REBATE-AGREEMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       DISPLAY "  cust " RB-CUSTOMER-ID
                               " year " RB-YEAR-START-DATE
                               "-" RB-YEAR-END-DATE
                               " status " RB-STATUS
                               " volume " RB-YTD-VOLUME
                               " accrued " RB-ACCRUED-AMOUNT
                       PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                               UNTIL WS-TIER-SUB > RB-TIER-COUNT
                           DISPLAY "      tier " WS-TIER-SUB
                                   " from " RB-TIER-THRESHOLD
                                   (WS-TIER-SUB)
                                   " at " RB-TIER-PERCENT
                                   (WS-TIER-SUB)
                       END-PERFORM
               END-READ
           END-PERFORM.
