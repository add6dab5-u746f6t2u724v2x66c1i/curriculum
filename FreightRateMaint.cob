       IDENTIFICATION DIVISION.
       PROGRAM-ID. FreightRateMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREIGHT-RATE-FILE ASSIGN TO "FRTRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-RATE-KEY
               FILE STATUS IS WS-FREIGHT-RATE-STATUS.

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
       FD  FREIGHT-RATE-FILE.
           COPY FRTRATE.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-FREIGHT-RATE-STATUS   PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".

       01 WS-OPERATOR-ID           PIC X(8).

       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-ADD          VALUE "A" "a".
          88 WS-MAINT-CHANGE       VALUE "C" "c".
          88 WS-MAINT-DELETE       VALUE "D" "d".
          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-CARRIER-CODE          PIC X(4).
       01 WS-ZONE                  PIC 9(2).
       01 WS-MAX-WEIGHT            PIC 9(5).
       01 WS-RATE-EXISTS-SW        PIC X(1) VALUE "N".
          88 WS-RATE-EXISTS        VALUE "Y".
       01 WS-LIST-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LIST-EOF           VALUE "Y".

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Carrier freight rates: for each carrier and delivery zone, a
      * charge per weight break.  Ship confirmation prices a package
      * on the lowest break at or above its weight, so each zone
      * needs its breaks keyed up to the heaviest package the
      * carrier will take.
       RUN-START.
           OPEN INPUT OPERATOR-MASTER-FILE.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           MOVE SL-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM OPEN-RUN-CONTROL.
           OPEN I-O FREIGHT-RATE-FILE.
           IF WS-FREIGHT-RATE-STATUS = "35"
               OPEN OUTPUT FREIGHT-RATE-FILE
               CLOSE FREIGHT-RATE-FILE
               OPEN I-O FREIGHT-RATE-FILE
           END-IF.

           DISPLAY "Freight rates - (A)dd, (C)hange, (D)elete, "
                   "(L)ist, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-ADD
                       PERFORM ADD-FREIGHT-RATE
                   WHEN WS-MAINT-CHANGE
                       PERFORM CHANGE-FREIGHT-RATE
                   WHEN WS-MAINT-DELETE
                       PERFORM DELETE-FREIGHT-RATE
                   WHEN WS-MAINT-LIST
                       PERFORM LIST-FREIGHT-RATES
                   WHEN OTHER
                       DISPLAY "Please enter A, C, D, L, or Q."
               END-EVALUATE
               DISPLAY "Freight rates - (A)dd, (C)hange, "
                       "(D)elete, (L)ist, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE FREIGHT-RATE-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE RUN-CONTROL-FILE.
           GOBACK.

       COPY OPENRCTL.

       ACCEPT-RATE-KEY.
           DISPLAY "Carrier code (4 characters): "
           ACCEPT WS-CARRIER-CODE
           DISPLAY "Zone (2 digits): "
           ACCEPT WS-ZONE
           DISPLAY "Weight break - up to pounds (5 digits): "
           ACCEPT WS-MAX-WEIGHT
           MOVE WS-CARRIER-CODE TO FR-CARRIER-CODE
           MOVE WS-ZONE         TO FR-ZONE
           MOVE WS-MAX-WEIGHT   TO FR-MAX-WEIGHT
           MOVE "N" TO WS-RATE-EXISTS-SW
           READ FREIGHT-RATE-FILE
               KEY IS FR-RATE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RATE-EXISTS-SW
           END-READ.

       ADD-FREIGHT-RATE.
           PERFORM ACCEPT-RATE-KEY
           EVALUATE TRUE
               WHEN WS-CARRIER-CODE = SPACES
                   DISPLAY "Carrier code is required."
               WHEN WS-MAX-WEIGHT = 0
                   DISPLAY "Weight break must be greater than zero."
               WHEN WS-RATE-EXISTS
                   DISPLAY "Rate already on file - use Change."
               WHEN OTHER
                   INITIALIZE FREIGHT-RATE-RECORD
                   MOVE WS-CARRIER-CODE TO FR-CARRIER-CODE
                   MOVE WS-ZONE         TO FR-ZONE
                   MOVE WS-MAX-WEIGHT   TO FR-MAX-WEIGHT
                   DISPLAY "Carrier name (20 characters): "
                   ACCEPT FR-CARRIER-NAME
                   DISPLAY "Freight charge (5 digits, 2 decimals): "
                   ACCEPT FR-FREIGHT-CHARGE
                   WRITE FREIGHT-RATE-RECORD
                   DISPLAY "Freight rate added."
           END-EVALUATE.

       CHANGE-FREIGHT-RATE.
           PERFORM ACCEPT-RATE-KEY
           IF NOT WS-RATE-EXISTS
               DISPLAY "No such freight rate on file."
           ELSE
               DISPLAY "Carrier " FR-CARRIER-NAME " charge "
                       FR-FREIGHT-CHARGE
               DISPLAY "New freight charge (5 digits, 2 decimals): "
               ACCEPT FR-FREIGHT-CHARGE
               REWRITE FREIGHT-RATE-RECORD
               DISPLAY "Freight rate updated."
           END-IF.

       DELETE-FREIGHT-RATE.
           PERFORM ACCEPT-RATE-KEY
           IF NOT WS-RATE-EXISTS
               DISPLAY "No such freight rate on file."
           ELSE
               DELETE FREIGHT-RATE-FILE
               DISPLAY "Freight rate deleted."
           END-IF.

       LIST-FREIGHT-RATES.
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE LOW-VALUES TO FR-RATE-KEY
           START FREIGHT-RATE-FILE KEY IS NOT LESS THAN FR-RATE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ FREIGHT-RATE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       DISPLAY "  " FR-CARRIER-CODE " "
                               FR-CARRIER-NAME
                               " zone " FR-ZONE
                               " to " FR-MAX-WEIGHT " lb "
                               FR-FREIGHT-CHARGE
               END-READ
           END-PERFORM.
