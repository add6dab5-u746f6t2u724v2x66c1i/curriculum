       IDENTIFICATION DIVISION.
       PROGRAM-ID. LegalHoldMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGALHLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-HOLD-KEY
               FILE STATUS IS WS-LEGAL-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  LEGAL-HOLD-FILE.
           COPY LEGALHLD.

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-LEGAL-HOLD-STATUS     PIC X(2) VALUE "00".

       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-PLACE        VALUE "P" "p".
          88 WS-MAINT-RELEASE      VALUE "R" "r".
          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-NEW-VALUE-X           PIC X(40).
       01 WS-HOLD-TYPE             PIC X(1).
          88 WS-HOLD-TYPE-VALID    VALUE "C" "E" "F".
          88 WS-HOLD-TYPE-PARTY    VALUE "C" "E".
       01 WS-HOLD-ID               PIC X(8).
       01 WS-PARTY-ID              PIC 9(5).
       01 WS-EXISTS-SW             PIC X(1) VALUE "N".
          88 WS-EXISTS             VALUE "Y".
       01 WS-LIST-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LIST-EOF           VALUE "Y".
       01 WS-KEY-OK-SW             PIC X(1) VALUE "N".
          88 WS-KEY-OK             VALUE "Y".

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * The legal hold registry.  When counsel asks for a customer's
      * or an employee's records to be preserved, or for a whole
      * file to be left alone, a supervisor places a hold here with
      * the reason; the archive purge and the report generation
      * purge keep anything held in the live file and list what
      * they kept.  Releasing a hold records who released it and
      * when - the record itself is never deleted.
       RUN-START.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           IF NOT SL-IS-SUPERVISOR
               DISPLAY "Legal hold maintenance requires a "
                       "supervisor sign-on - exiting."
               GOBACK
           END-IF.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           CLOSE RUN-CONTROL-FILE.
           OPEN I-O LEGAL-HOLD-FILE.
           IF WS-LEGAL-HOLD-STATUS = "35"
               OPEN OUTPUT LEGAL-HOLD-FILE
               CLOSE LEGAL-HOLD-FILE
               OPEN I-O LEGAL-HOLD-FILE
           END-IF.

           DISPLAY "Legal holds - (P)lace, (R)elease, (L)ist, "
                   "(Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-PLACE
                       PERFORM PLACE-HOLD
                   WHEN WS-MAINT-RELEASE
                       PERFORM RELEASE-HOLD
                   WHEN WS-MAINT-LIST
                       PERFORM LIST-HOLDS
                   WHEN OTHER
                       DISPLAY "Please enter P, R, L, or Q."
               END-EVALUATE
               DISPLAY "Legal holds - (P)lace, (R)elease, (L)ist, "
                       "(Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE LEGAL-HOLD-FILE.
           GOBACK.

       COPY OPENRCTL.

      * Customer and employee ids are held as their five digits;
      * a file is held under the name the purge jobs know it by.
       ACCEPT-HOLD-KEY.
           MOVE "N" TO WS-KEY-OK-SW
           DISPLAY "Hold on (C)ustomer, (E)mployee or whole (F)ile: "
           ACCEPT WS-HOLD-TYPE
           EVALUATE WS-HOLD-TYPE
               WHEN "c"
                   MOVE "C" TO WS-HOLD-TYPE
               WHEN "e"
                   MOVE "E" TO WS-HOLD-TYPE
               WHEN "f"
                   MOVE "F" TO WS-HOLD-TYPE
           END-EVALUATE
           IF NOT WS-HOLD-TYPE-VALID
               DISPLAY "Enter C, E or F."
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-TYPE-PARTY
               DISPLAY "Customer or employee ID (5 digits): "
               ACCEPT WS-PARTY-ID
               IF WS-PARTY-ID = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PARTY-ID TO WS-HOLD-ID
           ELSE
               DISPLAY "File name (PURCTRAN, RATEAUD, or a report "
                       "name such as PAYSTUB): "
               ACCEPT WS-HOLD-ID
               IF WS-HOLD-ID = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-HOLD-TYPE TO LH-HOLD-TYPE
           MOVE WS-HOLD-ID TO LH-HOLD-ID
           MOVE "Y" TO WS-KEY-OK-SW.

       PLACE-HOLD.
           PERFORM ACCEPT-HOLD-KEY
           IF NOT WS-KEY-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EXISTS-SW
           READ LEGAL-HOLD-FILE
               KEY IS LH-HOLD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EXISTS-SW
           END-READ
           IF WS-EXISTS AND LH-ACTIVE
               DISPLAY "Already held:"
               PERFORM SHOW-HOLD
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Hold reason (40 characters): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X = SPACES
               DISPLAY "A hold needs a reason - not placed."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-VALUE-X TO LH-HOLD-REASON
           MOVE WS-TODAY-DATE TO LH-PLACED-DATE
           MOVE SL-OPERATOR-ID TO LH-PLACED-BY
           MOVE 0 TO LH-RELEASED-DATE
           MOVE SPACES TO LH-RELEASED-BY
           MOVE "A" TO LH-STATUS
           IF WS-EXISTS
               REWRITE LEGAL-HOLD-RECORD
           ELSE
               WRITE LEGAL-HOLD-RECORD
           END-IF
           DISPLAY "Hold placed on " LH-HOLD-TYPE " " LH-HOLD-ID
                   ".".

       RELEASE-HOLD.
           PERFORM ACCEPT-HOLD-KEY
           IF NOT WS-KEY-OK
               EXIT PARAGRAPH
           END-IF
           READ LEGAL-HOLD-FILE
               KEY IS LH-HOLD-KEY
               INVALID KEY
                   DISPLAY "No hold on " WS-HOLD-TYPE " " WS-HOLD-ID
                           "."
               NOT INVALID KEY
                   IF LH-ACTIVE
                       MOVE WS-TODAY-DATE TO LH-RELEASED-DATE
                       MOVE SL-OPERATOR-ID TO LH-RELEASED-BY
                       MOVE "R" TO LH-STATUS
                       REWRITE LEGAL-HOLD-RECORD
                       DISPLAY "Hold on " LH-HOLD-TYPE " "
                               LH-HOLD-ID " released."
                   ELSE
                       DISPLAY "Hold on " LH-HOLD-TYPE " "
                               LH-HOLD-ID " was already released."
                   END-IF
           END-READ.

       LIST-HOLDS.
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE LOW-VALUES TO LH-HOLD-KEY
           START LEGAL-HOLD-FILE KEY IS NOT LESS THAN LH-HOLD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ LEGAL-HOLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       PERFORM SHOW-HOLD
               END-READ
           END-PERFORM.

       SHOW-HOLD.
           IF LH-ACTIVE
               DISPLAY LH-HOLD-TYPE " " LH-HOLD-ID " " LH-HOLD-REASON
                       " placed " LH-PLACED-DATE " by " LH-PLACED-BY
           ELSE
               DISPLAY LH-HOLD-TYPE " " LH-HOLD-ID " " LH-HOLD-REASON
                       " placed " LH-PLACED-DATE " by " LH-PLACED-BY
                       " released " LH-RELEASED-DATE " by "
                       LH-RELEASED-BY
           END-IF.
