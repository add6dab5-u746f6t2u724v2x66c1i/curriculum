       IDENTIFICATION DIVISION.
       PROGRAM-ID. VendorMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-VENDOR-ID
               FILE STATUS IS WS-VENDOR-MASTER-STATUS.

           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHANGE-JOURNAL-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERROR-LOG-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER-FILE.
           COPY VENDMAST.

       FD  CHANGE-JOURNAL-FILE.
           COPY CHGJRNL.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  ERROR-LOG-FILE.
           COPY ERRLOG.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-VENDOR-MASTER-STATUS  PIC X(2) VALUE "00".
          88 WS-VENDOR-FOUND       VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-ERROR-LOG-STATUS      PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".

       01 WS-CHANGE-JOURNAL-STATUS PIC X(2) VALUE "00".
       01 WS-CJ-FILE-NAME          PIC X(12).
       01 WS-CJ-RECORD-KEY         PIC X(20).
       01 WS-CJ-ACTION             PIC X(1).
       01 WS-CJ-BEFORE-IMAGE       PIC X(200).
       01 WS-CJ-AFTER-IMAGE        PIC X(200).

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SESSION-COMPANY       PIC X(3) VALUE SPACES.

       01 WS-LOG-PROGRAM-NAME      PIC X(20) VALUE "VendorMaint".
       01 WS-LOG-FIELD-NAME        PIC X(20).
       01 WS-LOG-BAD-VALUE         PIC X(20).

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-ADD          VALUE "A" "a".
          88 WS-MAINT-CHANGE       VALUE "C" "c".
          88 WS-MAINT-INACTIVATE   VALUE "I" "i".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-VENDOR-ID             PIC 9(5).
       01 WS-NEW-NAME              PIC X(30).
       01 WS-NEW-STREET            PIC X(30).
       01 WS-NEW-CITY              PIC X(20).
       01 WS-NEW-STATE             PIC X(2).
       01 WS-NEW-POSTAL-CODE       PIC X(10).
       01 WS-NEW-PHONE             PIC X(15).
       01 WS-NEW-TERMS-X           PIC X(3).
       01 WS-NEW-1099-SW           PIC X(1).
       01 WS-NEW-TAX-ID            PIC X(11).
       01 WS-NEW-LEAD-TIME-X       PIC X(3).
       01 WS-REACTIVATE-ANSWER     PIC X(1).

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * The vendor master is who we buy from: name, remit-to
      * address, a contact number, payment terms, delivery lead
      * time and its 1099 status and tax ID.  Purchase orders
      * refuse an unknown or inactive vendor, and every add or
      * change goes to the change journal like the other masters.
       RUN-START.
           OPEN INPUT OPERATOR-MASTER-FILE.
           OPEN EXTEND ERROR-LOG-FILE.
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
           OPEN I-O VENDOR-MASTER-FILE.
           IF WS-VENDOR-MASTER-STATUS = "35"
               OPEN OUTPUT VENDOR-MASTER-FILE
               CLOSE VENDOR-MASTER-FILE
               OPEN I-O VENDOR-MASTER-FILE
           END-IF.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           MOVE "VENDMAST" TO WS-CJ-FILE-NAME.

           DISPLAY "Vendor maintenance - (A)dd, (C)hange, "
                   "(I)nactivate, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-ADD
                       PERFORM ADD-VENDOR
                   WHEN WS-MAINT-CHANGE
                       PERFORM CHANGE-VENDOR
                   WHEN WS-MAINT-INACTIVATE
                       PERFORM INACTIVATE-VENDOR
                   WHEN OTHER
                       DISPLAY "Please enter A, C, I, or Q."
               END-EVALUATE
               DISPLAY "Vendor maintenance - (A)dd, (C)hange, "
                       "(I)nactivate, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE VENDOR-MASTER-FILE.
           CLOSE CHANGE-JOURNAL-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE ERROR-LOG-FILE.
           CLOSE RUN-CONTROL-FILE.
           GOBACK.

       COPY LOGERROR.

       COPY CJWRITE.

       COPY OPENRCTL.

       LOOKUP-VENDOR.
           MOVE WS-VENDOR-ID TO VN-VENDOR-ID
           READ VENDOR-MASTER-FILE
               KEY IS VN-VENDOR-ID
               INVALID KEY
                   MOVE "23" TO WS-VENDOR-MASTER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-VENDOR-MASTER-STATUS
           END-READ.

       ADD-VENDOR.
           DISPLAY "New vendor ID (5 digits): "
           ACCEPT WS-VENDOR-ID
           PERFORM LOOKUP-VENDOR
           IF WS-VENDOR-FOUND
               DISPLAY "Vendor " WS-VENDOR-ID " already exists - "
                       "use Change instead."
               MOVE "VENDOR-ID"  TO WS-LOG-FIELD-NAME
               MOVE WS-VENDOR-ID TO WS-LOG-BAD-VALUE
               PERFORM LOG-ERROR
           ELSE
               INITIALIZE VENDOR-MASTER-RECORD
               MOVE WS-VENDOR-ID TO VN-VENDOR-ID
               DISPLAY "Vendor name (30 characters): "
               ACCEPT VN-VENDOR-NAME
               DISPLAY "Street (30 characters): "
               ACCEPT VN-STREET
               DISPLAY "City (20 characters): "
               ACCEPT VN-CITY
               DISPLAY "State (2 characters): "
               ACCEPT VN-STATE
               DISPLAY "Postal code (10 characters): "
               ACCEPT VN-POSTAL-CODE
               DISPLAY "Contact phone (15 characters): "
               ACCEPT VN-CONTACT-PHONE
               DISPLAY "Payment terms in days (3 digits, 0 for "
                       "net 30): "
               ACCEPT VN-TERMS-DAYS
               IF VN-TERMS-DAYS = 0
                   MOVE 30 TO VN-TERMS-DAYS
               END-IF
               DISPLAY "Delivery lead time in days (3 digits): "
               ACCEPT VN-LEAD-TIME-DAYS
               DISPLAY "1099-reportable? (Y/N): "
               ACCEPT VN-1099-SW
               IF VN-1099-SW = "y"
                   MOVE "Y" TO VN-1099-SW
               END-IF
               IF NOT VN-1099-REPORTABLE
                   MOVE "N" TO VN-1099-SW
               END-IF
               DISPLAY "Tax ID (11 characters, blank if not "
                       "known): "
               ACCEPT VN-TAX-ID
               IF VN-1099-REPORTABLE AND VN-TAX-ID = SPACES
                   DISPLAY "Warning - reportable vendor has no tax "
                           "ID; it will show on the 1099 exception "
                           "list."
               END-IF
               MOVE WS-SESSION-COMPANY TO VN-COMPANY-CODE
               MOVE "A" TO VN-STATUS
               WRITE VENDOR-MASTER-RECORD
               MOVE SPACES TO WS-CJ-BEFORE-IMAGE
               MOVE VENDOR-MASTER-RECORD TO WS-CJ-AFTER-IMAGE
               MOVE WS-VENDOR-ID TO WS-CJ-RECORD-KEY
               MOVE "A" TO WS-CJ-ACTION
               PERFORM WRITE-CHANGE-JOURNAL
               DISPLAY "Vendor " WS-VENDOR-ID " added."
           END-IF.

       CHANGE-VENDOR.
           DISPLAY "Vendor ID to change (5 digits): "
           ACCEPT WS-VENDOR-ID
           PERFORM LOOKUP-VENDOR
           IF NOT WS-VENDOR-FOUND
               DISPLAY "Unknown vendor ID " WS-VENDOR-ID "."
               MOVE "VENDOR-ID"  TO WS-LOG-FIELD-NAME
               MOVE WS-VENDOR-ID TO WS-LOG-BAD-VALUE
               PERFORM LOG-ERROR
           ELSE
               MOVE VENDOR-MASTER-RECORD TO WS-CJ-BEFORE-IMAGE
               DISPLAY "Name is " VN-VENDOR-NAME
               DISPLAY "New name (blank to keep): "
               ACCEPT WS-NEW-NAME
               IF WS-NEW-NAME NOT = SPACES
                   MOVE WS-NEW-NAME TO VN-VENDOR-NAME
               END-IF
               DISPLAY "Street is " VN-STREET
               DISPLAY "New street (blank to keep): "
               ACCEPT WS-NEW-STREET
               IF WS-NEW-STREET NOT = SPACES
                   MOVE WS-NEW-STREET TO VN-STREET
               END-IF
               DISPLAY "City is " VN-CITY
               DISPLAY "New city (blank to keep): "
               ACCEPT WS-NEW-CITY
               IF WS-NEW-CITY NOT = SPACES
                   MOVE WS-NEW-CITY TO VN-CITY
               END-IF
               DISPLAY "State is " VN-STATE
               DISPLAY "New state (blank to keep): "
               ACCEPT WS-NEW-STATE
               IF WS-NEW-STATE NOT = SPACES
                   MOVE WS-NEW-STATE TO VN-STATE
               END-IF
               DISPLAY "Postal code is " VN-POSTAL-CODE
               DISPLAY "New postal code (blank to keep): "
               ACCEPT WS-NEW-POSTAL-CODE
               IF WS-NEW-POSTAL-CODE NOT = SPACES
                   MOVE WS-NEW-POSTAL-CODE TO VN-POSTAL-CODE
               END-IF
               DISPLAY "Contact phone is " VN-CONTACT-PHONE
               DISPLAY "New contact phone (blank to keep): "
               ACCEPT WS-NEW-PHONE
               IF WS-NEW-PHONE NOT = SPACES
                   MOVE WS-NEW-PHONE TO VN-CONTACT-PHONE
               END-IF
               DISPLAY "Terms days are " VN-TERMS-DAYS
               DISPLAY "New terms days (blank to keep): "
               ACCEPT WS-NEW-TERMS-X
               IF WS-NEW-TERMS-X NOT = SPACES
                   MOVE FUNCTION NUMVAL (WS-NEW-TERMS-X)
                       TO VN-TERMS-DAYS
               END-IF
               DISPLAY "Lead time days are " VN-LEAD-TIME-DAYS
               DISPLAY "New lead time days (blank to keep): "
               ACCEPT WS-NEW-LEAD-TIME-X
               IF WS-NEW-LEAD-TIME-X NOT = SPACES
                   MOVE FUNCTION NUMVAL (WS-NEW-LEAD-TIME-X)
                       TO VN-LEAD-TIME-DAYS
               END-IF
               DISPLAY "1099-reportable is " VN-1099-SW
               DISPLAY "New 1099-reportable Y/N (blank to keep): "
               ACCEPT WS-NEW-1099-SW
               EVALUATE WS-NEW-1099-SW
                   WHEN "Y"
                   WHEN "y"
                       MOVE "Y" TO VN-1099-SW
                   WHEN "N"
                   WHEN "n"
                       MOVE "N" TO VN-1099-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               DISPLAY "Tax ID is " VN-TAX-ID
               DISPLAY "New tax ID (blank to keep): "
               ACCEPT WS-NEW-TAX-ID
               IF WS-NEW-TAX-ID NOT = SPACES
                   MOVE WS-NEW-TAX-ID TO VN-TAX-ID
               END-IF
               IF VN-1099-REPORTABLE AND VN-TAX-ID = SPACES
                   DISPLAY "Warning - reportable vendor has no tax "
                           "ID; it will show on the 1099 exception "
                           "list."
               END-IF
               IF VN-INACTIVE
                   DISPLAY "Vendor is inactive - reactivate? "
                           "(Y/N): "
                   ACCEPT WS-REACTIVATE-ANSWER
                   IF WS-REACTIVATE-ANSWER = "Y"
                      OR WS-REACTIVATE-ANSWER = "y"
                       MOVE "A" TO VN-STATUS
                   END-IF
               END-IF
               REWRITE VENDOR-MASTER-RECORD
               MOVE VENDOR-MASTER-RECORD TO WS-CJ-AFTER-IMAGE
               MOVE WS-VENDOR-ID TO WS-CJ-RECORD-KEY
               MOVE "C" TO WS-CJ-ACTION
               PERFORM WRITE-CHANGE-JOURNAL
               DISPLAY "Vendor " WS-VENDOR-ID " updated."
           END-IF.

      * Inactivating keeps the vendor on file for the POs and
      * receipts already written against it; PurchaseOrder just
      * stops accepting it on a new order.
       INACTIVATE-VENDOR.
           DISPLAY "Vendor ID to inactivate (5 digits): "
           ACCEPT WS-VENDOR-ID
           PERFORM LOOKUP-VENDOR
           IF NOT WS-VENDOR-FOUND
               DISPLAY "Unknown vendor ID " WS-VENDOR-ID "."
               MOVE "VENDOR-ID"  TO WS-LOG-FIELD-NAME
               MOVE WS-VENDOR-ID TO WS-LOG-BAD-VALUE
               PERFORM LOG-ERROR
           ELSE
               IF VN-INACTIVE
                   DISPLAY "Vendor " WS-VENDOR-ID " is already "
                           "inactive."
               ELSE
                   MOVE VENDOR-MASTER-RECORD TO WS-CJ-BEFORE-IMAGE
                   MOVE "I" TO VN-STATUS
                   REWRITE VENDOR-MASTER-RECORD
                   MOVE VENDOR-MASTER-RECORD TO WS-CJ-AFTER-IMAGE
                   MOVE WS-VENDOR-ID TO WS-CJ-RECORD-KEY
                   MOVE "C" TO WS-CJ-ACTION
                   PERFORM WRITE-CHANGE-JOURNAL
                   DISPLAY "Vendor " WS-VENDOR-ID " inactivated."
               END-IF
           END-IF.
