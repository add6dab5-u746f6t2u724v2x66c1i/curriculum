       IDENTIFICATION DIVISION.
       PROGRAM-ID. EInvoiceSend.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-TRANS-FILE ASSIGN TO "PURCTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURCHASE-TRANS-STATUS.

           SELECT LINE-ITEM-FILE ASSIGN TO "LINEITEM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LINE-ITEM-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-ADDRESS-KEY
               FILE STATUS IS WS-CUSTOMER-ADDRESS-STATUS.

           SELECT EINVOICE-SENT-FILE ASSIGN TO "EINVSENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-SENT-KEY
               FILE STATUS IS WS-EINVOICE-SENT-STATUS.

           SELECT ELECTRONIC-INVOICE-FILE ASSIGN TO "EINVOICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELECTRONIC-INVOICE-STATUS.

           SELECT INVOICE-CONTROL-FILE ASSIGN TO "INVCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-CONTROL-KEY
               FILE STATUS IS WS-INVOICE-CONTROL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-TRANS-FILE.
           COPY PURCTRAN.

       FD  LINE-ITEM-FILE.
           COPY LINEITEM.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD  CUSTOMER-ADDRESS-FILE.
           COPY CUSTADDR.

       FD  EINVOICE-SENT-FILE.
           COPY EINVSENT.

       FD  ELECTRONIC-INVOICE-FILE.
           COPY EINVOICE.

       FD  INVOICE-CONTROL-FILE.
           COPY INVCTL.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-PURCHASE-TRANS-STATUS PIC X(2) VALUE "00".
       01 WS-LINE-ITEM-STATUS      PIC X(2) VALUE "00".
       01 WS-CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
          88 WS-CUSTOMER-FOUND     VALUE "00".
       01 WS-EINVOICE-SENT-STATUS  PIC X(2) VALUE "00".
       01 WS-ELECTRONIC-INVOICE-STATUS PIC X(2) VALUE "00".
       01 WS-INVOICE-CONTROL-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-DEFAULT-COMPANY       PIC X(3) VALUE SPACES.

       01 WS-CUSTOMER-ADDRESS-STATUS PIC X(2) VALUE "00".
       01 WS-ADDRESS-AVAILABLE-SW  PIC X(1) VALUE "N".
          88 WS-ADDRESS-AVAILABLE  VALUE "Y".
       01 WS-ADDRESS-FOUND-SW      PIC X(1) VALUE "N".
          88 WS-ADDRESS-FOUND      VALUE "Y".
       01 WS-ADDR-EOF-SW           PIC X(1) VALUE "N".
          88 WS-ADDR-EOF           VALUE "Y".
       01 WS-WANTED-ADDR-TYPE      PIC X(1).
       01 WS-ADDR-LOOKUP-ID        PIC 9(5).
       01 WS-ADDR-LOOKUP-DATE      PIC 9(8).
       01 WS-BEST-STREET           PIC X(30).
       01 WS-BEST-CITY             PIC X(20).
       01 WS-BEST-STATE            PIC X(2).
       01 WS-BEST-POSTAL           PIC X(10).

       01 WS-INVOICE-COMPANY       PIC X(3).
       01 WS-SEND-SW               PIC X(1) VALUE "N".
          88 WS-SEND-INVOICE       VALUE "Y".
       01 WS-PURPOSE-CODE          PIC X(1).
       01 WS-SENT-ROW-SW           PIC X(1) VALUE "N".
          88 WS-SENT-ROW-FOUND     VALUE "Y".

      * Control totals for the transmission in progress, written
      * on its trailer.
       01 WS-TRANSMISSION-OPEN-SW  PIC X(1) VALUE "N".
          88 WS-TRANSMISSION-OPEN  VALUE "Y".
       01 WS-TRANSMISSION-NUMBER   PIC 9(7) VALUE 0.
       01 WS-INVOICE-COUNT         PIC 9(7) VALUE 0.
       01 WS-DETAIL-COUNT          PIC 9(7) VALUE 0.
       01 WS-INVOICE-TOTAL         PIC S9(13)V99 VALUE 0.
       01 WS-INVOICE-HASH          PIC 9(15) VALUE 0.
       01 WS-RESEND-COUNT          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      * After posting, every sale and finance charge for a customer
      * billed electronically that has not yet gone out - and any
      * invoice a clerk has asked to send again - is written to the
      * outbound invoice file as one transmission, and entered on
      * the sent register so the next run passes it by.  A run with
      * nothing to send writes no transmission at all.
       RUN-START.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-DEFAULT-COMPANY.
           OPEN INPUT PURCHASE-TRANS-FILE.
           IF WS-PURCHASE-TRANS-STATUS NOT = "00"
               DISPLAY "No purchase transaction file on hand - "
                       "no invoices to transmit."
               CLOSE RUN-CONTROL-FILE
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN INPUT CUSTOMER-ADDRESS-FILE.
           IF WS-CUSTOMER-ADDRESS-STATUS = "00"
               MOVE "Y" TO WS-ADDRESS-AVAILABLE-SW
           END-IF.
           OPEN I-O EINVOICE-SENT-FILE.
           IF WS-EINVOICE-SENT-STATUS = "35"
               OPEN OUTPUT EINVOICE-SENT-FILE
               CLOSE EINVOICE-SENT-FILE
               OPEN I-O EINVOICE-SENT-FILE
           END-IF.
           OPEN I-O INVOICE-CONTROL-FILE.
           IF WS-INVOICE-CONTROL-STATUS = "35"
               OPEN OUTPUT INVOICE-CONTROL-FILE
               CLOSE INVOICE-CONTROL-FILE
               OPEN I-O INVOICE-CONTROL-FILE
           END-IF.

           PERFORM UNTIL WS-PURCHASE-TRANS-STATUS NOT = "00"
               READ PURCHASE-TRANS-FILE
                   AT END
                       MOVE "10" TO WS-PURCHASE-TRANS-STATUS
                   NOT AT END
                       IF PT-TYPE-SALE OR PT-TYPE-FINANCE-CHG
                           PERFORM CONSIDER-INVOICE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-TRANSMISSION-OPEN
               PERFORM FINISH-TRANSMISSION
           END-IF.

           CLOSE PURCHASE-TRANS-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           IF WS-ADDRESS-AVAILABLE
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.
           CLOSE EINVOICE-SENT-FILE.
           CLOSE INVOICE-CONTROL-FILE.
           CLOSE RUN-CONTROL-FILE.
           IF WS-INVOICE-COUNT = 0
               DISPLAY "No invoices waiting for electronic "
                       "transmission."
           ELSE
               DISPLAY "Transmission " WS-TRANSMISSION-NUMBER
                       " written to EINVOICE.DAT - "
                       WS-INVOICE-COUNT " invoices ("
                       WS-RESEND-COUNT " resent), "
                       WS-DETAIL-COUNT " detail rows, total "
                       WS-INVOICE-TOTAL "."
           END-IF.
           GOBACK.

       COPY OPENRCTL.

      * An invoice on the sent register goes again only when a
      * resend has been asked for.  One not yet on the register
      * goes when its customer is billed electronically and the
      * invoice is dated on or after electronic billing began.
       CONSIDER-INVOICE.
           MOVE PT-COMPANY-CODE TO WS-INVOICE-COMPANY
           IF WS-INVOICE-COMPANY = SPACES
               MOVE WS-DEFAULT-COMPANY TO WS-INVOICE-COMPANY
           END-IF
           MOVE "N" TO WS-SEND-SW
           MOVE "N" TO WS-SENT-ROW-SW
           MOVE WS-INVOICE-COMPANY TO ES-COMPANY-CODE
           MOVE PT-INVOICE-NUMBER  TO ES-INVOICE-NUMBER
           READ EINVOICE-SENT-FILE
               KEY IS ES-SENT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-SENT-ROW-SW
           END-READ
           MOVE PT-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-ID
               INVALID KEY
                   MOVE "24" TO WS-CUSTOMER-MASTER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-CUSTOMER-MASTER-STATUS
           END-READ
           IF WS-SENT-ROW-FOUND
               IF ES-RESEND-REQUESTED
                   MOVE "Y" TO WS-SEND-SW
                   MOVE "R" TO WS-PURPOSE-CODE
               END-IF
           ELSE
               IF WS-CUSTOMER-FOUND AND CM-EINVOICE
                  AND PT-TRANSACTION-DATE NOT < CM-EINVOICE-SINCE
                   MOVE "Y" TO WS-SEND-SW
                   MOVE "O" TO WS-PURPOSE-CODE
               END-IF
           END-IF
           IF WS-SEND-INVOICE
               PERFORM SEND-ONE-INVOICE
           END-IF.

       SEND-ONE-INVOICE.
           IF NOT WS-TRANSMISSION-OPEN
               PERFORM START-TRANSMISSION
           END-IF
           IF NOT WS-CUSTOMER-FOUND
               MOVE "(not on customer file)" TO CM-CUSTOMER-NAME
           END-IF
           MOVE SPACES TO EV-RECORD-DATA
           MOVE "H"                 TO EV-RECORD-TYPE
           MOVE PT-INVOICE-NUMBER   TO EV-INVOICE-NUMBER
           MOVE PT-TRANSACTION-DATE TO EV-INVOICE-DATE
           MOVE PT-TRANSACTION-TYPE TO EV-INVOICE-TYPE
           MOVE WS-PURPOSE-CODE     TO EV-PURPOSE-CODE
           MOVE WS-INVOICE-COMPANY  TO EV-COMPANY-CODE
           MOVE PT-CUSTOMER-ID      TO EV-CUSTOMER-ID
           MOVE CM-CUSTOMER-NAME    TO EV-CUSTOMER-NAME
           MOVE PT-CUSTOMER-PO      TO EV-CUSTOMER-PO
           MOVE PT-CUSTOMER-ID      TO WS-ADDR-LOOKUP-ID
           MOVE PT-TRANSACTION-DATE TO WS-ADDR-LOOKUP-DATE
           MOVE "B" TO WS-WANTED-ADDR-TYPE
           PERFORM FIND-CURRENT-ADDRESS
           IF WS-ADDRESS-FOUND
               MOVE WS-BEST-STREET TO EV-BILL-TO-STREET
               MOVE WS-BEST-CITY   TO EV-BILL-TO-CITY
               MOVE WS-BEST-STATE  TO EV-BILL-TO-STATE
               MOVE WS-BEST-POSTAL TO EV-BILL-TO-POSTAL
           END-IF
      * Goods go to the bill-to address when no separate ship-to
      * is on file.
           MOVE "S" TO WS-WANTED-ADDR-TYPE
           PERFORM FIND-CURRENT-ADDRESS
           IF WS-ADDRESS-FOUND
               MOVE WS-BEST-STREET TO EV-SHIP-TO-STREET
               MOVE WS-BEST-CITY   TO EV-SHIP-TO-CITY
               MOVE WS-BEST-STATE  TO EV-SHIP-TO-STATE
               MOVE WS-BEST-POSTAL TO EV-SHIP-TO-POSTAL
           ELSE
               MOVE EV-BILL-TO-STREET TO EV-SHIP-TO-STREET
               MOVE EV-BILL-TO-CITY   TO EV-SHIP-TO-CITY
               MOVE EV-BILL-TO-STATE  TO EV-SHIP-TO-STATE
               MOVE EV-BILL-TO-POSTAL TO EV-SHIP-TO-POSTAL
           END-IF
           MOVE PT-CURRENCY-CODE    TO EV-CURRENCY-CODE
           MOVE PT-PURCHASE-AMOUNT  TO EV-MERCHANDISE-AMOUNT
           MOVE PT-DISCOUNT-AMOUNT  TO EV-DISCOUNT-AMOUNT
           MOVE PT-TAX-AMOUNT       TO EV-TAX-AMOUNT
           MOVE PT-NET-AMOUNT       TO EV-INVOICE-TOTAL
           WRITE ELECTRONIC-INVOICE-RECORD
           ADD 1 TO WS-INVOICE-COUNT
           ADD PT-NET-AMOUNT TO WS-INVOICE-TOTAL
           ADD PT-INVOICE-NUMBER TO WS-INVOICE-HASH
           IF WS-PURPOSE-CODE = "R"
               ADD 1 TO WS-RESEND-COUNT
           END-IF
           PERFORM SEND-INVOICE-DETAIL
           PERFORM MARK-INVOICE-SENT.

       SEND-INVOICE-DETAIL.
           OPEN INPUT LINE-ITEM-FILE
           IF WS-LINE-ITEM-STATUS = "00"
               PERFORM UNTIL WS-LINE-ITEM-STATUS NOT = "00"
                   READ LINE-ITEM-FILE
                       AT END
                           MOVE "10" TO WS-LINE-ITEM-STATUS
                       NOT AT END
                           IF LI-INVOICE-NUMBER = PT-INVOICE-NUMBER
                               PERFORM WRITE-DETAIL-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINE-ITEM-FILE
               MOVE "00" TO WS-LINE-ITEM-STATUS
           END-IF.

       WRITE-DETAIL-ROW.
           MOVE SPACES TO EV-RECORD-DATA
           MOVE "D"               TO EV-RECORD-TYPE
           MOVE LI-INVOICE-NUMBER TO EV-DTL-INVOICE-NUMBER
           MOVE LI-LINE-NUMBER    TO EV-DTL-LINE-NUMBER
           MOVE LI-PRODUCT-CODE   TO EV-DTL-PRODUCT-CODE
           MOVE LI-QUANTITY       TO EV-DTL-QUANTITY
           MOVE LI-UNIT-PRICE     TO EV-DTL-UNIT-PRICE
           MOVE LI-EXTENDED-PRICE TO EV-DTL-EXTENDED-PRICE
           WRITE ELECTRONIC-INVOICE-RECORD
           ADD 1 TO WS-DETAIL-COUNT.

       MARK-INVOICE-SENT.
           IF WS-SENT-ROW-FOUND
               MOVE WS-TODAY-DATE          TO ES-LAST-SENT-DATE
               MOVE WS-TRANSMISSION-NUMBER TO ES-TRANSMISSION-NUMBER
               ADD 1 TO ES-SEND-COUNT
               MOVE "N" TO ES-RESEND-SW
               REWRITE EINVOICE-SENT-RECORD
           ELSE
               INITIALIZE EINVOICE-SENT-RECORD
               MOVE WS-INVOICE-COMPANY     TO ES-COMPANY-CODE
               MOVE PT-INVOICE-NUMBER      TO ES-INVOICE-NUMBER
               MOVE PT-CUSTOMER-ID         TO ES-CUSTOMER-ID
               MOVE WS-TODAY-DATE          TO ES-FIRST-SENT-DATE
               MOVE WS-TODAY-DATE          TO ES-LAST-SENT-DATE
               MOVE WS-TRANSMISSION-NUMBER TO ES-TRANSMISSION-NUMBER
               MOVE 1   TO ES-SEND-COUNT
               MOVE "N" TO ES-RESEND-SW
               WRITE EINVOICE-SENT-RECORD
           END-IF.

      * Transmissions are numbered off INVCTL sequence "A" and
      * appended, so a file the partner has not yet collected is
      * never overwritten by the next run.
       START-TRANSMISSION.
           MOVE "A" TO IC-CONTROL-KEY
           MOVE WS-DEFAULT-COMPANY TO IC-CONTROL-KEY (2:3)
           READ INVOICE-CONTROL-FILE
               KEY IS IC-CONTROL-KEY
               INVALID KEY
                   MOVE "A" TO IC-CONTROL-KEY
                   MOVE WS-DEFAULT-COMPANY TO IC-CONTROL-KEY (2:3)
                   MOVE 0 TO IC-LAST-INVOICE-NUMBER
                   WRITE INVOICE-CONTROL-RECORD
           END-READ
           ADD 1 TO IC-LAST-INVOICE-NUMBER
           MOVE IC-LAST-INVOICE-NUMBER TO WS-TRANSMISSION-NUMBER
           REWRITE INVOICE-CONTROL-RECORD
               INVALID KEY
                   WRITE INVOICE-CONTROL-RECORD
           END-REWRITE
           OPEN EXTEND ELECTRONIC-INVOICE-FILE
           IF WS-ELECTRONIC-INVOICE-STATUS = "35"
               OPEN OUTPUT ELECTRONIC-INVOICE-FILE
           END-IF
           MOVE SPACES TO EV-RECORD-DATA
           MOVE "A"                    TO EV-RECORD-TYPE
           MOVE WS-TRANSMISSION-NUMBER TO EV-TRANSMISSION-NUMBER
           MOVE WS-TODAY-DATE          TO EV-TRANSMISSION-DATE
           MOVE WS-DEFAULT-COMPANY     TO EV-SENDER-COMPANY
           WRITE ELECTRONIC-INVOICE-RECORD
           MOVE "Y" TO WS-TRANSMISSION-OPEN-SW.

       FINISH-TRANSMISSION.
           MOVE SPACES TO EV-RECORD-DATA
           MOVE "Z"                    TO EV-RECORD-TYPE
           MOVE WS-TRANSMISSION-NUMBER TO EV-TRL-TRANSMISSION-NUMBER
           MOVE WS-INVOICE-COUNT       TO EV-TRL-INVOICE-COUNT
           MOVE WS-DETAIL-COUNT        TO EV-TRL-DETAIL-COUNT
           MOVE WS-INVOICE-TOTAL       TO EV-TRL-INVOICE-TOTAL
           MOVE WS-INVOICE-HASH        TO EV-TRL-INVOICE-HASH
           WRITE ELECTRONIC-INVOICE-RECORD
           CLOSE ELECTRONIC-INVOICE-FILE
           MOVE "N" TO WS-TRANSMISSION-OPEN-SW.

      * Same rule as the printed invoice: the address row in force
      * on the invoice date.
       FIND-CURRENT-ADDRESS.
           MOVE "N" TO WS-ADDRESS-FOUND-SW
           IF WS-ADDRESS-AVAILABLE
               MOVE "N" TO WS-ADDR-EOF-SW
               MOVE WS-ADDR-LOOKUP-ID TO AD-CUSTOMER-ID
               MOVE WS-WANTED-ADDR-TYPE TO AD-ADDRESS-TYPE
               MOVE 0 TO AD-EFFECTIVE-DATE
               START CUSTOMER-ADDRESS-FILE KEY IS NOT LESS THAN
                     AD-ADDRESS-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ADDR-EOF-SW
               END-START
               PERFORM UNTIL WS-ADDR-EOF
                   READ CUSTOMER-ADDRESS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-ADDR-EOF-SW
                       NOT AT END
                           IF AD-CUSTOMER-ID NOT = WS-ADDR-LOOKUP-ID
                              OR AD-ADDRESS-TYPE NOT =
                                 WS-WANTED-ADDR-TYPE
                              OR AD-EFFECTIVE-DATE >
                                 WS-ADDR-LOOKUP-DATE
                               MOVE "Y" TO WS-ADDR-EOF-SW
                           ELSE
                               MOVE "Y" TO WS-ADDRESS-FOUND-SW
                               MOVE AD-STREET      TO WS-BEST-STREET
                               MOVE AD-CITY        TO WS-BEST-CITY
                               MOVE AD-STATE       TO WS-BEST-STATE
                               MOVE AD-POSTAL-CODE TO WS-BEST-POSTAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
