      * LEGALCHK.cpy - Shared legal hold lookup for the purge jobs.
      * COPY into PROCEDURE DIVISION. Requires LEGAL-HOLD-FILE (COPY
      * LEGALHLD) with WS-LEGAL-HOLD-STATUS, WS-HOLDS-AVAILABLE-SW
      * (88 WS-HOLDS-AVAILABLE), WS-HOLD-TYPE X(1), WS-HOLD-ID X(8)
      * and WS-LEGAL-HELD-SW (88 WS-LEGAL-HELD) declared in
      * WORKING-STORAGE.  OPEN-LEGAL-HOLDS opens the registry INPUT
      * and sets WS-HOLDS-AVAILABLE; with no registry on file
      * nothing is held.  CHECK-LEGAL-HOLD sets WS-LEGAL-HELD when
      * an active hold is on file for WS-HOLD-TYPE / WS-HOLD-ID and
      * leaves the hold record in LEGAL-HOLD-RECORD for the caller
      * to list.
       OPEN-LEGAL-HOLDS.
           MOVE "N" TO WS-HOLDS-AVAILABLE-SW
           OPEN INPUT LEGAL-HOLD-FILE
           IF WS-LEGAL-HOLD-STATUS = "00"
               MOVE "Y" TO WS-HOLDS-AVAILABLE-SW
           END-IF.

       CLOSE-LEGAL-HOLDS.
           IF WS-HOLDS-AVAILABLE
               CLOSE LEGAL-HOLD-FILE
               MOVE "N" TO WS-HOLDS-AVAILABLE-SW
           END-IF.

       CHECK-LEGAL-HOLD.
           MOVE "N" TO WS-LEGAL-HELD-SW
           IF NOT WS-HOLDS-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOLD-TYPE TO LH-HOLD-TYPE
           MOVE WS-HOLD-ID TO LH-HOLD-ID
           READ LEGAL-HOLD-FILE
               KEY IS LH-HOLD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LH-ACTIVE
                       MOVE "Y" TO WS-LEGAL-HELD-SW
                   END-IF
           END-READ.
