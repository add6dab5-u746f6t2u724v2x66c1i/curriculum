       IDENTIFICATION DIVISION.
       PROGRAM-ID. UsageLog.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-LOG-FILE ASSIGN TO "USAGELOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UL-LOG-KEY
               FILE STATUS IS WS-USAGE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-LOG-FILE.
           COPY USAGELOG.

       WORKING-STORAGE SECTION.
       01 WS-USAGE-LOG-STATUS      PIC X(2) VALUE "00".
       01 WS-LOG-FOUND-SW          PIC X(1) VALUE "N".
          88 WS-LOG-FOUND          VALUE "Y".
       01 WS-WRITE-TRIES           PIC 9(2) VALUE 0.

       LINKAGE SECTION.
           COPY SIGNONLK.
           COPY USAGELK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK
                                USAGE-LOG-BLOCK.
      * Records one program launch for the usage audit.  The log is
      * opened and closed on every call so each record is on disk
      * before the program it describes runs, and a session that
      * dies mid-program still leaves the start behind.  Times are
      * the clock's, not the processing date's - the question the
      * log answers is who ran what, and when.  Training sessions
      * log here too, marked as training.
       RUN-START.
           OPEN I-O USAGE-LOG-FILE.
           IF WS-USAGE-LOG-STATUS = "35"
               OPEN OUTPUT USAGE-LOG-FILE
               CLOSE USAGE-LOG-FILE
               OPEN I-O USAGE-LOG-FILE
           END-IF.
           IF WS-USAGE-LOG-STATUS NOT = "00"
               DISPLAY "Usage log not available (status "
                       WS-USAGE-LOG-STATUS ") - "
                       UB-PROGRAM-NAME " not logged."
               GOBACK
           END-IF.
           EVALUATE TRUE
               WHEN UB-ACTION-START
                   PERFORM LOG-START
               WHEN UB-ACTION-END
                   PERFORM LOG-END
               WHEN UB-ACTION-REFUSED
                   PERFORM LOG-REFUSED
           END-EVALUATE.
           CLOSE USAGE-LOG-FILE.
           GOBACK.

       LOG-START.
           PERFORM BUILD-NEW-RECORD
           MOVE "S" TO UL-STATUS
           PERFORM WRITE-NEW-RECORD
           MOVE UL-START-DATE TO UB-START-DATE
           MOVE UL-START-TIME TO UB-START-TIME.

      * The end completes the start record; should the start have
      * gone unlogged, the end is written on its own.
       LOG-END.
           MOVE UB-START-DATE TO UL-START-DATE
           MOVE UB-START-TIME TO UL-START-TIME
           MOVE SL-OPERATOR-ID TO UL-OPERATOR-ID
           MOVE UB-PROGRAM-NAME TO UL-PROGRAM-NAME
           MOVE "N" TO WS-LOG-FOUND-SW
           READ USAGE-LOG-FILE
               KEY IS UL-LOG-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-LOG-FOUND-SW
           END-READ
           IF NOT WS-LOG-FOUND
               PERFORM BUILD-NEW-RECORD
           END-IF
           ACCEPT UL-END-DATE FROM DATE YYYYMMDD
           ACCEPT UL-END-TIME FROM TIME
           MOVE UB-RETURN-CODE TO UL-RETURN-CODE
           IF UB-RETURN-CODE = 0
               MOVE "C" TO UL-STATUS
           ELSE
               MOVE "F" TO UL-STATUS
           END-IF
           IF WS-LOG-FOUND
               REWRITE USAGE-LOG-RECORD
           ELSE
               PERFORM WRITE-NEW-RECORD
           END-IF.

       LOG-REFUSED.
           PERFORM BUILD-NEW-RECORD
           MOVE UL-START-DATE TO UL-END-DATE
           MOVE UL-START-TIME TO UL-END-TIME
           MOVE "R" TO UL-STATUS
           PERFORM WRITE-NEW-RECORD.

       BUILD-NEW-RECORD.
           INITIALIZE USAGE-LOG-RECORD
           ACCEPT UL-START-DATE FROM DATE YYYYMMDD
           ACCEPT UL-START-TIME FROM TIME
           MOVE SL-OPERATOR-ID TO UL-OPERATOR-ID
           MOVE UB-PROGRAM-NAME TO UL-PROGRAM-NAME
           MOVE UB-LAUNCHED-FROM TO UL-LAUNCHED-FROM
           MOVE SL-COMPANY-CODE TO UL-COMPANY-CODE
           IF SL-TRAINING
               MOVE "T" TO UL-MODE
           ELSE
               MOVE "L" TO UL-MODE
           END-IF.

      * Two launches inside the same hundredth of a second would
      * share a key; the later one is stamped a tick on.
       WRITE-NEW-RECORD.
           MOVE 0 TO WS-WRITE-TRIES
           MOVE "22" TO WS-USAGE-LOG-STATUS
           PERFORM UNTIL WS-USAGE-LOG-STATUS NOT = "22"
                      OR WS-WRITE-TRIES = 10
               ADD 1 TO WS-WRITE-TRIES
               WRITE USAGE-LOG-RECORD
                   INVALID KEY
                       ADD 1 TO UL-START-TIME
               END-WRITE
           END-PERFORM.
