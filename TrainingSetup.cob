           MOVE "PRODAUD.TRN" TO WS-EMPTY-FILE-NAME
           PERFORM CREATE-ONE-EMPTY-FILE
           MOVE "CHGJRNL.TRN" TO WS-EMPTY-FILE-NAME
           PERFORM CREATE-ONE-EMPTY-FILE
           MOVE "LOTMOVE.TRN" TO WS-EMPTY-FILE-NAME
           PERFORM CREATE-ONE-EMPTY-FILE.

       CREATE-ONE-EMPTY-FILE.
