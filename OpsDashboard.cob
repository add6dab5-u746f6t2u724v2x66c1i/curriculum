       01 WS-JOBLOG-ABENDS         PIC 9(5) VALUE 0.
       01 WS-JOBLOG-COMPLETES      PIC 9(5) VALUE 0.
       01 WS-JOBLOG-SKIPS          PIC 9(5) VALUE 0.
       01 WS-JOBLOG-OVERRUNS       PIC 9(5) VALUE 0.
       01 WS-VERIFY-MISMATCHES     PIC 9(3) VALUE 0.
       01 WS-ACTUAL-COUNT          PIC 9(9) VALUE 0.
       01 WS-ACTUAL-AMOUNT         PIC S9(13)V99 VALUE 0.
           END-IF.
           PERFORM SHOW-STATUS-LINE.

           MOVE "Job steps over expected run time" TO
               WS-STAT-TEXT-OUT.
           MOVE WS-JOBLOG-OVERRUNS TO WS-STAT-COUNT-OUT.
           IF WS-JOBLOG-OVERRUNS > 0
               MOVE "*** " TO WS-STAT-FLAG-OUT
               ADD 1 TO WS-RED-FLAG-COUNT
           ELSE
               MOVE SPACES TO WS-STAT-FLAG-OUT
           END-IF.
           PERFORM SHOW-STATUS-LINE.

           MOVE "File-control verify mismatches" TO
               WS-STAT-TEXT-OUT.
           MOVE WS-VERIFY-MISMATCHES TO WS-STAT-COUNT-OUT.
                                       ADD 1 TO WS-JOBLOG-SKIPS
                                   WHEN "ABENDED"
                                       ADD 1 TO WS-JOBLOG-ABENDS
                                   WHEN "OVERRUN"
                                       ADD 1 TO WS-JOBLOG-OVERRUNS
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
