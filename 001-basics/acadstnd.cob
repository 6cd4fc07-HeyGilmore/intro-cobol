                   END-IF
           END-READ.

      *> Cumulative GPA is quality points over attempted credit
      *> hours - each course weighted by its credits.
       2100-DECIDE-STANDING.
           ADD 1 TO WS-SWEPT-COUNT.
           IF SM-CREDITS-ATTEMPTED > ZERO
               DIVIDE SM-QUALITY-POINTS BY SM-CREDITS-ATTEMPTED
                   GIVING WS-CUM-GPA ROUNDED
           ELSE
               MOVE ZERO TO WS-CUM-GPA
           END-IF.
           MOVE WS-CUM-GPA TO DISPLAY-GPA.
           EVALUATE TRUE
               WHEN SM-CREDITS-ATTEMPTED = ZERO
                   MOVE "NO COURSES" TO WS-STANDING
               WHEN WS-CUM-GPA >= WS-DEANS-GPA
                   MOVE "DEANS LIST" TO WS-STANDING
