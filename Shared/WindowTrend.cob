
      *> Executed steps inside the keyed range land in the
      *> per-step table, and every date's window bounds stretch to
      *> cover them; the calendar and completion markers, and steps
      *> skipped for their dependencies, carry no elapsed time of
      *> their own.
       LoadRunControlHistory.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT RunControlFile
                           AND RcBusinessDate <= ThruDate
                           AND RcStepName NOT = "*COMPLETE*"
                           AND RcStepName NOT = "*CALENDAR*"
                           AND RcCompleted NOT = "S"
                       PERFORM NoteOneStepRecord
                   END-IF
                   PERFORM ReadRunControlRecord
