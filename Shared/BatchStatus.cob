               AT END SET EndOfRunControlFile TO TRUE
           END-READ.

      *> A step skipped for its dependencies did not run, so its
      *> skip record does not displace the last real run shown.
       NoteRunControlRecord.
           EVALUATE TRUE
               WHEN RcStepName = "*COMPLETE*"
                   MOVE RcBusinessDate TO LastCompleteDate
               WHEN RcCompleted = "S"
                   CONTINUE
               WHEN OTHER
                   PERFORM VARYING ProgramIdx FROM 1 BY 1
                           UNTIL ProgramIdx > 12
                       IF StatusProgram (ProgramIdx) = RcStepName
                           MOVE RcEndStamp TO SfLastStamp (ProgramIdx)
                           MOVE RcReturnCode TO
                               SfReturnCode (ProgramIdx)
                           MOVE "Y" TO SfSeen (ProgramIdx)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *> The latest statistics row per program carries the reject
      *> count shown beside the step result.
