      *>   GradeCheck    - Run mode, StudentId, class/section code,
      *>                   five subject marks
      *> RateProjector takes no SYSIN of its own - it is CALLed
      *> directly below with a fixed Num1/Num2 pair, then once more
      *> to amortize a fixed loan so the solved level payment and
      *> the adjusted final payment are held to a known answer too.
      *> DayName is
      *> CALLed four times in a row, once per lookup mode, so the
      *> date-driven lookup, the calendar-extract range, and the
      *> reverse name-to-number lookup are each exercised the same as
               ProjectionScenario, ProjectionRequest
           DISPLAY "Step RateProjector ended."

           DISPLAY "Step starting: RateProjector (amortize)"
           MOVE 12 TO ProjectionPeriods
           MOVE "A" TO PrjFunction
           MOVE 1000.00 TO PrjOpeningVal
           MOVE 1.0000 TO PrjLoanRatePct
           CALL "RateProjector" USING Num1, Num2,
               ProjectionResult, ProjectionPeriods,
               ProjectionScenario, ProjectionRequest
           DISPLAY "Step RateProjector (amortize) ended."

           PERFORM CompareAuditLogToExpected.

           IF MismatchCount > 0
