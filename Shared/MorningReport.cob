
       01 StepCount      PIC 9(3) VALUE 0.
       01 FailedCount    PIC 9(3) VALUE 0.
       01 SkippedCount   PIC 9(3) VALUE 0.
       01 ExceptionTotal PIC 9(5) VALUE 0.

       01 WS-Eof-Flag PIC X VALUE "N".
           MOVE RcEndStamp(9:6)   TO StpEnd
           MOVE RcReturnCode TO StpRc
           MOVE RcCompleted  TO StpCompleted
      *> A step the driver skipped because a step it depends on did
      *> not succeed is flagged S - the knock-on of a failure, not
      *> a failure of its own.
           EVALUATE RcCompleted
               WHEN "Y"
                   CONTINUE
               WHEN "S"
                   ADD 1 TO SkippedCount
               WHEN OTHER
                   ADD 1 TO FailedCount
           END-EVALUATE
           MOVE FUNCTION NUMVAL(RcEndStamp(1:8)) TO RunCalendarDate
           MOVE StepLine TO MorningReportLine
           WRITE MorningReportLine
           MOVE FailedCount TO ExlCount
           MOVE ExcLine TO MorningReportLine
           WRITE MorningReportLine
           DISPLAY ExcLine
           MOVE SPACES TO ExcLine
           MOVE "STEPS SKIPPED" TO ExlProgramId
           MOVE " count   " TO ExcLine (16:10)
           MOVE SkippedCount TO ExlCount
           MOVE ExcLine TO MorningReportLine
           WRITE MorningReportLine
           DISPLAY ExcLine.

       WriteOneExcLine.
