      *> each term.  This run walks the student master - one
      *> current record per student, so a resubmitted mark sheet is
      *> never determined twice - against the central-parameter
      *> thresholds (the term average, and an attendance floor
      *> over the attendance the register load keeps on the
      *> master), writes the probation and scholarship lists,
      *> prints a notification letter per student on each the way
      *> AgeLetters formats its notifications, and logs the
      *> determinations to the central audit trail.
       DATA DIVISION.
       FILE SECTION.
       FD  StudentMasterFile.
       01  StudentMasterRecord PIC X(171).

       FD  ProbationFile.
       01  ProbationRecord.
           05 PrbAverage   PIC 9(3)V99.
           05 PrbClassCode PIC X(3).
           COPY RUNSTAMP.
      *> What put the student on probation - the average, the
      *> attendance, or both - and the attendance at the time.
           05 PrbTrigger   PIC X.
               88 PrbOnAverage    VALUE "G".
               88 PrbOnAttendance VALUE "A".
               88 PrbOnBoth       VALUE "B".
           05 PrbAttendPct PIC 9(3)V9.

       FD  ScholarshipFile.
       01  ScholarshipRecord.
       01 ProbationThreshold   PIC 9(3) VALUE 40.
       01 ScholarshipThreshold PIC 9(3) VALUE 90.

      *> Attendance percentage below which a student goes on
      *> probation whatever the average - zero leaves attendance
      *> out of the determination.  A student the register has not
      *> reached yet this term is judged on the average alone.
       01 AttendanceFloor PIC 9(3) VALUE 0.

       01 WorkStudentId PIC X(10).
       01 WorkClassCode PIC X(3).
       01 WorkAverage   PIC 9(3)V99.
       01 WorkAvgImage  REDEFINES WorkAverage PIC X(5).
       01 WorkDaysPossible PIC 9(3).
       01 WorkDaysImage REDEFINES WorkDaysPossible PIC X(3).
       01 WorkAttendPct   PIC 9(3)V9.
       01 WorkPctImage  REDEFINES WorkAttendPct PIC X(4).

       01 WS-Avg-Flag PIC X VALUE "N".
           88 BelowAverageLine VALUE "Y".

       01 WS-Att-Flag PIC X VALUE "N".
           88 BelowAttendanceFloor VALUE "Y".

       01 ProbationCount   PIC 9(5) VALUE 0.
       01 ScholarshipCount PIC 9(5) VALUE 0.
           MOVE StudentMasterRecord (1:10) TO WorkStudentId
           MOVE StudentMasterRecord (30:5) TO WorkAvgImage
           MOVE StudentMasterRecord (80:3) TO WorkClassCode
           MOVE StudentMasterRecord (91:3) TO WorkDaysImage
           MOVE StudentMasterRecord (100:4) TO WorkPctImage
           IF WorkDaysPossible NOT NUMERIC
                   OR WorkAttendPct NOT NUMERIC
               MOVE 0 TO WorkDaysPossible
               MOVE 0 TO WorkAttendPct
           END-IF
           MOVE "N" TO WS-Avg-Flag
           MOVE "N" TO WS-Att-Flag
           IF WorkAverage < ProbationThreshold
               SET BelowAverageLine TO TRUE
           END-IF
           IF AttendanceFloor > 0 AND WorkDaysPossible > 0
                   AND WorkAttendPct < AttendanceFloor
               SET BelowAttendanceFloor TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN BelowAverageLine OR BelowAttendanceFloor
                   PERFORM WriteProbationRecord
                   PERFORM WriteProbationLetter
               WHEN WorkAverage >= ScholarshipThreshold
           MOVE WorkStudentId TO PrbStudentId
           MOVE WorkAverage   TO PrbAverage
           MOVE WorkClassCode TO PrbClassCode
           EVALUATE TRUE
               WHEN BelowAverageLine AND BelowAttendanceFloor
                   SET PrbOnBoth TO TRUE
               WHEN BelowAttendanceFloor
                   SET PrbOnAttendance TO TRUE
               WHEN OTHER
                   SET PrbOnAverage TO TRUE
           END-EVALUATE
           MOVE WorkAttendPct TO PrbAttendPct
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               ProbationRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
       WriteProbationLetter.
           MOVE "ACADEMIC STANDING NOTICE" TO RptReportTitle
           PERFORM WriteLetterHeading
           IF BelowAverageLine
               MOVE "Your term average has fallen below the"
                   TO LetterLine
               WRITE LetterLine
               MOVE "required academic standard."
                   TO LetterLine
               WRITE LetterLine
           END-IF
           IF BelowAttendanceFloor
               MOVE "Your attendance this term has fallen below"
                   TO LetterLine
               WRITE LetterLine
               MOVE "the required minimum."
                   TO LetterLine
               WRITE LetterLine
           END-IF
           MOVE "You are placed on academic probation for the"
               TO LetterLine
           WRITE LetterLine
           MOVE "coming term."
               TO LetterLine
           WRITE LetterLine
           MOVE "Please arrange a meeting with your advisor."
           MOVE ALL "-" TO LetterLine
           WRITE LetterLine.

      *> Looks up the determination thresholds through the
      *> effective-dated parameter lookup, keeping the compiled-in
      *> defaults when no rows match.
       LoadCentralParms.
               ParmLookupValue, ParmLookupFound
           IF ParmLookupOk
               MOVE ParmLookupValue TO ScholarshipThreshold
           END-IF
           MOVE "ATTEND-FLOOR" TO ParmLookupName
           MOVE "N" TO ParmLookupFound
           MOVE "Determination" TO ParmUsageProgram
           CALL "ParmLookup" USING ParmLookupName, ParmLookupDate,
               ParmLookupValue, ParmLookupFound
           IF ParmLookupOk
               MOVE ParmLookupValue TO AttendanceFloor
           END-IF.

      *> Re-prompts until the operator signs on with a recognized ID
           MOVE SPACES TO AuditKeyInputs
           STRING "Prob<" ProbationThreshold
               " Schol>=" ScholarshipThreshold
               " Att<" AttendanceFloor
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING "Probation=" ProbationCount
