      *> One row of the segregation-of-duties table - two programs
      *> the same operator should not both run within the window of
      *> days given, say maintaining an employee and then running
      *> the payroll that pays them.  DutyConflict reports every
      *> operator who did both; a pair marked to block also has
      *> DutyCheck refuse the sign-on to whichever half comes second.
       01  DutyPairRecord.
           05 DprFirstProgram  PIC X(15).
           05 DprSecondProgram PIC X(15).
           05 DprWindowDays    PIC 9(3).
           05 DprBlock         PIC X.
               88 DprBlockSecond VALUE "Y".
           05 DprDescription   PIC X(30).
