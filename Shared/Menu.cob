      *> number - 1 data entry, 2 supervisor.  TaxSlab appends to
      *> the payroll deduction feed and GradeCheck carries the class
      *> ranking report, so both are supervisor options.
       01 OptionLevelTable PIC X(18) VALUE "111111111212111212".
       01 OptionLevelView REDEFINES OptionLevelTable.
           05 OptionLevel PIC 9 OCCURS 18 TIMES.

       PROCEDURE DIVISION.
       MainLine.
           END-IF.
           DISPLAY " 17. Shift turnover   - notes and handover "
               "report".
           IF OperatorAuthLevel >= 2
               DISPLAY " 18. Change journal   - a record as it stood "
                   "on a date"
           END-IF.
           DISPLAY "  0. Exit".
           DISPLAY "Enter choice: ".

      *> for a clean message, and would be refused again by the
      *> program's own sign-on check if reached another way.
       RunChoice.
           IF MenuChoice >= 1 AND MenuChoice <= 18
                   AND OperatorAuthLevel < OptionLevel (MenuChoice)
               DISPLAY "That option needs a higher authority level."
           ELSE
                   WHEN 15 CALL "AlertScreen"
                   WHEN 16 CALL "ChangeApproval"
                   WHEN 17 CALL "ShiftTurnover"
                   WHEN 18 CALL "JournalInquiry"
                   WHEN 0  SET ExitRequested TO TRUE
                   WHEN OTHER
                       DISPLAY "Invalid choice, please try again."
