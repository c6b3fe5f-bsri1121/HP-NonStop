      *> Request/answer fields for the shared DutyCheck subroutine.
      *> A program names itself and the operator just signed on; the
      *> answer is refused when the operator has run the other half
      *> of a blocking duty pair inside its window, with that other
      *> program returned for the message.
       01 DutyProgramId       PIC X(15).
       01 DutyOperatorId      PIC X(10).
       01 DutyAllowed         PIC X.
           88 DutyCheckOk VALUE "Y".
       01 DutyConflictProgram PIC X(15).
