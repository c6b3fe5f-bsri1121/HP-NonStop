      *> duplicate IDs, validating the hire date, writing a change
      *> entry through the central audit trail, and rewriting the
      *> master in one piece the way the operator roster is updated.
      *> The employee's row as it was and as it now is goes onto the
      *> change journal, so an earlier state can always be shown.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY RUNID.
           COPY NUMENTRY.
           COPY OPERATOR.
           COPY DUTYCHK.
           COPY DATECHK.
           COPY CHGJRNL.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 NewEmployeeName  PIC X(20).
       01 NewEmployeeDept  PIC X(4).
       01 NewHireDate      PIC 9(8).
       01 NewTermDate      PIC 9(8).
       01 ChangeResult     PIC X(20).

      *> The whole master is held in storage while the change is
      *> applied and the file rewritten in one piece - sized for the
      *> same 20000 staff the payroll run holds.
       01 EmployeeTable.
           05 EmployeeEntry OCCURS 20000 TIMES.
               10 TblEmpId       PIC X(10).
               10 TblEmpName     PIC X(20).
               10 TblEmpDept     PIC X(4).
               10 TblEmpHireDate PIC 9(8).
               10 TblEmpStatus   PIC X.
               10 TblEmpTermDate PIC 9(8).
       01 EmployeeUsed PIC 9(5) VALUE 0.
       01 EmployeeIdx  PIC 9(5).
       01 FoundIdx     PIC 9(5).

       PROCEDURE DIVISION.
       MainLine.

           PERFORM LoadEmployeeTable.

           MOVE SPACES TO JrnBeforeImage
           MOVE SPACES TO JrnAfterImage

           IF MasterOverflow
               DISPLAY "Employee master has more rows than this "
                   "program can hold - no change applied."

           IF ChangeApplied
               PERFORM RewriteEmployeeMaster
               PERFORM WriteChangeJournal
               DISPLAY "Employee change applied: " ChangeResult
           END-IF.

           ELSE
               PERFORM ReadEmployeeRecord
               PERFORM UNTIL EndOfEmployeeMasterFile
                   IF EmployeeUsed < 20000
                       ADD 1 TO EmployeeUsed
                       MOVE EmpId       TO TblEmpId (EmployeeUsed)
                       MOVE EmpName     TO TblEmpName (EmployeeUsed)
                       MOVE EmpHireDate TO
                           TblEmpHireDate (EmployeeUsed)
                       MOVE EmpStatus   TO TblEmpStatus (EmployeeUsed)
                       IF EmpTermDate IS NUMERIC
                           MOVE EmpTermDate TO
                               TblEmpTermDate (EmployeeUsed)
                       ELSE
                           MOVE 0 TO TblEmpTermDate (EmployeeUsed)
                       END-IF
                   ELSE
                       SET MasterOverflow TO TRUE
                   END-IF
               WHEN TargetFound
                   MOVE "DUPLICATE ID" TO ChangeResult
                   DISPLAY "Employee ID already on master - rejected."
               WHEN EmployeeUsed >= 20000
                   MOVE "MASTER FULL" TO ChangeResult
                   DISPLAY "Employee master is full - rejected."
               WHEN OTHER
                   MOVE NewHireDate      TO
                       TblEmpHireDate (EmployeeUsed)
                   MOVE "A" TO TblEmpStatus (EmployeeUsed)
                   MOVE 0 TO TblEmpTermDate (EmployeeUsed)
                   MOVE EmployeeUsed TO EmployeeIdx
                   PERFORM BuildEmployeeRecord
                   MOVE EmployeeMasterRecord TO JrnAfterImage
                   MOVE "A" TO JrnAction
                   MOVE "ADDED" TO ChangeResult
                   SET ChangeApplied TO TRUE
           END-EVALUATE.

      *> Deactivating keeps the row - and with it the employee's
      *> history on the deduction feed - but the salary feed
      *> validation no longer accepts the ID once the pay period
      *> starts after the last day worked.  That last day is
      *> recorded so the leaver's final period is paid only for
      *> the days actually worked.
       ApplyDeactivateEmployee.
           PERFORM FindTargetEmployee
           IF TargetFound
               MOVE "N" TO NumEntryValid
               PERFORM AcceptTermDate UNTIL NumEntryIsValid
               PERFORM SaveBeforeImage
               MOVE "I" TO TblEmpStatus (FoundIdx)
               MOVE NewTermDate TO TblEmpTermDate (FoundIdx)
               PERFORM SaveAfterImage
               MOVE "DEACTIVATED" TO ChangeResult
               SET ChangeApplied TO TRUE
           ELSE
               DISPLAY "Employee ID not on master - rejected."
           END-IF.

      *> Re-prompts until the operator keys a real last-day-worked
      *> date on or after the hire date.  A future date is allowed -
      *> a leaver is often keyed while still working out notice.
       AcceptTermDate.
           DISPLAY "Last day worked (YYYYMMDD): "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               COMPUTE NewTermDate =
                   FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
               MOVE NewTermDate TO DateCheckValue
               MOVE "N" TO DateCheckFuture
               CALL "DateCheck" USING DateCheckValue,
                   DateCheckFuture, DateCheckValid
               EVALUATE TRUE
                   WHEN NOT DateCheckOk
                       MOVE "N" TO NumEntryValid
                       DISPLAY "Invalid entry - not a real calendar "
                           "date."
                   WHEN NewTermDate < TblEmpHireDate (FoundIdx)
                       MOVE "N" TO NumEntryValid
                       DISPLAY "Invalid entry - before the hire date."
               END-EVALUATE
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

       ApplyReinstateEmployee.
           PERFORM FindTargetEmployee
           IF TargetFound
               PERFORM SaveBeforeImage
               MOVE "A" TO TblEmpStatus (FoundIdx)
               MOVE 0 TO TblEmpTermDate (FoundIdx)
               PERFORM SaveAfterImage
               MOVE "REINSTATED" TO ChangeResult
               SET ChangeApplied TO TRUE
           ELSE
                   UNTIL EmployeeIdx > EmployeeUsed
           CLOSE EmployeeMasterFile.

      *> The row as it stands before and after a change, in the
      *> master's own layout, for the change journal.
       SaveBeforeImage.
           MOVE FoundIdx TO EmployeeIdx
           PERFORM BuildEmployeeRecord
           MOVE EmployeeMasterRecord TO JrnBeforeImage.

       SaveAfterImage.
           MOVE FoundIdx TO EmployeeIdx
           PERFORM BuildEmployeeRecord
           MOVE EmployeeMasterRecord TO JrnAfterImage
           MOVE "C" TO JrnAction.

       WriteOneEmployeeRecord.
           PERFORM BuildEmployeeRecord
           WRITE EmployeeMasterRecord.

       BuildEmployeeRecord.
           MOVE TblEmpId (EmployeeIdx)       TO EmpId
           MOVE TblEmpName (EmployeeIdx)     TO EmpName
           MOVE TblEmpDept (EmployeeIdx)     TO EmpDept
           MOVE TblEmpHireDate (EmployeeIdx) TO EmpHireDate
           MOVE TblEmpStatus (EmployeeIdx)   TO EmpStatus
           MOVE TblEmpTermDate (EmployeeIdx) TO EmpTermDate.

      *> The applied change, whole row before and after, onto the
      *> central change journal.
       WriteChangeJournal.
           MOVE "EmployeeMaint" TO JrnProgramId
           MOVE "EMPMASTER" TO JrnFileName
           MOVE TargetEmployeeId TO JrnRecordKey
           MOVE OperatorId TO JrnOperatorId
           MOVE SPACES TO JrnApproverId
           MOVE RunIdValue TO JrnRunId
           CALL "ChangeJournal" USING JrnProgramId, JrnFileName,
               JrnRecordKey, JrnAction, JrnBeforeImage,
               JrnAfterImage, JrnOperatorId, JrnApproverId, JrnRunId.

      *> Re-prompts until the operator signs on with a recognized ID
      *> and password, before any processing begins.
                   AND OperatorAuthLevel < RequiredAuthLevel
               DISPLAY "Operator is not authorized for this program."
               MOVE "N" TO OperatorSignOnValid
           END-IF
           IF OperatorSignOnOk
               PERFORM CheckDutyConflict
           END-IF.

      *> An operator who lately ran the other half of a blocking
      *> duty pair is turned away the same way - segregation of
      *> duties is enforced where the second duty is performed.
       CheckDutyConflict.
           MOVE "EmployeeMaint" TO DutyProgramId
           MOVE OperatorId TO DutyOperatorId
           CALL "DutyCheck" USING DutyProgramId, DutyOperatorId,
               DutyAllowed, DutyConflictProgram
           IF NOT DutyCheckOk
               DISPLAY "Operator recently ran "
                   FUNCTION TRIM(DutyConflictProgram)
                   " - segregation of duties bars this program."
               MOVE "N" TO OperatorSignOnValid
           END-IF.

      *> Draws this run's unique identifier once, up front, so every
