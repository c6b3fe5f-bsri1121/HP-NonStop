       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpBankMaint.

      *> Employee bank-details maintenance.  Where an employee's pay
      *> goes is the most sensitive field in payroll - redirecting
      *> someone's salary is the classic payroll fraud - so this
      *> screen never changes an account directly.  A new or changed
      *> account is validated against the employee master and
      *> queued on the pending-change file for a second supervisor
      *> to apply through ChangeApproval, the same dual control the
      *> parameter, roster and bracket files carry.  Once applied, a
      *> change to an existing account still waits out the
      *> cooling-off period before any payment follows it; the list
      *> action shows each employee's account in force and any
      *> change still cooling off.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PendingChangeFile ASSIGN TO
               "Data/Shared/PENDCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PendingChangeFileStatus.
           SELECT EmployeeBankFile ASSIGN TO
               "Data/EvTrue/EMPBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EmployeeBankFileStatus.
           SELECT EmployeeMasterFile ASSIGN TO
               "Data/EvTrue/EMPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EmployeeMasterFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PendingChangeFile.
           COPY PENDCHG.

       FD  EmployeeBankFile.
           COPY EMPBANK.

       FD  EmployeeMasterFile.
           COPY EMPREC.

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY OPERATOR.
           COPY DUTYCHK.
           COPY SESSION.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 PendingChangeFileStatus PIC XX.
           88 PendingChangeFileNotFound VALUE "35".

       01 EmployeeBankFileStatus PIC XX.
           88 EmployeeBankFileNotFound VALUE "35".

       01 EmployeeMasterFileStatus PIC XX.
           88 EmployeeMasterFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfEmployeeMasterFile VALUE "Y".

       01 WS-Bnk-Eof-Flag PIC X VALUE "N".
           88 EndOfEmployeeBankFile VALUE "Y".

       01 WS-Pnd-Eof-Flag PIC X VALUE "N".
           88 EndOfPendingChangeFile VALUE "Y".

       01 WS-Found-Flag PIC X VALUE "N".
           88 TargetFound VALUE "Y".

       01 WS-Queued-Flag PIC X VALUE "N".
           88 ChangeQueued VALUE "Y".

       01 MaintAction PIC X.
           88 SetAccount   VALUE "S".
           88 ListAccounts VALUE "L".

      *> The change is built here in the pending file's detail
      *> layout for a bank-account change - the employee and the
      *> new destination - and carried whole on the pending row so
      *> the approval step applies exactly what was keyed.
       01 BankChangeDetail.
           05 BcdEmployeeId PIC X(10).
           05 BcdBankCode   PIC X(8).
           05 BcdAccountNo  PIC X(16).

       01 TargetEmployeeId PIC X(10) VALUE SPACES.
       01 TargetEmpName    PIC X(20).
       01 ChangeResult     PIC X(20).
       01 AccountCount     PIC 9(5) VALUE 0.

       01 ListDetailLine.
           05 LdlEmployeeId PIC X(10).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LdlBankCode   PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 LdlAccountNo  PIC X(16).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 LdlPending    PIC X(45).

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           DISPLAY "Action - (S)et an employee's bank account or ".
           DISPLAY "(L)ist accounts: ".
           ACCEPT MaintAction.

           EVALUATE TRUE
               WHEN SetAccount
                   PERFORM QueueAccountChange
               WHEN ListAccounts
                   PERFORM ListAllAccounts
               WHEN OTHER
                   MOVE "INVALID ACTION" TO ChangeResult
                   DISPLAY "Unrecognized action - nothing done."
           END-EVALUATE.

           PERFORM WriteAuditLog.

           IF ChangeQueued OR ListAccounts
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *> The keyed account is proved before it is queued: the
      *> employee must be on the master, the bank code and account
      *> number present, and no other change for the same employee
      *> already waiting - two pending changes would leave the
      *> approver guessing which one was meant.
       QueueAccountChange.
           DISPLAY "Employee ID: "
           MOVE SPACES TO TargetEmployeeId
           ACCEPT TargetEmployeeId
           DISPLAY "Bank code: "
           MOVE SPACES TO BcdBankCode
           ACCEPT BcdBankCode
           DISPLAY "Account number: "
           MOVE SPACES TO BcdAccountNo
           ACCEPT BcdAccountNo
           MOVE TargetEmployeeId TO BcdEmployeeId

           PERFORM FindEmployeeOnMaster
           EVALUATE TRUE
               WHEN NOT TargetFound
                   MOVE "UNKNOWN EMPLOYEE" TO ChangeResult
                   DISPLAY "Employee not on the master - rejected."
               WHEN BcdBankCode = SPACES OR BcdAccountNo = SPACES
                   MOVE "DETAILS MISSING" TO ChangeResult
                   DISPLAY "Bank code and account number are both "
                       "required - rejected."
               WHEN OTHER
                   PERFORM FindPendingForEmployee
                   IF TargetFound
                       MOVE "ALREADY PENDING" TO ChangeResult
                       DISPLAY "A change for this employee is already "
                           "waiting for approval - rejected."
                   ELSE
                       PERFORM WritePendingChange
                       MOVE "PENDING" TO ChangeResult
                       SET ChangeQueued TO TRUE
                       DISPLAY "Account change queued for approval: "
                           TargetEmployeeId " " TargetEmpName
                       DISPLAY "A second supervisor must apply it "
                           "through the change approval screen."
                   END-IF
           END-EVALUATE.

       FindEmployeeOnMaster.
           MOVE "N" TO WS-Found-Flag
           MOVE SPACES TO TargetEmpName
           OPEN INPUT EmployeeMasterFile
           IF EmployeeMasterFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadEmployeeMasterRecord
               PERFORM UNTIL EndOfEmployeeMasterFile OR TargetFound
                   IF EmpId = TargetEmployeeId
                       SET TargetFound TO TRUE
                       MOVE EmpName TO TargetEmpName
                   ELSE
                       PERFORM ReadEmployeeMasterRecord
                   END-IF
               END-PERFORM
               CLOSE EmployeeMasterFile
           END-IF.

       ReadEmployeeMasterRecord.
           READ EmployeeMasterFile
               AT END SET EndOfEmployeeMasterFile TO TRUE
           END-READ.

       FindPendingForEmployee.
           MOVE "N" TO WS-Found-Flag
           OPEN INPUT PendingChangeFile
           IF PendingChangeFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadPendingRecord
               PERFORM UNTIL EndOfPendingChangeFile OR TargetFound
                   IF PndTargetBankAcct AND PndPending
                           AND PndDetail(1:10) = TargetEmployeeId
                       SET TargetFound TO TRUE
                   ELSE
                       PERFORM ReadPendingRecord
                   END-IF
               END-PERFORM
               CLOSE PendingChangeFile
           END-IF.

       ReadPendingRecord.
           READ PendingChangeFile
               AT END SET EndOfPendingChangeFile TO TRUE
           END-READ.

      *> The validated change goes to the pending file - nothing
      *> touches the live bank details until a second supervisor
      *> approves.
       WritePendingChange.
           OPEN EXTEND PendingChangeFile
           IF PendingChangeFileNotFound
               OPEN OUTPUT PendingChangeFile
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO PndStamp
           MOVE OperatorId       TO PndRequestor
           MOVE "BANKACCT"       TO PndTarget
           MOVE "A"              TO PndAction
           MOVE BankChangeDetail TO PndDetail
           MOVE "P"              TO PndStatus
           MOVE SPACES           TO PndApprover
           MOVE SPACES           TO PndDecStamp
           WRITE PendingChangeRecord
           CLOSE PendingChangeFile.

      *> One line per employee: the account payments go to today,
      *> and any approved change still inside its cooling-off
      *> period with the date it takes over.
       ListAllAccounts.
           OPEN INPUT EmployeeBankFile
           IF EmployeeBankFileNotFound
               DISPLAY "No bank details on file."
           ELSE
               PERFORM ReadEmployeeBankRecord
               PERFORM UNTIL EndOfEmployeeBankFile
                   ADD 1 TO AccountCount
                   PERFORM ListOneAccount
                   PERFORM ReadEmployeeBankRecord
               END-PERFORM
               CLOSE EmployeeBankFile
           END-IF
           DISPLAY AccountCount " employee(s) with bank details."
           MOVE "LISTED" TO ChangeResult.

       ReadEmployeeBankRecord.
           READ EmployeeBankFile
               AT END SET EndOfEmployeeBankFile TO TRUE
           END-READ.

       ListOneAccount.
           MOVE BnkEmployeeId TO LdlEmployeeId
           MOVE BnkBankCode   TO LdlBankCode
           MOVE BnkAccountNo  TO LdlAccountNo
           MOVE SPACES TO LdlPending
           IF BnkNewEffDate NUMERIC AND BnkNewEffDate NOT = 0
               STRING "-> " BnkNewBankCode " " BnkNewAccountNo
                   " from " BnkNewEffDate
                   DELIMITED BY SIZE INTO LdlPending
           END-IF
           DISPLAY ListDetailLine.

      *> Re-prompts until the operator signs on with a recognized ID
      *> and password, before any processing begins.
       SignOnOperator.
           DISPLAY "Operator ID: "
           ACCEPT OperatorId
           DISPLAY "Password: "
           ACCEPT OperatorPassword
           CALL "OperatorSignOn" USING OperatorId, OperatorPassword,
               OperatorSignOnValid, OperatorAuthLevel
           PERFORM CheckAuthority
           IF NOT OperatorSignOnOk
               DISPLAY "Sign-on rejected - try again."
           END-IF.

      *> A signed-on operator below this program's required level is
      *> turned away the same as a bad password.
       CheckAuthority.
           IF OperatorSignOnOk
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
           MOVE "EmpBankMaint" TO DutyProgramId
           MOVE OperatorId TO DutyOperatorId
           CALL "DutyCheck" USING DutyProgramId, DutyOperatorId,
               DutyAllowed, DutyConflictProgram
           IF NOT DutyCheckOk
               DISPLAY "Operator recently ran "
                   FUNCTION TRIM(DutyConflictProgram)
                   " - segregation of duties bars this program."
               MOVE "N" TO OperatorSignOnValid
           END-IF.

      *> Launched from the menu, the sitting's validated identity is
      *> adopted instead of prompting again.
       SessionSignOn.
           IF NOT OperatorSignOnOk
               MOVE "G" TO SessAction
               CALL "MenuSession" USING SessAction, SessOperatorId,
                   SessAuthLevel, SessActive
               IF SessionIsActive
                   MOVE SessOperatorId TO OperatorId
                   MOVE SessAuthLevel  TO OperatorAuthLevel
                   MOVE "Y" TO OperatorSignOnValid
                   PERFORM CheckAuthority
               END-IF
           END-IF.

      *> Draws this run's unique identifier once, up front, so every
      *> record the run writes carries the same key.
       StartNewRunId.
           CALL "RunIdNext" USING RunIdValue
           MOVE RunIdValue TO AuditRunId.

      *> Appends a run-level entry to the central audit trail with
      *> the employee whose account was queued - never the account
      *> number itself.
       WriteAuditLog.
           MOVE "EmpBankMaint" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Action=" MaintAction " Emp=" TargetEmployeeId
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           MOVE ChangeResult TO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
