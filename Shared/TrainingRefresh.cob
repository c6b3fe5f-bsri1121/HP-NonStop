      *> copies: the control files are copied as they stand so
      *> sign-ons and parameters behave normally, and the files
      *> carrying people - the applicant master's names and dates
      *> of birth, the applicants' addresses and contact details,
      *> the employee master's names and the salary feed's amounts
      *> - are masked through DataMask so practice data identifies
      *> nobody.  The same real value always masks to the same fake
      *> one, so the files still join to each other.  Every masked
      *> copy is then read back against its production original,
      *> and a personal field found still carrying its real value
      *> refuses the refresh: the copy is emptied and the tree is
      *> not marked ready.  The training flag file
      *> is planted in the tree so the menu and every report header
      *> carry the TRAINING banner whenever the suite runs against
      *> it.  Every program in the suite opens its files by
       FD  TargetCopyFile.
       01  TargetLine PIC X(250).

      *> The salary feed's detail and trailer, as TaxSlab reads
      *> them - the trailer's hash total is over the amounts, so it
      *> is recomputed over the masked ones.
       01  TargetSalaryView.
           05 TsvEmployeeId PIC X(10).
           05 TsvSalary     PIC 9(5).
           05 TsvEarnType   PIC X(4).
       01  TargetTrailerView.
           05 TtvRecordType  PIC X.
           05 TtvDetailCount PIC 9(7).
           05 TtvHashTotal   PIC 9(12).

       FD  TrainFlagFile.
       01  TrainFlagRecord.
           05 TrainFlag PIC X.
           COPY RUNID.
           COPY OPERATOR.
           COPY APPMSTR.
           COPY APPADDR.
           COPY EMPREC.
           COPY MASKREQ.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.

      *> The production files the training tree is rebuilt from.
      *> The scramble code says how each is copied: blank verbatim,
      *> A with applicant names and dates of birth masked, C with
      *> applicant addresses and contact details masked, E with
      *> employee names masked, S with salary amounts masked.
       01 CopyPlanTable.
           05 FILLER PIC X(44) VALUE "Data/Shared/OPERATORS.DAT".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(44) VALUE "Data/EvTrue/TAXBRACKETS.DAT".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(44) VALUE "Data/EvTrue/SALARIES.DAT".
           05 FILLER PIC X(1)  VALUE "S".
           05 FILLER PIC X(44) VALUE "Data/EvTrue/EMPMASTER.DAT".
           05 FILLER PIC X(1)  VALUE "E".
           05 FILLER PIC X(44) VALUE "Data/EvVar/HOLIDAYS.DAT".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(44) VALUE "Data/Nested/GCSUBJECTS.DAT".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(44) VALUE "Data/Nested/GCENROL.DAT".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(44) VALUE "Data/Nested/GCREQS.DAT".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(44) VALUE "Data/Agecheck/APPMASTER.DAT".
           05 FILLER PIC X(1)  VALUE "A".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/APPADDR.DAT".
           05 FILLER PIC X(1)  VALUE "C".
       01 CopyPlanView REDEFINES CopyPlanTable.
           05 CopyPlanEntry OCCURS 17 TIMES.
               10 PlanPath     PIC X(44).
               10 PlanScramble PIC X.
       01 CopyPlanIdx PIC 9(2).
       01 SkippedFiles PIC 9(2) VALUE 0.
       01 RecordCount  PIC 9(7) VALUE 0.

      *> The salary trailer's hash total, rebuilt over the masked
      *> amounts as the copy goes.
       01 MaskedHashTotal PIC 9(12) VALUE 0.

      *> The read-back of the masked copies.
       01 WS-Target-Eof-Flag PIC X VALUE "N".
           88 EndOfTargetFile VALUE "Y".
       01 WS-Unmasked-Flag PIC X VALUE "N".
           88 FileHasUnmasked VALUE "Y".
       01 UnmaskedFields PIC 9(7) VALUE 0.
       01 UnmaskedFiles  PIC 9(2) VALUE 0.
       01 SourceApplicant PIC X(56).
       01 SourceAddress   PIC X(94).
       01 SourceEmployee  PIC X(51).

       PROCEDURE DIVISION.
       MainLine.

           PERFORM CopyOnePlanEntry
               VARYING CopyPlanIdx FROM 1 BY 1
                   UNTIL CopyPlanIdx > 17.

           PERFORM VerifyOnePlanEntry
               VARYING CopyPlanIdx FROM 1 BY 1
                   UNTIL CopyPlanIdx > 17.

           IF UnmaskedFields = 0
               PERFORM PlantTrainingFlag
           END-IF.
           PERFORM WriteAuditLog.

           IF UnmaskedFields > 0
               DISPLAY "Training refresh REFUSED - " UnmaskedFields
                   " personal field(s) unmasked in " UnmaskedFiles
                   " file(s); those copies have been emptied."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Training tree rebuilt - " CopiedFiles
                   " files copied, " SkippedFiles " missing in "
                   "production."
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

           ELSE
               OPEN OUTPUT TargetCopyFile
               MOVE 0 TO RecordCount
               MOVE 0 TO MaskedHashTotal
               PERFORM ReadSourceLine
               PERFORM UNTIL EndOfSourceFile
                   ADD 1 TO RecordCount
           EVALUATE PlanScramble (CopyPlanIdx)
               WHEN "A"
                   PERFORM ScrambleApplicantLine
               WHEN "C"
                   PERFORM ScrambleAddressLine
               WHEN "E"
                   PERFORM ScrambleEmployeeLine
               WHEN "S"
                   PERFORM ScrambleSalaryLine
               WHEN OTHER
                   MOVE SourceLine TO TargetLine
           END-EVALUATE
           WRITE TargetLine.

      *> The applicant keeps the ID, first-seen date and status the
      *> programs key on; the name and date of birth are masked -
      *> the year kept, so ages stay plausible while the person
      *> disappears.
       ScrambleApplicantLine.
           MOVE SourceLine(1:56) TO ApplicantMasterRecord
           MOVE "N" TO MaskKind
           MOVE MasterName TO MaskValue
           PERFORM CallDataMask
           MOVE MaskResult TO MasterName
           MOVE "D" TO MaskKind
           MOVE MasterDob TO MaskValue
           PERFORM CallDataMask
           MOVE MaskResult(1:8) TO MasterDob
           MOVE SPACES TO TargetLine
           MOVE ApplicantMasterRecord TO TargetLine(1:56).

      *> The address keeps the applicant ID and the returned-mail
      *> flag the letter run honors; street, town, post code and
      *> phone are masked.
       ScrambleAddressLine.
           MOVE SourceLine(1:94) TO ApplicantAddressRecord
           MOVE "S" TO MaskKind
           MOVE AdrStreet TO MaskValue
           PERFORM CallDataMask
           MOVE MaskResult TO AdrStreet
           MOVE "C" TO MaskKind
           MOVE AdrCity TO MaskValue
           PERFORM CallDataMask
           MOVE MaskResult TO AdrCity
           MOVE "P" TO MaskKind
           MOVE AdrPostCode TO MaskValue
           PERFORM CallDataMask
           MOVE MaskResult TO AdrPostCode
           MOVE "T" TO MaskKind
           MOVE AdrPhone TO MaskValue
           PERFORM CallDataMask
           MOVE MaskResult TO AdrPhone
           MOVE SPACES TO TargetLine
           MOVE ApplicantAddressRecord TO TargetLine(1:94).

       ScrambleEmployeeLine.
           MOVE SourceLine(1:51) TO EmployeeMasterRecord
           MOVE "N" TO MaskKind
           MOVE EmpName TO MaskValue
           PERFORM CallDataMask
           MOVE MaskResult TO EmpName
           MOVE SPACES TO TargetLine
           MOVE EmployeeMasterRecord TO TargetLine(1:51).

      *> The header goes across as it stands; each detail's amount
      *> is masked and added into the hash total the trailer is
      *> rebuilt with, so TaxSlab's control check still balances
      *> in the training tree.  An amount masked past the five-digit
      *> field is taken down by the same overshoot instead - capping
      *> it would hand a 99999 salary back unchanged.
       ScrambleSalaryLine.
           MOVE SourceLine TO TargetLine
           EVALUATE TRUE
               WHEN RecordCount = 1
                   CONTINUE
               WHEN SourceLine(1:1) = "T"
                       AND SourceLine(2:19) IS NUMERIC
                   MOVE MaskedHashTotal TO TtvHashTotal
               WHEN TsvSalary IS NUMERIC
                   MOVE "A" TO MaskKind
                   MOVE TsvSalary TO MaskAmountIn
                   PERFORM CallDataMask
                   IF MaskAmountOut > 99999
                       COMPUTE MaskAmountOut =
                           MaskAmountIn - (MaskAmountOut - MaskAmountIn)
                   END-IF
                   MOVE MaskAmountOut TO TsvSalary
                   ADD TsvSalary TO MaskedHashTotal
           END-EVALUATE.

       CallDataMask.
           IF MaskKind NOT = "A"
               MOVE 0 TO MaskAmountIn
           END-IF
           CALL "DataMask" USING MaskKind, MaskValue, MaskResult,
               MaskAmountIn, MaskAmountOut.

      *> Every masked copy read back line for line against the
      *> production file it came from.  A personal field that is
      *> not blank and still matches its original was not masked;
      *> the copy is emptied so the real data does not stay in the
      *> tree, and the refresh is refused.
       VerifyOnePlanEntry.
           IF PlanScramble (CopyPlanIdx) NOT = SPACE
               MOVE "N" TO WS-Eof-Flag
               MOVE "N" TO WS-Target-Eof-Flag
               MOVE "N" TO WS-Unmasked-Flag
               MOVE PlanPath (CopyPlanIdx) TO SourcePathName
               MOVE SPACES TO TargetPathName
               STRING "Training/"
                   FUNCTION TRIM(PlanPath (CopyPlanIdx))
                   DELIMITED BY SIZE INTO TargetPathName
               OPEN INPUT SourceCopyFile
               IF NOT SourceCopyFileNotFound
                   OPEN INPUT TargetCopyFile
                   MOVE 0 TO RecordCount
                   PERFORM ReadSourceLine
                   PERFORM ReadTargetLine
                   PERFORM UNTIL EndOfSourceFile OR EndOfTargetFile
                       ADD 1 TO RecordCount
                       PERFORM CompareOneLine
                       PERFORM ReadSourceLine
                       PERFORM ReadTargetLine
                   END-PERFORM
                   CLOSE TargetCopyFile
                   CLOSE SourceCopyFile
                   IF FileHasUnmasked
                       ADD 1 TO UnmaskedFiles
                       DISPLAY "Unmasked personal data found in "
                           TargetPathName
                       OPEN OUTPUT TargetCopyFile
                       CLOSE TargetCopyFile
                   END-IF
               END-IF
           END-IF.

       ReadTargetLine.
           READ TargetCopyFile
               AT END SET EndOfTargetFile TO TRUE
           END-READ.

       CompareOneLine.
           EVALUATE PlanScramble (CopyPlanIdx)
               WHEN "A"
                   MOVE SourceLine(1:56) TO SourceApplicant
                   MOVE TargetLine(1:56) TO ApplicantMasterRecord
                   IF MasterName NOT = SPACES
                           AND MasterName = SourceApplicant(11:20)
                       PERFORM NoteUnmaskedField
                   END-IF
                   IF MasterDob IS NUMERIC AND MasterDob > 0
                           AND MasterDob = SourceApplicant(31:8)
                       PERFORM NoteUnmaskedField
                   END-IF
               WHEN "C"
                   MOVE SourceLine(1:94) TO SourceAddress
                   MOVE TargetLine(1:94) TO ApplicantAddressRecord
                   IF AdrStreet NOT = SPACES
                           AND AdrStreet = SourceAddress(11:30)
                       PERFORM NoteUnmaskedField
                   END-IF
                   IF AdrCity NOT = SPACES
                           AND AdrCity = SourceAddress(41:20)
                       PERFORM NoteUnmaskedField
                   END-IF
                   IF AdrPostCode NOT = SPACES
                           AND AdrPostCode = SourceAddress(61:10)
                       PERFORM NoteUnmaskedField
                   END-IF
                   IF AdrPhone NOT = SPACES
                           AND AdrPhone = SourceAddress(71:12)
                       PERFORM NoteUnmaskedField
                   END-IF
               WHEN "E"
                   MOVE SourceLine(1:51) TO SourceEmployee
                   MOVE TargetLine(1:51) TO EmployeeMasterRecord
                   IF EmpName NOT = SPACES
                           AND EmpName = SourceEmployee(11:20)
                       PERFORM NoteUnmaskedField
                   END-IF
               WHEN "S"
                   IF RecordCount > 1
                           AND TargetLine(1:1) NOT = "T"
                           AND TsvSalary IS NUMERIC
                           AND TsvSalary > 0
                           AND TargetLine(11:5) = SourceLine(11:5)
                       PERFORM NoteUnmaskedField
                   END-IF
           END-EVALUATE.

       NoteUnmaskedField.
           ADD 1 TO UnmaskedFields
           SET FileHasUnmasked TO TRUE.

      *> The flag the menu and the report header look for - its
      *> presence in the tree is what marks every practice sitting
           MOVE "Rebuild training tree" TO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING "Copied=" CopiedFiles " Skipped=" SkippedFiles
               " Unmasked=" UnmaskedFields
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
