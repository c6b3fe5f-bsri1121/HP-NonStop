       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegritySweep.

      *> Weekly referential integrity sweep.  The masters refer to
      *> one another by key, but each maintenance program looks only
      *> after its own file, and a row whose key has gone from (or
      *> never reached) the master it hangs off sits there unseen
      *> until something trips over it.  This sweep walks every
      *> cross-file key relationship in turn - the applicant files
      *> against the applicant master, the payroll files against the
      *> employee master, the subject weights against the subject
      *> catalog - and lists each orphan on the orphans report under
      *> its relationship.  Every orphan is also logged through
      *> ExceptionLog, so it lands in the exception workflow for
      *> someone to put right.
      *>
      *> Allowances and year-to-date pay are only meant for people
      *> still employed, so an employee there who is inactive on the
      *> master is an orphan too; bank details and deduction orders
      *> legitimately outlive the employment and need only the row.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApplicantMasterFile ASSIGN TO
               "Data/Agecheck/APPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ParentFileStatus.
           SELECT EmployeeMasterFile ASSIGN TO
               "Data/EvTrue/EMPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ParentFileStatus.
           SELECT SubjectCatalogFile ASSIGN TO
               "Data/Nested/GCSUBJECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ParentFileStatus.
           SELECT ApplicantAddressFile ASSIGN TO
               "Data/Agecheck/APPADDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChildFileStatus.
           SELECT ReviewExtractFile ASSIGN TO
               "Data/Agecheck/APPREVIEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChildFileStatus.
           SELECT EvidenceFile ASSIGN TO
               "Data/Agecheck/EVIDENCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChildFileStatus.
           SELECT CorrespondenceFile ASSIGN TO
               "Data/Agecheck/CORRHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChildFileStatus.
           SELECT AllowanceFile ASSIGN TO
               "Data/EvTrue/ALLOWANCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChildFileStatus.
           SELECT PayrollYtdFile ASSIGN TO
               "Data/EvTrue/PAYROLLYTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChildFileStatus.
           SELECT EmployeeBankFile ASSIGN TO
               "Data/EvTrue/EMPBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChildFileStatus.
           SELECT DeductionOrderFile ASSIGN TO
               "Data/EvTrue/DEDORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChildFileStatus.
           SELECT SubjectWeightFile ASSIGN TO
               "Data/Nested/GCWEIGHTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChildFileStatus.
           SELECT OrphanReportFile ASSIGN TO
               "Data/Shared/ORPHANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ApplicantMasterFile.
           COPY APPMSTR.

       FD  EmployeeMasterFile.
           COPY EMPREC.

       FD  SubjectCatalogFile.
       01  SubjectCatalogRecord.
           05 CatSubject  PIC 9(2).
           05 CatName     PIC X(12).
           05 CatPassMark PIC 9(3).

       FD  ApplicantAddressFile.
           COPY APPADDR.

       FD  ReviewExtractFile.
           COPY RVWREC.

       FD  EvidenceFile.
           COPY EVIDREC.

       FD  CorrespondenceFile.
           COPY CORRHIST.

       FD  AllowanceFile.
       01  AllowanceRecord.
           05 AlwEmployeeId  PIC X(10).
           05 AlwDependents  PIC 9(2).
           05 AlwExemptCode  PIC X(4).
           05 AlwPreTaxAmount PIC 9(5).

      *> PayrollYtd's print image - an employee's detail line carries
      *> the ID in its first ten columns and "salary" after it, which
      *> tells it from the headings, subtotals and totals.
       FD  PayrollYtdFile.
       01  PayrollYtdLine PIC X(100).

       FD  EmployeeBankFile.
           COPY EMPBANK.

       FD  DeductionOrderFile.
           COPY DEDORDER.

       FD  SubjectWeightFile.
       01  SubjectWeightRecord.
           05 WgtSubject PIC 9(2).
           05 WgtCredit  PIC 9(2).

       FD  OrphanReportFile.
       01  OrphanReportLine PIC X(100).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY OPERATOR.
           COPY JOBPARM.
           COPY SESSION.
           COPY RPTHDR.
           COPY EXCEPTREC.
           COPY ERRCODES.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 ParentFileStatus PIC XX.
           88 ParentFileNotFound VALUE "35".
       01 ChildFileStatus PIC XX.
           88 ChildFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfInputFile VALUE "Y".

      *> The three masters' keys, held for the lookups.  A master
      *> that will not fit is not checked against at all - with part
      *> of it missing every row beyond the table would show as an
      *> orphan.  Each is sized for the 20000 rows the eligibility
      *> and payroll runs hold on their masters.
       01 ApplicantKeyTable.
           05 ApplicantKeyEntry OCCURS 20000 TIMES.
               10 TblApplicantId PIC X(10).
       01 ApplicantUsed PIC 9(5) VALUE 0.
       01 ApplicantIdx  PIC 9(5).
       01 WS-App-Master-Flag PIC X VALUE "N".
           88 ApplicantMasterHeld VALUE "Y".
           88 ApplicantMasterTooBig VALUE "B".

       01 EmployeeKeyTable.
           05 EmployeeKeyEntry OCCURS 20000 TIMES.
               10 TblEmployeeId     PIC X(10).
               10 TblEmployeeStatus PIC X.
       01 EmployeeUsed PIC 9(5) VALUE 0.
       01 EmployeeIdx  PIC 9(5).
       01 WS-Emp-Master-Flag PIC X VALUE "N".
           88 EmployeeMasterHeld VALUE "Y".
           88 EmployeeMasterTooBig VALUE "B".

       01 SubjectKeyTable.
           05 SubjectKnown PIC X OCCURS 20 TIMES.
       01 SubjectIdx PIC 9(2).
       01 WS-Subj-Master-Flag PIC X VALUE "N".
           88 SubjectCatalogHeld VALUE "Y".

      *> The relationship being swept and the row being checked.
       01 RelChildName   PIC X(10).
       01 RelParentName  PIC X(10).
       01 RelDescription PIC X(40).
       01 RelRowsChecked PIC 9(7).
       01 RelOrphans     PIC 9(7).
       01 WS-Rel-Skip-Flag PIC X.
           88 RelationshipSkipped VALUE "Y".
       01 ChildKey       PIC X(10).
       01 OrphanProblem  PIC X(20).
       01 OrphanLogVerb  PIC X(8).
       01 WS-Found-Flag PIC X.
           88 ParentRowFound VALUE "Y".
           88 ParentRowInactive VALUE "I".

       01 RelationshipsSwept   PIC 9(2) VALUE 0.
       01 RelationshipsSkipped PIC 9(2) VALUE 0.
       01 TotalRowsChecked     PIC 9(7) VALUE 0.
       01 TotalOrphans         PIC 9(7) VALUE 0.

       01 PrintLineCount PIC 9(3) VALUE 0.
       01 PageLineLimit  PIC 9(3) VALUE 55.
       01 HeldReportLine PIC X(100).

       01 RelationshipLine.
           05 RlChildName  PIC X(10).
           05 FILLER       PIC X(4) VALUE " -> ".
           05 RlParentName PIC X(10).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 RlDescription PIC X(40).

       01 OrphanLine.
           05 FILLER       PIC X(4) VALUE SPACES.
           05 OlChildKey   PIC X(10).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 OlProblem    PIC X(20).

       01 RelTotalLine.
           05 FILLER       PIC X(4) VALUE SPACES.
           05 RtOrphans    PIC ZZZ,ZZ9.
           05 FILLER       PIC X(17) VALUE " orphan(s) among ".
           05 RtRows       PIC ZZZ,ZZ9.
           05 FILLER       PIC X(13) VALUE " rows checked".

       01 RelSkippedLine.
           05 FILLER       PIC X(4) VALUE SPACES.
           05 RsReason     PIC X(60).

       01 GrandTotalLine.
           05 FILLER       PIC X(16) VALUE "Relationships   ".
           05 GtSwept      PIC Z9.
           05 FILLER       PIC X(10) VALUE " swept,   ".
           05 GtSkipped    PIC Z9.
           05 FILLER       PIC X(14) VALUE " not checked, ".
           05 GtOrphans    PIC ZZZ,ZZ9.
           05 FILLER       PIC X(17) VALUE " orphan(s) among ".
           05 GtRows       PIC ZZZ,ZZ9.
           05 FILLER       PIC X(5) VALUE " rows".

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM UnattendedSignOn
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           PERFORM LoadApplicantKeys.
           PERFORM LoadEmployeeKeys.
           PERFORM LoadSubjectKeys.

           OPEN OUTPUT OrphanReportFile.
           PERFORM StartNewPage.

           PERFORM SweepAddresses.
           PERFORM SweepReviewItems.
           PERFORM SweepEvidence.
           PERFORM SweepCorrespondence.
           PERFORM SweepAllowances.
           PERFORM SweepPayrollYtd.
           PERFORM SweepBankDetails.
           PERFORM SweepDeductionOrders.
           PERFORM SweepSubjectWeights.

           MOVE SPACES TO OrphanReportLine
           PERFORM PutReportLine
           MOVE RelationshipsSwept   TO GtSwept
           MOVE RelationshipsSkipped TO GtSkipped
           MOVE TotalOrphans         TO GtOrphans
           MOVE TotalRowsChecked     TO GtRows
           MOVE GrandTotalLine TO OrphanReportLine
           PERFORM PutReportLine
           CLOSE OrphanReportFile.

           DISPLAY "Integrity sweep: " TotalOrphans " orphan(s) among "
               TotalRowsChecked " rows, " RelationshipsSkipped
               " relationship(s) not checked.".

           PERFORM WriteAuditLog.

           IF TotalOrphans > 0 OR RelationshipsSkipped > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

       LoadApplicantKeys.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ApplicantMasterFile
           IF ParentFileNotFound
               CONTINUE
           ELSE
               SET ApplicantMasterHeld TO TRUE
               PERFORM ReadApplicantMasterRecord
               PERFORM UNTIL EndOfInputFile
                   IF ApplicantUsed < 20000
                       ADD 1 TO ApplicantUsed
                       MOVE MasterApplicantId TO
                           TblApplicantId (ApplicantUsed)
                   ELSE
                       SET ApplicantMasterTooBig TO TRUE
                   END-IF
                   PERFORM ReadApplicantMasterRecord
               END-PERFORM
               CLOSE ApplicantMasterFile
           END-IF.

       ReadApplicantMasterRecord.
           READ ApplicantMasterFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       LoadEmployeeKeys.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT EmployeeMasterFile
           IF ParentFileNotFound
               CONTINUE
           ELSE
               SET EmployeeMasterHeld TO TRUE
               PERFORM ReadEmployeeMasterRecord
               PERFORM UNTIL EndOfInputFile
                   IF EmployeeUsed < 20000
                       ADD 1 TO EmployeeUsed
                       MOVE EmpId TO TblEmployeeId (EmployeeUsed)
                       MOVE EmpStatus TO
                           TblEmployeeStatus (EmployeeUsed)
                   ELSE
                       SET EmployeeMasterTooBig TO TRUE
                   END-IF
                   PERFORM ReadEmployeeMasterRecord
               END-PERFORM
               CLOSE EmployeeMasterFile
           END-IF.

       ReadEmployeeMasterRecord.
           READ EmployeeMasterFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       LoadSubjectKeys.
           MOVE ALL "N" TO SubjectKeyTable
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT SubjectCatalogFile
           IF ParentFileNotFound
               CONTINUE
           ELSE
               SET SubjectCatalogHeld TO TRUE
               PERFORM ReadSubjectCatalogRecord
               PERFORM UNTIL EndOfInputFile
                   IF CatSubject NUMERIC AND CatSubject > 0
                           AND CatSubject <= 20
                       MOVE "Y" TO SubjectKnown (CatSubject)
                   END-IF
                   PERFORM ReadSubjectCatalogRecord
               END-PERFORM
               CLOSE SubjectCatalogFile
           END-IF.

       ReadSubjectCatalogRecord.
           READ SubjectCatalogFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> Applicant addresses.
       SweepAddresses.
           MOVE "APPADDR" TO RelChildName
           MOVE "APPMASTER" TO RelParentName
           MOVE "applicant addresses" TO RelDescription
           PERFORM StartRelationship
           IF ApplicantMasterHeld
               MOVE "N" TO WS-Eof-Flag
               OPEN INPUT ApplicantAddressFile
               IF ChildFileNotFound
                   PERFORM NoteChildNotOnFile
               ELSE
                   PERFORM ReadAddressRecord
                   PERFORM UNTIL EndOfInputFile
                       MOVE AdrApplicantId TO ChildKey
                       PERFORM CheckApplicantKey
                       PERFORM ReadAddressRecord
                   END-PERFORM
                   CLOSE ApplicantAddressFile
               END-IF
           ELSE
               PERFORM NoteApplicantMasterUnusable
           END-IF
           PERFORM EndRelationship.

       ReadAddressRecord.
           READ ApplicantAddressFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> Open and cleared items on the duplicate review queue.
       SweepReviewItems.
           MOVE "APPREVIEW" TO RelChildName
           MOVE "APPMASTER" TO RelParentName
           MOVE "duplicate review items" TO RelDescription
           PERFORM StartRelationship
           IF ApplicantMasterHeld
               MOVE "N" TO WS-Eof-Flag
               OPEN INPUT ReviewExtractFile
               IF ChildFileNotFound
                   PERFORM NoteChildNotOnFile
               ELSE
                   PERFORM ReadReviewRecord
                   PERFORM UNTIL EndOfInputFile
                       MOVE RvwApplicantId TO ChildKey
                       PERFORM CheckApplicantKey
                       PERFORM ReadReviewRecord
                   END-PERFORM
                   CLOSE ReviewExtractFile
               END-IF
           ELSE
               PERFORM NoteApplicantMasterUnusable
           END-IF
           PERFORM EndRelationship.

       ReadReviewRecord.
           READ ReviewExtractFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> Evidence documents held or chased for an applicant.
       SweepEvidence.
           MOVE "EVIDENCE" TO RelChildName
           MOVE "APPMASTER" TO RelParentName
           MOVE "applicant evidence documents" TO RelDescription
           PERFORM StartRelationship
           IF ApplicantMasterHeld
               MOVE "N" TO WS-Eof-Flag
               OPEN INPUT EvidenceFile
               IF ChildFileNotFound
                   PERFORM NoteChildNotOnFile
               ELSE
                   PERFORM ReadEvidenceRecord
                   PERFORM UNTIL EndOfInputFile
                       MOVE EvdApplicantId TO ChildKey
                       PERFORM CheckApplicantKey
                       PERFORM ReadEvidenceRecord
                   END-PERFORM
                   CLOSE EvidenceFile
               END-IF
           ELSE
               PERFORM NoteApplicantMasterUnusable
           END-IF
           PERFORM EndRelationship.

       ReadEvidenceRecord.
           READ EvidenceFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> Letters sent to an applicant.
       SweepCorrespondence.
           MOVE "CORRHIST" TO RelChildName
           MOVE "APPMASTER" TO RelParentName
           MOVE "applicant correspondence history" TO RelDescription
           PERFORM StartRelationship
           IF ApplicantMasterHeld
               MOVE "N" TO WS-Eof-Flag
               OPEN INPUT CorrespondenceFile
               IF ChildFileNotFound
                   PERFORM NoteChildNotOnFile
               ELSE
                   PERFORM ReadCorrespondenceRecord
                   PERFORM UNTIL EndOfInputFile
                       MOVE CorApplicantId TO ChildKey
                       PERFORM CheckApplicantKey
                       PERFORM ReadCorrespondenceRecord
                   END-PERFORM
                   CLOSE CorrespondenceFile
               END-IF
           ELSE
               PERFORM NoteApplicantMasterUnusable
           END-IF
           PERFORM EndRelationship.

       ReadCorrespondenceRecord.
           READ CorrespondenceFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> Tax allowances - for current employees only.
       SweepAllowances.
           MOVE "ALLOWANCES" TO RelChildName
           MOVE "EMPMASTER" TO RelParentName
           MOVE "employee tax allowances" TO RelDescription
           PERFORM StartRelationship
           IF EmployeeMasterHeld
               MOVE "N" TO WS-Eof-Flag
               OPEN INPUT AllowanceFile
               IF ChildFileNotFound
                   PERFORM NoteChildNotOnFile
               ELSE
                   PERFORM ReadAllowanceRecord
                   PERFORM UNTIL EndOfInputFile
                       MOVE AlwEmployeeId TO ChildKey
                       PERFORM CheckActiveEmployeeKey
                       PERFORM ReadAllowanceRecord
                   END-PERFORM
                   CLOSE AllowanceFile
               END-IF
           ELSE
               PERFORM NoteEmployeeMasterUnusable
           END-IF
           PERFORM EndRelationship.

       ReadAllowanceRecord.
           READ AllowanceFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> Year-to-date pay - every employee line of the last
      *> year-to-date run, which pays current employees only.
       SweepPayrollYtd.
           MOVE "PAYROLLYTD" TO RelChildName
           MOVE "EMPMASTER" TO RelParentName
           MOVE "year-to-date payroll employees" TO RelDescription
           PERFORM StartRelationship
           IF EmployeeMasterHeld
               MOVE "N" TO WS-Eof-Flag
               OPEN INPUT PayrollYtdFile
               IF ChildFileNotFound
                   PERFORM NoteChildNotOnFile
               ELSE
                   PERFORM ReadPayrollYtdLine
                   PERFORM UNTIL EndOfInputFile
                       IF PayrollYtdLine (11:9) = "  salary "
                               AND PayrollYtdLine (1:10) NOT = SPACES
                               AND PayrollYtdLine (1:10)
                                   NOT = "TOTALS"
                               AND PayrollYtdLine (1:10)
                                   NOT = "SUBTOTAL"
                           MOVE PayrollYtdLine (1:10) TO ChildKey
                           PERFORM CheckActiveEmployeeKey
                       END-IF
                       PERFORM ReadPayrollYtdLine
                   END-PERFORM
                   CLOSE PayrollYtdFile
               END-IF
           ELSE
               PERFORM NoteEmployeeMasterUnusable
           END-IF
           PERFORM EndRelationship.

       ReadPayrollYtdLine.
           READ PayrollYtdFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> Bank details - kept after leaving for the final payment.
       SweepBankDetails.
           MOVE "EMPBANK" TO RelChildName
           MOVE "EMPMASTER" TO RelParentName
           MOVE "employee bank details" TO RelDescription
           PERFORM StartRelationship
           IF EmployeeMasterHeld
               MOVE "N" TO WS-Eof-Flag
               OPEN INPUT EmployeeBankFile
               IF ChildFileNotFound
                   PERFORM NoteChildNotOnFile
               ELSE
                   PERFORM ReadEmployeeBankRecord
                   PERFORM UNTIL EndOfInputFile
                       MOVE BnkEmployeeId TO ChildKey
                       PERFORM CheckEmployeeKey
                       PERFORM ReadEmployeeBankRecord
                   END-PERFORM
                   CLOSE EmployeeBankFile
               END-IF
           ELSE
               PERFORM NoteEmployeeMasterUnusable
           END-IF
           PERFORM EndRelationship.

       ReadEmployeeBankRecord.
           READ EmployeeBankFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> Court and loan deduction orders - they stay on file, closed,
      *> once the employee has gone.
       SweepDeductionOrders.
           MOVE "DEDORDERS" TO RelChildName
           MOVE "EMPMASTER" TO RelParentName
           MOVE "employee deduction orders" TO RelDescription
           PERFORM StartRelationship
           IF EmployeeMasterHeld
               MOVE "N" TO WS-Eof-Flag
               OPEN INPUT DeductionOrderFile
               IF ChildFileNotFound
                   PERFORM NoteChildNotOnFile
               ELSE
                   PERFORM ReadDeductionOrderRecord
                   PERFORM UNTIL EndOfInputFile
                       MOVE OrdEmployeeId TO ChildKey
                       PERFORM CheckEmployeeKey
                       PERFORM ReadDeductionOrderRecord
                   END-PERFORM
                   CLOSE DeductionOrderFile
               END-IF
           ELSE
               PERFORM NoteEmployeeMasterUnusable
           END-IF
           PERFORM EndRelationship.

       ReadDeductionOrderRecord.
           READ DeductionOrderFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> Credit weights for subjects the catalog must know.
       SweepSubjectWeights.
           MOVE "GCWEIGHTS" TO RelChildName
           MOVE "GCSUBJECTS" TO RelParentName
           MOVE "subject credit weights" TO RelDescription
           PERFORM StartRelationship
           IF SubjectCatalogHeld
               MOVE "N" TO WS-Eof-Flag
               OPEN INPUT SubjectWeightFile
               IF ChildFileNotFound
                   PERFORM NoteChildNotOnFile
               ELSE
                   PERFORM ReadSubjectWeightRecord
                   PERFORM UNTIL EndOfInputFile
                       IF SubjectWeightRecord NOT = SPACES
                           PERFORM CheckSubjectKey
                       END-IF
                       PERFORM ReadSubjectWeightRecord
                   END-PERFORM
                   CLOSE SubjectWeightFile
               END-IF
           ELSE
               MOVE "Subject catalog not on file - not checked."
                   TO RsReason
               PERFORM NoteRelationshipSkipped
           END-IF
           PERFORM EndRelationship.

       ReadSubjectWeightRecord.
           READ SubjectWeightFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       CheckApplicantKey.
           ADD 1 TO RelRowsChecked
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING ApplicantIdx FROM 1 BY 1
                   UNTIL ApplicantIdx > ApplicantUsed
                       OR ParentRowFound
               IF TblApplicantId (ApplicantIdx) = ChildKey
                   SET ParentRowFound TO TRUE
               END-IF
           END-PERFORM
           IF NOT ParentRowFound
               MOVE "not on master" TO OrphanProblem
               MOVE "not on" TO OrphanLogVerb
               PERFORM ReportOrphan
           END-IF.

      *> The employee row looked up by ChildKey: found, found but
      *> inactive, or not there.
       FindEmployeeKey.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING EmployeeIdx FROM 1 BY 1
                   UNTIL EmployeeIdx > EmployeeUsed
                       OR WS-Found-Flag NOT = "N"
               IF TblEmployeeId (EmployeeIdx) = ChildKey
                   IF TblEmployeeStatus (EmployeeIdx) = "I"
                       SET ParentRowInactive TO TRUE
                   ELSE
                       SET ParentRowFound TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       CheckEmployeeKey.
           ADD 1 TO RelRowsChecked
           PERFORM FindEmployeeKey
           IF WS-Found-Flag = "N"
               MOVE "not on master" TO OrphanProblem
               MOVE "not on" TO OrphanLogVerb
               PERFORM ReportOrphan
           END-IF.

       CheckActiveEmployeeKey.
           ADD 1 TO RelRowsChecked
           PERFORM FindEmployeeKey
           EVALUATE TRUE
               WHEN ParentRowFound
                   CONTINUE
               WHEN ParentRowInactive
                   MOVE "inactive on master" TO OrphanProblem
                   MOVE "inactive" TO OrphanLogVerb
                   PERFORM ReportOrphan
               WHEN OTHER
                   MOVE "not on master" TO OrphanProblem
                   MOVE "not on" TO OrphanLogVerb
                   PERFORM ReportOrphan
           END-EVALUATE.

       CheckSubjectKey.
           ADD 1 TO RelRowsChecked
           MOVE SPACES TO ChildKey
           MOVE SubjectWeightRecord (1:2) TO ChildKey
           IF WgtSubject NUMERIC AND WgtSubject > 0
                   AND WgtSubject <= 20
               MOVE WgtSubject TO SubjectIdx
               IF SubjectKnown (SubjectIdx) = "Y"
                   CONTINUE
               ELSE
                   MOVE "not in catalog" TO OrphanProblem
                   MOVE "not in" TO OrphanLogVerb
                   PERFORM ReportOrphan
               END-IF
           ELSE
               MOVE "not a subject number" TO OrphanProblem
               MOVE "bad key" TO OrphanLogVerb
               PERFORM ReportOrphan
           END-IF.

      *> One orphan: a line under its relationship on the report, and
      *> an entry on the exception log to be worked - the file, key,
      *> problem and master, worded to fit the log's reason text.
       ReportOrphan.
           ADD 1 TO RelOrphans
           MOVE ChildKey TO OlChildKey
           MOVE OrphanProblem TO OlProblem
           MOVE OrphanLine TO OrphanReportLine
           PERFORM PutReportLine

           MOVE "IntegritySweep" TO ExcpProgramId
           SET ErrOrphanRecord TO TRUE
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE SPACES TO ExcpReasonText
           STRING FUNCTION TRIM(RelChildName) " "
               FUNCTION TRIM(ChildKey) " " FUNCTION TRIM(OrphanLogVerb)
               " " FUNCTION TRIM(RelParentName)
               DELIMITED BY SIZE INTO ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           MOVE RunIdValue TO ExcpRunId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId.

      *> The relationship heading, kept on a page with its first few
      *> lines.
       StartRelationship.
           MOVE "N" TO WS-Rel-Skip-Flag
           MOVE 0 TO RelRowsChecked
           MOVE 0 TO RelOrphans
           IF PrintLineCount + 4 > PageLineLimit
               PERFORM StartNewPage
           END-IF
           MOVE SPACES TO OrphanReportLine
           PERFORM PutReportLine
           MOVE RelChildName TO RlChildName
           MOVE RelParentName TO RlParentName
           MOVE RelDescription TO RlDescription
           MOVE RelationshipLine TO OrphanReportLine
           PERFORM PutReportLine.

       EndRelationship.
           IF RelRowsChecked > 0 OR RelOrphans > 0
               MOVE RelOrphans TO RtOrphans
               MOVE RelRowsChecked TO RtRows
               MOVE RelTotalLine TO OrphanReportLine
               PERFORM PutReportLine
           END-IF
           IF NOT RelationshipSkipped
               ADD 1 TO RelationshipsSwept
           END-IF
           ADD RelRowsChecked TO TotalRowsChecked
           ADD RelOrphans TO TotalOrphans.

      *> A file with no rows has no orphans - the relationship holds.
       NoteChildNotOnFile.
           MOVE SPACES TO RsReason
           STRING FUNCTION TRIM(RelChildName)
               " not on file - nothing to check."
               DELIMITED BY SIZE INTO RsReason
           MOVE RelSkippedLine TO OrphanReportLine
           PERFORM PutReportLine.

       NoteApplicantMasterUnusable.
           IF ApplicantMasterTooBig
               MOVE "Applicant master too large to hold - not checked."
                   TO RsReason
           ELSE
               MOVE "Applicant master not on file - not checked."
                   TO RsReason
           END-IF
           PERFORM NoteRelationshipSkipped.

       NoteEmployeeMasterUnusable.
           IF EmployeeMasterTooBig
               MOVE "Employee master too large to hold - not checked."
                   TO RsReason
           ELSE
               MOVE "Employee master not on file - not checked."
                   TO RsReason
           END-IF
           PERFORM NoteRelationshipSkipped.

       NoteRelationshipSkipped.
           SET RelationshipSkipped TO TRUE
           ADD 1 TO RelationshipsSkipped
           MOVE RelSkippedLine TO OrphanReportLine
           PERFORM PutReportLine.

      *> Every report line goes out through here, so a full page
      *> starts the next one under its header.
       PutReportLine.
           IF PrintLineCount >= PageLineLimit
               MOVE OrphanReportLine TO HeldReportLine
               PERFORM StartNewPage
               MOVE HeldReportLine TO OrphanReportLine
           END-IF
           WRITE OrphanReportLine
           ADD 1 TO PrintLineCount.

       StartNewPage.
           ADD 1 TO RptPageNumber
           MOVE "REFERENTIAL INTEGRITY SWEEP" TO RptReportTitle
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO OrphanReportLine
           WRITE OrphanReportLine
           MOVE 1 TO PrintLineCount.

       GetJobParm.
           MOVE "IntegritySweep" TO JpProgramId
           MOVE "N" TO JpParmFound
           CALL "JobParmGet" USING JpProgramId, JpParmName,
               JpParmValue, JpParmFound.

      *> Under NightlyBatch the operator identity comes from the
      *> job-parameter file, so the overnight run needs no one at
      *> the console.
       UnattendedSignOn.
           MOVE "OPERATOR-ID" TO JpParmName
           PERFORM GetJobParm
           IF JpParmOk
               MOVE JpParmValue TO OperatorId
               MOVE "PASSWORD" TO JpParmName
               PERFORM GetJobParm
               IF JpParmOk
                   MOVE JpParmValue TO OperatorPassword
                   CALL "OperatorSignOn" USING OperatorId,
                       OperatorPassword, OperatorSignOnValid,
                       OperatorAuthLevel
                   PERFORM CheckAuthority
                   IF NOT OperatorSignOnOk
                       DISPLAY "Unattended sign-on failed - "
                           "prompting instead."
                   END-IF
               END-IF
           END-IF.

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

       WriteAuditLog.
           MOVE "IntegritySweep" TO AuditProgramId
           MOVE "Weekly cross-master key sweep" TO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING "Rows=" TotalRowsChecked " Orphans=" TotalOrphans
               " Unchecked=" RelationshipsSkipped
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
