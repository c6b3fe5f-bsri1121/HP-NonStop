       IDENTIFICATION DIVISION.
       PROGRAM-ID. CompletionAudit.

      *> Graduation and completion audit.  The transcript shows a
      *> student's marks term by term, but nothing said whether the
      *> course had actually been completed.  The programme
      *> requirements file sets the credits needed overall and in
      *> each subject, the minimum cumulative GPA, and the number
      *> of terms the course runs.  Every student on the master is
      *> walked through the term history - the live master counting
      *> as the term in progress, the same way the transcript shows
      *> it - and each subject passed against its catalog pass mark
      *> in a term earns that subject's credit hours from the
      *> weight table.  A student meeting every requirement
      *> qualifies to graduate; one not yet there but earning
      *> credits at the course's pace with the GPA held is on
      *> track; anyone else is behind.  Every student not
      *> qualifying is listed with what is still short.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RequirementFile ASSIGN TO
               "Data/Nested/GCREQS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RequirementFileStatus.
           SELECT TermHistFile ASSIGN TO
               "Data/Nested/GCTERMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermHistFileStatus.
           SELECT StudentMasterFile ASSIGN TO
               "Data/Nested/GCMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StudentMasterFileStatus.
           SELECT SubjectCatalogFile ASSIGN TO
               "Data/Nested/GCSUBJECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SubjectCatalogFileStatus.
           SELECT SubjectWeightFile ASSIGN TO
               "Data/Nested/GCWEIGHTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SubjectWeightFileStatus.
           SELECT CompletionReportFile ASSIGN TO
               "Data/Nested/GCCOMPLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Programme requirements: one C row for the course as a
      *> whole - credits needed overall, minimum cumulative GPA and
      *> the terms the course runs - and an S row per subject with
      *> a credit requirement of its own.
       FD  RequirementFile.
       01  RequirementRecord.
           05 ReqRecordType   PIC X.
               88 ReqCourseRow  VALUE "C".
               88 ReqSubjectRow VALUE "S".
           05 FILLER          PIC X(9).
       01  RequirementCourseView.
           05 FILLER          PIC X.
           05 ReqCreditsTotal PIC 9(3).
           05 ReqMinGpa       PIC 9V99.
           05 ReqCourseTerms  PIC 9(2).
       01  RequirementSubjectView.
           05 FILLER          PIC X.
           05 ReqSubject      PIC 9(2).
           05 ReqSubjCredits  PIC 9(3).

       FD  TermHistFile.
       01  TermHistRecord.
           05 ThTermId       PIC X(6).
           05 ThStudentImage PIC X(171).

       FD  StudentMasterFile.
       01  StudentMasterRecord PIC X(171).

       FD  SubjectCatalogFile.
       01  SubjectCatalogRecord.
           05 CatSubject  PIC 9(2).
           05 CatName     PIC X(12).
           05 CatPassMark PIC 9(3).

       FD  SubjectWeightFile.
       01  SubjectWeightRecord.
           05 WgtSubject PIC 9(2).
           05 WgtCredit  PIC 9(2).

       FD  CompletionReportFile.
       01  CompletionReportLine PIC X(100).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY OPERATOR.
           COPY JOBPARM.
           COPY SESSION.
           COPY RPTHDR.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 1.

       01 RequirementFileStatus PIC XX.
           88 RequirementFileNotFound VALUE "35".

       01 TermHistFileStatus PIC XX.
           88 TermHistFileNotFound VALUE "35".

       01 StudentMasterFileStatus PIC XX.
           88 StudentMasterFileNotFound VALUE "35".

       01 SubjectCatalogFileStatus PIC XX.
           88 SubjectCatalogFileNotFound VALUE "35".

       01 SubjectWeightFileStatus PIC XX.
           88 SubjectWeightFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfInputFile VALUE "Y".

       01 WS-Req-Flag PIC X VALUE "N".
           88 CourseRequirementFound VALUE "Y".

      *> Set when the master holds more students than the table -
      *> the audit would silently leave the rest out.
       01 WS-Overflow-Flag PIC X VALUE "N".
           88 StudentTableOverflow VALUE "Y".

      *> The course requirements as read, every subject needing
      *> nothing of its own until an S row says otherwise.
       01 CreditsRequired PIC 9(3) VALUE 0.
       01 MinimumGpa      PIC 9V99 VALUE 0.
       01 CourseTerms     PIC 9(2) VALUE 0.
       01 SubjectRequirementTable.
           05 SubjCreditsRequired PIC 9(3) OCCURS 20 TIMES.

      *> Subject names and pass marks off the catalog, and credit
      *> hours off the weight table - the same defaults GradeCheck
      *> applies when either has no row.  The audit runs to the
      *> highest subject number on the catalog, or the five
      *> defaults when there is no catalog.
       01 PassingThreshold PIC 9(3) VALUE 40.
       01 SubjectCatalogTable.
           05 SubjectCatalogEntry OCCURS 20 TIMES.
               10 CtlSubjectName PIC X(12).
               10 CtlPassMark    PIC 9(3).
       01 SubjectWeightTable.
           05 SubjectWeight PIC 9(2) OCCURS 20 TIMES.
       01 SubjectIdx PIC 9(2).
       01 SubjectCount PIC 9(2) VALUE 5.

      *> One entry per student on the master, accumulating the
      *> credits earned per subject, the term GPAs and the terms
      *> sat as the history is walked - sized for the 10000
      *> students GradeCheck holds on the master.
       01 StudentAuditTable.
           05 StudentAuditEntry OCCURS 10000 TIMES.
               10 SatStudentId   PIC X(10).
               10 SatTerms       PIC 9(2).
               10 SatGpaTotal    PIC 9(3)V99.
               10 SatSubjCredits PIC 9(3) OCCURS 20 TIMES.
       01 StudentsUsed  PIC 9(5) VALUE 0.
       01 StudentIdx    PIC 9(5).
       01 StudentFoundIdx PIC 9(5).
       01 WS-Found-Flag PIC X VALUE "N".
           88 StudentFound VALUE "Y".

      *> The term image in hand, pulled apart by the positions
      *> GradeCheck lays the record down with.  The GPA rides as
      *> three bare digits with an implied decimal.
       01 WorkImage   PIC X(171).
       01 WorkMark    PIC 9(3).
       01 WorkMarkPos PIC 9(3).
       01 WorkGpa      PIC 9V99.
       01 WorkGpaImage REDEFINES WorkGpa PIC X(3).

      *> One student's standing as the audit decides it.
       01 CreditsEarned   PIC 9(4).
       01 CreditsExpected PIC 9(4).
       01 CreditsShort    PIC 9(4).
       01 CumulativeGpa   PIC 9V99.
       01 ShortfallCount  PIC 9(2).
       01 StandingCode    PIC X.
           88 StandingQualifies VALUE "Q".
           88 StandingOnTrack   VALUE "O".
           88 StandingBehind    VALUE "B".

       01 QualifiedCount PIC 9(5) VALUE 0.
       01 OnTrackCount   PIC 9(5) VALUE 0.
       01 BehindCount    PIC 9(5) VALUE 0.

       01 StudentAuditLine.
           05 SalStudentId PIC X(10).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 SalStanding  PIC X(22).
           05 FILLER       PIC X(8) VALUE " credits".
           05 SalCredits   PIC ZZZ9.
           05 FILLER       PIC X(1) VALUE "/".
           05 SalRequired  PIC ZZ9.
           05 FILLER       PIC X(5) VALUE " gpa ".
           05 SalGpa       PIC 9.99.
           05 FILLER       PIC X(7) VALUE " terms ".
           05 SalTerms     PIC Z9.

       01 ShortfallLine.
           05 FILLER       PIC X(14) VALUE SPACES.
           05 FILLER       PIC X(6)  VALUE "short ".
           05 SflText      PIC X(50).

       01 ShortCreditsShown PIC ZZZ9.
       01 GpaShown          PIC 9.99.
       01 MinGpaShown       PIC 9.99.

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM UnattendedSignOn
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           PERFORM LoadRequirements.
           IF NOT CourseRequirementFound
               DISPLAY "No course requirement row on GCREQS - "
                   "nothing audited."
               PERFORM WriteAuditLog
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LoadSubjectCatalog.
           PERFORM LoadSubjectWeights.
           PERFORM LoadMasterStudents.
           IF StudentTableOverflow
               DISPLAY "Student master exceeds the table - "
                   "nothing audited."
               PERFORM WriteAuditLog
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM WalkTermHistory.
           PERFORM AddCurrentTerm.

           OPEN OUTPUT CompletionReportFile.
           PERFORM WriteReportHeading.
           PERFORM AuditOneStudent
               VARYING StudentIdx FROM 1 BY 1
                   UNTIL StudentIdx > StudentsUsed.
           PERFORM WriteReportTotals.
           CLOSE CompletionReportFile.

           PERFORM WriteAuditLog.

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *> Reads the course row and any per-subject rows.
       LoadRequirements.
           PERFORM VARYING SubjectIdx FROM 1 BY 1
                   UNTIL SubjectIdx > 20
               MOVE 0 TO SubjCreditsRequired (SubjectIdx)
           END-PERFORM
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT RequirementFile
           IF RequirementFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadRequirementRecord
               PERFORM UNTIL EndOfInputFile
                   EVALUATE TRUE
                       WHEN ReqCourseRow
                           MOVE ReqCreditsTotal TO CreditsRequired
                           MOVE ReqMinGpa       TO MinimumGpa
                           MOVE ReqCourseTerms  TO CourseTerms
                           SET CourseRequirementFound TO TRUE
                       WHEN ReqSubjectRow
                           IF ReqSubject >= 1 AND ReqSubject <= 20
                               MOVE ReqSubjCredits TO
                                   SubjCreditsRequired (ReqSubject)
                           END-IF
                   END-EVALUATE
                   PERFORM ReadRequirementRecord
               END-PERFORM
               CLOSE RequirementFile
           END-IF.

       ReadRequirementRecord.
           READ RequirementFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> One audit entry per student on the live master.
       LoadMasterStudents.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT StudentMasterFile
           IF StudentMasterFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadStudentMasterRecord
               PERFORM UNTIL EndOfInputFile
                   IF StudentsUsed < 10000
                       ADD 1 TO StudentsUsed
                       MOVE StudentMasterRecord (1:10)
                           TO SatStudentId (StudentsUsed)
                       MOVE 0 TO SatTerms (StudentsUsed)
                       MOVE 0 TO SatGpaTotal (StudentsUsed)
                       PERFORM VARYING SubjectIdx FROM 1 BY 1
                               UNTIL SubjectIdx > 20
                           MOVE 0 TO
                               SatSubjCredits (StudentsUsed, SubjectIdx)
                       END-PERFORM
                   ELSE
                       SET StudentTableOverflow TO TRUE
                   END-IF
                   PERFORM ReadStudentMasterRecord
               END-PERFORM
               CLOSE StudentMasterFile
           END-IF.

       ReadStudentMasterRecord.
           READ StudentMasterFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> Every closed term's record for a student on the master
      *> counts toward that student.
       WalkTermHistory.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT TermHistFile
           IF TermHistFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadTermHistRecord
               PERFORM UNTIL EndOfInputFile
                   MOVE ThStudentImage TO WorkImage
                   PERFORM CountOneTerm
                   PERFORM ReadTermHistRecord
               END-PERFORM
               CLOSE TermHistFile
           END-IF.

       ReadTermHistRecord.
           READ TermHistFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> The live master row is the term still in progress.
       AddCurrentTerm.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT StudentMasterFile
           IF StudentMasterFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadStudentMasterRecord
               PERFORM UNTIL EndOfInputFile
                   MOVE StudentMasterRecord TO WorkImage
                   PERFORM CountOneTerm
                   PERFORM ReadStudentMasterRecord
               END-PERFORM
               CLOSE StudentMasterFile
           END-IF.

      *> One term's record into its student's totals: the term GPA,
      *> and the credit hours of every subject passed.  The first
      *> five marks sit in their original columns, the rest behind
      *> the attendance area, blank on a term closed before they
      *> were carried.
       CountOneTerm.
           PERFORM FindStudentEntry
           IF StudentFound
               ADD 1 TO SatTerms (StudentFoundIdx)
               MOVE WorkImage (35:3) TO WorkGpaImage
               ADD WorkGpa TO SatGpaTotal (StudentFoundIdx)
               PERFORM VARYING SubjectIdx FROM 1 BY 1
                       UNTIL SubjectIdx > SubjectCount
                   IF SubjectIdx <= 5
                       COMPUTE WorkMarkPos = 11 + (SubjectIdx - 1) * 3
                   ELSE
                       COMPUTE WorkMarkPos = 112 + (SubjectIdx - 6) * 3
                   END-IF
                   IF WorkImage (WorkMarkPos:3) NUMERIC
                       MOVE WorkImage (WorkMarkPos:3) TO WorkMark
                   ELSE
                       MOVE 0 TO WorkMark
                   END-IF
                   IF WorkMark >= CtlPassMark (SubjectIdx)
                       ADD SubjectWeight (SubjectIdx) TO
                           SatSubjCredits (StudentFoundIdx, SubjectIdx)
                   END-IF
               END-PERFORM
           END-IF.

       FindStudentEntry.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING StudentIdx FROM 1 BY 1
                   UNTIL StudentIdx > StudentsUsed OR StudentFound
               IF SatStudentId (StudentIdx) = WorkImage (1:10)
                   SET StudentFound TO TRUE
                   MOVE StudentIdx TO StudentFoundIdx
               END-IF
           END-PERFORM.

      *> A student qualifies with every requirement met.  Short of
      *> that, on track means the GPA is held and the credits
      *> earned keep pace with the course - the overall credits
      *> pro rata to the terms sat, within the course's terms.
       AuditOneStudent.
           MOVE 0 TO CreditsEarned
           MOVE 0 TO ShortfallCount
           PERFORM VARYING SubjectIdx FROM 1 BY 1
                   UNTIL SubjectIdx > SubjectCount
               ADD SatSubjCredits (StudentIdx, SubjectIdx)
                   TO CreditsEarned
               IF SatSubjCredits (StudentIdx, SubjectIdx)
                       < SubjCreditsRequired (SubjectIdx)
                   ADD 1 TO ShortfallCount
               END-IF
           END-PERFORM
           IF SatTerms (StudentIdx) > 0
               COMPUTE CumulativeGpa ROUNDED =
                   SatGpaTotal (StudentIdx) / SatTerms (StudentIdx)
           ELSE
               MOVE 0 TO CumulativeGpa
           END-IF
           IF CreditsEarned < CreditsRequired
               ADD 1 TO ShortfallCount
           END-IF
           IF CumulativeGpa < MinimumGpa
               ADD 1 TO ShortfallCount
           END-IF

           IF CourseTerms > 0
               COMPUTE CreditsExpected =
                   CreditsRequired * SatTerms (StudentIdx)
                       / CourseTerms
           ELSE
               MOVE CreditsRequired TO CreditsExpected
           END-IF

           EVALUATE TRUE
               WHEN ShortfallCount = 0
                   SET StandingQualifies TO TRUE
                   ADD 1 TO QualifiedCount
                   MOVE "QUALIFIES TO GRADUATE" TO SalStanding
               WHEN CumulativeGpa >= MinimumGpa
                       AND CreditsEarned >= CreditsExpected
                       AND SatTerms (StudentIdx) < CourseTerms
                   SET StandingOnTrack TO TRUE
                   ADD 1 TO OnTrackCount
                   MOVE "ON TRACK" TO SalStanding
               WHEN OTHER
                   SET StandingBehind TO TRUE
                   ADD 1 TO BehindCount
                   MOVE "BEHIND" TO SalStanding
           END-EVALUATE

           MOVE SatStudentId (StudentIdx) TO SalStudentId
           MOVE CreditsEarned TO SalCredits
           MOVE CreditsRequired TO SalRequired
           MOVE CumulativeGpa TO SalGpa
           MOVE SatTerms (StudentIdx) TO SalTerms
           MOVE StudentAuditLine TO CompletionReportLine
           WRITE CompletionReportLine
           DISPLAY StudentAuditLine

           IF NOT StandingQualifies
               PERFORM ListShortfalls
           END-IF.

      *> What the student still lacks, one line per requirement.
       ListShortfalls.
           IF CreditsEarned < CreditsRequired
               COMPUTE CreditsShort = CreditsRequired - CreditsEarned
               MOVE CreditsShort TO ShortCreditsShown
               MOVE SPACES TO SflText
               STRING ShortCreditsShown " credits overall"
                   DELIMITED BY SIZE INTO SflText
               PERFORM WriteShortfallLine
           END-IF
           PERFORM VARYING SubjectIdx FROM 1 BY 1
                   UNTIL SubjectIdx > SubjectCount
               IF SatSubjCredits (StudentIdx, SubjectIdx)
                       < SubjCreditsRequired (SubjectIdx)
                   COMPUTE CreditsShort =
                       SubjCreditsRequired (SubjectIdx)
                       - SatSubjCredits (StudentIdx, SubjectIdx)
                   MOVE CreditsShort TO ShortCreditsShown
                   MOVE SPACES TO SflText
                   STRING ShortCreditsShown " credits in "
                       CtlSubjectName (SubjectIdx)
                       DELIMITED BY SIZE INTO SflText
                   PERFORM WriteShortfallLine
               END-IF
           END-PERFORM
           IF CumulativeGpa < MinimumGpa
               MOVE CumulativeGpa TO GpaShown
               MOVE MinimumGpa TO MinGpaShown
               MOVE SPACES TO SflText
               STRING "cumulative GPA " GpaShown " against minimum "
                   MinGpaShown
                   DELIMITED BY SIZE INTO SflText
               PERFORM WriteShortfallLine
           END-IF.

       WriteShortfallLine.
           MOVE ShortfallLine TO CompletionReportLine
           WRITE CompletionReportLine
           DISPLAY ShortfallLine.

       WriteReportHeading.
           MOVE "COMPLETION AUDIT" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO CompletionReportLine
           WRITE CompletionReportLine.

       WriteReportTotals.
           MOVE SPACES TO CompletionReportLine
           WRITE CompletionReportLine
           MOVE SPACES TO CompletionReportLine
           STRING "STUDENTS AUDITED " StudentsUsed
               "  QUALIFIED " QualifiedCount
               "  ON TRACK " OnTrackCount
               "  BEHIND " BehindCount
               DELIMITED BY SIZE INTO CompletionReportLine
           WRITE CompletionReportLine
           DISPLAY CompletionReportLine.

      *> Subject names and pass marks off the catalog, SUBJECT nn
      *> and the overall passing threshold for any subject without
      *> a row.
       LoadSubjectCatalog.
           MOVE 0 TO SubjectCount
           PERFORM VARYING SubjectIdx FROM 1 BY 1
                   UNTIL SubjectIdx > 20
               MOVE SPACES TO CtlSubjectName (SubjectIdx)
               STRING "SUBJECT " SubjectIdx
                   DELIMITED BY SIZE INTO CtlSubjectName (SubjectIdx)
               MOVE PassingThreshold TO CtlPassMark (SubjectIdx)
           END-PERFORM
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT SubjectCatalogFile
           IF SubjectCatalogFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadSubjectCatalogRecord
               PERFORM UNTIL EndOfInputFile
                   IF CatSubject >= 1 AND CatSubject <= 20
                       MOVE CatName TO CtlSubjectName (CatSubject)
                       MOVE CatPassMark TO CtlPassMark (CatSubject)
                       IF CatSubject > SubjectCount
                           MOVE CatSubject TO SubjectCount
                       END-IF
                   END-IF
                   PERFORM ReadSubjectCatalogRecord
               END-PERFORM
               CLOSE SubjectCatalogFile
           END-IF
           IF SubjectCount = 0
               MOVE 5 TO SubjectCount
           END-IF.

       ReadSubjectCatalogRecord.
           READ SubjectCatalogFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> Credit hours per subject, every subject weighing one until
      *> the weight table says otherwise.
       LoadSubjectWeights.
           PERFORM VARYING SubjectIdx FROM 1 BY 1
                   UNTIL SubjectIdx > 20
               MOVE 1 TO SubjectWeight (SubjectIdx)
           END-PERFORM
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT SubjectWeightFile
           IF SubjectWeightFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadSubjectWeightRecord
               PERFORM UNTIL EndOfInputFile
                   IF WgtSubject >= 1 AND WgtSubject <= 20
                       MOVE WgtCredit TO SubjectWeight (WgtSubject)
                   END-IF
                   PERFORM ReadSubjectWeightRecord
               END-PERFORM
               CLOSE SubjectWeightFile
           END-IF.

       ReadSubjectWeightRecord.
           READ SubjectWeightFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       GetJobParm.
           MOVE "CompletionAudit" TO JpProgramId
           MOVE "N" TO JpParmFound
           CALL "JobParmGet" USING JpProgramId, JpParmName,
               JpParmValue, JpParmFound.

      *> Under NightlyBatch the operator identity comes from the
      *> job-parameter file, so the overnight stream no longer has
      *> to carry sign-on answers in exactly the right order.
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
           MOVE "CompletionAudit" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Students=" StudentsUsed " Credits="
               CreditsRequired
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING "Qual=" QualifiedCount " Track=" OnTrackCount
               " Behind=" BehindCount
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
