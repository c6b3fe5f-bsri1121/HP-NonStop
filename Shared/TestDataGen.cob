      *> total, so heavy nights were never rehearsed.  This program
      *> writes a configurable volume of valid details for any of
      *> the batch transaction files - ARITHTXN, DIVTXN, IFTXN,
      *> FACTTXN, GCTXN, APPLICANT, SALARIES - bracketed by the same
      *> H header and T trailer the consuming program proves
      *> (FACTTXN alone carries no controls, matching its consumer),
      *> or the employee master the salary feed is validated
      *> against, cut with the same employee IDs so a capacity run
      *> loads a master of any size beside a feed that matches it.
      *> Every file comes with a keyed percentage of deliberately
      *> bad details to exercise the reject paths and a keyed value
      *> ceiling to shape the distribution.  The values come from a
      *> seeded congruential generator, so a run is reproducible
      *> from its seed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  GeneratedFile.
       01  GeneratedLine PIC X(80).

       01  GeneratedHeaderView.
           05 HdrRecordType   PIC X.
           05 HdrFileDate     PIC 9(8).
           05 HdrSourceSystem PIC X(8).
           05 HdrLayoutVer    PIC X(2).

       01  GeneratedTrailerView.
           05 TrlRecordType  PIC X.
           05 GenSubject4  PIC 9(3).
           05 GenSubject5  PIC 9(3).
           05 GenClassCode PIC X(3).
           05 GenRecordType PIC X.
           05 GenLaterMarks.
               10 GenLaterMark PIC 9(3) OCCURS 15 TIMES.

       01  ApplicantDetailView.
           05 GenApplicantId   PIC X(10).
           05 GenApplicantName PIC X(20).
           05 GenApplicantDob  PIC 9(8).

       01  EmployeeDetailView.
           05 GenEmpId       PIC X(10).
           05 GenEmpName     PIC X(20).
           05 GenEmpDept     PIC X(4).
           05 GenEmpHireDate PIC 9(8).
           05 GenEmpStatus   PIC X.
           05 GenEmpTermDate PIC 9(8).

       01  SalaryDetailView.
           05 GenSalEmpId    PIC X(10).
           05 GenSalAmount   PIC 9(5).
           05 GenSalEarnType PIC X(4).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY NUMENTRY.
           COPY OPERATOR.
           COPY FEEDLAY.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
           88 GenFactTxn   VALUE 4.
           88 GenGradeTxn  VALUE 5.
           88 GenApplicant VALUE 6.
           88 GenEmpMaster VALUE 7.
           88 GenSalaries  VALUE 8.
           88 GenNoControls  VALUES 4 7.
           88 GenChoiceValid VALUES 1 THRU 8.

       01 GenPathTable.
           05 FILLER PIC X(44) VALUE "Data/Arithmatic/ARITHTXN.DAT".
           05 FILLER PIC X(44) VALUE "Data/Until/FACTTXN.DAT".
           05 FILLER PIC X(44) VALUE "Data/Nested/GCTXN.DAT".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/APPLICANT.DAT".
           05 FILLER PIC X(44) VALUE "Data/EvTrue/EMPMASTER.DAT".
           05 FILLER PIC X(44) VALUE "Data/EvTrue/SALARIES.DAT".
       01 GenPathView REDEFINES GenPathTable.
           05 GenPath PIC X(44) OCCURS 8 TIMES.

      *> The feed each file is, so its header carries the layout
      *> version the consumer reads today.
       01 GenFeedTable.
           05 FILLER PIC X(10) VALUE "ARITHTXN".
           05 FILLER PIC X(10) VALUE "DIVTXN".
           05 FILLER PIC X(10) VALUE "IFTXN".
           05 FILLER PIC X(10) VALUE "FACTTXN".
           05 FILLER PIC X(10) VALUE "GCTXN".
           05 FILLER PIC X(10) VALUE "APPLICANT".
           05 FILLER PIC X(10) VALUE "EMPMASTER".
           05 FILLER PIC X(10) VALUE "SALARIES".
       01 GenFeedView REDEFINES GenFeedTable.
           05 GenFeedName PIC X(10) OCCURS 8 TIMES.

       01 DetailVolume PIC 9(7).
       01 BadPercent   PIC 9(2).

           OPEN OUTPUT GeneratedFile.

           IF NOT GenNoControls
               PERFORM WriteGeneratedHeader
           END-IF.

               VARYING DetailIdx FROM 1 BY 1
                   UNTIL DetailIdx > DetailVolume.

           IF NOT GenNoControls
               PERFORM WriteGeneratedTrailer
           END-IF.

           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
               TO HdrFileDate
           MOVE "TESTGEN" TO HdrSourceSystem
           MOVE "Q" TO FlyAction
           MOVE GenFeedName (GenFileChoice) TO FlyFeedName
           CALL "FeedLayout" USING FlyAction, FlyFeedName,
               FlyHeaderVersion, FlyProgram, FlyOperId, FlyRunId,
               FlyLayoutVersion, FlyCurrentVersion, FlyVerdict
           MOVE FlyCurrentVersion TO HdrLayoutVer
           WRITE GeneratedLine.

      *> One detail per pass: positioned in its hundred to decide
                   PERFORM GenerateGradeDetail
               WHEN GenApplicant
                   PERFORM GenerateApplicantDetail
               WHEN GenEmpMaster
                   PERFORM GenerateEmployeeDetail
               WHEN GenSalaries
                   PERFORM GenerateSalaryDetail
           END-EVALUATE
           WRITE GeneratedLine.

           COMPUTE RandValue = FUNCTION MOD(RandValue, 3) + 1
           STRING "C0" RandValue(9:1)
               DELIMITED BY SIZE INTO GenClassCode
      *> Test marks cover the five standing subjects; the columns
      *> for any later subject are cut as zero.
           MOVE ZEROS TO GenLaterMarks
           IF SpoilThisDetail
               MOVE "XX " TO GeneratedLine(11:3)
               COMPUTE HashAccum = HashAccum
               ADD GenApplicantDob TO HashAccum
           END-IF.

      *> The employee master carries no controls, so a bad row is
      *> an employee deactivated with no last day worked - every
      *> salary line cut for that ID rejects as a leaver.
       GenerateEmployeeDetail.
           MOVE SPACES TO GeneratedLine
           MOVE DetailIdx TO WorkSeq
           MOVE SPACES TO GenEmpId
           STRING "EMP" WorkSeq
               DELIMITED BY SIZE INTO GenEmpId
           MOVE SPACES TO GenEmpName
           STRING "TEST EMPLOYEE " WorkSeq(3:5)
               DELIMITED BY SIZE INTO GenEmpName
           PERFORM DrawRandValue
           IF FUNCTION MOD(RandValue, 2) = 0
               MOVE "ADMN" TO GenEmpDept
           ELSE
               MOVE "FINC" TO GenEmpDept
           END-IF
           PERFORM DrawRandValue
           COMPUTE WorkYear =
               2000 + FUNCTION MOD(RandValue, 20)
           COMPUTE GenEmpHireDate = WorkYear * 10000 + 101
           MOVE 0 TO GenEmpTermDate
           IF SpoilThisDetail
               MOVE "I" TO GenEmpStatus
           ELSE
               MOVE "A" TO GenEmpStatus
           END-IF.

      *> One basic-salary line per employee, in the master's ID
      *> order.  A bad line names an employee the master does not
      *> carry; its amount still enters the hash, since upstream
      *> hashed it.
       GenerateSalaryDetail.
           MOVE SPACES TO GeneratedLine
           MOVE DetailIdx TO WorkSeq
           MOVE SPACES TO GenSalEmpId
           IF SpoilThisDetail
               STRING "EMX" WorkSeq
                   DELIMITED BY SIZE INTO GenSalEmpId
           ELSE
               STRING "EMP" WorkSeq
                   DELIMITED BY SIZE INTO GenSalEmpId
           END-IF
           PERFORM DrawRandValue
           COMPUTE GenSalAmount =
               FUNCTION MOD(RandValue, ValueCeiling) + 1
           MOVE "BASE" TO GenSalEarnType
           ADD GenSalAmount TO HashAccum.

       WriteGeneratedTrailer.
           MOVE SPACES TO GeneratedLine
           MOVE "T" TO TrlRecordType

       AcceptFileChoice.
           DISPLAY "File - 1 ARITHTXN, 2 DIVTXN, 3 IFTXN, "
               "4 FACTTXN, 5 GCTXN, 6 APPLICANT, 7 EMPMASTER, "
               "8 SALARIES: "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
                       10)
               IF NOT GenChoiceValid
                   MOVE "N" TO NumEntryValid
                   DISPLAY "Invalid entry - pick 1 to 8."
               END-IF
           ELSE
               DISPLAY "Invalid entry - numeric value required."
