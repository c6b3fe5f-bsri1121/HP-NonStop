      *> run can finally answer the question finance reconciles at
      *> year end: each employee's accumulated salary and tax across
      *> the year.  One line per employee for the keyed year, with
      *> grand totals, on a print-image report.  Under each
      *> employee, and again for the whole year, the earnings
      *> register breaks the pay down by earnings type.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               "Data/EvTrue/EMPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EmployeeMasterFileStatus.
           SELECT EarningsFile ASSIGN TO
               "Data/EvTrue/EARNINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EarningsFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  EmployeeMasterFile.
           COPY EMPREC.

      *> The earnings register TaxSlab appends to - each earnings
      *> line paid, by type.
       FD  EarningsFile.
           COPY EARNREC.

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.

      *> Per-employee year accumulation, each entry carrying the
      *> department looked up from the employee master so the report
      *> can group and subtotal by department.  Sized, with the
      *> master table below, for the 20000 staff the payroll run
      *> holds.
       01 YtdTable.
           05 YtdEntry OCCURS 20000 TIMES.
               10 YtdEmployeeId PIC X(10).
               10 YtdDept       PIC X(4).
               10 YtdSalary     PIC 9(9).
               10 YtdTax        PIC 9(9)V99.
               10 YtdRecords    PIC 9(5).
               10 YtdEarnUsed   PIC 9(2).
               10 YtdEarnEntry OCCURS 10 TIMES.
                   15 YtdEarnType   PIC X(4).
                   15 YtdEarnAmount PIC 9(9).
       01 YtdUsed PIC 9(5) VALUE 0.
       01 YtdIdx  PIC 9(5).

      *> Per-department subtotals, built alongside the employee
      *> accumulation.  An ID missing from the master reports under
      *> The employee master held in storage for the name and
      *> department lookups.
       01 EmployeeTable.
           05 EmployeeEntry OCCURS 20000 TIMES.
               10 TblEmpId   PIC X(10).
               10 TblEmpName PIC X(20).
               10 TblEmpDept PIC X(4).
       01 EmployeeUsed PIC 9(5) VALUE 0.
       01 EmployeeIdx  PIC 9(5).

       01 EarningsFileStatus PIC XX.
           88 EarningsFileNotFound VALUE "35".

       01 WS-Ern-Eof-Flag PIC X VALUE "N".
           88 EndOfEarningsFile VALUE "Y".

       01 WS-Ern-Found-Flag PIC X VALUE "N".
           88 EarnTypeFound VALUE "Y".

      *> The whole year's earnings by type, for the section at the
      *> foot of the report.
       01 EarnTypeTable.
           05 EarnTypeEntry OCCURS 20 TIMES.
               10 EarnTypeCode   PIC X(4).
               10 EarnTypeAmount PIC 9(11).
       01 EarnTypeUsed PIC 9(2) VALUE 0.
       01 EarnTypeIdx  PIC 9(2).
       01 YtdEarnIdx   PIC 9(2).

       01 EarnTypeLine.
           05 FILLER       PIC X(4) VALUE SPACES.
           05 EtlEarnType  PIC X(4).
           05 FILLER       PIC X(11) VALUE "  earnings ".
           05 EtlAmount    PIC ZZZ,ZZZ,ZZZ,ZZ9.

       01 LookupEmpId PIC X(10).
       01 LookupDept  PIC X(4).
           PERFORM LoadEmployeeMaster.

           PERFORM AccumulateYear.
           PERFORM AccumulateEarnings.

           OPEN OUTPUT YtdReportFile.
           PERFORM WriteYtdReport.
           ELSE
               PERFORM ReadPayrollRecord
               PERFORM UNTIL EndOfPayrollFile
                   IF PayrollTrueUpEntry
                       MOVE PayrollAdjOfPeriod(1:4) TO RecordYear
                   ELSE
                       MOVE RunStampDate OF PayrollDeductionRecord
                           (1:4) TO RecordYear
                   END-IF
                   IF RecordYear = YtdYear
                       ADD 1 TO RecordCount
                       PERFORM AccumulateOneRecord
           ELSE
               PERFORM ReadEmployeeMasterRecord
               PERFORM UNTIL EndOfEmployeeMasterFile
                   IF EmployeeUsed < 20000
                       ADD 1 TO EmployeeUsed
                       MOVE EmpId   TO TblEmpId (EmployeeUsed)
                       MOVE EmpName TO TblEmpName (EmployeeUsed)
               END-IF
           END-PERFORM
           IF NOT EmployeeFound
               IF YtdUsed < 20000
                   ADD 1 TO YtdUsed
                   MOVE YtdUsed TO YtdIdx
                   MOVE PayrollEmployeeId TO YtdEmployeeId (YtdIdx)
                   MOVE 0 TO YtdSalary (YtdIdx)
                   MOVE 0 TO YtdTax (YtdIdx)
                   MOVE 0 TO YtdRecords (YtdIdx)
                   MOVE 0 TO YtdEarnUsed (YtdIdx)
               ELSE
                   DISPLAY "Employee table full - "
                       PayrollEmployeeId " not totaled."
               ADD 1 TO YtdRecords (YtdIdx)
               ADD PayrollSalary    TO GrandSalary
               ADD PayrollTaxAmount TO GrandTax
               IF PayrollAdjustmentEntry OR PayrollTrueUpEntry
                   PERFORM AccumulateAdjustment
               END-IF
               PERFORM AccumulateDeptTotals
           END-IF.

           IF DeptIdx <= DeptUsed
               ADD PayrollSalary    TO DeptSalary (DeptIdx)
               ADD PayrollTaxAmount TO DeptTax (DeptIdx)
               IF PayrollAdjSalary NUMERIC
                   ADD PayrollAdjSalary TO DeptSalary (DeptIdx)
               END-IF
               IF PayrollAdjTax NUMERIC
                   ADD PayrollAdjTax TO DeptTax (DeptIdx)
               END-IF
               ADD 1 TO DeptRecords (DeptIdx)
           END-IF.

      *> A retroactive correction's signed differences move the
      *> employee, department and grand totals by the amount the
      *> closed period was out - its ordinary amounts are zero.  A
      *> year-end true-up moves the tax the same way, and counts in
      *> the year it settles even when run after the year closes.
       AccumulateAdjustment.
           IF PayrollAdjSalary NUMERIC
               ADD PayrollAdjSalary TO YtdSalary (YtdIdx)
               ADD PayrollAdjSalary TO GrandSalary
           END-IF
           IF PayrollAdjTax NUMERIC
               ADD PayrollAdjTax TO YtdTax (YtdIdx)
               ADD PayrollAdjTax TO GrandTax
           END-IF.

      *> The earnings register's rows for the year into the
      *> employee's earnings by type and the year's totals by
      *> type.  A register row for an employee with no deduction
      *> row still counts in the year's totals.
       AccumulateEarnings.
           MOVE "N" TO WS-Ern-Eof-Flag
           OPEN INPUT EarningsFile
           IF EarningsFileNotFound
               DISPLAY "Earnings register not on disk - no "
                   "earnings by type."
           ELSE
               PERFORM ReadEarningsRecord
               PERFORM UNTIL EndOfEarningsFile
                   IF RunStampDate OF EarningsRecord (1:4) = YtdYear
                           AND ErnAmount NUMERIC
                       PERFORM AccumulateOneEarning
                   END-IF
                   PERFORM ReadEarningsRecord
               END-PERFORM
               CLOSE EarningsFile
           END-IF.

       ReadEarningsRecord.
           READ EarningsFile
               AT END SET EndOfEarningsFile TO TRUE
           END-READ.

       AccumulateOneEarning.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING YtdIdx FROM 1 BY 1
                   UNTIL YtdIdx > YtdUsed OR EmployeeFound
               IF YtdEmployeeId (YtdIdx) = ErnEmployeeId
                   SET EmployeeFound TO TRUE
                   SUBTRACT 1 FROM YtdIdx
               END-IF
           END-PERFORM
           IF EmployeeFound
               PERFORM AccumulateEmployeeEarning
           END-IF

           MOVE "N" TO WS-Ern-Found-Flag
           PERFORM VARYING EarnTypeIdx FROM 1 BY 1
                   UNTIL EarnTypeIdx > EarnTypeUsed OR EarnTypeFound
               IF EarnTypeCode (EarnTypeIdx) = ErnEarnType
                   SET EarnTypeFound TO TRUE
                   SUBTRACT 1 FROM EarnTypeIdx
               END-IF
           END-PERFORM
           IF NOT EarnTypeFound
               IF EarnTypeUsed < 20
                   ADD 1 TO EarnTypeUsed
                   MOVE EarnTypeUsed TO EarnTypeIdx
                   MOVE ErnEarnType TO EarnTypeCode (EarnTypeIdx)
                   MOVE 0 TO EarnTypeAmount (EarnTypeIdx)
               ELSE
                   DISPLAY "Earnings-type table full - "
                       ErnEarnType " not totaled."
               END-IF
           END-IF
           IF EarnTypeIdx <= EarnTypeUsed
               ADD ErnAmount TO EarnTypeAmount (EarnTypeIdx)
           END-IF.

      *> The same row into the employee's own earnings by type.
       AccumulateEmployeeEarning.
           MOVE "N" TO WS-Ern-Found-Flag
           PERFORM VARYING YtdEarnIdx FROM 1 BY 1
                   UNTIL YtdEarnIdx > YtdEarnUsed (YtdIdx)
                       OR EarnTypeFound
               IF YtdEarnType (YtdIdx, YtdEarnIdx) = ErnEarnType
                   SET EarnTypeFound TO TRUE
                   SUBTRACT 1 FROM YtdEarnIdx
               END-IF
           END-PERFORM
           IF NOT EarnTypeFound
               IF YtdEarnUsed (YtdIdx) < 10
                   ADD 1 TO YtdEarnUsed (YtdIdx)
                   MOVE YtdEarnUsed (YtdIdx) TO YtdEarnIdx
                   MOVE ErnEarnType TO YtdEarnType (YtdIdx, YtdEarnIdx)
                   MOVE 0 TO YtdEarnAmount (YtdIdx, YtdEarnIdx)
               ELSE
                   DISPLAY "Earnings types full for "
                       ErnEmployeeId " - " ErnEarnType
                       " not totaled."
               END-IF
           END-IF
           IF YtdEarnIdx <= YtdEarnUsed (YtdIdx)
               ADD ErnAmount TO YtdEarnAmount (YtdIdx, YtdEarnIdx)
           END-IF.

       WriteYtdReport.
           MOVE "PAYROLL YEAR-TO-DATE REPORT" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           MOVE RecordCount TO DtlRecords
           MOVE DetailLine TO YtdReportLine
           WRITE YtdReportLine
           DISPLAY DetailLine

           IF EarnTypeUsed > 0
               MOVE SPACES TO YtdReportLine
               WRITE YtdReportLine
               MOVE "EARNINGS BY TYPE" TO YtdReportLine
               WRITE YtdReportLine
               DISPLAY YtdReportLine
               PERFORM VARYING EarnTypeIdx FROM 1 BY 1
                       UNTIL EarnTypeIdx > EarnTypeUsed
                   MOVE EarnTypeCode (EarnTypeIdx) TO EtlEarnType
                   MOVE EarnTypeAmount (EarnTypeIdx) TO EtlAmount
                   MOVE EarnTypeLine TO YtdReportLine
                   WRITE YtdReportLine
                   DISPLAY EarnTypeLine
               END-PERFORM
           END-IF.

      *> One department's section: its heading, its employees'
      *> lines, and a subtotal line under them.
           MOVE LookupName TO DtlName
           MOVE DetailLine TO YtdReportLine
           WRITE YtdReportLine
           DISPLAY DetailLine
           PERFORM VARYING YtdEarnIdx FROM 1 BY 1
                   UNTIL YtdEarnIdx > YtdEarnUsed (YtdIdx)
               MOVE YtdEarnType (YtdIdx, YtdEarnIdx) TO EtlEarnType
               MOVE YtdEarnAmount (YtdIdx, YtdEarnIdx) TO EtlAmount
               MOVE EarnTypeLine TO YtdReportLine
               WRITE YtdReportLine
           END-PERFORM.

      *> Re-prompts until the operator signs on with a recognized ID
      *> and password, before any processing begins.
