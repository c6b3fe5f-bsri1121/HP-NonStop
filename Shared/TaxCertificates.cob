       DATA DIVISION.
       FILE SECTION.
       FD  PayrollDeductionFile.
       01  PayrollFeedLine PIC X(113).

      *> Work file for sorting the feed into employee order ahead
      *> of the certificate break.
       SD  PayrollSortFile.
       01  PayrollSortRecord.
           05 SrtEmployeeId PIC X(10).
           05 SrtRest       PIC X(103).

       FD  PayrollSortedFile.
           COPY PAYDED.
       01 RecordYear  PIC 9(4).

      *> The employee master held in storage so each certificate
      *> can carry the employee's name, not just the bare ID - sized
      *> for the same 20000 staff the payroll run holds.
       01 EmployeeTable.
           05 EmployeeEntry OCCURS 20000 TIMES.
               10 TblEmpId   PIC X(10).
               10 TblEmpName PIC X(20).
       01 EmployeeUsed PIC 9(5) VALUE 0.
       01 EmployeeIdx  PIC 9(5).
       01 LookupName   PIC X(20).

      *> One employee's accumulation across the year's records.
       01 EmpTax     PIC 9(9)V99 VALUE 0.
       01 EmpRecords PIC 9(5)    VALUE 0.

      *> The year-end settlement posted for the employee, if any -
      *> the certificate's tax is the settled liability, so what
      *> payroll withheld and what the true-up moved are shown
      *> separately above it.
       01 EmpSettlement PIC S9(9)V99 VALUE 0.
       01 EmpWithheld   PIC S9(9)V99 VALUE 0.
       01 WS-Settled-Flag PIC X VALUE "N".
           88 EmployeeSettled VALUE "Y".

       01 CertificateCount PIC 9(5) VALUE 0.

       01 EmployeeLine.
           05 FILLER      PIC X(5)  VALUE " tax ".
           05 HlnTax      PIC Z,ZZZ,ZZ9.99.

      *> A retroactive correction posted later in the year, shown
      *> against the period it corrects with its signed differences.
       01 AdjustmentLine.
           05 FILLER      PIC X(8)  VALUE "Adjusts ".
           05 AlnPeriod   PIC X(6).
           05 FILLER      PIC X(7)  VALUE " gross ".
           05 AlnGross    PIC -ZZZZ9.
           05 FILLER      PIC X(9)  VALUE " taxable ".
           05 AlnTaxable  PIC -ZZZZ9.
           05 FILLER      PIC X(19) VALUE "                tax".
           05 AlnTax      PIC -Z,ZZZ,ZZ9.99.

      *> A year-end true-up row, shown against the final period it
      *> was posted in with its signed settlement.
       01 TrueUpLine.
           05 FILLER      PIC X(8)  VALUE "Settles ".
           05 TlnPeriod   PIC X(6).
           05 FILLER      PIC X(36)
               VALUE " year-end withholding true-up    tax".
           05 TlnSettle   PIC -Z,ZZZ,ZZ9.99.

       01 SettlementLine.
           05 SlnLabel    PIC X(29).
           05 SlnAmount   PIC -ZZZ,ZZZ,ZZ9.99.

       01 TotalsLine.
           05 FILLER      PIC X(15) VALUE "Year totals:  g".
           05 FILLER      PIC X(5)  VALUE "ross ".
      *> closes the previous certificate and opens the next, and
      *> every in-year record adds one bracket-history line.
       CertifyOneRecord.
           IF PayrollTrueUpEntry
               MOVE PayrollAdjOfPeriod(1:4) TO RecordYear
           ELSE
               MOVE RunStampDate(1:4) TO RecordYear
           END-IF
           IF RecordYear = CertYear
               IF NOT CertificateOpen
                       OR PayrollEmployeeId NOT = CurrentEmployeeId
           MOVE 0 TO EmpTaxable
           MOVE 0 TO EmpTax
           MOVE 0 TO EmpRecords
           MOVE 0 TO EmpSettlement
           MOVE "N" TO WS-Settled-Flag
           SET CertificateOpen TO TRUE
           ADD 1 TO CertificateCount

      *> the bracket walk, so the gross stands in for it.
       WriteHistoryLine.
           ADD 1 TO EmpRecords
           EVALUATE TRUE
               WHEN PayrollAdjustmentEntry
                   PERFORM WriteAdjustmentLine
               WHEN PayrollTrueUpEntry
                   PERFORM WriteTrueUpLine
               WHEN OTHER
                   PERFORM WriteRegularLine
           END-EVALUATE.

       WriteRegularLine.
           ADD PayrollSalary    TO EmpGross
           IF PayrollTaxable NUMERIC
               ADD PayrollTaxable TO EmpTaxable
           MOVE HistoryLine TO CertificateLine
           WRITE CertificateLine.

      *> An adjustment row carries no ordinary amounts - its signed
      *> differences move the year totals up or down instead.
       WriteAdjustmentLine.
           MOVE 0 TO AlnGross AlnTaxable AlnTax
           IF PayrollAdjSalary NUMERIC
               ADD PayrollAdjSalary TO EmpGross
               MOVE PayrollAdjSalary TO AlnGross
           END-IF
           IF PayrollAdjTaxable NUMERIC
               ADD PayrollAdjTaxable TO EmpTaxable
               MOVE PayrollAdjTaxable TO AlnTaxable
           END-IF
           IF PayrollAdjTax NUMERIC
               ADD PayrollAdjTax TO EmpTax
               MOVE PayrollAdjTax TO AlnTax
           END-IF
           MOVE PayrollAdjOfPeriod TO AlnPeriod
           MOVE AdjustmentLine TO CertificateLine
           WRITE CertificateLine.

      *> The settlement moves the year's tax to the liability the
      *> true-up computed on the whole year's pay.
       WriteTrueUpLine.
           MOVE 0 TO TlnSettle
           IF PayrollAdjTax NUMERIC
               ADD PayrollAdjTax TO EmpTax
               ADD PayrollAdjTax TO EmpSettlement
               MOVE PayrollAdjTax TO TlnSettle
           END-IF
           SET EmployeeSettled TO TRUE
           MOVE PayrollPeriodId TO TlnPeriod
           MOVE TrueUpLine TO CertificateLine
           WRITE CertificateLine.

      *> The year totals and the standard footing close out one
      *> employee's certificate.  A settled year shows what payroll
      *> withheld and the settlement ahead of the totals, whose tax
      *> is then the settled figure.
       CloseCertificate.
           MOVE SPACES TO CertificateLine
           WRITE CertificateLine
           IF EmployeeSettled
               COMPUTE EmpWithheld = EmpTax - EmpSettlement
               MOVE "Tax withheld through payroll" TO SlnLabel
               MOVE EmpWithheld TO SlnAmount
               MOVE SettlementLine TO CertificateLine
               WRITE CertificateLine
               MOVE "Year-end settlement" TO SlnLabel
               MOVE EmpSettlement TO SlnAmount
               MOVE SettlementLine TO CertificateLine
               WRITE CertificateLine
               MOVE "Settled tax for the year" TO SlnLabel
               MOVE EmpTax TO SlnAmount
               MOVE SettlementLine TO CertificateLine
               WRITE CertificateLine
           END-IF
           MOVE EmpGross   TO TlnGross
           MOVE EmpTaxable TO TlnTaxable
           MOVE EmpTax     TO TlnTax
           ELSE
               PERFORM ReadEmployeeMasterRecord
               PERFORM UNTIL EndOfEmployeeMasterFile
                   IF EmployeeUsed < 20000
                       ADD 1 TO EmployeeUsed
                       MOVE EmpId   TO TblEmpId (EmployeeUsed)
                       MOVE EmpName TO TblEmpName (EmployeeUsed)
