      *> count - one projection schedule per account with the
      *> account ID carried onto every ledger record, and closes
      *> with a summary report of closing values by account and a
      *> portfolio total.  The opening value is the balance the
      *> position posting run has rolled forward through the
      *> account's transactions, and the summary shows the date it
      *> stands as at, so a projection is never taken from a figure
      *> typed onto the file by hand.  A loan position is
      *> amortized instead, showing its level payment; its closing
      *> value is what is still owed at the end of its term, and
      *> the principal lent out is totalled on its own line.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> One position per row: the account, its opening value, the
      *> scenario whose rate projects it, and the horizon.
       FD  PositionFile.
           COPY POSITION.

       FD  PortfolioReportFile.
       01  PortfolioReportLine PIC X(100).

       01 PositionCount  PIC 9(5) VALUE 0.
       01 PortfolioTotal PIC 9(9)V99 VALUE 0.
       01 LoanTotal      PIC 9(9)V99 VALUE 0.

       01 PortfolioDetail.
           05 PdlAccountId PIC X(10).
           05 PdlOpening   PIC ZZZ,ZZ9.99.
           05 FILLER       PIC X(9)  VALUE " closing ".
           05 PdlClosing   PIC ZZZ,ZZ9.99.
           05 FILLER       PIC X(7)  VALUE " as at ".
           05 PdlAsAt      PIC X(8).
           05 PdlPmtLabel  PIC X(5).
           05 PdlPayment   PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.

       01 PortfolioTotalLine.
           05 FILLER       PIC X(16) VALUE "PORTFOLIO TOTAL ".
           05 PtlTotal     PIC ZZZ,ZZZ,ZZ9.99.

       01 LoanTotalLine.
           05 FILLER       PIC X(16) VALUE "LOAN PRINCIPAL  ".
           05 LtlTotal     PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           MOVE PortfolioTotalLine TO PortfolioReportLine.
           WRITE PortfolioReportLine.
           DISPLAY PortfolioTotalLine.
           IF LoanTotal > 0
               MOVE LoanTotal TO LtlTotal
               MOVE LoanTotalLine TO PortfolioReportLine
               WRITE PortfolioReportLine
               DISPLAY LoanTotalLine
           END-IF.

           CLOSE PortfolioReportFile.

           MOVE 0 TO Num2
           MOVE PosPeriods  TO ProjectionPeriods
           MOVE PosScenario TO ProjectionScenario
           MOVE PosOpeningVal TO PrjOpeningVal
           MOVE 0 TO PrjTargetVal
           MOVE PosAccountId TO PrjAccountId
           IF PosLoan
               MOVE "A" TO PrjFunction
               IF PosLoanRatePct NUMERIC
                   MOVE PosLoanRatePct TO PrjLoanRatePct
               ELSE
                   MOVE 0 TO PrjLoanRatePct
               END-IF
               ADD PosOpeningVal TO LoanTotal
           ELSE
               MOVE "P" TO PrjFunction
           END-IF
           CALL "RateProjector" USING Num1, Num2, ProjectionResult,
               ProjectionPeriods, ProjectionScenario,
               ProjectionRequest
           ADD PrjComputedVal TO PortfolioTotal
           MOVE PosAccountId   TO PdlAccountId
           MOVE PosScenario    TO PdlScenario
           MOVE SPACES TO PdlPmtLabel
           MOVE 0 TO PdlPayment
           IF PosLoan
               MOVE "LOAN" TO PdlScenario
               MOVE " pmt " TO PdlPmtLabel
               MOVE PrjPayment TO PdlPayment
           END-IF
           MOVE PosOpeningVal  TO PdlOpening
           MOVE PrjComputedVal TO PdlClosing
           IF PosPostedThru NUMERIC AND PosPostedThru > 0
               MOVE PosPostedThru TO PdlAsAt
           ELSE
               MOVE "unposted" TO PdlAsAt
           END-IF
           MOVE PortfolioDetail TO PortfolioReportLine
           WRITE PortfolioReportLine
           DISPLAY PortfolioDetail.
