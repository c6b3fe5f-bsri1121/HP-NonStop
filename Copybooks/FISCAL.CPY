      *> Request/answer fields for the shared FiscalCalc subroutine,
      *> which works the finance year's 4-4-5 style calendar off
      *> the fiscal calendar file.  Function D turns FiscalDate
      *> into its fiscal year, period (1-12), quarter and week of
      *> the year (1-53), and returns the period's first and last
      *> days; function P takes FiscalYear and FiscalPeriod and
      *> returns that period's first and last days and quarter.
      *> FiscalFound is N when the date or year falls outside every
      *> fiscal year on file.
       01 FiscalFunction    PIC X.
       01 FiscalDate        PIC 9(8).
       01 FiscalYear        PIC 9(4).
       01 FiscalPeriod      PIC 9(2).
       01 FiscalQuarter     PIC 9.
       01 FiscalWeek        PIC 9(2).
       01 FiscalPeriodStart PIC 9(8).
       01 FiscalPeriodEnd   PIC 9(8).
       01 FiscalFound       PIC X.
           88 FiscalOk VALUE "Y".
