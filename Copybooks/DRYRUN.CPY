      *> Request fields for the shared DryRunForecast subroutine.  A
      *> batch program running validate-only opens a forecast for
      *> its run, hands over the image of every record it would have
      *> written (W) or rejected (R) instead of writing it, and
      *> closes the forecast at the end, when the per-file totals are
      *> printed.  The shared writers - exception log, audit trail,
      *> run statistics, generations, feed registry - ask (Q) whether
      *> a forecast is open before they touch their own files, so a
      *> dry run leaves every one of them exactly as it found them.
       01 FcstAction    PIC X.
           88 FcstOpenReport  VALUE "O".
           88 FcstWouldWrite  VALUE "W".
           88 FcstWouldReject VALUE "R".
           88 FcstCloseReport VALUE "C".
           88 FcstQuery       VALUE "Q".
       01 FcstProgramId PIC X(15).
       01 FcstFileName  PIC X(12).
       01 FcstImage     PIC X(200).
       01 FcstRunId     PIC X(14).
       01 FcstActive    PIC X.
           88 FcstReportOpen VALUE "Y".
