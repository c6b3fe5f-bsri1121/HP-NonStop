      *> Request/answer fields for the shared DataMask subroutine.
      *> The caller names the kind of personal field and passes the
      *> real value; the fake value comes back in its place.  Text
      *> kinds use MaskValue and MaskResult, an amount uses
      *> MaskAmountIn and MaskAmountOut.  The same real value always
      *> masks to the same fake one, whichever file it came from,
      *> so joins between masked files still hold.
       01 MaskKind PIC X.
           88 MaskPersonName  VALUE "N".
           88 MaskBirthDate   VALUE "D".
           88 MaskStreet      VALUE "S".
           88 MaskCity        VALUE "C".
           88 MaskPostCode    VALUE "P".
           88 MaskPhone       VALUE "T".
           88 MaskMoneyAmount VALUE "A".
       01 MaskValue     PIC X(30).
       01 MaskResult    PIC X(30).
       01 MaskAmountIn  PIC 9(9).
       01 MaskAmountOut PIC 9(9).
