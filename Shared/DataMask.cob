       IDENTIFICATION DIVISION.
       PROGRAM-ID. DataMask.

      *> Shared personal-data masking.  Replaces a real name, date of
      *> birth, address or contact detail, or money amount with a
      *> recognizably fake one for the training and test copies.
      *> The fake value is worked out from the real one alone - a
      *> rolling check over its characters - so the same real value
      *> always masks to the same fake one in every file and on
      *> every refresh, and records that joined on it still join.
      *> Names come back as numbered trainees; a date of birth
      *> keeps its year, so ages stay plausible, with the month and
      *> day moved; an address becomes a numbered training street,
      *> town and post code, a phone number a dummy number; an
      *> amount is moved by between one and ten percent either way
      *> and never left as it was.  A blank or zero value carries
      *> nothing to hide and is passed back as it stands.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 HashSource PIC X(30).
       01 HashValue  PIC 9(9).
       01 HashIdx    PIC 9(2).

       01 WorkDob PIC 9(8).
       01 WorkDobParts REDEFINES WorkDob.
           05 WdYear  PIC 9(4).
           05 WdMonth PIC 9(2).
           05 WdDay   PIC 9(2).

       01 MaskedName.
           05 FILLER      PIC X(8) VALUE "TRAINEE-".
           05 MnSeq       PIC 9(6).
       01 MaskedStreet.
           05 MsNumber    PIC 9(4).
           05 FILLER      PIC X(14) VALUE " TRAINING ROAD".
       01 MaskedCity.
           05 FILLER      PIC X(10) VALUE "TRAINTOWN ".
           05 McNumber    PIC 9(2).
       01 MaskedPostCode.
           05 FILLER      PIC X(3) VALUE "TR ".
           05 MpNumber    PIC 9(5).
       01 MaskedPhone.
           05 FILLER      PIC X(4) VALUE "0000".
           05 MtNumber    PIC 9(8).

       01 AmountFactor PIC 9(3).

       LINKAGE SECTION.
           COPY MASKREQ.

       PROCEDURE DIVISION USING MaskKind, MaskValue, MaskResult,
               MaskAmountIn, MaskAmountOut.
       MainLine.
           MOVE SPACES TO MaskResult
           MOVE MaskAmountIn TO MaskAmountOut

           EVALUATE TRUE
               WHEN MaskMoneyAmount
                   IF MaskAmountIn > 0
                       PERFORM MaskAmount
                   END-IF
               WHEN MaskValue = SPACES
                   CONTINUE
               WHEN MaskPersonName
                   MOVE MaskValue TO HashSource
                   PERFORM ComputeHash
                   COMPUTE MnSeq = FUNCTION MOD(HashValue, 1000000)
                   MOVE MaskedName TO MaskResult
               WHEN MaskBirthDate
                   PERFORM MaskDateOfBirth
               WHEN MaskStreet
                   MOVE MaskValue TO HashSource
                   PERFORM ComputeHash
                   COMPUTE MsNumber = FUNCTION MOD(HashValue, 9999) + 1
                   MOVE MaskedStreet TO MaskResult
               WHEN MaskCity
                   MOVE MaskValue TO HashSource
                   PERFORM ComputeHash
                   COMPUTE McNumber = FUNCTION MOD(HashValue, 99) + 1
                   MOVE MaskedCity TO MaskResult
               WHEN MaskPostCode
                   MOVE MaskValue TO HashSource
                   PERFORM ComputeHash
                   COMPUTE MpNumber = FUNCTION MOD(HashValue, 100000)
                   MOVE MaskedPostCode TO MaskResult
               WHEN MaskPhone
                   MOVE MaskValue TO HashSource
                   PERFORM ComputeHash
                   COMPUTE MtNumber =
                       FUNCTION MOD(HashValue, 100000000)
                   MOVE MaskedPhone TO MaskResult
               WHEN OTHER
                   MOVE MaskValue TO MaskResult
           END-EVALUATE

           GOBACK.

      *> A rolling check over all thirty characters, so a change to
      *> any one of them, or two of them swapped, moves the result.
       ComputeHash.
           MOVE 0 TO HashValue
           PERFORM VARYING HashIdx FROM 1 BY 1
                   UNTIL HashIdx > 30
               COMPUTE HashValue = FUNCTION MOD(HashValue * 31
                   + FUNCTION ORD(HashSource(HashIdx:1)), 999999937)
           END-PERFORM.

      *> A date that is not a date is passed back as it stands -
      *> there is no birthday in it to give away.
       MaskDateOfBirth.
           IF MaskValue(1:8) IS NUMERIC
                   AND MaskValue(1:8) NOT = "00000000"
               MOVE MaskValue(1:8) TO HashSource
               PERFORM ComputeHash
               MOVE MaskValue(1:8) TO WorkDob
               COMPUTE WdMonth = FUNCTION MOD(HashValue, 12) + 1
               COMPUTE WdDay = FUNCTION MOD(HashValue / 12, 28) + 1
               IF WorkDob = MaskValue(1:8)
                   COMPUTE WdDay = FUNCTION MOD(WdDay, 28) + 1
               END-IF
               MOVE WorkDob TO MaskResult
           ELSE
               MOVE MaskValue TO MaskResult
           END-IF.

      *> Ninety to a hundred and ten percent, skipping a hundred, so
      *> a masked amount is never the real one.
       MaskAmount.
           MOVE MaskAmountIn TO HashSource
           PERFORM ComputeHash
           COMPUTE AmountFactor = FUNCTION MOD(HashValue, 20) + 90
           IF AmountFactor >= 100
               ADD 1 TO AmountFactor
           END-IF
           COMPUTE MaskAmountOut ROUNDED =
               MaskAmountIn * AmountFactor / 100
           IF MaskAmountOut = MaskAmountIn
               IF AmountFactor > 100
                   ADD 1 TO MaskAmountOut
               ELSE
                   SUBTRACT 1 FROM MaskAmountOut
               END-IF
           END-IF.
