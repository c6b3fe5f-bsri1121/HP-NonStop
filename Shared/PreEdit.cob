           COPY JOBPARM.
           COPY RPTHDR.
           COPY DATECHK.
           COPY FEEDLAY.
       01 EditInFileName  PIC X(44).
       01 EditOutFileName PIC X(56).

           88 EndOfEditInFile VALUE "Y".

      *> The transaction files this pass edits, with a layout type
      *> steering the field rules applied to each and the feed name
      *> its header's layout version is proved under.
       01 EditFileTable.
           05 FILLER PIC X(44) VALUE "Data/Arithmatic/ARITHTXN.DAT".
           05 FILLER PIC X     VALUE "1".
           05 FILLER PIC X(10) VALUE "ARITHTXN".
           05 FILLER PIC X(44) VALUE "Data/Divide/DIVTXN.DAT".
           05 FILLER PIC X     VALUE "2".
           05 FILLER PIC X(10) VALUE "DIVTXN".
           05 FILLER PIC X(44) VALUE "Data/If/IFTXN.DAT".
           05 FILLER PIC X     VALUE "1".
           05 FILLER PIC X(10) VALUE "IFTXN".
           05 FILLER PIC X(44) VALUE "Data/Ifelse/IETXN.DAT".
           05 FILLER PIC X     VALUE "3".
           05 FILLER PIC X(10) VALUE "IETXN".
           05 FILLER PIC X(44) VALUE "Data/Nested/GCTXN.DAT".
           05 FILLER PIC X     VALUE "4".
           05 FILLER PIC X(10) VALUE "GCTXN".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/APPLICANT.DAT".
           05 FILLER PIC X     VALUE "5".
           05 FILLER PIC X(10) VALUE "APPLICANT".
       01 EditFileView REDEFINES EditFileTable.
           05 EditFileEntry OCCURS 6 TIMES.
               10 EditFilePath PIC X(44).
               10 EditFileType PIC X.
               10 EditFileFeed PIC X(10).
       01 FileIdx PIC 9.

       01 CurrentLine  PIC X(80).
       01 CleanHash       PIC 9(12).
       01 SetAsideCount   PIC 9(7).
       01 TotalSetAside   PIC 9(7) VALUE 0.
       01 MarkIdx         PIC 9(2).
       01 MarkPos         PIC 9(2).
      *> Marks on a grade detail - twenty in the current layout,
      *> five in the one before it.
       01 MarkCount       PIC 9(2) VALUE 20.

       01 WS-Record-Flag PIC X.
           88 RecordClean VALUE "Y".
           IF EditInLine(1:1) NOT = "H"
               PERFORM ReportIncomingFailure
           ELSE
               PERFORM CheckIncomingLayout
               IF FlyLayoutUnknown
                   PERFORM ReportUnknownLayout
               ELSE
                   PERFORM AddIncomingHash DetailExpected TIMES
                   READ EditInFile END-READ
                   EVALUATE TRUE
                       WHEN EditInLine(1:1) NOT = "T"
                           PERFORM ReportIncomingFailure
                       WHEN EditInLine(2:7) NOT NUMERIC
                           OR EditInLine(9:12) NOT NUMERIC
                           PERFORM ReportIncomingFailure
                       WHEN FUNCTION NUMVAL(EditInLine(2:7))
                               NOT = DetailExpected
                           PERFORM ReportIncomingFailure
                       WHEN FUNCTION NUMVAL(EditInLine(9:12))
                               NOT = IncomingHash
                           PERFORM ReportIncomingFailure
                       WHEN OTHER
                           SET IncomingControlsOk TO TRUE
                   END-EVALUATE
               END-IF
           END-IF
           CLOSE EditInFile.

                   END-IF
               WHEN "4"
                   PERFORM VARYING MarkIdx FROM 1 BY 1
                           UNTIL MarkIdx > 20
                       PERFORM LocateMark
                       IF CurrentLine(MarkPos:3) IS NUMERIC
                           ADD FUNCTION NUMVAL(CurrentLine(MarkPos:3))
                               TO IncomingHash
           DISPLAY FUNCTION TRIM(EditFilePath (FileIdx))
               ": left untouched - sequence will stop.".

      *> The header's layout version is proved the same way the
      *> production step will prove it, so a file cut in a layout
      *> the suite does not read stops the sequence here, untouched.
       CheckIncomingLayout.
           MOVE "C" TO FlyAction
           MOVE EditFileFeed (FileIdx) TO FlyFeedName
           MOVE EditInLine(18:2) TO FlyHeaderVersion
           MOVE "PreEdit" TO FlyProgram
           MOVE OperatorId TO FlyOperId
           MOVE RunIdValue TO FlyRunId
           CALL "FeedLayout" USING FlyAction, FlyFeedName,
               FlyHeaderVersion, FlyProgram, FlyOperId, FlyRunId,
               FlyLayoutVersion, FlyCurrentVersion, FlyVerdict
           IF FlyLayoutPrevious
               MOVE 5 TO MarkCount
           ELSE
               MOVE 20 TO MarkCount
           END-IF.

       ReportUnknownLayout.
           MOVE EditFilePath (FileIdx) TO RptFilePath
           MOVE "LAYOUT VERSION NOT RECOGNIZED" TO RptReason
           MOVE EditInLine TO RptImage
           MOVE ReportDetail TO EditReportLine
           WRITE EditReportLine
           DISPLAY ReportDetail
           DISPLAY FUNCTION TRIM(EditFilePath (FileIdx))
               ": left untouched - sequence will stop.".

       CountFileLines.
           MOVE 0 TO TotalLines
           MOVE "N" TO WS-Eof-Flag
               MOVE "OPERAND NOT SIGNED NUMERIC" TO EditReason
           END-IF.

      *> Every subject mark, each all digits and within 0-100 - or,
      *> on a resit line (R after the class code), one mark in the
      *> first column for the subject number behind it.
       EditMarkSheet.
           EVALUATE TRUE
               WHEN CurrentLine(1:10) = SPACES
                   MOVE "N" TO WS-Record-Flag
                   MOVE "STUDENT ID MISSING" TO EditReason
               WHEN CurrentLine(29:1) = "R"
                   PERFORM EditResitMark
               WHEN OTHER
                   PERFORM EditOneMark
                       VARYING MarkIdx FROM 1 BY 1
                           UNTIL MarkIdx > MarkCount
                               OR NOT RecordClean
           END-EVALUATE.

       EditOneMark.
           PERFORM LocateMark
           IF CurrentLine(MarkPos:3) IS NUMERIC
               MOVE CurrentLine(MarkPos:3) TO WorkMark
               IF WorkMark > 100
                   MOVE "N" TO WS-Record-Flag
                   MOVE "MARK OUTSIDE 0-100" TO EditReason
               END-IF
           ELSE
               MOVE "N" TO WS-Record-Flag
               MOVE "MARK NOT NUMERIC" TO EditReason
           END-IF.

       EditResitMark.
           EVALUATE TRUE
               WHEN CurrentLine(11:3) NOT NUMERIC
                   MOVE "N" TO WS-Record-Flag
                   MOVE "RESIT MARK NOT NUMERIC" TO EditReason
               WHEN MarkCount = 5 AND (CurrentLine(14:1) < "1"
                       OR CurrentLine(14:1) > "5")
                   MOVE "N" TO WS-Record-Flag
                   MOVE "RESIT SUBJECT NOT 1-5" TO EditReason
               WHEN MarkCount = 20 AND (CurrentLine(14:2) NOT NUMERIC
                       OR CurrentLine(14:2) < "01"
                       OR CurrentLine(14:2) > "20")
                   MOVE "N" TO WS-Record-Flag
                   MOVE "RESIT SUBJECT NOT 01-20" TO EditReason
               WHEN OTHER
                   MOVE CurrentLine(11:3) TO WorkMark
                   IF WorkMark > 100
                       MOVE "N" TO WS-Record-Flag
                       MOVE "RESIT MARK OUTSIDE 0-100" TO EditReason
                   END-IF
           END-EVALUATE.

      *> The first five marks sit in their original columns after
      *> the student ID; the rest follow the record type.
       LocateMark.
           IF MarkIdx <= 5
               COMPUTE MarkPos = 11 + (MarkIdx - 1) * 3
           ELSE
               COMPUTE MarkPos = 30 + (MarkIdx - 6) * 3
           END-IF.

      *> A keyed, named applicant with a plausible date of birth.
               WHEN "3"
                   ADD FUNCTION NUMVAL(CurrentLine(7:3)) TO CleanHash
               WHEN "4"
                   IF CurrentLine(29:1) = "R"
                       ADD FUNCTION NUMVAL(CurrentLine(11:3))
                           TO CleanHash
                   ELSE
                       PERFORM VARYING MarkIdx FROM 1 BY 1
                               UNTIL MarkIdx > MarkCount
                           PERFORM LocateMark
                           ADD FUNCTION NUMVAL(CurrentLine(MarkPos:3))
                               TO CleanHash
                       END-PERFORM
                   END-IF
               WHEN "5"
                   ADD FUNCTION NUMVAL(CurrentLine(31:8)) TO CleanHash
           END-EVALUATE.
