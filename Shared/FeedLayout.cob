       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeedLayout.

      *> Record-layout versions of the inbound feeds.  Every time a
      *> field was added to a feed the upstream system had to change
      *> on the same night we did, or the run read its details out
      *> of line.  Each feed's header now carries the version of the
      *> layout its details are cut in, and every program taking the
      *> feed asks this one subroutine whether it can read it: the
      *> current layout is read as it stands, the one before it is
      *> taken and converted by the caller detail by detail with the
      *> new fields defaulted, so upstream can follow a night or a
      *> month later, and anything else is refused at the header -
      *> logged severe so it is on the alert queue in the morning -
      *> before a single detail is applied.  The table below is the
      *> one place a feed's current version is raised, in the same
      *> change that adds the field and its conversion to the
      *> programs reading the feed.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY ERRCODES.
           COPY EXCEPTREC.

      *> Each feed with its current layout version, and the version
      *> a header carrying none is read as - the layout each feed
      *> was in when headers began to carry the version.
       01 FeedLayoutTable.
           05 FILLER PIC X(10) VALUE "ARITHTXN".
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC X(10) VALUE "DIVTXN".
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC X(10) VALUE "IFTXN".
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC X(10) VALUE "IETXN".
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC X(10) VALUE "GCTXN".
           05 FILLER PIC 9(2)  VALUE 03.
           05 FILLER PIC 9(2)  VALUE 02.
           05 FILLER PIC X(10) VALUE "APPLICANT".
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC X(10) VALUE "SALARIES".
           05 FILLER PIC 9(2)  VALUE 02.
           05 FILLER PIC 9(2)  VALUE 02.
           05 FILLER PIC X(10) VALUE "GCATTEND".
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC X(10) VALUE "IDVRESP".
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC X(10) VALUE "POSTXN".
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC X(10) VALUE "BANKRETURN".
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC X(10) VALUE "DESPACK".
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC 9(2)  VALUE 01.
       01 FeedLayoutView REDEFINES FeedLayoutTable.
           05 FeedLayoutEntry OCCURS 12 TIMES.
               10 TblLayFeedName    PIC X(10).
               10 TblLayCurrent     PIC 9(2).
               10 TblLayUnversioned PIC 9(2).
       01 FeedLayoutIdx PIC 9(2).

       01 WS-Found-Flag PIC X VALUE "N".
           88 FeedLayoutFound VALUE "Y".

       LINKAGE SECTION.
           COPY FEEDLAY.

       PROCEDURE DIVISION USING FlyAction, FlyFeedName,
               FlyHeaderVersion, FlyProgram, FlyOperId, FlyRunId,
               FlyLayoutVersion, FlyCurrentVersion, FlyVerdict.
       MainLine.
           PERFORM FindFeedLayout
           EVALUATE TRUE
               WHEN FlyCheckHeader
                   PERFORM CheckHeaderVersion
               WHEN FlyQueryCurrent
                   MOVE FlyCurrentVersion TO FlyLayoutVersion
                   SET FlyLayoutCurrent TO TRUE
               WHEN OTHER
                   DISPLAY "FeedLayout: unrecognized function."
           END-EVALUATE

           GOBACK.

      *> A feed missing from the table has no layout anyone has
      *> agreed, so it is read as nothing but version one.
       FindFeedLayout.
           MOVE "N" TO WS-Found-Flag
           MOVE 01 TO FlyCurrentVersion
           MOVE 01 TO FlyLayoutVersion
           PERFORM VARYING FeedLayoutIdx FROM 1 BY 1
                   UNTIL FeedLayoutIdx > 12 OR FeedLayoutFound
               IF TblLayFeedName (FeedLayoutIdx) = FlyFeedName
                   SET FeedLayoutFound TO TRUE
                   MOVE TblLayCurrent (FeedLayoutIdx)
                       TO FlyCurrentVersion
                   MOVE TblLayUnversioned (FeedLayoutIdx)
                       TO FlyLayoutVersion
               END-IF
           END-PERFORM.

      *> Only the current layout and the one before it are read; a
      *> version that is not a number is no layout at all.
       CheckHeaderVersion.
           EVALUATE TRUE
               WHEN FlyHeaderVersion = SPACES
                   CONTINUE
               WHEN FlyHeaderVersion IS NUMERIC
                   MOVE FlyHeaderVersion TO FlyLayoutVersion
               WHEN OTHER
                   MOVE 0 TO FlyLayoutVersion
           END-EVALUATE
           EVALUATE TRUE
               WHEN FlyLayoutVersion = FlyCurrentVersion
                   SET FlyLayoutCurrent TO TRUE
               WHEN FlyLayoutVersion > 0
                       AND FlyLayoutVersion + 1 = FlyCurrentVersion
                   SET FlyLayoutPrevious TO TRUE
                   DISPLAY "Feed " FUNCTION TRIM(FlyFeedName)
                       " is in layout version " FlyLayoutVersion
                       " - converted to version " FlyCurrentVersion
                       " on the way in."
               WHEN OTHER
                   SET FlyLayoutUnknown TO TRUE
                   PERFORM LogUnknownLayout
           END-EVALUATE.

       LogUnknownLayout.
           DISPLAY "Feed " FUNCTION TRIM(FlyFeedName)
               " header carries layout version " FlyHeaderVersion
               " - this suite reads " FlyCurrentVersion
               " and the one before - refused."
           MOVE FlyProgram TO ExcpProgramId
           SET ErrUnknownLayout TO TRUE
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE SPACES TO ExcpReasonText
           STRING "Feed " FlyFeedName " layout " FlyHeaderVersion
               " unknown"
               DELIMITED BY SIZE INTO ExcpReasonText
           MOVE FlyOperId TO ExcpOperatorId
           MOVE FlyRunId TO ExcpRunId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId.
