      *> prove otherwise.  Every program despatching a file builds
      *> its H and T records through this one subroutine, so the
      *> controls are stamped identically suite-wide: the header
      *> carries the file date, source system and despatching run
      *> ID, the trailer the detail count and hash total the
      *> receiving side proves.  Header positions 18-19 are left
      *> blank, where our inbound feeds carry their layout version.

       ENVIRONMENT DIVISION.

           05 HdrRecordType   PIC X.
           05 HdrFileDate     PIC 9(8).
           05 HdrSourceSystem PIC X(8).
           05 FILLER          PIC X(2).
           05 HdrRunId        PIC X(14).
           05 FILLER          PIC X(7).

       01  TrailerImageView REDEFINES HeaderImageView.
           05 TrlRecordType  PIC X.
           COPY OUTCTL.

       PROCEDURE DIVISION USING OutCtlAction, OutCtlFileDate,
               OutCtlSource, OutCtlCount, OutCtlHash, OutCtlImage,
               OutCtlRunId.
       MainLine.
           MOVE SPACES TO HeaderImageView
           EVALUATE TRUE
                   MOVE "H" TO HdrRecordType
                   MOVE OutCtlFileDate TO HdrFileDate
                   MOVE OutCtlSource   TO HdrSourceSystem
                   MOVE OutCtlRunId    TO HdrRunId
               WHEN OutCtlTrailer
                   MOVE "T" TO TrlRecordType
                   MOVE OutCtlCount TO TrlDetailCount
