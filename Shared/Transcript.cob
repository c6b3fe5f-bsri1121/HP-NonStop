       FD  TermHistFile.
       01  TermHistRecord.
           05 ThTermId       PIC X(6).
           05 ThStudentImage PIC X(171).

       FD  StudentMasterFile.
       01  StudentMasterRecord PIC X(171).

       FD  SubjectCatalogFile.
       01  SubjectCatalogRecord.
           05 CatSubject  PIC 9(2).
           05 CatName     PIC X(12).
           05 CatPassMark PIC 9(3).

       01 SearchId PIC X(10).

      *> Subject names for the per-term mark lines, defaulting to
      *> SUBJECT nn when the catalog has no row.  The lines run to
      *> the highest subject number on the catalog, or the five
      *> defaults when there is no catalog.
       01 SubjectCatalogTable.
           05 CtlSubjectName PIC X(12) OCCURS 20 TIMES.
       01 CatalogIdx PIC 9(2).
       01 SubjectCount PIC 9(2) VALUE 5.

      *> The term image being printed, pulled apart by the same
      *> positions GradeCheck lays the record down with.
       01 WorkImage   PIC X(171).
       01 WorkTermId  PIC X(6).
       01 WorkMark    PIC 9(3).
       01 WorkMarkPos PIC 9(3).
       01 WorkFlagPos PIC 9(3).
      *> The GPA rides in the record as three bare digits with an
      *> implied decimal - staged through the redefinition so "345"
      *> reads back as 3.45, not as the integer 345 squeezed into
           05 MdlSubject  PIC X(12).
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 MdlMark     PIC ZZ9.
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 MdlResit    PIC X(15).

       01 CumulativeLine.
           05 FILLER      PIC X(20) VALUE "Cumulative GPA over ".
           END-READ.

      *> One term's section: the term line with GPA, grade and
      *> honor flag, then the subject marks under their catalog
      *> names - a subject resat is marked with how the resit
      *> went, from the flags GradeCheck keeps behind the class
      *> code.  A term closed before a later subject was carried
      *> has no mark there and prints no line for it.
       WriteOneTermSection.
           ADD 1 TO TermCount
           MOVE WorkImage (35:3) TO WorkGpaImage

           PERFORM WriteOneMarkLine
               VARYING CatalogIdx FROM 1 BY 1
                   UNTIL CatalogIdx > SubjectCount.

      *> The first five subjects sit in their original columns,
      *> the rest behind the attendance area.
       WriteOneMarkLine.
           IF CatalogIdx <= 5
               COMPUTE WorkMarkPos = 11 + (CatalogIdx - 1) * 3
               COMPUTE WorkFlagPos = 82 + CatalogIdx
           ELSE
               COMPUTE WorkMarkPos = 112 + (CatalogIdx - 6) * 3
               COMPUTE WorkFlagPos = 151 + CatalogIdx
           END-IF
           IF WorkImage (WorkMarkPos:3) NUMERIC
               MOVE WorkImage (WorkMarkPos:3) TO WorkMark
               MOVE CtlSubjectName (CatalogIdx) TO MdlSubject
               MOVE WorkMark TO MdlMark
               EVALUATE WorkImage (WorkFlagPos:1)
                   WHEN "P"
                       MOVE "PASSED ON RESIT" TO MdlResit
                   WHEN "F"
                       MOVE "FAILED RESIT" TO MdlResit
                   WHEN OTHER
                       MOVE SPACES TO MdlResit
               END-EVALUATE
               MOVE MarkDetailLine TO TranscriptLine
               WRITE TranscriptLine
               DISPLAY MarkDetailLine
           END-IF.

       WriteCumulativeLine.
           COMPUTE CumulativeGpa ROUNDED = GpaTotal / TermCount
           WRITE TranscriptLine
           DISPLAY CumulativeLine.

      *> Subject names off the catalog, SUBJECT nn for any subject
      *> without a row - the same defaults GradeCheck applies.
       LoadSubjectCatalog.
           MOVE 0 TO SubjectCount
           PERFORM VARYING CatalogIdx FROM 1 BY 1
                   UNTIL CatalogIdx > 20
               MOVE SPACES TO CtlSubjectName (CatalogIdx)
               STRING "SUBJECT " CatalogIdx
                   DELIMITED BY SIZE INTO CtlSubjectName (CatalogIdx)
           ELSE
               PERFORM ReadSubjectCatalogRecord
               PERFORM UNTIL EndOfSubjectCatalogFile
                   IF CatSubject >= 1 AND CatSubject <= 20
                       MOVE CatName TO CtlSubjectName (CatSubject)
                       IF CatSubject > SubjectCount
                           MOVE CatSubject TO SubjectCount
                       END-IF
                   END-IF
                   PERFORM ReadSubjectCatalogRecord
               END-PERFORM
               CLOSE SubjectCatalogFile
           END-IF
           IF SubjectCount = 0
               MOVE 5 TO SubjectCount
           END-IF.

       ReadSubjectCatalogRecord.
