      *> percentages, flagging any account whose negative postings
      *> moved more than the ACCT-TREND-PCT central parameter - so
      *> "are negative postings growing" is answered the morning
      *> after, not by collating old output files.  Each line
      *> carries the account's description from the account master
      *> beside the code.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TrendReportFile ASSIGN TO
               "Data/Ifelse/IETREND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AccountMasterFile ASSIGN TO
               "Data/Ifelse/IEACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AccountMasterFileStatus.

       DATA DIVISION.
       FILE SECTION.
           COPY RUNSTAMP.

       FD  TrendReportFile.
       01  TrendReportLine PIC X(160).

       FD  AccountMasterFile.
           COPY ACCTMAST.

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfAcctHistoryFile VALUE "Y".

       01 AccountMasterFileStatus PIC XX.
           88 AccountMasterFileNotFound VALUE "35".

       01 WS-Master-Eof-Flag PIC X VALUE "N".
           88 EndOfAccountMasterFile VALUE "Y".

       01 WS-Acct-Found-Flag PIC X VALUE "N".
           88 AccountFound VALUE "Y".

      *> Code and description from the account master, for the
      *> report lines.
       01 AccountTable.
           05 AccountEntry OCCURS 200 TIMES.
               10 TblMstAcctCode PIC X(5).
               10 TblMstAcctDesc PIC X(20).
       01 AccountUsed PIC 9(3) VALUE 0.
       01 AccountIdx  PIC 9(3).

      *> Movement past this many percent on the negative side flags
      *> the account, from the central parameter file.
       01 AcctTrendPct PIC 9(3) VALUE 25.

       01 TrendDetail.
           05 TdlAcctCode    PIC X(5).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 TdlAcctDesc    PIC X(20).
           05 FILLER         PIC X(6) VALUE "  pos ".
           05 TdlPosCount    PIC ZZZZ9.
           05 FILLER         PIC X(2) VALUE "/".

           PERFORM LoadCentralParms.
           PERFORM LoadHistoryTable.
           PERFORM LoadAccountMaster.

           OPEN OUTPUT TrendReportFile.
           PERFORM WriteTrendReport.
               AT END SET EndOfAcctHistoryFile TO TRUE
           END-READ.

      *> A code since dropped from the master, or history from
      *> before the master, simply shows no description.
       LoadAccountMaster.
           OPEN INPUT AccountMasterFile
           IF AccountMasterFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadAccountMasterRecord
               PERFORM UNTIL EndOfAccountMasterFile
                   IF AccountUsed < 200
                       ADD 1 TO AccountUsed
                       MOVE AcmAcctCode TO
                           TblMstAcctCode (AccountUsed)
                       MOVE AcmDesc TO TblMstAcctDesc (AccountUsed)
                   END-IF
                   PERFORM ReadAccountMasterRecord
               END-PERFORM
               CLOSE AccountMasterFile
           END-IF.

       ReadAccountMasterRecord.
           READ AccountMasterFile
               AT END SET EndOfAccountMasterFile TO TRUE
           END-READ.

       FindAccountDesc.
           MOVE "N" TO WS-Acct-Found-Flag
           MOVE SPACES TO TdlAcctDesc
           PERFORM VARYING AccountIdx FROM 1 BY 1
                   UNTIL AccountIdx > AccountUsed OR AccountFound
               IF TblMstAcctCode (AccountIdx) = TdlAcctCode
                   SET AccountFound TO TRUE
                   MOVE TblMstAcctDesc (AccountIdx) TO TdlAcctDesc
               END-IF
           END-PERFORM.

      *> One line per account on the latest run, judged against the
      *> prior run and the trailing average of earlier runs.
       WriteTrendReport.
           END-EVALUATE

           MOVE TblAcctCode (HistoryIdx) TO TdlAcctCode
           PERFORM FindAccountDesc
           MOVE TblPosCount (HistoryIdx) TO TdlPosCount
           MOVE TblPosTotal (HistoryIdx) TO TdlPosTotal
           MOVE MovePosPriorPct TO TdlPosPriorPct
