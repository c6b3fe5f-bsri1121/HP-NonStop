           05 FILLER PIC X(15) VALUE "AuditInquiry".
           05 FILLER PIC X(15) VALUE "AuditVerify".
           05 FILLER PIC X(15) VALUE "AuditConvert".
           05 FILLER PIC X(15) VALUE "BankReturn".
           05 FILLER PIC X(15) VALUE "PayPeriodMaint".
           05 FILLER PIC X(15) VALUE "EmployeeMaint".
           05 FILLER PIC X(15) VALUE "EmpBankMaint".
           05 FILLER PIC X(15) VALUE "ApplicantStatus".
           05 FILLER PIC X(15) VALUE "ReviewQueue".
           05 FILLER PIC X(15) VALUE "ArchiveInquiry".
           05 FILLER PIC X(15) VALUE "AttendLoad".
           05 FILLER PIC X(15) VALUE "BroadcastMaint".
           05 FILLER PIC X(15) VALUE "ChangeApproval".
           05 FILLER PIC X(15) VALUE "ConfigExport".
           05 FILLER PIC X(15) VALUE "DupMatch".
           05 FILLER PIC X(15) VALUE "ExcpSummary".
           05 FILLER PIC X(15) VALUE "ExcpWorkflow".
           05 FILLER PIC X(15) VALUE "GlPosting".
           05 FILLER PIC X(15) VALUE "IdVerify".
           05 FILLER PIC X(15) VALUE "IntegrityAudit".
           05 FILLER PIC X(15) VALUE "InterestAccrual".
           05 FILLER PIC X(15) VALUE "LedgerRecon".
           05 FILLER PIC X(15) VALUE "OperActivity".
           05 FILLER PIC X(15) VALUE "PayrollYtd".
           05 FILLER PIC X(15) VALUE "PeriodPlan".
           05 FILLER PIC X(15) VALUE "PortfolioProj".
           05 FILLER PIC X(15) VALUE "PositionPost".
           05 FILLER PIC X(15) VALUE "RecycleMaint".
           05 FILLER PIC X(15) VALUE "RemitReturn".
           05 FILLER PIC X(15) VALUE "RetroAdjust".
           05 FILLER PIC X(15) VALUE "RunDossier".
           05 FILLER PIC X(15) VALUE "SecurityReview".
           05 FILLER PIC X(15) VALUE "SnapRestore".
           05 FILLER PIC X(15) VALUE "SubjectAccess".
           05 FILLER PIC X(15) VALUE "TaxBracketMaint".
           05 FILLER PIC X(15) VALUE "TaxCertificates".
           05 FILLER PIC X(15) VALUE "TaxTrueUp".
           05 FILLER PIC X(15) VALUE "TestDataGen".
           05 FILLER PIC X(15) VALUE "TrainingRefresh".
           05 FILLER PIC X(15) VALUE "AcctMaint".
           05 FILLER PIC X(15) VALUE "AllocMaint".
           05 FILLER PIC X(15) VALUE "AllocRun".
           05 FILLER PIC X(15) VALUE "DupRelease".
           05 FILLER PIC X(15) VALUE "NtSuspense".
           05 FILLER PIC X(15) VALUE "AuditSample".
           05 FILLER PIC X(15) VALUE "DespatchAck".
           05 FILLER PIC X(15) VALUE "FeedOverride".
           05 FILLER PIC X(15) VALUE "MgmtInfo".
           05 FILLER PIC X(15) VALUE "IntegritySweep".
           05 FILLER PIC X(15) VALUE "RecertIssue".
           05 FILLER PIC X(15) VALUE "RecertScreen".
           05 FILLER PIC X(15) VALUE "RecertEnforce".
           05 FILLER PIC X(15) VALUE "DutyConflict".
           05 FILLER PIC X(15) VALUE "JournalInquiry".
           05 FILLER PIC X(15) VALUE "PayrollRecon".
       01 Level2ProgramView REDEFINES Level2ProgramTable.
           05 Level2Program PIC X(15) OCCURS 64 TIMES.
       01 Level2Idx PIC 9(2).
       01 WS-Level2-Flag PIC X.
           88 IsLevel2Program VALUE "Y".
       CheckLevel2Program.
           MOVE "N" TO WS-Level2-Flag
           PERFORM VARYING Level2Idx FROM 1 BY 1
                   UNTIL Level2Idx > 64 OR IsLevel2Program
               IF Level2Program (Level2Idx) = AlrProgramId
                   SET IsLevel2Program TO TRUE
               END-IF
