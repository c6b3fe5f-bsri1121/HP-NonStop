           05 FILLER PIC X(15) VALUE "Until".
           05 FILLER PIC X(44) VALUE "Data/Until/FACTTXN.DAT".
           05 FILLER PIC X     VALUE "P".
           05 FILLER PIC X(15) VALUE "AttendLoad".
           05 FILLER PIC X(44) VALUE "Data/Nested/GCATTEND.DAT".
           05 FILLER PIC X     VALUE "H".
       01 StepInputView REDEFINES StepInputTable.
           05 StepInputEntry OCCURS 9 TIMES.
               10 SipProgram PIC X(15).
               10 SipPath    PIC X(44).
               10 SipControl PIC X.
       01 StepInputIdx PIC 9(2).

      *> The checkpoint files a crashed run leaves pending.
       01 CheckpointPathTable.
           IF TblSchedHold (ScheduleIdx) NOT = "H"
                   AND TblSchedFreq (ScheduleIdx) NOT = "R"
               PERFORM VARYING StepInputIdx FROM 1 BY 1
                       UNTIL StepInputIdx > 9
                   IF SipProgram (StepInputIdx)
                           = TblSchedProgram (ScheduleIdx)
                       PERFORM ProbeOneInputFile
