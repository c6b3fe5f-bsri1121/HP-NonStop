           05 EmpStatus   PIC X.
               88 EmpActive   VALUE "A".
               88 EmpInactive VALUE "I".
      *> Last day worked for a leaver, set when the employee is
      *> deactivated and cleared on reinstatement. Zero (or spaces
      *> on rows written before the field existed) means no
      *> termination is on file.
           05 EmpTermDate PIC 9(8).
