       01 JobPlanRecord.
           02 PlanStep PIC X(12).
           02 FILLER PIC X.
           02 PlanCommand PIC X(300).
               88 PlanEOF VALUE HIGH-VALUE.

       FD JobCkptFile.
           88 ForceFullRun VALUE "F" "f".
       01 WSBusDate PIC 9(8) VALUE ZEROS.
       01 PlanTable.
           02 PlanEntry OCCURS 60 TIMES.
               03 PTStep PIC X(12).
               03 PTCommand PIC X(300).
               03 PTDone PIC X.
       01 PlanCount PIC 99 VALUE ZERO.
       01 PlanIdx PIC 99 VALUE ZERO.
       01 CmdText PIC X(300) VALUE SPACE.
       01 StepRC PIC 9(3) VALUE ZERO.
       01 RawRC PIC S9(9) COMP VALUE ZERO.
       01 JobFailed PIC X VALUE "N".
       READ JobPlanFile
           AT END SET PlanEOF TO TRUE
           NOT AT END
               IF PlanStep NOT = SPACES AND PlanCount < 60
                   ADD 1 TO PlanCount
                   MOVE PlanStep TO PTStep(PlanCount)
                   MOVE PlanCommand TO PTCommand(PlanCount)
