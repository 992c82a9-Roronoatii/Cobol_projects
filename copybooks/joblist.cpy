      *Shared approved ad-hoc job list record layout - included by
      *any program that reads JobList.dat.  One record per job an
      *operator may ask for from the job request screen.  JlAuth is
      *the chkauth function code that allows it - with no rule on
      *file only supervisors may ask.  JlAnswers is what the job is
      *to be given at its prompts, one answer per | - &1 to &3 stand
      *for the answers to the operator's prompts JlPrompt 1 to 3.
       01 JobListRecord.
           02 JlJob PIC X(8).
           02 FILLER PIC X.
           02 JlAuth PIC X(8).
           02 FILLER PIC X.
           02 JlDesc PIC X(30).
           02 FILLER PIC X.
           02 JlParmCount PIC 9.
           02 FILLER PIC X.
           02 JlPromptEntry OCCURS 3 TIMES.
               03 JlPrompt PIC X(30).
               03 FILLER PIC X.
           02 JlAnswers PIC X(40).
           02 FILLER PIC X.
           02 JlCommand PIC X(80).
