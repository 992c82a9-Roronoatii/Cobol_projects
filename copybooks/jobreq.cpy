      *Shared ad-hoc job request record layout - included by any
      *program that reads or writes JobReq.dat.  One record per job
      *an operator has asked the next batch window to run.  ReqJob
      *is a job code from the approved list in JobList.dat and
      *ReqParm holds the answers the operator gave to its prompts.
      *The queue runner fills in the run date, return code, the name
      *of the log holding the job's output and the last line the job
      *wrote, so the operator can see the outcome.
       01 JobReqRecord.
           02 ReqNumber PIC 9(6).
           02 FILLER PIC X.
           02 ReqJob PIC X(8).
           02 FILLER PIC X.
           02 ReqOperID PIC X(8).
           02 FILLER PIC X.
           02 ReqCompany PIC X(2).
           02 FILLER PIC X.
           02 ReqDate PIC 9(8).
           02 FILLER PIC X.
           02 ReqTime PIC 9(6).
           02 FILLER PIC X.
           02 ReqStatus PIC X.
               88 ReqQueued VALUE "Q".
               88 ReqRunning VALUE "R".
               88 ReqDone VALUE "D".
               88 ReqFailed VALUE "F".
               88 ReqCancelled VALUE "X".
           02 FILLER PIC X.
           02 ReqParmArea.
               03 ReqParmEntry OCCURS 3 TIMES.
                   04 ReqParm PIC X(20).
                   04 FILLER PIC X.
           02 ReqRunDate PIC 9(8).
           02 FILLER PIC X.
           02 ReqRC PIC 9(3).
           02 FILLER PIC X.
           02 ReqLogName PIC X(20).
           02 FILLER PIC X.
           02 ReqResult PIC X(60).
