      ***************************************************************
      *  NETRUN -- nightly batch run-control record, one row per
      *  step in the night's NETRUN.<yyyymmdd>.DAT, keyed by step
      *  name. NETBATCH writes the row RUN with the start time
      *  before calling the step and rewrites it with the end time,
      *  the return code and DONE or FAIL afterwards, so a row left
      *  at RUN is a step that never came back. A step not due
      *  tonight is recorded SKIP; one whose predecessors had not
      *  completed is recorded HELD and never started. A rerun the
      *  same night passes over DONE and SKIP rows and resumes at
      *  the first step that is not. Times are
      *  yyyy-mm-dd-hh:mm:ss; attempts counts the night's starts.
      ***************************************************************
       01  NETRUN-RECORD.
           05  NETRUN-STEP-NAME         PIC X(8).
           05  NETRUN-PROGRAM           PIC X(8).
           05  NETRUN-STATUS            PIC X(4).
               88  NETRUN-RUNNING       VALUE "RUN ".
               88  NETRUN-DONE          VALUE "DONE".
               88  NETRUN-FAILED        VALUE "FAIL".
               88  NETRUN-NOT-DUE       VALUE "SKIP".
               88  NETRUN-HELD          VALUE "HELD".
           05  NETRUN-START-TIME        PIC X(19).
           05  NETRUN-END-TIME          PIC X(19).
           05  NETRUN-RETURN-CODE       PIC S9(4)
                                        SIGN LEADING SEPARATE.
           05  NETRUN-ATTEMPTS          PIC 9(2).
