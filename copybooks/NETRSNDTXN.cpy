      ***************************************************************
      *  NETRSNDTXN -- one operator resend request, as read by
      *  NETRESEND. Names an outbound file the partner already
      *  acknowledged on an earlier run date and asks for it to go
      *  again. The run date is held as display characters so
      *  NETRESEND can test it with IS NUMERIC before using it to
      *  build the manifest and checkpoint names for that day. The
      *  file name is the name the file was sent under, exactly as
      *  it appears in that day's NETMANIFEST line.
      ***************************************************************
       01  NETRSNDTXN-RECORD.
           05  NETRSNDTXN-USER-ID       PIC X(8).
           05  NETRSNDTXN-PARTNER-CODE  PIC X(8).
           05  NETRSNDTXN-RUN-DATE      PIC X(8).
           05  NETRSNDTXN-FILE-NAME     PIC X(60).
           05  NETRSNDTXN-REASON        PIC X(40).
