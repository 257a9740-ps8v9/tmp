      ***************************************************************
      *  NETCFG -- network destination configuration record, one
      *  dated version per partner connection (host/port/timeout,
      *  plus the local file pattern to transmit to that partner) in
      *  the indexed partner master NETCFG.DAT, keyed by partner code
      *  and the date the version takes effect. The version in effect
      *  on a date is the partner's latest one effective on or before
      *  it; readers ask NETCFGPD for it on the date they process.
      *  Versions are added through NETCFGMNT only and never
      *  replaced, except a same-day correction of one effective
      *  date. A deactivation is itself a version with
      *  NETCFG-ACTIVE-FLAG = "I", which every reader skips; a
      *  space there is treated as active. Rows carried over from
      *  the undated table are effective from 00000000.
      *  The run-level C$NetInit retry policy and the LISTEN port and
      *  accept timeout are not partner settings: see NETSYS.
      ***************************************************************
       01  NETCFG-RECORD.
           05  NETCFG-KEY.
               10  NETCFG-PARTNER-CODE  PIC X(8).
               10  NETCFG-EFF-DATE      PIC 9(8).
           05  NETCFG-HOST              PIC X(40).
           05  NETCFG-PORT              PIC 9(5).
           05  NETCFG-TIMEOUT-SECS      PIC 9(4).
           05  NETCFG-FILE-PATTERN      PIC X(40).
           05  NETCFG-ACTIVE-FLAG       PIC X.
               88  NETCFG-INACTIVE      VALUE "I".
