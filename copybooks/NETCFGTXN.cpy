      ***************************************************************
      *  NETCFGTXN -- one maintenance transaction against the partner
      *  master, as read by NETCFGMNT. The partner columns are held as
      *  display characters (not numerics) so NETCFGMNT can test them
      *  with IS NUMERIC before anything lands in NETCFG.DAT.
      *  Actions: "A" add, "C" change, "D" deactivate, each as a new
      *  version of the partner effective from NETCFGTXN-EFF-DATE
      *  (yyyymmdd; blank means today, and a date already past is
      *  refused so history is never rewritten). "S" sets the
      *  run-level settings in NETSYS.DAT and needs no partner code:
      *  the retry count and delay columns carry the C$NetInit retry
      *  policy, and the port and timeout columns carry the LISTEN
      *  port and accept timeout.
      ***************************************************************
       01  NETCFGTXN-RECORD.
           05  NETCFGTXN-ACTION         PIC X.
               88  NETCFGTXN-ADD        VALUE "A".
               88  NETCFGTXN-CHANGE     VALUE "C".
               88  NETCFGTXN-DEACT      VALUE "D".
               88  NETCFGTXN-SYSTEM     VALUE "S".
           05  NETCFGTXN-USER-ID        PIC X(8).
           05  NETCFGTXN-PARTNER-CODE   PIC X(8).
           05  NETCFGTXN-HOST           PIC X(40).
           05  NETCFGTXN-SEND-EARLIEST  PIC X(4).
           05  NETCFGTXN-SEND-LATEST    PIC X(4).
           05  NETCFGTXN-PRIORITY       PIC X.
           05  NETCFGTXN-EFF-DATE       PIC X(8).
