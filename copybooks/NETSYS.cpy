      ***************************************************************
      *  NETSYS -- run-level network settings, the single record of
      *  NETSYS.DAT, maintained through NETCFGMNT ("S" transactions)
      *  like the partner master. The C$NetInit retry policy applies
      *  once per run of TEST, LISTEN and NETRESEND (the library is
      *  initialized once, not once per partner); the listening port
      *  and accept timeout are LISTEN's own. A column that is not
      *  numeric leaves the program's built-in default in place, as
      *  does a missing file.
      ***************************************************************
       01  NETSYS-RECORD.
           05  NETSYS-RETRY-COUNT       PIC 9(2).
           05  NETSYS-RETRY-DELAY-SECS  PIC 9(4).
           05  NETSYS-LISTEN-PORT       PIC 9(5).
           05  NETSYS-ACCEPT-TIMEOUT    PIC 9(4).
