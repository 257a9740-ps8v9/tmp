      ***************************************************************
      *  NETCFGFD -- FD for the indexed partner master NETCFG.DAT.
      *  Rows are read into and written from the NETCFG layout in
      *  WORKING-STORAGE, so a partner's settings stay in hand after
      *  the file is closed.
      ***************************************************************
       FD  NETCFG-FILE.
       01  NETCFG-FILE-RECORD.
           05  NETCFG-FILE-KEY          PIC X(16).
           05  FILLER                   PIC X(116).
