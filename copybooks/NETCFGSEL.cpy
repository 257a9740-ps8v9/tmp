      ***************************************************************
      *  NETCFGSEL -- FILE-CONTROL entry for the indexed partner
      *  master (NETCFG.DAT), keyed by partner code and effective
      *  date.
      ***************************************************************
           SELECT NETCFG-FILE ASSIGN TO DYNAMIC WS-NETCFG-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS NETCFG-FILE-KEY
               FILE STATUS IS WS-NETCFG-STATUS.
