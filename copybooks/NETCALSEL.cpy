      ***************************************************************
      *  NETCALSEL -- FILE-CONTROL entry for the shared business
      *  calendar (NETCAL.DAT).
      ***************************************************************
           SELECT NETCAL-FILE ASSIGN TO DYNAMIC WS-NETCAL-PATH
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS NETCAL-KEY
               FILE STATUS IS WS-NETCAL-STATUS.
