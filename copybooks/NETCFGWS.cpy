      ***************************************************************
      *  NETCFGWS -- WORKING-STORAGE for the shared partner master
      *  lookup in NETCFGPD. Callers set the processing date in
      *  WS-NETCFG-AS-OF, and for a single partner its code in
      *  WS-NETCFG-PARTNER; the version in effect comes back in
      *  NETCFG-RECORD with the found flag set. A whole-table load
      *  leaves one row per partner in WS-NETCFG-TABLE, in partner
      *  code order, deactivated partners included.
      ***************************************************************
       01  WS-NETCFG-PATH          PIC X(40)  VALUE "NETCFG.DAT".
       01  WS-NETCFG-STATUS        PIC XX     VALUE SPACES.
       01  WS-NETCFG-AVAIL-FLAG    PIC X      VALUE "N".
       01  WS-NETCFG-EOF-FLAG      PIC X      VALUE "N".
       01  WS-NETCFG-AS-OF         PIC 9(8)   VALUE 0.
       01  WS-NETCFG-PARTNER       PIC X(8)   VALUE SPACES.
       01  WS-NETCFG-FOUND-FLAG    PIC X      VALUE "N".
           88  NETCFG-FOUND        VALUE "Y".
       01  WS-NETCFG-FOUND-ROW     PIC X(132) VALUE SPACES.
       01  WS-NETCFG-PREV-PARTNER  PIC X(8)   VALUE SPACES.
       01  WS-NETCFG-TABLE.
           05  WS-NETCFG-COUNT     PIC 9(3)   VALUE 0.
           05  WS-NETCFG-ROW       PIC X(132) OCCURS 200 TIMES.
       01  WS-NETCFG-IDX           PIC 9(3)   VALUE 0.
