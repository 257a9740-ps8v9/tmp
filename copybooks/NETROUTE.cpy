      ***************************************************************
      *  NETROUTE -- relay routing table, one row per route in
      *  NETROUTE.DAT, read by NETRELAY. A file a partner sends us
      *  that must reach other partners as well (we are their hub)
      *  is queued for each named target partner's next TEST run.
      *  Only files LISTEN registered ACC are ever relayed. The
      *  match type narrows which of the source partner's files the
      *  route covers: blank covers every file; "N" compares the
      *  criterion with the file name the partner gave in its
      *  envelope header (a trailing "*" makes it a prefix, as in
      *  "BANKSTMT*"); "T" compares it with the record-type code of
      *  the file's first record, found where the partner's
      *  INBLAYOUT row says the code sits. A file covered by more
      *  than one route goes to every target they name, once each.
      ***************************************************************
       01  NETROUTE-RECORD.
           05  NETROUTE-SOURCE-PARTNER  PIC X(8).
           05  NETROUTE-MATCH-TYPE      PIC X.
               88  NETROUTE-ANY-FILE    VALUE SPACE.
               88  NETROUTE-BY-NAME     VALUE "N".
               88  NETROUTE-BY-TYPE     VALUE "T".
           05  NETROUTE-CRITERION       PIC X(40).
           05  NETROUTE-TARGET-PARTNER  PIC X(8) OCCURS 4 TIMES.
