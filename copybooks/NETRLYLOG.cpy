      ***************************************************************
      *  NETRLYLOG -- relay log, one row per inbound file queued for
      *  one target partner, appended by NETRELAY to
      *  NETRLYLOG.<yyyymmdd>.DAT for the day it queued the file.
      *  The row is the link between the two halves of a relay: the
      *  register date and stored path find the source partner's
      *  INBREG row, and the target partner with the queued name find
      *  the target's NETMANIFEST line once TEST has sent the file
      *  (TEST sends it under the queued name). NETRELAY reads the
      *  rows back so a file is never queued twice for one target,
      *  and NETRECON reports rows the target never acknowledged.
      ***************************************************************
       01  NETRLYLOG-RECORD.
           05  NETRLYLOG-QUEUE-DATE     PIC 9(8).
           05  NETRLYLOG-QUEUE-TIME     PIC 9(6).
           05  NETRLYLOG-SOURCE-PARTNER PIC X(8).
           05  NETRLYLOG-REG-DATE       PIC 9(8).
           05  NETRLYLOG-INBOUND-PATH   PIC X(60).
           05  NETRLYLOG-TARGET-PARTNER PIC X(8).
           05  NETRLYLOG-QUEUED-NAME    PIC X(60).
           05  NETRLYLOG-REC-COUNT      PIC 9(9).
