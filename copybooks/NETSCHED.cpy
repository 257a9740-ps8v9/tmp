      *  is expected that day. The cutoff is local HHMM: nothing by
      *  then is a MISS, something after it is LATE. Direction "I"
      *  is checked against the day's inbound register, "O" against
      *  the day's checkpoint file. The closed-day rule says what
      *  happens when the business calendar (NETCAL.DAT) closes the
      *  shop or the partner on an expected day: "N" moves the
      *  transfer to the next business day (Monday through Friday,
      *  not closed); blank or "S" skips it for that day.
      ***************************************************************
       01  NETSCHED-RECORD.
           05  NETSCHED-PARTNER-CODE    PIC X(8).
           05  NETSCHED-FILE-PATTERN    PIC X(40).
           05  NETSCHED-CUTOFF-HHMM     PIC X(4).
           05  NETSCHED-WEEKDAYS        PIC X(7).
           05  NETSCHED-CLOSED-RULE     PIC X.
               88  NETSCHED-MOVE-TO-NEXT VALUE "N".
