      ***************************************************************
      *  NETSTEP -- one nightly batch step per row in NETSTEP.DAT,
      *  read by NETBATCH and run in file order: TEST, INBDIST,
      *  INBREL, NETRELAY, NETRECON, NETMON, NETBOARD, then NETARCH.
      *  The program column names the program NETBATCH calls. Up to
      *  four predecessor steps must have completed tonight (or not
      *  have been due tonight) before the step may start. A return
      *  code above the step's highest acceptable code stops the
      *  stream at that step. The weekday columns run Monday through
      *  Sunday like NETSCHED's; a "Y" means the step is due that
      *  night and all blank means every night, so a step on its own
      *  schedule (NETARCH) is passed over on the other nights.
      ***************************************************************
       01  NETSTEP-RECORD.
           05  NETSTEP-NAME             PIC X(8).
           05  NETSTEP-PROGRAM          PIC X(8).
           05  NETSTEP-PREDECESSOR      PIC X(8) OCCURS 4 TIMES.
           05  NETSTEP-MAX-RC           PIC 9(4).
           05  NETSTEP-WEEKDAYS         PIC X(7).
