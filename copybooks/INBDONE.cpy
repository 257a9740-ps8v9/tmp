      ***************************************************************
      *  INBDONE -- one row of the dated done-list INBDONE.<date>.DAT
      *  that INBDIST and INBREL share: the register path of a file
      *  that has been distributed (INBDIST) or delivered (INBREL),
      *  which program did it, and how many of its records went
      *  through and how many were rejected. The path alone is what
      *  guards a rerun; rows written before the counts were carried
      *  hold only the path, with the other columns blank.
      ***************************************************************
       01  INBDONE-RECORD.
           05  INBDONE-FILE-PATH       PIC X(60).
           05  INBDONE-PROGRAM         PIC X(8).
           05  INBDONE-GOOD-COUNT      PIC 9(9).
           05  INBDONE-REJ-COUNT       PIC 9(9).
