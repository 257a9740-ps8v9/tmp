      *    a late arrival from a missing one. Rows written before
      *    the column existed carry spaces here.
           05  INBREG-RECV-TIME         PIC 9(6).
      *    The file name the sending partner gave in its envelope
      *    header, which NETRELAY's routes can select on. Blank for a
      *    legacy stream with no header, and on rows written before
      *    the column existed.
           05  INBREG-SENT-NAME         PIC X(60).
