      ***************************************************************
      *  XMITFAIL -- outbound transmission failure history, keyed by
      *  partner code and file name. TEST writes a row the first day
      *  an extract fails to transmit and counts each further day it
      *  fails again (several failing runs on one day count once);
      *  an acknowledged transmission deletes the row. When the day
      *  count reaches the configured limit the extract is moved to
      *  the error area, an ERRQ alert is raised, and the row goes.
      ***************************************************************
       01  XMITFAIL-RECORD.
           05  XFAIL-KEY.
               10  XFAIL-PARTNER-CODE   PIC X(8).
               10  XFAIL-FILE-NAME      PIC X(60).
           05  XFAIL-FIRST-DATE         PIC 9(8).
           05  XFAIL-LAST-DATE          PIC 9(8).
           05  XFAIL-DAY-COUNT          PIC 9(5).
